000010 IDENTIFICATION DIVISION.                                         PQT00010
000020 PROGRAM-ID. POPQTE.                                              PQT00020
000030***************************************************************** PQT00030
000040*                                                                 PQT00040
000050*   POPQTE - Batch circuit price quotes for the sales desk.       PQT00050
000060*   Reads a deck of quote requests (UT-QTEIN) and, for each,      PQT00060
000070*   resolves both ends to a rate center, homes each end on its    PQT00070
000080*   nearest UT-POPMST site, measures the POPLOC airline mileage   PQT00080
000090*   end to end and prices it against UT-RATBND - under the        PQT00090
000100*   tariff version in force on the quote date and again under     PQT00100
000110*   every later-dated version already on file, so the customer    PQT00110
000120*   sees the upcoming price as well.                              PQT00120
000130*                                                                 PQT00130
000140*   Quote request record (UT-QTEIN, 80 bytes):                    PQT00140
000150*       cols  1-8   quote ID                                      PQT00150
000160*       cols 10-38  A end    } each end: locality name (20),      PQT00160
000170*       cols 39-67  Z end    } state (2), NPA (3), NXX (3),       PQT00170
000180*                            } blank (1)                          PQT00180
000190*       cols 68-69  service class                                 PQT00190
000200*   An end with a numeric NPA-NXX is taken as entered;            PQT00200
000210*   otherwise the locality name, as the customer spells it,       PQT00210
000220*   is resolved through LOCLOOK (UT-LOCXRF aliases).  Either      PQT00220
000230*   way RCLOOK supplies the rate-center city/state, LATA and      PQT00230
000240*   V&H.                                                          PQT00240
000250*                                                                 PQT00250
000260*   Priced quotes go on the UT-QTERPT quote report.  A request    PQT00260
000270*   with an end that will not resolve, or a mileage that will     PQT00270
000280*   not rate, goes on the UT-QTEREJ "cannot quote" list with      PQT00280
000290*   the reason, and the run ends with condition code 4.           PQT00290
000300*                                                                 PQT00300
000310*   The optional UT-CNTL card carries the quote date YYYYMMDD     PQT00310
000320*   in cols 1-8 (blank takes the run date).                       PQT00320
000321*                                                                 PQT00321
000322*   Each quote prices on the UT-RATBND schedule for its service   PQT00322
000323*   class in each tariff version (the default, blank-class,       PQT00323
000324*   schedule where the class has none), as CCTPRC bills it:       PQT00324
000325*   mileage charge, a termination charge for each end, and the    PQT00325
000326*   schedule minimum as a floor under the two.                    PQT00326
000330*                                                                 PQT00330
000340***************************************************************** PQT00340
000350*                                                                 PQT00350
000360*DATE-COMPILED.                                                   PQT00360
000370                                                                  PQT00370
000380 ENVIRONMENT DIVISION.                                            PQT00380
000390 CONFIGURATION SECTION.                                           PQT00390
000400 INPUT-OUTPUT SECTION.                                            PQT00400
000410 FILE-CONTROL.                                                    PQT00410
000420     SELECT QUOTE-REQUEST-FILE ASSIGN TO UT-QTEIN                 PQT00420
000430                        ORGANIZATION IS SEQUENTIAL                PQT00430
000440                        ACCESS IS SEQUENTIAL                      PQT00440
000450                        FILE STATUS IS QTEIN-FILE-STATUS.         PQT00450
000460                                                                  PQT00460
000470*    UT-QTERPT is the priced quote report.                        PQT00470
000480     SELECT QUOTE-RPT-FILE ASSIGN TO UT-QTERPT                    PQT00480
000490                        ORGANIZATION IS SEQUENTIAL                PQT00490
000500                        ACCESS IS SEQUENTIAL                      PQT00500
000510                        FILE STATUS IS QTERPT-FILE-STATUS.        PQT00510
000520                                                                  PQT00520
000530*    UT-QTEREJ is the "cannot quote" list.                        PQT00530
000540     SELECT QUOTE-REJECT-FILE ASSIGN TO UT-QTEREJ                 PQT00540
000550                        ORGANIZATION IS SEQUENTIAL                PQT00550
000560                        ACCESS IS SEQUENTIAL                      PQT00560
000570                        FILE STATUS IS QTEREJ-FILE-STATUS.        PQT00570
000580                                                                  PQT00580
000590*    UT-POPMST is the POP-site master - see POPINQ.               PQT00590
000600     SELECT POP-SITE-FILE ASSIGN TO UT-POPMST                     PQT00600
000610                        ORGANIZATION IS SEQUENTIAL                PQT00610
000620                        ACCESS IS SEQUENTIAL                      PQT00620
000630                        FILE STATUS IS POPMST-FILE-STATUS.        PQT00630
000640                                                                  PQT00640
000650*    Same tariff rate-band table CCTPRC prices against.           PQT00650
000660     SELECT RATE-BAND-FILE ASSIGN TO UT-RATBND                    PQT00660
000670                        ORGANIZATION IS SEQUENTIAL                PQT00670
000680                        ACCESS IS SEQUENTIAL                      PQT00680
000690                        FILE STATUS IS RATBND-FILE-STATUS.        PQT00690
000700                                                                  PQT00700
000710*    UT-CNTL is the optional run-control card - quote date        PQT00710
000720*    YYYYMMDD, cols 1-8.                                          PQT00720
000730     SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO UT-CNTL          PQT00730
000740                        ORGANIZATION IS SEQUENTIAL                PQT00740
000750                        ACCESS IS SEQUENTIAL                      PQT00750
000760                        FILE STATUS IS CONTROL-FILE-STATUS.       PQT00760
000770                                                                  PQT00770
000780 DATA DIVISION.                                                   PQT00780
000790 FILE SECTION.                                                    PQT00790
000800 FD  QUOTE-REQUEST-FILE                                           PQT00800
000810     LABEL RECORDS STANDARD.                                      PQT00810
000820 01  QUOTE-REQUEST-RECORD.                                        PQT00820
000830     05  QR-QUOTE-ID                     PIC X(08).               PQT00830
000840     05  FILLER                          PIC X(01).               PQT00840
000850     05  QR-END OCCURS 2 TIMES.                                   PQT00850
000860         10  QR-LOCALITY                 PIC X(20).               PQT00860
000870         10  QR-STATE                    PIC X(02).               PQT00870
000880         10  QR-NPA                      PIC X(03).               PQT00880
000890         10  QR-NXX                      PIC X(03).               PQT00890
000900         10  FILLER                      PIC X(01).               PQT00900
000910     05  QR-SERVICE-CLASS                PIC X(02).               PQT00910
000920     05  FILLER                          PIC X(11).               PQT00920
000930                                                                  PQT00930
000940 FD  QUOTE-RPT-FILE                                               PQT00940
000950     LABEL RECORDS STANDARD.                                      PQT00950
000960 01  QUOTE-RPT-RECORD                    PIC X(80).               PQT00960
000970                                                                  PQT00970
000980 FD  QUOTE-REJECT-FILE                                            PQT00980
000990     LABEL RECORDS STANDARD.                                      PQT00990
001000 01  QUOTE-REJECT-RECORD                 PIC X(80).               PQT01000
001010                                                                  PQT01010
001020 FD  POP-SITE-FILE                                                PQT01020
001030     LABEL RECORDS STANDARD.                                      PQT01030
001040 01  POP-SITE-RECORD.                                             PQT01040
001050     05  PS-SITE-ID                      PIC X(04).               PQT01050
001060     05  FILLER                          PIC X(01).               PQT01060
001070     05  PS-SITE-NAME                    PIC X(20).               PQT01070
001080     05  FILLER                          PIC X(01).               PQT01080
001090     05  PS-V-SIGN                       PIC X(01).               PQT01090
001100     05  PS-V                            PIC 9(05)V99.            PQT01100
001110     05  FILLER                          PIC X(01).               PQT01110
001120     05  PS-H-SIGN                       PIC X(01).               PQT01120
001130     05  PS-H                            PIC 9(05)V99.            PQT01130
001131     05  FILLER                          PIC X(07).               PQT01131
001132     05  PS-SITE-STATUS                  PIC X(01).               PQT01132
001133         88  PS-SITE-PLANNED             VALUE "P".               PQT01133
001140     05  FILLER                          PIC X(29).               PQT01140
001150                                                                  PQT01150
001160 FD  RATE-BAND-FILE                                               PQT01160
001170     LABEL RECORDS STANDARD.                                      PQT01170
001180 01  RATE-BAND-RECORD.                                            PQT01180
001190     05  RB-LOW-MILES                    PIC 9(05).               PQT01190
001200     05  RB-HIGH-MILES                   PIC 9(05).               PQT01200
001210     05  RB-RATE-STEP                    PIC X(02).               PQT01210
001220     05  RB-RATE-PER-MILE                PIC 9(03)V9(04).         PQT01220
001230     05  RB-FIXED-CHARGE                 PIC 9(05)V99.            PQT01230
001240     05  RB-TARIFF-VERSION               PIC X(08).               PQT01240
001250     05  RB-EFFECTIVE-DATE               PIC 9(08).               PQT01250
001251     05  RB-SERVICE-CLASS                PIC X(02).               PQT01251
001252     05  RB-MINIMUM-CHARGE               PIC 9(05)V99.            PQT01252
001253     05  RB-TERMINATION-CHARGE           PIC 9(05)V99.            PQT01253
001254     05  FILLER                          PIC X(22).               PQT01254
001270                                                                  PQT01270
001280 FD  CONTROL-CARD-FILE                                            PQT01280
001290     LABEL RECORDS STANDARD.                                      PQT01290
001300 01  CONTROL-CARD-RECORD                 PIC X(80).               PQT01300
001310                                                                  PQT01310
001320 WORKING-STORAGE SECTION.                                         PQT01320
001330*                                                                 PQT01330
001340*     Working Storage Variables                                   PQT01340
001350*                                                                 PQT01350
001360                                                                  PQT01360
001370 01  QTEIN-FILE-STATUS                   PIC XX.                  PQT01370
001380     88  QTEIN-FILE-AT-END               VALUE "10".              PQT01380
001390 01  QTERPT-FILE-STATUS                  PIC XX.                  PQT01390
001400 01  QTEREJ-FILE-STATUS                  PIC XX.                  PQT01400
001410 01  POPMST-FILE-STATUS                  PIC XX.                  PQT01410
001420 01  RATBND-FILE-STATUS                  PIC XX.                  PQT01420
001430 01  CONTROL-FILE-STATUS                 PIC XX.                  PQT01430
001431 01  WS-QTEIN-ERROR-SWITCH               PIC X(01) VALUE "N".     PQT01431
001432     88  WS-QTEIN-ERROR                  VALUE "Y".               PQT01432
001440                                                                  PQT01440
001450 01  QUOTE-COUNTS.                                                PQT01450
001460     05  REQUESTS-READ                   PIC 9(08) COMP VALUE 0.  PQT01460
001470     05  QUOTES-PRICED                   PIC 9(08) COMP VALUE 0.  PQT01470
001480     05  QUOTES-REJECTED                 PIC 9(08) COMP VALUE 0.  PQT01480
001490     05  ENDS-ENTERED-DIRECT             PIC 9(08) COMP VALUE 0.  PQT01490
001500     05  ENDS-VIA-LOCALITY               PIC 9(08) COMP VALUE 0.  PQT01500
001510     05  UPCOMING-PRICES-QUOTED          PIC 9(08) COMP VALUE 0.  PQT01510
001520                                                                  PQT01520
001530 01  WS-DISPLAY-VARIABLES.                                        PQT01530
001540     05  WS-DISP-NBR                     PIC ZZ9.                 PQT01540
001550                                                                  PQT01550
001560 01  WS-RCLOOK-ARGS.                                              PQT01560
001570     COPY RCLOOKV1.                                               PQT01570
001580                                                                  PQT01580
001590 01  WS-POPLOC-ARGS.                                              PQT01590
001600     COPY POPLOCV2.                                               PQT01600
001610                                                                  PQT01610
001620 01  WS-LOCLOOK-ARGS.                                             PQT01620
001630     COPY LOCXRFV1.                                               PQT01630
001640                                                                  PQT01640
001650*                                                                 PQT01650
001660*     POP-Site Table (UT-POPMST) - as in POPINQ.                  PQT01660
001670*                                                                 PQT01670
001680 01  WS-POP-SITE-LIMIT                   PIC 9(02) COMP VALUE 50. PQT01680
001690 01  WS-POP-SITE-COUNT                   PIC 9(02) COMP VALUE 0.  PQT01690
001700 01  WS-POP-SITE-TABLE.                                           PQT01700
001710     05  WS-POP-SITE-ENTRY OCCURS 50 TIMES.                       PQT01710
001720         10  WS-POP-ID                   PIC X(04).               PQT01720
001730         10  WS-POP-NAME                 PIC X(20).               PQT01730
001740         10  WS-POP-V                    PIC S9(05)V99  COMP-3.   PQT01740
001750         10  WS-POP-H                    PIC S9(05)V99  COMP-3.   PQT01750
001760 01  WS-POP-SUB                          PIC 9(02) COMP.          PQT01760
001770 01  WS-NEAREST-POP-SUB                  PIC 9(02) COMP.          PQT01770
001780 01  WS-NEAREST-POP-MILEAGE              PIC S9(07)V999 COMP-3.   PQT01780
001790                                                                  PQT01790
001800*                                                                 PQT01800
001810*     Rate-Band Table (UT-RATBND) - as in CCTPRC.  Every          PQT01810
001820*     version on file is listed in effective-date order by        PQT01820
001830*     A089 so the later-dated ones can be quoted too.             PQT01830
001840*                                                                 PQT01840
001850 01  WS-RATE-BAND-LIMIT                  PIC 9(03) COMP VALUE 200.PQT01850
001860 01  WS-RATE-BAND-COUNT                  PIC 9(03) COMP VALUE 0.  PQT01860
001870 01  WS-RATE-BAND-TABLE.                                          PQT01870
001880     05  WS-RATE-BAND-ENTRY OCCURS 200 TIMES.                     PQT01880
001890         10  WS-RB-LOW-MILES             PIC 9(05)      COMP-3.   PQT01890
001900         10  WS-RB-HIGH-MILES            PIC 9(05)      COMP-3.   PQT01900
001910         10  WS-RB-RATE-STEP             PIC X(02).               PQT01910
001920         10  WS-RB-RATE-PER-MILE         PIC S9(03)V9(04)         PQT01920
001930                                                        COMP-3.   PQT01930
001940         10  WS-RB-FIXED-CHARGE          PIC S9(05)V99  COMP-3.   PQT01940
001950         10  WS-RB-VERSION               PIC X(08).               PQT01950
001960         10  WS-RB-EFF-DATE              PIC 9(08).               PQT01960
001961         10  WS-RB-CLASS                 PIC X(02).               PQT01961
001962         10  WS-RB-MIN-CHARGE            PIC S9(05)V99  COMP-3.   PQT01962
001963         10  WS-RB-TERM-CHARGE           PIC S9(05)V99  COMP-3.   PQT01963
001970 01  WS-RB-SUB                           PIC 9(03) COMP.          PQT01970
001980 01  WS-BAND-SUB                         PIC 9(03) COMP.          PQT01980
001990 01  WS-PRICING-DATE                     PIC 9(08) VALUE ZERO.    PQT01990
002000 01  WS-SELECTED-VERSION                 PIC X(08).               PQT02000
002010 01  WS-SELECTED-EFF-DATE                PIC 9(08).               PQT02010
002020 01  WS-VERSION-PICKED-SWITCH            PIC X(01) VALUE "N".     PQT02020
002030     88  WS-VERSION-PICKED               VALUE "Y".               PQT02030
002040                                                                  PQT02040
002050 01  WS-VERSION-LIMIT                    PIC 9(02) COMP VALUE 20. PQT02050
002060 01  WS-VERSION-COUNT                    PIC 9(02) COMP VALUE 0.  PQT02060
002070 01  WS-VERSION-TABLE.                                            PQT02070
002080     05  WS-VERSION-ENTRY OCCURS 20 TIMES.                        PQT02080
002090         10  WS-VER-NAME                 PIC X(08).               PQT02090
002100         10  WS-VER-EFF-DATE             PIC 9(08).               PQT02100
002110 01  WS-VER-SUB                          PIC 9(02) COMP.          PQT02110
002120 01  WS-VER-FOUND-SUB                    PIC 9(02) COMP.          PQT02120
002130 01  WS-VER-SHIFT-SUB                    PIC 9(02) COMP.          PQT02130
002140                                                                  PQT02140
002150*    Version being priced and what it came to.                    PQT02150
002160 01  WS-PRICE-VERSION                    PIC X(08).               PQT02160
002170 01  WS-PRICE-EFF-DATE                   PIC 9(08).               PQT02170
002180 01  WS-PRICE-MILEAGE                    PIC S9(07)V999 COMP-3.   PQT02180
002181 01  WS-BAND-MILEAGE                     PIC 9(07)      COMP-3.   PQT02181
002190 01  WS-EXTENDED-CHARGE                  PIC S9(07)V99  COMP-3.   PQT02190
002191 01  WS-MILEAGE-CHARGE                   PIC S9(07)V99  COMP-3.   PQT02191
002192 01  WS-TERMINATION-CHARGE               PIC S9(07)V99  COMP-3.   PQT02192
002193 01  WS-MINIMUM-UPLIFT                   PIC S9(07)V99  COMP-3.   PQT02193
002194 01  WS-SCHEDULE-CLASS                   PIC X(02).               PQT02194
002200 01  WS-VER-PRICED-SWITCH                PIC X(01).               PQT02200
002210     88  WS-VER-PRICED                   VALUE "Y".               PQT02210
002220                                                                  PQT02220
002230*    Both ends of the quote once resolved - 1 is A, 2 is Z.       PQT02230
002240 01  WS-END-SUB                          PIC 9(01) COMP.          PQT02240
002250 01  WS-QUOTE-ENDS.                                               PQT02250
002260     05  WS-QE-ENTRY OCCURS 2 TIMES.                              PQT02260
002270         10  WS-QE-NPA                   PIC 9(03).               PQT02270
002280         10  WS-QE-NXX                   PIC 9(03).               PQT02280
002290         10  WS-QE-CITY                  PIC X(10).               PQT02290
002300         10  WS-QE-ST                    PIC X(02).               PQT02300
002310         10  WS-QE-LATA                  PIC X(05).               PQT02310
002320         10  WS-QE-V                     PIC S9(05)V99  COMP-3.   PQT02320
002330         10  WS-QE-H                     PIC S9(05)V99  COMP-3.   PQT02330
002340         10  WS-QE-POP-ID                PIC X(04).               PQT02340
002350         10  WS-QE-POP-MILEAGE           PIC S9(07)V999 COMP-3.   PQT02350
002360         10  WS-QE-REASON                PIC X(36).               PQT02360
002370                                                                  PQT02370
002380 01  WS-QUOTE-SWITCHES.                                           PQT02380
002390     05  WS-QUOTE-OK-SWITCH              PIC X(01).               PQT02390
002400         88  WS-QUOTE-OK                 VALUE "Y".               PQT02400
002410     05  WS-QUOTE-REASON                 PIC X(36).               PQT02410
002420                                                                  PQT02420
002430 01  WS-CONTROL-CARD.                                             PQT02430
002440     05  WS-CC-QUOTE-DATE                PIC 9(08).               PQT02440
002450     05  FILLER                          PIC X(72).               PQT02450
002460                                                                  PQT02460
002470 01  WS-QUOTE-HEAD-LINE.                                          PQT02470
002480     05  FILLER                          PIC X(06) VALUE          PQT02480
002490         "QUOTE ".                                                PQT02490
002500     05  WS-QH-QUOTE-ID                  PIC X(08).               PQT02500
002510     05  FILLER                          PIC X(08) VALUE          PQT02510
002520         "  CLASS ".                                              PQT02520
002530     05  WS-QH-CLASS                     PIC X(02).               PQT02530
002540     05  FILLER                          PIC X(56) VALUE SPACES.  PQT02540
002550                                                                  PQT02550
002560 01  WS-QUOTE-END-LINE.                                           PQT02560
002570     05  FILLER                          PIC X(02) VALUE SPACES.  PQT02570
002580     05  WS-QL-END-LABEL                 PIC X(06).               PQT02580
002590     05  WS-QL-NPA                       PIC 9(03).               PQT02590
002600     05  FILLER                          PIC X(01) VALUE "-".     PQT02600
002610     05  WS-QL-NXX                       PIC 9(03).               PQT02610
002620     05  FILLER                          PIC X(01) VALUE SPACE.   PQT02620
002630     05  WS-QL-CITY                      PIC X(10).               PQT02630
002640     05  FILLER                          PIC X(01) VALUE SPACE.   PQT02640
002650     05  WS-QL-ST                        PIC X(02).               PQT02650
002660     05  FILLER                          PIC X(06) VALUE          PQT02660
002670         " LATA ".                                                PQT02670
002680     05  WS-QL-LATA                      PIC X(05).               PQT02680
002690     05  FILLER                          PIC X(05) VALUE          PQT02690
002700         " POP ".                                                 PQT02700
002710     05  WS-QL-POP-ID                    PIC X(04).               PQT02710
002720     05  FILLER                          PIC X(01) VALUE SPACE.   PQT02720
002730     05  WS-QL-POP-MILES                 PIC ZZZZ9.999.           PQT02730
002740     05  FILLER                          PIC X(03) VALUE          PQT02740
002750         " MI".                                                   PQT02750
002760     05  FILLER                          PIC X(18) VALUE SPACES.  PQT02760
002770                                                                  PQT02770
002780 01  WS-QUOTE-MILE-LINE.                                          PQT02780
002790     05  FILLER                          PIC X(25) VALUE          PQT02790
002800         "  AIRLINE MILEAGE ...... ".                             PQT02800
002810     05  WS-QM-MILEAGE                   PIC ZZZZ9.999.           PQT02810
002820     05  FILLER                          PIC X(46) VALUE SPACES.  PQT02820
002830                                                                  PQT02830
002840 01  WS-QUOTE-PRICE-LINE.                                         PQT02840
002850     05  FILLER                          PIC X(02) VALUE SPACES.  PQT02850
002860     05  WS-QP-LABEL                     PIC X(09).               PQT02860
002870     05  FILLER                          PIC X(08) VALUE          PQT02870
002880         "VERSION ".                                              PQT02880
002890     05  WS-QP-VERSION                   PIC X(08).               PQT02890
002900     05  FILLER                          PIC X(05) VALUE          PQT02900
002910         " EFF ".                                                 PQT02910
002920     05  WS-QP-EFF-DATE                  PIC 9(08).               PQT02920
002930     05  FILLER                          PIC X(06) VALUE          PQT02930
002940         " STEP ".                                                PQT02940
002950     05  WS-QP-STEP                      PIC X(02).               PQT02950
002960     05  FILLER                          PIC X(08) VALUE          PQT02960
002970         " CHARGE ".                                              PQT02970
002980     05  WS-QP-CHARGE                    PIC ZZZ,ZZ9.99.          PQT02980
002990     05  FILLER                          PIC X(01) VALUE SPACE.   PQT02990
003000     05  WS-QP-NOTE                      PIC X(13).               PQT03000
003001 01  WS-QUOTE-CHARGE-LINE.                                        PQT03001
003002     05  FILLER                          PIC X(13) VALUE          PQT03002
003003         "     MILEAGE ".                                         PQT03003
003004     05  WS-QC-MILEAGE-CHG               PIC ZZZ,ZZ9.99.          PQT03004
003005     05  FILLER                          PIC X(14) VALUE          PQT03005
003006         "  TERMINATION ".                                        PQT03006
003007     05  WS-QC-TERM-CHG                  PIC ZZ,ZZ9.99.           PQT03007
003008     05  FILLER                          PIC X(17) VALUE          PQT03008
003009         "  MINIMUM UPLIFT ".                                     PQT03009
003010     05  WS-QC-UPLIFT                    PIC ZZ,ZZ9.99.           PQT03010
003011     05  FILLER                          PIC X(08) VALUE SPACES.  PQT03011
003012                                                                  PQT03012
003020 01  WS-REJECT-LINE.                                              PQT03020
003030     05  WS-RJ-QUOTE-ID                  PIC X(08).               PQT03030
003040     05  FILLER                          PIC X(01).               PQT03040
003050     05  WS-RJ-END                       PIC X(01).               PQT03050
003060     05  FILLER                          PIC X(01).               PQT03060
003070     05  WS-RJ-LOCALITY                  PIC X(20).               PQT03070
003080     05  FILLER                          PIC X(01).               PQT03080
003090     05  WS-RJ-STATE                     PIC X(02).               PQT03090
003100     05  FILLER                          PIC X(01).               PQT03100
003110     05  WS-RJ-NPA                       PIC X(03).               PQT03110
003120     05  WS-RJ-DASH                      PIC X(01).               PQT03120
003130     05  WS-RJ-NXX                       PIC X(03).               PQT03130
003140     05  FILLER                          PIC X(01).               PQT03140
003150     05  WS-RJ-REASON                    PIC X(36).               PQT03150
003160     05  FILLER                          PIC X(01).               PQT03160
003170                                                                  PQT03170
003180 01  WS-TOTAL-LINE.                                               PQT03180
003190     05  WS-TOT-LABEL                    PIC X(34).               PQT03190
003200     05  WS-TOT-COUNT                    PIC ZZ,ZZZ,ZZ9.          PQT03200
003210     05  FILLER                          PIC X(36).               PQT03210
003220                                                                  PQT03220
003230 01  WS-RUN-DATE.                                                 PQT03230
003240     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               PQT03240
003250                                                                  PQT03250
003251                                                                  PQT03251
003252 01  WS-RUNPOST-ARGS.                                             PQT03252
003253     COPY RUNPSTV1.                                               PQT03253
003260/                                                                 PQT03260
003270 PROCEDURE DIVISION.                                              PQT03270
003280                                                                  PQT03280
003290 A100-MAIN SECTION.                                               PQT03290
003300 A100-START.                                                      PQT03300
003310     DISPLAY "POPQTE - BATCH CIRCUIT PRICE QUOTES".               PQT03310
003320     DISPLAY SPACE.                                               PQT03320
003330     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.              PQT03330
003340                                                                  PQT03340
003350     PERFORM A050-READ-CONTROL-CARD.                              PQT03350
003360     PERFORM A085-LOAD-RATE-BANDS.                                PQT03360
003370     IF WS-RATE-BAND-COUNT = ZERO                                 PQT03370
003380         DISPLAY "NO RATE BANDS - RUN ABANDONED"                  PQT03380
003390         MOVE 12 TO RETURN-CODE                                   PQT03390
003400         GO TO A100-EXIT.                                         PQT03400
003410     PERFORM A090-LOAD-POP-SITES.                                 PQT03410
003420                                                                  PQT03420
003430     OPEN INPUT QUOTE-REQUEST-FILE.                               PQT03430
003440     IF QTEIN-FILE-STATUS NOT = "00"                              PQT03440
003450         DISPLAY "FILE STATUS ERROR OPENING UT-QTEIN: "           PQT03450
003460                     QTEIN-FILE-STATUS                            PQT03460
003470         MOVE 12 TO RETURN-CODE                                   PQT03470
003480         GO TO A100-EXIT.                                         PQT03480
003490     OPEN OUTPUT QUOTE-RPT-FILE.                                  PQT03490
003500     OPEN OUTPUT QUOTE-REJECT-FILE.                               PQT03500
003510                                                                  PQT03510
003520     PERFORM A200-WRITE-REPORT-HEADERS.                           PQT03520
003530     PERFORM B100-QUOTE-ONE-REQUEST UNTIL QTEIN-FILE-AT-END.      PQT03530
003540     CLOSE QUOTE-REQUEST-FILE.                                    PQT03540
003550     SET RL-CLOSE-FUNCTION TO TRUE.                               PQT03550
003560     CALL "RCLOOK" USING WS-RCLOOK-ARGS.                          PQT03560
003561*    The RCLOOK close resets RETURN-CODE, so a UT-QTEIN read      PQT03561
003562*    error is carried on its switch until the CALL is done.       PQT03562
003563     IF WS-QTEIN-ERROR                                            PQT03563
003564         MOVE 12 TO RETURN-CODE                                   PQT03564
003565     END-IF.                                                      PQT03565
003570                                                                  PQT03570
003580     PERFORM A300-WRITE-REPORT-TOTALS.                            PQT03580
003590     PERFORM D100-CONTROL-REPORT.                                 PQT03590
003600     CLOSE QUOTE-RPT-FILE.                                        PQT03600
003610     CLOSE QUOTE-REJECT-FILE.                                     PQT03610
003620                                                                  PQT03620
003630     IF QUOTES-REJECTED > ZERO                                    PQT03630
003640         DISPLAY "REQUESTS NOT QUOTED - SEE UT-QTEREJ"            PQT03640
003650*        A file-error condition code already on the run stands.   PQT03650
003660         IF RETURN-CODE < 4                                       PQT03660
003670             MOVE 4 TO RETURN-CODE                                PQT03670
003680         END-IF                                                   PQT03680
003690     END-IF.                                                      PQT03690
003700                                                                  PQT03700
003710     DISPLAY SPACE.                                               PQT03710
003720     DISPLAY "DONE !".                                            PQT03720
003730                                                                  PQT03730
003740 A100-EXIT.                                                       PQT03740
003741     PERFORM G300-POST-RUN-LEDGER.                                PQT03741
003750     STOP RUN.                                                    PQT03750
003760/                                                                 PQT03760
003770 A050-READ-CONTROL-CARD SECTION.                                  PQT03770
003780 A050-START.                                                      PQT03780
003790     OPEN INPUT CONTROL-CARD-FILE.                                PQT03790
003800     IF CONTROL-FILE-STATUS = "00"                                PQT03800
003810         READ CONTROL-CARD-FILE                                   PQT03810
003820             AT END                                               PQT03820
003830                 MOVE "10" TO CONTROL-FILE-STATUS                 PQT03830
003840         END-READ                                                 PQT03840
003850     END-IF.                                                      PQT03850
003860     IF CONTROL-FILE-STATUS = "00"                                PQT03860
003870         MOVE CONTROL-CARD-RECORD TO WS-CONTROL-CARD              PQT03870
003880         IF WS-CC-QUOTE-DATE NUMERIC                              PQT03880
003890                 AND WS-CC-QUOTE-DATE > ZERO                      PQT03890
003900             MOVE WS-CC-QUOTE-DATE TO WS-PRICING-DATE             PQT03900
003910         END-IF                                                   PQT03910
003920     END-IF.                                                      PQT03920
003930     IF CONTROL-FILE-STATUS NOT = "35"                            PQT03930
003940         CLOSE CONTROL-CARD-FILE                                  PQT03940
003950     END-IF.                                                      PQT03950
003960 A050-EXIT.                                                       PQT03960
003970     EXIT.                                                        PQT03970
003980/                                                                 PQT03980
003990 A085-LOAD-RATE-BANDS SECTION.                                    PQT03990
004000 A085-START.                                                      PQT04000
004010     OPEN INPUT RATE-BAND-FILE.                                   PQT04010
004020     IF RATBND-FILE-STATUS NOT = "00"                             PQT04020
004030         DISPLAY "FILE STATUS ERROR OPENING UT-RATBND: "          PQT04030
004040                     RATBND-FILE-STATUS                           PQT04040
004050         GO TO A085-EXIT.                                         PQT04050
004060     PERFORM UNTIL RATBND-FILE-STATUS NOT = "00"                  PQT04060
004070         READ RATE-BAND-FILE                                      PQT04070
004080             AT END                                               PQT04080
004090                 MOVE "10" TO RATBND-FILE-STATUS                  PQT04090
004100             NOT AT END                                           PQT04100
004110                 PERFORM A086-LOAD-ONE-RATE-BAND                  PQT04110
004120         END-READ                                                 PQT04120
004130     END-PERFORM.                                                 PQT04130
004140     CLOSE RATE-BAND-FILE.                                        PQT04140
004150     MOVE WS-RATE-BAND-COUNT TO WS-DISP-NBR.                      PQT04150
004160     DISPLAY "RATE BANDS LOADED FROM UT-RATBND: " WS-DISP-NBR.    PQT04160
004170     PERFORM A087-SELECT-TARIFF-VERSION.                          PQT04170
004180     PERFORM A089-LIST-ONE-VERSION                                PQT04180
004190         VARYING WS-RB-SUB FROM 1 BY 1                            PQT04190
004200         UNTIL WS-RB-SUB > WS-RATE-BAND-COUNT.                    PQT04200
004210 A085-EXIT.                                                       PQT04210
004220     EXIT.                                                        PQT04220
004230/                                                                 PQT04230
004240 A086-LOAD-ONE-RATE-BAND SECTION.                                 PQT04240
004250 A086-START.                                                      PQT04250
004260     IF WS-RATE-BAND-COUNT NOT LESS THAN WS-RATE-BAND-LIMIT       PQT04260
004270         DISPLAY "RATE BAND TABLE FULL - BAND IGNORED: "          PQT04270
004280             RB-RATE-STEP                                         PQT04280
004290         GO TO A086-EXIT.                                         PQT04290
004300     IF RB-LOW-MILES NOT NUMERIC                                  PQT04300
004310             OR RB-HIGH-MILES NOT NUMERIC                         PQT04310
004320             OR RB-RATE-PER-MILE NOT NUMERIC                      PQT04320
004330             OR RB-FIXED-CHARGE NOT NUMERIC                       PQT04330
004340         DISPLAY "INVALID RATE BAND CARD IGNORED"                 PQT04340
004350         GO TO A086-EXIT.                                         PQT04350
004360     ADD 1 TO WS-RATE-BAND-COUNT.                                 PQT04360
004370     MOVE WS-RATE-BAND-COUNT TO WS-RB-SUB.                        PQT04370
004380     MOVE RB-LOW-MILES TO WS-RB-LOW-MILES (WS-RB-SUB).            PQT04380
004390     MOVE RB-HIGH-MILES TO WS-RB-HIGH-MILES (WS-RB-SUB).          PQT04390
004400     MOVE RB-RATE-STEP TO WS-RB-RATE-STEP (WS-RB-SUB).            PQT04400
004410     MOVE RB-RATE-PER-MILE TO WS-RB-RATE-PER-MILE (WS-RB-SUB).    PQT04410
004420     MOVE RB-FIXED-CHARGE TO WS-RB-FIXED-CHARGE (WS-RB-SUB).      PQT04420
004430*    Legacy band cards carry no version or date - they load as    PQT04430
004440*    the blank base version, in force since day one.              PQT04440
004450     MOVE RB-TARIFF-VERSION TO WS-RB-VERSION (WS-RB-SUB).         PQT04450
004460     IF RB-EFFECTIVE-DATE NUMERIC                                 PQT04460
004470         MOVE RB-EFFECTIVE-DATE TO WS-RB-EFF-DATE (WS-RB-SUB)     PQT04470
004480     ELSE                                                         PQT04480
004490         MOVE ZERO TO WS-RB-EFF-DATE (WS-RB-SUB)                  PQT04490
004500     END-IF.                                                      PQT04500
004501     MOVE RB-SERVICE-CLASS TO WS-RB-CLASS (WS-RB-SUB).            PQT04501
004502     IF RB-MINIMUM-CHARGE NUMERIC                                 PQT04502
004503         MOVE RB-MINIMUM-CHARGE TO WS-RB-MIN-CHARGE (WS-RB-SUB)   PQT04503
004504     ELSE                                                         PQT04504
004505         MOVE ZERO TO WS-RB-MIN-CHARGE (WS-RB-SUB)                PQT04505
004506     END-IF.                                                      PQT04506
004507     IF RB-TERMINATION-CHARGE NUMERIC                             PQT04507
004508         MOVE RB-TERMINATION-CHARGE                               PQT04508
004509             TO WS-RB-TERM-CHARGE (WS-RB-SUB)                     PQT04509
004510     ELSE                                                         PQT04510
004511         MOVE ZERO TO WS-RB-TERM-CHARGE (WS-RB-SUB)               PQT04511
004512     END-IF.                                                      PQT04512
004513 A086-EXIT.                                                       PQT04513
004520     EXIT.                                                        PQT04520
004530/                                                                 PQT04530
004540 A087-SELECT-TARIFF-VERSION SECTION.                              PQT04540
004550 A087-START.                                                      PQT04550
004560     IF WS-PRICING-DATE = ZERO                                    PQT04560
004570         MOVE WS-RUN-DATE-YYYYMMDD TO WS-PRICING-DATE             PQT04570
004580     END-IF.                                                      PQT04580
004590     MOVE SPACES TO WS-SELECTED-VERSION.                          PQT04590
004600     MOVE ZERO TO WS-SELECTED-EFF-DATE.                           PQT04600
004610     MOVE "N" TO WS-VERSION-PICKED-SWITCH.                        PQT04610
004620     PERFORM A088-SCORE-ONE-VERSION                               PQT04620
004630         VARYING WS-RB-SUB FROM 1 BY 1                            PQT04630
004640         UNTIL WS-RB-SUB > WS-RATE-BAND-COUNT.                    PQT04640
004650     IF WS-VERSION-PICKED                                         PQT04650
004660         DISPLAY "TARIFF VERSION IN FORCE: "                      PQT04660
004670             WS-SELECTED-VERSION " EFFECTIVE "                    PQT04670
004680             WS-SELECTED-EFF-DATE " FOR QUOTE DATE "              PQT04680
004690             WS-PRICING-DATE                                      PQT04690
004700     ELSE                                                         PQT04700
004710         DISPLAY "NO TARIFF VERSION IN FORCE FOR QUOTE DATE "     PQT04710
004720             WS-PRICING-DATE                                      PQT04720
004730     END-IF.                                                      PQT04730
004740 A087-EXIT.                                                       PQT04740
004750     EXIT.                                                        PQT04750
004760/                                                                 PQT04760
004770 A088-SCORE-ONE-VERSION SECTION.                                  PQT04770
004780 A088-START.                                                      PQT04780
004790     IF WS-RB-EFF-DATE (WS-RB-SUB) > WS-PRICING-DATE              PQT04790
004800         GO TO A088-EXIT.                                         PQT04800
004810     IF NOT WS-VERSION-PICKED                                     PQT04810
004820             OR WS-RB-EFF-DATE (WS-RB-SUB)                        PQT04820
004830                 > WS-SELECTED-EFF-DATE                           PQT04830
004840         MOVE WS-RB-VERSION (WS-RB-SUB) TO WS-SELECTED-VERSION    PQT04840
004850         MOVE WS-RB-EFF-DATE (WS-RB-SUB)                          PQT04850
004860             TO WS-SELECTED-EFF-DATE                              PQT04860
004870         SET WS-VERSION-PICKED TO TRUE                            PQT04870
004880     END-IF.                                                      PQT04880
004890 A088-EXIT.                                                       PQT04890
004900     EXIT.                                                        PQT04900
004910/                                                                 PQT04910
004920 A089-LIST-ONE-VERSION SECTION.                                   PQT04920
004930 A089-START.                                                      PQT04930
004940*    Only versions dated after the quote date are wanted here -   PQT04940
004950*    the one in force is priced first on its own.                 PQT04950
004960     IF WS-RB-EFF-DATE (WS-RB-SUB) NOT > WS-PRICING-DATE          PQT04960
004970         GO TO A089-EXIT.                                         PQT04970
004980     MOVE ZERO TO WS-VER-FOUND-SUB.                               PQT04980
004990     PERFORM VARYING WS-VER-SUB FROM 1 BY 1                       PQT04990
005000             UNTIL WS-VER-SUB > WS-VERSION-COUNT                  PQT05000
005010                 OR WS-VER-FOUND-SUB NOT = ZERO                   PQT05010
005020         IF WS-VER-NAME (WS-VER-SUB) = WS-RB-VERSION (WS-RB-SUB)  PQT05020
005030             MOVE WS-VER-SUB TO WS-VER-FOUND-SUB                  PQT05030
005040         END-IF                                                   PQT05040
005050     END-PERFORM.                                                 PQT05050
005060     IF WS-VER-FOUND-SUB NOT = ZERO                               PQT05060
005070         GO TO A089-EXIT.                                         PQT05070
005080     IF WS-VERSION-COUNT NOT LESS THAN WS-VERSION-LIMIT           PQT05080
005090         DISPLAY "VERSION TABLE FULL - NOT QUOTED: "              PQT05090
005100             WS-RB-VERSION (WS-RB-SUB)                            PQT05100
005110         GO TO A089-EXIT.                                         PQT05110
005120*    Insert in effective-date order, earliest first.              PQT05120
005130     MOVE WS-VERSION-COUNT TO WS-VER-SHIFT-SUB.                   PQT05130
005140     ADD 1 TO WS-VERSION-COUNT.                                   PQT05140
005150     MOVE WS-VERSION-COUNT TO WS-VER-SUB.                         PQT05150
005160     PERFORM UNTIL WS-VER-SHIFT-SUB = ZERO                        PQT05160
005170             OR WS-VER-EFF-DATE (WS-VER-SHIFT-SUB)                PQT05170
005180                 NOT > WS-RB-EFF-DATE (WS-RB-SUB)                 PQT05180
005190         MOVE WS-VERSION-ENTRY (WS-VER-SHIFT-SUB)                 PQT05190
005200             TO WS-VERSION-ENTRY (WS-VER-SUB)                     PQT05200
005210         SUBTRACT 1 FROM WS-VER-SUB                               PQT05210
005220         SUBTRACT 1 FROM WS-VER-SHIFT-SUB                         PQT05220
005230     END-PERFORM.                                                 PQT05230
005240     MOVE WS-RB-VERSION (WS-RB-SUB) TO WS-VER-NAME (WS-VER-SUB).  PQT05240
005250     MOVE WS-RB-EFF-DATE (WS-RB-SUB)                              PQT05250
005260         TO WS-VER-EFF-DATE (WS-VER-SUB).                         PQT05260
005270 A089-EXIT.                                                       PQT05270
005280     EXIT.                                                        PQT05280
005290/                                                                 PQT05290
005300 A090-LOAD-POP-SITES SECTION.                                     PQT05300
005310 A090-START.                                                      PQT05310
005320     OPEN INPUT POP-SITE-FILE.                                    PQT05320
005330     IF POPMST-FILE-STATUS NOT = "00"                             PQT05330
005340         DISPLAY "FILE STATUS ERROR OPENING UT-POPMST: "          PQT05340
005350                     POPMST-FILE-STATUS                           PQT05350
005360         GO TO A090-EXIT.                                         PQT05360
005370     PERFORM UNTIL POPMST-FILE-STATUS NOT = "00"                  PQT05370
005380         READ POP-SITE-FILE                                       PQT05380
005390             AT END                                               PQT05390
005400                 MOVE "10" TO POPMST-FILE-STATUS                  PQT05400
005410             NOT AT END                                           PQT05410
005420                 PERFORM A095-LOAD-ONE-POP-SITE                   PQT05420
005430         END-READ                                                 PQT05430
005440     END-PERFORM.                                                 PQT05440
005450     CLOSE POP-SITE-FILE.                                         PQT05450
005460     MOVE WS-POP-SITE-COUNT TO WS-DISP-NBR.                       PQT05460
005470     DISPLAY "POP SITES LOADED FROM UT-POPMST: " WS-DISP-NBR.     PQT05470
005480 A090-EXIT.                                                       PQT05480
005490     EXIT.                                                        PQT05490
005500/                                                                 PQT05500
005510 A095-LOAD-ONE-POP-SITE SECTION.                                  PQT05510
005520 A095-START.                                                      PQT05520
005521*    A planned site carries no traffic yet - see POPUPD.          PQT05521
005522     IF PS-SITE-PLANNED                                           PQT05522
005523         GO TO A095-EXIT.                                         PQT05523
005530     IF WS-POP-SITE-COUNT NOT LESS THAN WS-POP-SITE-LIMIT         PQT05530
005540         DISPLAY "POP SITE TABLE FULL - SITE IGNORED: "           PQT05540
005550             PS-SITE-ID                                           PQT05550
005560         GO TO A095-EXIT.                                         PQT05560
005570     IF PS-V NOT NUMERIC OR PS-H NOT NUMERIC                      PQT05570
005580         DISPLAY "INVALID POP SITE CARD IGNORED: " PS-SITE-ID     PQT05580
005590         GO TO A095-EXIT.                                         PQT05590
005600     ADD 1 TO WS-POP-SITE-COUNT.                                  PQT05600
005610     MOVE WS-POP-SITE-COUNT TO WS-POP-SUB.                        PQT05610
005620     MOVE PS-SITE-ID TO WS-POP-ID (WS-POP-SUB).                   PQT05620
005630     MOVE PS-SITE-NAME TO WS-POP-NAME (WS-POP-SUB).               PQT05630
005640     MOVE PS-V TO WS-POP-V (WS-POP-SUB).                          PQT05640
005650     IF PS-V-SIGN = "-"                                           PQT05650
005660         COMPUTE WS-POP-V (WS-POP-SUB) =                          PQT05660
005670             WS-POP-V (WS-POP-SUB) * -1                           PQT05670
005680     END-IF.                                                      PQT05680
005690     MOVE PS-H TO WS-POP-H (WS-POP-SUB).                          PQT05690
005700     IF PS-H-SIGN = "-"                                           PQT05700
005710         COMPUTE WS-POP-H (WS-POP-SUB) =                          PQT05710
005720             WS-POP-H (WS-POP-SUB) * -1                           PQT05720
005730     END-IF.                                                      PQT05730
005740 A095-EXIT.                                                       PQT05740
005750     EXIT.                                                        PQT05750
005760/                                                                 PQT05760
005770 A200-WRITE-REPORT-HEADERS SECTION.                               PQT05770
005780 A200-START.                                                      PQT05780
005790     MOVE SPACES TO QUOTE-RPT-RECORD.                             PQT05790
005800     STRING                                                       PQT05800
005810         "CIRCUIT PRICE QUOTES - QUOTE DATE "                     PQT05810
005820                                        DELIMITED BY SIZE         PQT05820
005830         WS-PRICING-DATE                DELIMITED BY SIZE         PQT05830
005840         " RUN DATE "                   DELIMITED BY SIZE         PQT05840
005850         WS-RUN-DATE-YYYYMMDD           DELIMITED BY SIZE         PQT05850
005860         INTO QUOTE-RPT-RECORD                                    PQT05860
005870     END-STRING.                                                  PQT05870
005880     WRITE QUOTE-RPT-RECORD.                                      PQT05880
005890     MOVE SPACES TO QUOTE-RPT-RECORD.                             PQT05890
005900     WRITE QUOTE-RPT-RECORD.                                      PQT05900
005910                                                                  PQT05910
005920     MOVE SPACES TO QUOTE-REJECT-RECORD.                          PQT05920
005930     STRING                                                       PQT05930
005940         "CANNOT QUOTE LIST - RUN DATE "                          PQT05940
005950                                        DELIMITED BY SIZE         PQT05950
005960         WS-RUN-DATE-YYYYMMDD           DELIMITED BY SIZE         PQT05960
005970         INTO QUOTE-REJECT-RECORD                                 PQT05970
005980     END-STRING.                                                  PQT05980
005990     WRITE QUOTE-REJECT-RECORD.                                   PQT05990
006000     MOVE SPACES TO QUOTE-REJECT-RECORD.                          PQT06000
006010     WRITE QUOTE-REJECT-RECORD.                                   PQT06010
006020 A200-EXIT.                                                       PQT06020
006030     EXIT.                                                        PQT06030
006040/                                                                 PQT06040
006050 A300-WRITE-REPORT-TOTALS SECTION.                                PQT06050
006060 A300-START.                                                      PQT06060
006070     MOVE SPACES TO QUOTE-RPT-RECORD.                             PQT06070
006080     WRITE QUOTE-RPT-RECORD.                                      PQT06080
006090     MOVE SPACES TO WS-TOTAL-LINE.                                PQT06090
006100     MOVE "QUOTE REQUESTS READ .........." TO WS-TOT-LABEL.       PQT06100
006110     MOVE REQUESTS-READ TO WS-TOT-COUNT.                          PQT06110
006120     WRITE QUOTE-RPT-RECORD FROM WS-TOTAL-LINE.                   PQT06120
006130     MOVE "QUOTES PRICED ................" TO WS-TOT-LABEL.       PQT06130
006140     MOVE QUOTES-PRICED TO WS-TOT-COUNT.                          PQT06140
006150     WRITE QUOTE-RPT-RECORD FROM WS-TOTAL-LINE.                   PQT06150
006160     MOVE "UPCOMING-VERSION PRICES ......" TO WS-TOT-LABEL.       PQT06160
006170     MOVE UPCOMING-PRICES-QUOTED TO WS-TOT-COUNT.                 PQT06170
006180     WRITE QUOTE-RPT-RECORD FROM WS-TOTAL-LINE.                   PQT06180
006190     MOVE "REQUESTS NOT QUOTED .........." TO WS-TOT-LABEL.       PQT06190
006200     MOVE QUOTES-REJECTED TO WS-TOT-COUNT.                        PQT06200
006210     WRITE QUOTE-RPT-RECORD FROM WS-TOTAL-LINE.                   PQT06210
006220     MOVE "ENDS ENTERED AS NPA-NXX ......" TO WS-TOT-LABEL.       PQT06220
006230     MOVE ENDS-ENTERED-DIRECT TO WS-TOT-COUNT.                    PQT06230
006240     WRITE QUOTE-RPT-RECORD FROM WS-TOTAL-LINE.                   PQT06240
006250     MOVE "ENDS RESOLVED BY LOCALITY ...." TO WS-TOT-LABEL.       PQT06250
006260     MOVE ENDS-VIA-LOCALITY TO WS-TOT-COUNT.                      PQT06260
006270     WRITE QUOTE-RPT-RECORD FROM WS-TOTAL-LINE.                   PQT06270
006280                                                                  PQT06280
006290     MOVE SPACES TO QUOTE-REJECT-RECORD.                          PQT06290
006300     WRITE QUOTE-REJECT-RECORD.                                   PQT06300
006310     MOVE "REQUESTS NOT QUOTED .........." TO WS-TOT-LABEL.       PQT06310
006320     MOVE QUOTES-REJECTED TO WS-TOT-COUNT.                        PQT06320
006330     WRITE QUOTE-REJECT-RECORD FROM WS-TOTAL-LINE.                PQT06330
006340 A300-EXIT.                                                       PQT06340
006350     EXIT.                                                        PQT06350
006360/                                                                 PQT06360
006370 B100-QUOTE-ONE-REQUEST SECTION.                                  PQT06370
006380 B100-START.                                                      PQT06380
006390     READ QUOTE-REQUEST-FILE                                      PQT06390
006400         AT END                                                   PQT06400
006410             MOVE "10" TO QTEIN-FILE-STATUS                       PQT06410
006420             GO TO B100-EXIT                                      PQT06420
006430     END-READ.                                                    PQT06430
006440     IF QTEIN-FILE-STATUS NOT = "00"                              PQT06440
006450         DISPLAY "FILE STATUS ERROR ON UT-QTEIN: "                PQT06450
006460                     QTEIN-FILE-STATUS                            PQT06460
006470         MOVE "10" TO QTEIN-FILE-STATUS                           PQT06470
006471         SET WS-QTEIN-ERROR TO TRUE                               PQT06471
006490         GO TO B100-EXIT.                                         PQT06490
006500     IF QUOTE-REQUEST-RECORD = SPACES                             PQT06500
006510         GO TO B100-EXIT.                                         PQT06510
006520     ADD 1 TO REQUESTS-READ.                                      PQT06520
006530     SET WS-QUOTE-OK TO TRUE.                                     PQT06530
006540     MOVE SPACES TO WS-QUOTE-REASON.                              PQT06540
006550                                                                  PQT06550
006560*    Both ends are always resolved, so a request with two bad     PQT06560
006570*    ends lists both on the one pass.                             PQT06570
006580     PERFORM C100-RESOLVE-ONE-END                                 PQT06580
006590         VARYING WS-END-SUB FROM 1 BY 1                           PQT06590
006600         UNTIL WS-END-SUB > 2.                                    PQT06600
006610     IF NOT WS-QUOTE-OK                                           PQT06610
006620         PERFORM C500-REJECT-QUOTE                                PQT06620
006630         GO TO B100-EXIT.                                         PQT06630
006640                                                                  PQT06640
006650     PERFORM C200-MEASURE-QUOTE.                                  PQT06650
006660     IF WS-QUOTE-OK                                               PQT06660
006670         MOVE WS-SELECTED-VERSION TO WS-PRICE-VERSION             PQT06670
006680         PERFORM C300-PRICE-UNDER-VERSION                         PQT06680
006690         IF NOT WS-VER-PRICED                                     PQT06690
006700             MOVE "N" TO WS-QUOTE-OK-SWITCH                       PQT06700
006710             IF WS-VERSION-PICKED                                 PQT06710
006720                 MOVE "MILEAGE OUTSIDE ALL RATE BANDS"            PQT06720
006730                     TO WS-QUOTE-REASON                           PQT06730
006740             ELSE                                                 PQT06740
006750                 MOVE "NO TARIFF VERSION IN FORCE"                PQT06750
006760                     TO WS-QUOTE-REASON                           PQT06760
006770             END-IF                                               PQT06770
006780         END-IF                                                   PQT06780
006790     END-IF.                                                      PQT06790
006800     IF NOT WS-QUOTE-OK                                           PQT06800
006810         PERFORM C500-REJECT-QUOTE                                PQT06810
006820         GO TO B100-EXIT.                                         PQT06820
006830                                                                  PQT06830
006840     PERFORM C400-WRITE-QUOTE.                                    PQT06840
006850     ADD 1 TO QUOTES-PRICED.                                      PQT06850
006860 B100-EXIT.                                                       PQT06860
006870     EXIT.                                                        PQT06870
006880/                                                                 PQT06880
006890 C100-RESOLVE-ONE-END SECTION.                                    PQT06890
006900 C100-START.                                                      PQT06900
006910     MOVE SPACES TO WS-QE-REASON (WS-END-SUB).                    PQT06910
006920     MOVE SPACES TO WS-QE-POP-ID (WS-END-SUB).                    PQT06920
006930     MOVE ZERO TO WS-QE-POP-MILEAGE (WS-END-SUB).                 PQT06930
006940     IF QR-NPA (WS-END-SUB) NUMERIC                               PQT06940
006950             AND QR-NXX (WS-END-SUB) NUMERIC                      PQT06950
006960         MOVE QR-NPA (WS-END-SUB) TO WS-QE-NPA (WS-END-SUB)       PQT06960
006970         MOVE QR-NXX (WS-END-SUB) TO WS-QE-NXX (WS-END-SUB)       PQT06970
006980         ADD 1 TO ENDS-ENTERED-DIRECT                             PQT06980
006990     ELSE                                                         PQT06990
007000         IF QR-LOCALITY (WS-END-SUB) = SPACES                     PQT07000
007010             MOVE "NO LOCALITY OR NPA-NXX ON REQUEST"             PQT07010
007020                 TO WS-QE-REASON (WS-END-SUB)                     PQT07020
007030             MOVE "N" TO WS-QUOTE-OK-SWITCH                       PQT07030
007040             GO TO C100-EXIT                                      PQT07040
007050         END-IF                                                   PQT07050
007060         MOVE QR-LOCALITY (WS-END-SUB) TO LX-ALIAS-NAME           PQT07060
007070         MOVE QR-STATE (WS-END-SUB) TO LX-STATE                   PQT07070
007080         CALL "LOCLOOK" USING WS-LOCLOOK-ARGS                     PQT07080
007090         IF LX-FILE-ERROR                                         PQT07090
007100             MOVE "UT-LOCXRF UNAVAILABLE"                         PQT07100
007110                 TO WS-QE-REASON (WS-END-SUB)                     PQT07110
007120             MOVE "N" TO WS-QUOTE-OK-SWITCH                       PQT07120
007130             GO TO C100-EXIT                                      PQT07130
007140         END-IF                                                   PQT07140
007150         IF NOT LX-ALIAS-FOUND                                    PQT07150
007160             MOVE "LOCALITY NOT ON UT-LOCXRF"                     PQT07160
007170                 TO WS-QE-REASON (WS-END-SUB)                     PQT07170
007180             MOVE "N" TO WS-QUOTE-OK-SWITCH                       PQT07180
007190             GO TO C100-EXIT                                      PQT07190
007200         END-IF                                                   PQT07200
007210         MOVE LX-NPA TO WS-QE-NPA (WS-END-SUB)                    PQT07210
007220         MOVE LX-NXX TO WS-QE-NXX (WS-END-SUB)                    PQT07220
007230         ADD 1 TO ENDS-VIA-LOCALITY                               PQT07230
007240     END-IF.                                                      PQT07240
007250                                                                  PQT07250
007260     MOVE SPACE TO RL-FUNCTION.                                   PQT07260
007270     MOVE ZERO TO RL-KEY-CATEGORY.                                PQT07270
007280     MOVE SPACES TO RL-KEY-EXTENSION.                             PQT07280
007290     MOVE WS-QE-NPA (WS-END-SUB) TO RL-NPA.                       PQT07290
007300     MOVE WS-QE-NXX (WS-END-SUB) TO RL-NXX.                       PQT07300
007310     CALL "RCLOOK" USING WS-RCLOOK-ARGS.                          PQT07310
007320     IF NOT RL-RECORD-FOUND                                       PQT07320
007330         MOVE "NPA-NXX NOT ON MRCF-MST"                           PQT07330
007340             TO WS-QE-REASON (WS-END-SUB)                         PQT07340
007350         MOVE "N" TO WS-QUOTE-OK-SWITCH                           PQT07350
007360         GO TO C100-EXIT.                                         PQT07360
007370     IF RL-WIRE-CENTER-V NOT NUMERIC                              PQT07370
007380             OR RL-WIRE-CENTER-H NOT NUMERIC                      PQT07380
007390         MOVE "RATE CENTER V-H UNUSABLE ON MRCF-MST"              PQT07390
007400             TO WS-QE-REASON (WS-END-SUB)                         PQT07400
007410         MOVE "N" TO WS-QUOTE-OK-SWITCH                           PQT07410
007420         GO TO C100-EXIT.                                         PQT07420
007430     MOVE RL-RATE-CENTER-CITY TO WS-QE-CITY (WS-END-SUB).         PQT07430
007440     MOVE RL-RATE-CENTER-ST TO WS-QE-ST (WS-END-SUB).             PQT07440
007450     MOVE RL-LATA-CODE TO WS-QE-LATA (WS-END-SUB).                PQT07450
007460     MOVE RL-WIRE-CENTER-V TO WS-QE-V (WS-END-SUB).               PQT07460
007470     IF RL-WIRE-CENTER-V-SIGN = "-"                               PQT07470
007480         COMPUTE WS-QE-V (WS-END-SUB) =                           PQT07480
007490             WS-QE-V (WS-END-SUB) * -1                            PQT07490
007500     END-IF.                                                      PQT07500
007510     MOVE RL-WIRE-CENTER-H TO WS-QE-H (WS-END-SUB).               PQT07510
007520     IF RL-WIRE-CENTER-H-SIGN = "-"                               PQT07520
007530         COMPUTE WS-QE-H (WS-END-SUB) =                           PQT07530
007540             WS-QE-H (WS-END-SUB) * -1                            PQT07540
007550     END-IF.                                                      PQT07550
007560     PERFORM C150-FIND-NEAREST-POP.                               PQT07560
007570 C100-EXIT.                                                       PQT07570
007580     EXIT.                                                        PQT07580
007590/                                                                 PQT07590
007600 C150-FIND-NEAREST-POP SECTION.                                   PQT07600
007610 C150-START.                                                      PQT07610
007620*    The end is the destination; each POP site is tried as the    PQT07620
007630*    origin, as POPINQ C165 does it.                              PQT07630
007640     IF WS-POP-SITE-COUNT = ZERO                                  PQT07640
007650         GO TO C150-EXIT.                                         PQT07650
007660     MOVE WS-QE-V (WS-END-SUB) TO PL-DESTINATION-V.               PQT07660
007670     MOVE WS-QE-H (WS-END-SUB) TO PL-DESTINATION-H.               PQT07670
007680     MOVE ZERO TO WS-NEAREST-POP-SUB.                             PQT07680
007690     PERFORM C160-SCORE-POP-SITE                                  PQT07690
007700         VARYING WS-POP-SUB FROM 1 BY 1                           PQT07700
007710         UNTIL WS-POP-SUB > WS-POP-SITE-COUNT.                    PQT07710
007720     IF WS-NEAREST-POP-SUB NOT = ZERO                             PQT07720
007730         MOVE WS-POP-ID (WS-NEAREST-POP-SUB)                      PQT07730
007740             TO WS-QE-POP-ID (WS-END-SUB)                         PQT07740
007750         MOVE WS-NEAREST-POP-MILEAGE                              PQT07750
007760             TO WS-QE-POP-MILEAGE (WS-END-SUB)                    PQT07760
007770     END-IF.                                                      PQT07770
007780 C150-EXIT.                                                       PQT07780
007790     EXIT.                                                        PQT07790
007800/                                                                 PQT07800
007810 C160-SCORE-POP-SITE SECTION.                                     PQT07810
007820 C160-START.                                                      PQT07820
007830     MOVE WS-POP-V (WS-POP-SUB) TO PL-ORIGIN-V.                   PQT07830
007840     MOVE WS-POP-H (WS-POP-SUB) TO PL-ORIGIN-H.                   PQT07840
007850     CALL "POPLOC" USING WS-POPLOC-ARGS.                          PQT07850
007860     IF PL-VALID-CALCULATION                                      PQT07860
007870         IF WS-NEAREST-POP-SUB = ZERO                             PQT07870
007880                 OR PL-MILEAGE < WS-NEAREST-POP-MILEAGE           PQT07880
007890             MOVE WS-POP-SUB TO WS-NEAREST-POP-SUB                PQT07890
007900             MOVE PL-MILEAGE TO WS-NEAREST-POP-MILEAGE            PQT07900
007910         END-IF                                                   PQT07910
007920     END-IF.                                                      PQT07920
007930 C160-EXIT.                                                       PQT07930
007940     EXIT.                                                        PQT07940
007950/                                                                 PQT07950
007960 C200-MEASURE-QUOTE SECTION.                                      PQT07960
007970 C200-START.                                                      PQT07970
007980     MOVE WS-QE-V (1) TO PL-ORIGIN-V.                             PQT07980
007990     MOVE WS-QE-H (1) TO PL-ORIGIN-H.                             PQT07990
008000     MOVE WS-QE-V (2) TO PL-DESTINATION-V.                        PQT08000
008010     MOVE WS-QE-H (2) TO PL-DESTINATION-H.                        PQT08010
008020     CALL "POPLOC" USING WS-POPLOC-ARGS.                          PQT08020
008030     IF PL-VALID-CALCULATION                                      PQT08030
008040         MOVE PL-MILEAGE TO WS-PRICE-MILEAGE                      PQT08040
008050     ELSE                                                         PQT08050
008060         MOVE "N" TO WS-QUOTE-OK-SWITCH                           PQT08060
008070         IF PL-BEYOND-RANGE                                       PQT08070
008080             MOVE "MILEAGE BEYOND RATEABLE RANGE"                 PQT08080
008090                 TO WS-QUOTE-REASON                               PQT08090
008100         ELSE                                                     PQT08100
008110             MOVE "END COORDINATES NOT RATEABLE"                  PQT08110
008120                 TO WS-QUOTE-REASON                               PQT08120
008130         END-IF                                                   PQT08130
008140     END-IF.                                                      PQT08140
008150 C200-EXIT.                                                       PQT08150
008160     EXIT.                                                        PQT08160
008170/                                                                 PQT08170
008180 C300-PRICE-UNDER-VERSION SECTION.                                PQT08180
008190 C300-START.                                                      PQT08190
008200     MOVE "N" TO WS-VER-PRICED-SWITCH.                            PQT08200
008201*    The quote's class prices on its own schedule in this version PQT08201
008202*    if it has one, otherwise on the default schedule.            PQT08202
008203     MOVE SPACES TO WS-SCHEDULE-CLASS.                            PQT08203
008204     IF QR-SERVICE-CLASS NOT = SPACES                             PQT08204
008205         PERFORM VARYING WS-RB-SUB FROM 1 BY 1                    PQT08205
008206                 UNTIL WS-RB-SUB > WS-RATE-BAND-COUNT             PQT08206
008207                     OR WS-SCHEDULE-CLASS NOT = SPACES            PQT08207
008208             IF WS-RB-VERSION (WS-RB-SUB) = WS-PRICE-VERSION      PQT08208
008209                     AND WS-RB-CLASS (WS-RB-SUB)                  PQT08209
008210                         = QR-SERVICE-CLASS                       PQT08210
008211                 MOVE QR-SERVICE-CLASS TO WS-SCHEDULE-CLASS       PQT08211
008212             END-IF                                               PQT08212
008213         END-PERFORM                                              PQT08213
008214     END-IF.                                                      PQT08214
008215*    Bands run in whole miles - a part mile rates in the band     PQT08215
008216*    of the whole miles below it.                                 PQT08216
008217     MOVE WS-PRICE-MILEAGE TO WS-BAND-MILEAGE.                    PQT08217
008218     MOVE ZERO TO WS-BAND-SUB.                                    PQT08218
008220     PERFORM VARYING WS-RB-SUB FROM 1 BY 1                        PQT08220
008230             UNTIL WS-RB-SUB > WS-RATE-BAND-COUNT                 PQT08230
008240                 OR WS-BAND-SUB NOT = ZERO                        PQT08240
008250         IF WS-RB-VERSION (WS-RB-SUB) = WS-PRICE-VERSION          PQT08250
008251                 AND WS-RB-CLASS (WS-RB-SUB) = WS-SCHEDULE-CLASS  PQT08251
008260                 AND WS-BAND-MILEAGE                              PQT08260
008270                 NOT LESS THAN WS-RB-LOW-MILES (WS-RB-SUB)        PQT08270
008280                 AND WS-BAND-MILEAGE                              PQT08280
008290                 NOT GREATER THAN WS-RB-HIGH-MILES (WS-RB-SUB)    PQT08290
008300             MOVE WS-RB-SUB TO WS-BAND-SUB                        PQT08300
008310         END-IF                                                   PQT08310
008320     END-PERFORM.                                                 PQT08320
008330     IF WS-BAND-SUB = ZERO                                        PQT08330
008340         GO TO C300-EXIT.                                         PQT08340
008341     COMPUTE WS-MILEAGE-CHARGE ROUNDED =                          PQT08341
008360         WS-RB-FIXED-CHARGE (WS-BAND-SUB) +                       PQT08360
008370         (WS-RB-RATE-PER-MILE (WS-BAND-SUB) *                     PQT08370
008380             WS-PRICE-MILEAGE).                                   PQT08380
008381     COMPUTE WS-TERMINATION-CHARGE =                              PQT08381
008382         WS-RB-TERM-CHARGE (WS-BAND-SUB) * 2.                     PQT08382
008383     COMPUTE WS-EXTENDED-CHARGE =                                 PQT08383
008384         WS-MILEAGE-CHARGE + WS-TERMINATION-CHARGE.               PQT08384
008385     MOVE ZERO TO WS-MINIMUM-UPLIFT.                              PQT08385
008386     IF WS-EXTENDED-CHARGE < WS-RB-MIN-CHARGE (WS-BAND-SUB)       PQT08386
008387         COMPUTE WS-MINIMUM-UPLIFT =                              PQT08387
008388             WS-RB-MIN-CHARGE (WS-BAND-SUB) - WS-EXTENDED-CHARGE  PQT08388
008389         MOVE WS-RB-MIN-CHARGE (WS-BAND-SUB)                      PQT08389
008390             TO WS-EXTENDED-CHARGE                                PQT08390
008391     END-IF.                                                      PQT08391
008392     SET WS-VER-PRICED TO TRUE.                                   PQT08392
008400 C300-EXIT.                                                       PQT08400
008410     EXIT.                                                        PQT08410
008420/                                                                 PQT08420
008430 C400-WRITE-QUOTE SECTION.                                        PQT08430
008440 C400-START.                                                      PQT08440
008450     MOVE QR-QUOTE-ID TO WS-QH-QUOTE-ID.                          PQT08450
008460     MOVE QR-SERVICE-CLASS TO WS-QH-CLASS.                        PQT08460
008470     WRITE QUOTE-RPT-RECORD FROM WS-QUOTE-HEAD-LINE.              PQT08470
008480     PERFORM C450-WRITE-ONE-END                                   PQT08480
008490         VARYING WS-END-SUB FROM 1 BY 1                           PQT08490
008500         UNTIL WS-END-SUB > 2.                                    PQT08500
008510     MOVE WS-PRICE-MILEAGE TO WS-QM-MILEAGE.                      PQT08510
008520     WRITE QUOTE-RPT-RECORD FROM WS-QUOTE-MILE-LINE.              PQT08520
008530                                                                  PQT08530
008540*    C300 has just priced the version in force.                   PQT08540
008550     MOVE "CURRENT" TO WS-QP-LABEL.                               PQT08550
008560     MOVE WS-SELECTED-VERSION TO WS-QP-VERSION.                   PQT08560
008570     MOVE WS-SELECTED-EFF-DATE TO WS-QP-EFF-DATE.                 PQT08570
008580     MOVE WS-RB-RATE-STEP (WS-BAND-SUB) TO WS-QP-STEP.            PQT08580
008590     MOVE WS-EXTENDED-CHARGE TO WS-QP-CHARGE.                     PQT08590
008600     PERFORM C480-SET-SCHEDULE-NOTE.                              PQT08600
008610     WRITE QUOTE-RPT-RECORD FROM WS-QUOTE-PRICE-LINE.             PQT08610
008611     PERFORM C490-WRITE-CHARGE-LINE.                              PQT08611
008620                                                                  PQT08620
008630     PERFORM C470-WRITE-UPCOMING-PRICE                            PQT08630
008640         VARYING WS-VER-SUB FROM 1 BY 1                           PQT08640
008650         UNTIL WS-VER-SUB > WS-VERSION-COUNT.                     PQT08650
008660     MOVE SPACES TO QUOTE-RPT-RECORD.                             PQT08660
008670     WRITE QUOTE-RPT-RECORD.                                      PQT08670
008680 C400-EXIT.                                                       PQT08680
008690     EXIT.                                                        PQT08690
008700/                                                                 PQT08700
008710 C450-WRITE-ONE-END SECTION.                                      PQT08710
008720 C450-START.                                                      PQT08720
008730     IF WS-END-SUB = 1                                            PQT08730
008740         MOVE "A-END " TO WS-QL-END-LABEL                         PQT08740
008750     ELSE                                                         PQT08750
008760         MOVE "Z-END " TO WS-QL-END-LABEL                         PQT08760
008770     END-IF.                                                      PQT08770
008780     MOVE WS-QE-NPA (WS-END-SUB) TO WS-QL-NPA.                    PQT08780
008790     MOVE WS-QE-NXX (WS-END-SUB) TO WS-QL-NXX.                    PQT08790
008800     MOVE WS-QE-CITY (WS-END-SUB) TO WS-QL-CITY.                  PQT08800
008810     MOVE WS-QE-ST (WS-END-SUB) TO WS-QL-ST.                      PQT08810
008820     MOVE WS-QE-LATA (WS-END-SUB) TO WS-QL-LATA.                  PQT08820
008830     IF WS-QE-POP-ID (WS-END-SUB) = SPACES                        PQT08830
008840         MOVE "NONE" TO WS-QL-POP-ID                              PQT08840
008850     ELSE                                                         PQT08850
008860         MOVE WS-QE-POP-ID (WS-END-SUB) TO WS-QL-POP-ID           PQT08860
008870     END-IF.                                                      PQT08870
008880     MOVE WS-QE-POP-MILEAGE (WS-END-SUB) TO WS-QL-POP-MILES.      PQT08880
008890     WRITE QUOTE-RPT-RECORD FROM WS-QUOTE-END-LINE.               PQT08890
008900 C450-EXIT.                                                       PQT08900
008910     EXIT.                                                        PQT08910
008920/                                                                 PQT08920
008930 C470-WRITE-UPCOMING-PRICE SECTION.                               PQT08930
008940 C470-START.                                                      PQT08940
008950     MOVE WS-VER-NAME (WS-VER-SUB) TO WS-PRICE-VERSION.           PQT08950
008960     PERFORM C300-PRICE-UNDER-VERSION.                            PQT08960
008970     MOVE "UPCOMING" TO WS-QP-LABEL.                              PQT08970
008980     MOVE WS-VER-NAME (WS-VER-SUB) TO WS-QP-VERSION.              PQT08980
008990     MOVE WS-VER-EFF-DATE (WS-VER-SUB) TO WS-QP-EFF-DATE.         PQT08990
009000     IF WS-VER-PRICED                                             PQT09000
009010         MOVE WS-RB-RATE-STEP (WS-BAND-SUB) TO WS-QP-STEP         PQT09010
009020         MOVE WS-EXTENDED-CHARGE TO WS-QP-CHARGE                  PQT09020
009030         PERFORM C480-SET-SCHEDULE-NOTE                           PQT09030
009040         ADD 1 TO UPCOMING-PRICES-QUOTED                          PQT09040
009050     ELSE                                                         PQT09050
009060         MOVE SPACES TO WS-QP-STEP                                PQT09060
009070         MOVE ZERO TO WS-QP-CHARGE                                PQT09070
009080         MOVE "NO BAND" TO WS-QP-NOTE                             PQT09080
009090     END-IF.                                                      PQT09090
009100     WRITE QUOTE-RPT-RECORD FROM WS-QUOTE-PRICE-LINE.             PQT09100
009101     IF WS-VER-PRICED                                             PQT09101
009102         PERFORM C490-WRITE-CHARGE-LINE                           PQT09102
009103     END-IF.                                                      PQT09103
009110 C470-EXIT.                                                       PQT09110
009120     EXIT.                                                        PQT09120
009121/                                                                 PQT09121
009122 C480-SET-SCHEDULE-NOTE SECTION.                                  PQT09122
009123 C480-START.                                                      PQT09123
009124     IF QR-SERVICE-CLASS NOT = SPACES                             PQT09124
009125             AND WS-SCHEDULE-CLASS = SPACES                       PQT09125
009126         MOVE "DEFAULT SCHED" TO WS-QP-NOTE                       PQT09126
009127     ELSE                                                         PQT09127
009128         MOVE SPACES TO WS-QP-NOTE                                PQT09128
009129     END-IF.                                                      PQT09129
009130 C480-EXIT.                                                       PQT09130
009131     EXIT.                                                        PQT09131
009132/                                                                 PQT09132
009133 C490-WRITE-CHARGE-LINE SECTION.                                  PQT09133
009134 C490-START.                                                      PQT09134
009135     MOVE WS-MILEAGE-CHARGE TO WS-QC-MILEAGE-CHG.                 PQT09135
009136     MOVE WS-TERMINATION-CHARGE TO WS-QC-TERM-CHG.                PQT09136
009137     MOVE WS-MINIMUM-UPLIFT TO WS-QC-UPLIFT.                      PQT09137
009138     WRITE QUOTE-RPT-RECORD FROM WS-QUOTE-CHARGE-LINE.            PQT09138
009139 C490-EXIT.                                                       PQT09139
009140     EXIT.                                                        PQT09140
009141/                                                                 PQT09141
009142 C500-REJECT-QUOTE SECTION.                                       PQT09142
009150 C500-START.                                                      PQT09150
009160     ADD 1 TO QUOTES-REJECTED.                                    PQT09160
009170     IF WS-QUOTE-REASON NOT = SPACES                              PQT09170
009180*        Both ends resolved - the quote as a whole would not      PQT09180
009190*        rate.                                                    PQT09190
009200         MOVE SPACES TO WS-REJECT-LINE                            PQT09200
009210         MOVE QR-QUOTE-ID TO WS-RJ-QUOTE-ID                       PQT09210
009220         MOVE "*" TO WS-RJ-END                                    PQT09220
009230         MOVE WS-QUOTE-REASON TO WS-RJ-REASON                     PQT09230
009240         WRITE QUOTE-REJECT-RECORD FROM WS-REJECT-LINE            PQT09240
009250         GO TO C500-EXIT.                                         PQT09250
009260     PERFORM C550-REJECT-ONE-END                                  PQT09260
009270         VARYING WS-END-SUB FROM 1 BY 1                           PQT09270
009280         UNTIL WS-END-SUB > 2.                                    PQT09280
009290 C500-EXIT.                                                       PQT09290
009300     EXIT.                                                        PQT09300
009310/                                                                 PQT09310
009320 C550-REJECT-ONE-END SECTION.                                     PQT09320
009330 C550-START.                                                      PQT09330
009340     IF WS-QE-REASON (WS-END-SUB) = SPACES                        PQT09340
009350         GO TO C550-EXIT.                                         PQT09350
009360     MOVE SPACES TO WS-REJECT-LINE.                               PQT09360
009370     MOVE QR-QUOTE-ID TO WS-RJ-QUOTE-ID.                          PQT09370
009380     IF WS-END-SUB = 1                                            PQT09380
009390         MOVE "A" TO WS-RJ-END                                    PQT09390
009400     ELSE                                                         PQT09400
009410         MOVE "Z" TO WS-RJ-END                                    PQT09410
009420     END-IF.                                                      PQT09420
009430     MOVE QR-LOCALITY (WS-END-SUB) TO WS-RJ-LOCALITY.             PQT09430
009440     MOVE QR-STATE (WS-END-SUB) TO WS-RJ-STATE.                   PQT09440
009450     MOVE QR-NPA (WS-END-SUB) TO WS-RJ-NPA.                       PQT09450
009460     MOVE QR-NXX (WS-END-SUB) TO WS-RJ-NXX.                       PQT09460
009470     IF QR-NPA (WS-END-SUB) NOT = SPACES                          PQT09470
009480         MOVE "-" TO WS-RJ-DASH                                   PQT09480
009490     END-IF.                                                      PQT09490
009500     MOVE WS-QE-REASON (WS-END-SUB) TO WS-RJ-REASON.              PQT09500
009510     WRITE QUOTE-REJECT-RECORD FROM WS-REJECT-LINE.               PQT09510
009520 C550-EXIT.                                                       PQT09520
009530     EXIT.                                                        PQT09530
009540/                                                                 PQT09540
009550 D100-CONTROL-REPORT SECTION.                                     PQT09550
009560 D100-START.                                                      PQT09560
009570     DISPLAY SPACE.                                               PQT09570
009580     DISPLAY "POPQTE CONTROL TOTALS ----------------------".      PQT09580
009590     DISPLAY "  QUOTE REQUESTS READ ........... "                 PQT09590
009600         REQUESTS-READ.                                           PQT09600
009610     DISPLAY "  QUOTES PRICED ................. "                 PQT09610
009620         QUOTES-PRICED.                                           PQT09620
009630     DISPLAY "  UPCOMING-VERSION PRICES ....... "                 PQT09630
009640         UPCOMING-PRICES-QUOTED.                                  PQT09640
009650     DISPLAY "  REQUESTS NOT QUOTED ........... "                 PQT09650
009660         QUOTES-REJECTED.                                         PQT09660
009670     DISPLAY "  ENDS ENTERED AS NPA-NXX ....... "                 PQT09670
009680         ENDS-ENTERED-DIRECT.                                     PQT09680
009690     DISPLAY "  ENDS RESOLVED BY LOCALITY ..... "                 PQT09690
009700         ENDS-VIA-LOCALITY.                                       PQT09700
009710 D100-EXIT.                                                       PQT09710
009720     EXIT.                                                        PQT09720
009721/                                                                 PQT09721
009722 G300-POST-RUN-LEDGER SECTION.                                    PQT09722
009723 G300-START.                                                      PQT09723
009724     MOVE "POPQTE" TO RP-JOB-NAME.                                PQT09724
009725     MOVE SPACES TO RP-RUN-ID.                                    PQT09725
009726     SET RP-MASTER-READ TO TRUE.                                  PQT09726
009727     MOVE RETURN-CODE TO RP-STEP-RC.                              PQT09727
009728     MOVE SPACES TO RP-VERDICT.                                   PQT09728
009729     MOVE "READ" TO RP-COUNT-NAME (1).                            PQT09729
009730     MOVE REQUESTS-READ TO RP-COUNT (1).                          PQT09730
009731     MOVE "PRICED" TO RP-COUNT-NAME (2).                          PQT09731
009732     MOVE QUOTES-PRICED TO RP-COUNT (2).                          PQT09732
009733     MOVE "REJECTED" TO RP-COUNT-NAME (3).                        PQT09733
009734     MOVE QUOTES-REJECTED TO RP-COUNT (3).                        PQT09734
009735     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        PQT09735
009736 G300-EXIT.                                                       PQT09736
009737     EXIT.                                                        PQT09737
