000010 IDENTIFICATION DIVISION.                                         PCP00010
000020 PROGRAM-ID. POPCAP.                                              PCP00020
000030***************************************************************** PCP00030
000040*                                                                 PCP00040
000050*   POPCAP - POP port capacity homing pass and utilization        PCP00050
000060*   report.  POPINQ homes every rate center on the nearest        PCP00060
000070*   UT-POPMST site with no regard to how full the site is;        PCP00070
000080*   POPCAP homes the circuit inventory against the port           PCP00080
000090*   capacity each site carries (see POPUPD).                      PCP00090
000100*                                                                 PCP00100
000110*   Every circuit end on UT-CCTMST takes a port.  Each end is     PCP00110
000120*   resolved through RCLOOK to its rate center (city and          PCP00120
000130*   state) and the ends are counted per rate center.  Rate        PCP00130
000140*   centers are then homed in order of their distance to the      PCP00140
000150*   nearest site, closest first, so the rate centers a site       PCP00150
000160*   serves best fill it first.  A rate center's ends go to the    PCP00160
000170*   nearest in-service site with ports free until that site is    PCP00170
000180*   full, then overflow to the next-nearest site with room.       PCP00180
000190*   Where no site has room left the remainder stays on the        PCP00190
000200*   nearest site, over capacity.  A site with no capacity on      PCP00200
000210*   file is not capacity-managed and takes every end offered;     PCP00210
000220*   planned sites (status "P") take none.                         PCP00220
000230*                                                                 PCP00230
000240*   UT-UTLRPT lists every overflow (rate center, ends moved,      PCP00240
000250*   nearest site and mileage, site homed on and mileage, and      PCP00250
000260*   the extra circuit-end miles), then the utilization by         PCP00260
000270*   site: capacity, ends homed, percent used, overflow in,        PCP00270
000280*   overflow out, and the extra mileage the overflow out of       PCP00280
000290*   the site costs.  A site over the augmentation threshold       PCP00290
000300*   (UT-CNTL cols 1-3, whole percent, default 85) is flagged      PCP00300
000310*   AUGMENT and the run ends with condition code 4, as it         PCP00310
000320*   does when any end is left unhomed or over capacity.           PCP00320
000330*                                                                 PCP00330
000340***************************************************************** PCP00340
000350*                                                                 PCP00350
000360*DATE-COMPILED.                                                   PCP00360
000370                                                                  PCP00370
000380 ENVIRONMENT DIVISION.                                            PCP00380
000390 CONFIGURATION SECTION.                                           PCP00390
000400 INPUT-OUTPUT SECTION.                                            PCP00400
000410 FILE-CONTROL.                                                    PCP00410
000420     SELECT CIRCUIT-MST ASSIGN TO UT-CCTMST                       PCP00420
000430                     ORGANIZATION IS INDEXED                      PCP00430
000440                     ACCESS MODE IS SEQUENTIAL                    PCP00440
000450                     RECORD KEY IS CCT-CIRCUIT-ID                 PCP00450
000460                     FILE STATUS IS CCTMST-FILE-STATUS.           PCP00460
000470                                                                  PCP00470
000480*    UT-POPMST is the POP-site master - see POPUPD.               PCP00480
000490     SELECT POP-SITE-FILE ASSIGN TO UT-POPMST                     PCP00490
000500                        ORGANIZATION IS SEQUENTIAL                PCP00500
000510                        ACCESS IS SEQUENTIAL                      PCP00510
000520                        FILE STATUS IS POPMST-FILE-STATUS.        PCP00520
000530                                                                  PCP00530
000540*    UT-UTLRPT is the overflow list and site utilization report.  PCP00540
000550     SELECT UTIL-RPT-FILE ASSIGN TO UT-UTLRPT                     PCP00550
000560                        ORGANIZATION IS SEQUENTIAL                PCP00560
000570                        ACCESS IS SEQUENTIAL                      PCP00570
000580                        FILE STATUS IS UTLRPT-FILE-STATUS.        PCP00580
000590                                                                  PCP00590
000600*    UT-CNTL is the optional run-control card - augmentation      PCP00600
000610*    threshold in whole percent, cols 1-3.                        PCP00610
000620     SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO UT-CNTL          PCP00620
000630                        ORGANIZATION IS SEQUENTIAL                PCP00630
000640                        ACCESS IS SEQUENTIAL                      PCP00640
000650                        FILE STATUS IS CONTROL-FILE-STATUS.       PCP00650
000660                                                                  PCP00660
000670*    Sort work file putting the rate centers nearest-first.       PCP00670
000680     SELECT SORT-WORK-FILE ASSIGN TO UT-SORTWK1.                  PCP00680
000690                                                                  PCP00690
000700 DATA DIVISION.                                                   PCP00700
000710 FILE SECTION.                                                    PCP00710
000720 FD  CIRCUIT-MST                                                  PCP00720
000730     RECORD CONTAINS 80 CHARACTERS,                               PCP00730
000740     LABEL RECORDS ARE STANDARD.                                  PCP00740
000750 01  CIRCUIT-RECORD.                                              PCP00750
000760     05  CCT-CIRCUIT-ID                  PIC X(10).               PCP00760
000770     05  CCT-ACCOUNT-NBR                 PIC X(10).               PCP00770
000780     05  CCT-ORIG-NPA                    PIC 9(03).               PCP00780
000790     05  CCT-ORIG-NXX                    PIC 9(03).               PCP00790
000800     05  CCT-DEST-NPA                    PIC 9(03).               PCP00800
000810     05  CCT-DEST-NXX                    PIC 9(03).               PCP00810
000820     05  CCT-SERVICE-CLASS               PIC X(02).               PCP00820
000830     05  FILLER                          PIC X(46).               PCP00830
000840                                                                  PCP00840
000850 FD  POP-SITE-FILE                                                PCP00850
000860     LABEL RECORDS STANDARD.                                      PCP00860
000870 01  POP-SITE-RECORD.                                             PCP00870
000880     05  PS-SITE-ID                      PIC X(04).               PCP00880
000890     05  FILLER                          PIC X(01).               PCP00890
000900     05  PS-SITE-NAME                    PIC X(20).               PCP00900
000910     05  FILLER                          PIC X(01).               PCP00910
000920     05  PS-V-SIGN                       PIC X(01).               PCP00920
000930     05  PS-V                            PIC 9(05)V99.            PCP00930
000940     05  FILLER                          PIC X(01).               PCP00940
000950     05  PS-H-SIGN                       PIC X(01).               PCP00950
000960     05  PS-H                            PIC 9(05)V99.            PCP00960
000970     05  FILLER                          PIC X(01).               PCP00970
000980     05  PS-PORT-CAPACITY                PIC 9(05).               PCP00980
000990     05  FILLER                          PIC X(01).               PCP00990
001000     05  PS-SITE-STATUS                  PIC X(01).               PCP01000
001010         88  PS-SITE-PLANNED             VALUE "P".               PCP01010
001020     05  FILLER                          PIC X(29).               PCP01020
001030                                                                  PCP01030
001040 FD  UTIL-RPT-FILE                                                PCP01040
001050     LABEL RECORDS STANDARD.                                      PCP01050
001060 01  UTIL-RPT-RECORD                     PIC X(80).               PCP01060
001070                                                                  PCP01070
001080 FD  CONTROL-CARD-FILE                                            PCP01080
001090     LABEL RECORDS STANDARD.                                      PCP01090
001100 01  CONTROL-CARD-RECORD                 PIC X(80).               PCP01100
001110                                                                  PCP01110
001120 SD  SORT-WORK-FILE.                                              PCP01120
001130 01  SORT-RECORD.                                                 PCP01130
001140     05  SORT-NEAREST-MILEAGE            PIC 9(05)V999.           PCP01140
001150     05  SORT-RC-CITY                    PIC X(10).               PCP01150
001160     05  SORT-RC-ST                      PIC X(02).               PCP01160
001170     05  SORT-RC-SUB                     PIC 9(04).               PCP01170
001180                                                                  PCP01180
001190 WORKING-STORAGE SECTION.                                         PCP01190
001200*                                                                 PCP01200
001210*     Working Storage Variables                                   PCP01210
001220*                                                                 PCP01220
001230                                                                  PCP01230
001240 01  CCTMST-FILE-STATUS                  PIC XX.                  PCP01240
001250 01  POPMST-FILE-STATUS                  PIC XX.                  PCP01250
001260 01  UTLRPT-FILE-STATUS                  PIC XX.                  PCP01260
001270 01  CONTROL-FILE-STATUS                 PIC XX.                  PCP01270
001280                                                                  PCP01280
001290 01  HOMING-COUNTS.                                               PCP01290
001300     05  CIRCUITS-READ                   PIC 9(08) COMP VALUE 0.  PCP01300
001310     05  ENDS-COUNTED                    PIC 9(08) COMP VALUE 0.  PCP01310
001320     05  ENDS-UNRESOLVED                 PIC 9(08) COMP VALUE 0.  PCP01320
001330     05  RATE-CENTERS-FOUND              PIC 9(08) COMP VALUE 0.  PCP01330
001340     05  RATE-CENTERS-OUT-OF-RANGE       PIC 9(08) COMP VALUE 0.  PCP01340
001350     05  ENDS-HOMED-NEAREST              PIC 9(08) COMP VALUE 0.  PCP01350
001360     05  ENDS-OVERFLOWED                 PIC 9(08) COMP VALUE 0.  PCP01360
001370     05  ENDS-OVER-CAPACITY              PIC 9(08) COMP VALUE 0.  PCP01370
001380     05  ENDS-UNHOMED                    PIC 9(08) COMP VALUE 0.  PCP01380
001390     05  SITES-FLAGGED                   PIC 9(08) COMP VALUE 0.  PCP01390
001400                                                                  PCP01400
001410 01  WS-DISPLAY-VARIABLES.                                        PCP01410
001420     05  WS-DISP-NBR                     PIC ZZ9.                 PCP01420
001430                                                                  PCP01430
001440 01  WS-RCLOOK-ARGS.                                              PCP01440
001450     COPY RCLOOKV1.                                               PCP01450
001460                                                                  PCP01460
001470 01  WS-POPLOC-ARGS.                                              PCP01470
001480     COPY POPLOCV2.                                               PCP01480
001490                                                                  PCP01490
001500 01  WS-LOOK-NPA                         PIC 9(03).               PCP01500
001510 01  WS-LOOK-NXX                         PIC 9(03).               PCP01510
001520                                                                  PCP01520
001530*                                                                 PCP01530
001540*     POP-Site Table (UT-POPMST) - in-service sites only, with    PCP01540
001550*     the homing tallies for the utilization report.              PCP01550
001560*                                                                 PCP01560
001570 01  WS-POP-SITE-LIMIT                   PIC 9(02) COMP VALUE 50. PCP01570
001580 01  WS-POP-SITE-COUNT                   PIC 9(02) COMP VALUE 0.  PCP01580
001590 01  WS-POP-SITE-TABLE.                                           PCP01590
001600     05  WS-POP-SITE-ENTRY OCCURS 50 TIMES.                       PCP01600
001610         10  WS-POP-ID                   PIC X(04).               PCP01610
001620         10  WS-POP-NAME                 PIC X(20).               PCP01620
001630         10  WS-POP-V                    PIC S9(05)V99  COMP-3.   PCP01630
001640         10  WS-POP-H                    PIC S9(05)V99  COMP-3.   PCP01640
001650         10  WS-POP-CAPACITY             PIC 9(05).               PCP01650
001660         10  WS-POP-HOMED-COUNT          PIC 9(08) COMP.          PCP01660
001670         10  WS-POP-OVERFLOW-IN          PIC 9(08) COMP.          PCP01670
001680         10  WS-POP-OVERFLOW-OUT         PIC 9(08) COMP.          PCP01680
001690         10  WS-POP-EXTRA-MILEAGE        PIC S9(09)V999 COMP-3.   PCP01690
001700 01  WS-POP-SUB                          PIC 9(02) COMP.          PCP01700
001710                                                                  PCP01710
001720*                                                                 PCP01720
001730*     Rate-Center Table - circuit ends counted per rate center    PCP01730
001740*     by B200-POST-ONE-END.                                       PCP01740
001750*                                                                 PCP01750
001760 01  WS-RC-LIMIT                         PIC 9(04) COMP           PCP01760
001770                                             VALUE 2000.          PCP01770
001780 01  WS-RC-COUNT                         PIC 9(04) COMP VALUE 0.  PCP01780
001790 01  WS-RC-TABLE.                                                 PCP01790
001800     05  WS-RC-ENTRY OCCURS 2000 TIMES.                           PCP01800
001810         10  WS-RC-CITY                  PIC X(10).               PCP01810
001820         10  WS-RC-ST                    PIC X(02).               PCP01820
001830         10  WS-RC-V                     PIC S9(05)V99  COMP-3.   PCP01830
001840         10  WS-RC-H                     PIC S9(05)V99  COMP-3.   PCP01840
001850         10  WS-RC-ENDS                  PIC 9(08) COMP.          PCP01850
001860 01  WS-RC-SUB                           PIC 9(04) COMP.          PCP01860
001870 01  WS-RC-FOUND-SUB                     PIC 9(04) COMP.          PCP01870
001880 01  WS-RC-FULL-SWITCH                   PIC X(01) VALUE "N".     PCP01880
001890     88  WS-RC-TABLE-FULL                VALUE "Y".               PCP01890
001900                                                                  PCP01900
001910*                                                                 PCP01910
001920*     Site mileages for the rate center being homed - see         PCP01920
001930*     C150-MEASURE-ONE-SITE.                                      PCP01930
001940*                                                                 PCP01940
001950 01  WS-RC-SITE-TABLE.                                            PCP01950
001960     05  WS-RCS-ENTRY OCCURS 50 TIMES.                            PCP01960
001970         10  WS-RCS-MILEAGE              PIC S9(07)V999 COMP-3.   PCP01970
001980         10  WS-RCS-IN-RANGE-FLAG        PIC X(01).               PCP01980
001990             88  WS-RCS-IN-RANGE         VALUE "Y".               PCP01990
002000         10  WS-RCS-TRIED-FLAG           PIC X(01).               PCP02000
002010             88  WS-RCS-TRIED            VALUE "Y".               PCP02010
002020 01  WS-NEAREST-SUB                      PIC 9(02) COMP.          PCP02020
002030 01  WS-NEAREST-MILEAGE                  PIC S9(07)V999 COMP-3.   PCP02030
002040 01  WS-PICK-SUB                         PIC 9(02) COMP.          PCP02040
002050 01  WS-PICK-MILEAGE                     PIC S9(07)V999 COMP-3.   PCP02050
002060 01  WS-REMAINING-ENDS                   PIC 9(08) COMP.          PCP02060
002070 01  WS-ASSIGN-ENDS                      PIC 9(08) COMP.          PCP02070
002080 01  WS-EXTRA-MILEAGE                    PIC S9(09)V999 COMP-3.   PCP02080
002090 01  WS-TOTAL-EXTRA-MILEAGE              PIC S9(09)V999 COMP-3    PCP02090
002100                                             VALUE ZERO.          PCP02100
002110 01  WS-PERCENT-USED                     PIC 9(05)V9.             PCP02110
002120 01  WS-SORT-EOF-SWITCH                  PIC X(01) VALUE "N".     PCP02120
002130     88  WS-SORT-AT-END                  VALUE "Y".               PCP02130
002131 01  WS-CCTMST-ERROR-SWITCH              PIC X(01) VALUE "N".     PCP02131
002132     88  WS-CCTMST-ERROR                 VALUE "Y".               PCP02132
002133 01  WS-UTLRPT-OPEN-SWITCH               PIC X(01) VALUE "N".     PCP02133
002134     88  WS-UTLRPT-IS-OPEN               VALUE "Y".               PCP02134
002140                                                                  PCP02140
002150*    A capacity-managed site used beyond this percent is flagged  PCP02150
002160*    for augmentation - see UT-CNTL cols 1-3.                     PCP02160
002170 01  WS-AUGMENT-PERCENT                  PIC 9(03) VALUE 85.      PCP02170
002180                                                                  PCP02180
002190 01  WS-CONTROL-CARD.                                             PCP02190
002200     05  WS-CC-AUGMENT-PERCENT           PIC 9(03).               PCP02200
002210     05  FILLER                          PIC X(77).               PCP02210
002220                                                                  PCP02220
002230 01  WS-OVERFLOW-HEAD-LINE.                                       PCP02230
002240     05  FILLER                          PIC X(40) VALUE          PCP02240
002250         "RATE CENTER     ENDS NEAR  MILES HOME  M".              PCP02250
002260     05  FILLER                          PIC X(40) VALUE          PCP02260
002270         "ILES   EXTRA                            ".              PCP02270
002280                                                                  PCP02280
002290 01  WS-OVERFLOW-LINE.                                            PCP02290
002300     05  WS-OVF-CITY                     PIC X(10).               PCP02300
002310     05  FILLER                          PIC X(01).               PCP02310
002320     05  WS-OVF-ST                       PIC X(02).               PCP02320
002330     05  FILLER                          PIC X(01).               PCP02330
002340     05  WS-OVF-ENDS                     PIC ZZZZZ9.              PCP02340
002350     05  FILLER                          PIC X(01).               PCP02350
002360     05  WS-OVF-NEAR-SITE                PIC X(04).               PCP02360
002370     05  FILLER                          PIC X(01).               PCP02370
002380     05  WS-OVF-NEAR-MILES               PIC ZZZZ9.9.             PCP02380
002390     05  FILLER                          PIC X(01).               PCP02390
002400     05  WS-OVF-HOME-SITE                PIC X(04).               PCP02400
002410     05  FILLER                          PIC X(01).               PCP02410
002420     05  WS-OVF-HOME-MILES               PIC ZZZZ9.9.             PCP02420
002430     05  FILLER                          PIC X(01).               PCP02430
002440     05  WS-OVF-EXTRA                    PIC ZZZZZZ9.             PCP02440
002450     05  FILLER                          PIC X(01).               PCP02450
002460     05  WS-OVF-TEXT                     PIC X(22).               PCP02460
002470     05  FILLER                          PIC X(03).               PCP02470
002480                                                                  PCP02480
002490 01  WS-SITE-HEAD-LINE.                                           PCP02490
002500     05  FILLER                          PIC X(40) VALUE          PCP02500
002510         "SITE NAME                   CAP  HOMED  ".              PCP02510
002520     05  FILLER                          PIC X(40) VALUE          PCP02520
002530         "USED%  O-IN O-OUT   EXTRA FLAG          ".              PCP02530
002540                                                                  PCP02540
002550 01  WS-SITE-LINE.                                                PCP02550
002560     05  WS-UT-SITE-ID                   PIC X(04).               PCP02560
002570     05  FILLER                          PIC X(01).               PCP02570
002580     05  WS-UT-SITE-NAME                 PIC X(20).               PCP02580
002590     05  FILLER                          PIC X(01).               PCP02590
002600     05  WS-UT-CAPACITY                  PIC ZZZZ9.               PCP02600
002610     05  FILLER                          PIC X(01).               PCP02610
002620     05  WS-UT-HOMED                     PIC ZZZZZ9.              PCP02620
002630     05  FILLER                          PIC X(01).               PCP02630
002640     05  WS-UT-PERCENT                   PIC ZZZ9.9.              PCP02640
002650     05  FILLER                          PIC X(01).               PCP02650
002660     05  WS-UT-OVERFLOW-IN               PIC ZZZZ9.               PCP02660
002670     05  FILLER                          PIC X(01).               PCP02670
002680     05  WS-UT-OVERFLOW-OUT              PIC ZZZZ9.               PCP02680
002690     05  FILLER                          PIC X(01).               PCP02690
002700     05  WS-UT-EXTRA                     PIC ZZZZZZ9.             PCP02700
002710     05  FILLER                          PIC X(01).               PCP02710
002720     05  WS-UT-FLAG                      PIC X(07).               PCP02720
002730     05  FILLER                          PIC X(07).               PCP02730
002740                                                                  PCP02740
002750 01  WS-TOTAL-LINE.                                               PCP02750
002760     05  WS-TOT-LABEL                    PIC X(34).               PCP02760
002770     05  WS-TOT-COUNT                    PIC ZZ,ZZZ,ZZ9.          PCP02770
002780     05  FILLER                          PIC X(36).               PCP02780
002790                                                                  PCP02790
002800 01  WS-RUN-DATE.                                                 PCP02800
002810     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               PCP02810
002820                                                                  PCP02820
002821                                                                  PCP02821
002822 01  WS-RUNPOST-ARGS.                                             PCP02822
002823     COPY RUNPSTV1.                                               PCP02823
002830/                                                                 PCP02830
002840 PROCEDURE DIVISION.                                              PCP02840
002850                                                                  PCP02850
002860 A100-MAIN SECTION.                                               PCP02860
002870 A100-START.                                                      PCP02870
002880     DISPLAY "POPCAP - POP PORT CAPACITY HOMING PASS".            PCP02880
002890     DISPLAY SPACE.                                               PCP02890
002900     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.              PCP02900
002910                                                                  PCP02910
002920     PERFORM A050-READ-CONTROL-CARD.                              PCP02920
002930     PERFORM A090-LOAD-POP-SITES.                                 PCP02930
002940     IF WS-POP-SITE-COUNT = ZERO                                  PCP02940
002950         DISPLAY "NO IN-SERVICE POP SITES - RUN ABANDONED"        PCP02950
002960         MOVE 12 TO RETURN-CODE                                   PCP02960
002970         GO TO A100-EXIT.                                         PCP02970
002980                                                                  PCP02980
002990     PERFORM B100-COUNT-CIRCUIT-ENDS.                             PCP02990
003000     SET RL-CLOSE-FUNCTION TO TRUE.                               PCP03000
003010     CALL "RCLOOK" USING WS-RCLOOK-ARGS.                          PCP03010
003011*    The RCLOOK close resets RETURN-CODE, so a UT-CCTMST error is PCP03011
003012*    carried on its switch until every CALL is done.              PCP03012
003013     IF WS-CCTMST-ERROR                                           PCP03013
003014         MOVE 12 TO RETURN-CODE                                   PCP03014
003015         GO TO A100-EXIT.                                         PCP03015
003040                                                                  PCP03040
003050     OPEN OUTPUT UTIL-RPT-FILE.                                   PCP03050
003051     SET WS-UTLRPT-IS-OPEN TO TRUE.                               PCP03051
003060     PERFORM A200-WRITE-REPORT-HEADER.                            PCP03060
003070     SORT SORT-WORK-FILE                                          PCP03070
003080         ON ASCENDING KEY SORT-NEAREST-MILEAGE                    PCP03080
003090                          SORT-RC-CITY                            PCP03090
003100                          SORT-RC-ST                              PCP03100
003110         INPUT PROCEDURE C000-RELEASE-RATE-CENTERS                PCP03110
003120         OUTPUT PROCEDURE E000-HOME-RATE-CENTERS.                 PCP03120
003130     PERFORM F100-WRITE-UTILIZATION.                              PCP03130
003140     PERFORM A300-WRITE-REPORT-TOTALS.                            PCP03140
003150     PERFORM D100-CONTROL-REPORT.                                 PCP03150
003160                                                                  PCP03160
003170     IF SITES-FLAGGED > ZERO                                      PCP03170
003180             OR ENDS-OVER-CAPACITY > ZERO                         PCP03180
003190             OR ENDS-UNHOMED > ZERO                               PCP03190
003200         DISPLAY "SITES NEED AUGMENTATION - SEE UT-UTLRPT"        PCP03200
003210         IF RETURN-CODE < 4                                       PCP03210
003220             MOVE 4 TO RETURN-CODE                                PCP03220
003230         END-IF                                                   PCP03230
003240     END-IF.                                                      PCP03240
003250                                                                  PCP03250
003260     DISPLAY SPACE.                                               PCP03260
003270     DISPLAY "DONE !".                                            PCP03270
003280                                                                  PCP03280
003290 A100-EXIT.                                                       PCP03290
003291     IF WS-UTLRPT-IS-OPEN                                         PCP03291
003292         CLOSE UTIL-RPT-FILE                                      PCP03292
003293     END-IF.                                                      PCP03293
003301     PERFORM G300-POST-RUN-LEDGER.                                PCP03301
003310     STOP RUN.                                                    PCP03310
003320/                                                                 PCP03320
003330 A050-READ-CONTROL-CARD SECTION.                                  PCP03330
003340 A050-START.                                                      PCP03340
003350     OPEN INPUT CONTROL-CARD-FILE.                                PCP03350
003360     IF CONTROL-FILE-STATUS = "00"                                PCP03360
003370         READ CONTROL-CARD-FILE                                   PCP03370
003380             AT END                                               PCP03380
003390                 MOVE "10" TO CONTROL-FILE-STATUS                 PCP03390
003400         END-READ                                                 PCP03400
003410     END-IF.                                                      PCP03410
003420     IF CONTROL-FILE-STATUS = "00"                                PCP03420
003430         MOVE CONTROL-CARD-RECORD TO WS-CONTROL-CARD              PCP03430
003440         IF WS-CC-AUGMENT-PERCENT NUMERIC                         PCP03440
003450                 AND WS-CC-AUGMENT-PERCENT > ZERO                 PCP03450
003460             MOVE WS-CC-AUGMENT-PERCENT TO WS-AUGMENT-PERCENT     PCP03460
003470         END-IF                                                   PCP03470
003480     END-IF.                                                      PCP03480
003490     IF CONTROL-FILE-STATUS NOT = "35"                            PCP03490
003500         CLOSE CONTROL-CARD-FILE                                  PCP03500
003510     END-IF.                                                      PCP03510
003520     DISPLAY "AUGMENTATION THRESHOLD PERCENT: "                   PCP03520
003530         WS-AUGMENT-PERCENT.                                      PCP03530
003540 A050-EXIT.                                                       PCP03540
003550     EXIT.                                                        PCP03550
003560/                                                                 PCP03560
003570 A090-LOAD-POP-SITES SECTION.                                     PCP03570
003580 A090-START.                                                      PCP03580
003590     OPEN INPUT POP-SITE-FILE.                                    PCP03590
003600     IF POPMST-FILE-STATUS NOT = "00"                             PCP03600
003610         DISPLAY "FILE STATUS ERROR OPENING UT-POPMST: "          PCP03610
003620                     POPMST-FILE-STATUS                           PCP03620
003630         GO TO A090-EXIT.                                         PCP03630
003640     PERFORM UNTIL POPMST-FILE-STATUS NOT = "00"                  PCP03640
003650         READ POP-SITE-FILE                                       PCP03650
003660             AT END                                               PCP03660
003670                 MOVE "10" TO POPMST-FILE-STATUS                  PCP03670
003680             NOT AT END                                           PCP03680
003690                 PERFORM A095-LOAD-ONE-POP-SITE                   PCP03690
003700         END-READ                                                 PCP03700
003710     END-PERFORM.                                                 PCP03710
003720     CLOSE POP-SITE-FILE.                                         PCP03720
003730     MOVE WS-POP-SITE-COUNT TO WS-DISP-NBR.                       PCP03730
003740     DISPLAY "POP SITES LOADED FROM UT-POPMST: " WS-DISP-NBR.     PCP03740
003750 A090-EXIT.                                                       PCP03750
003760     EXIT.                                                        PCP03760
003770/                                                                 PCP03770
003780 A095-LOAD-ONE-POP-SITE SECTION.                                  PCP03780
003790 A095-START.                                                      PCP03790
003800*    A planned site carries no traffic yet - see POPUPD.          PCP03800
003810     IF PS-SITE-PLANNED                                           PCP03810
003820         GO TO A095-EXIT.                                         PCP03820
003830     IF WS-POP-SITE-COUNT NOT LESS THAN WS-POP-SITE-LIMIT         PCP03830
003840         DISPLAY "POP SITE TABLE FULL - SITE IGNORED: "           PCP03840
003850             PS-SITE-ID                                           PCP03850
003860         GO TO A095-EXIT.                                         PCP03860
003870     IF PS-V NOT NUMERIC OR PS-H NOT NUMERIC                      PCP03870
003880         DISPLAY "INVALID POP SITE RECORD IGNORED: " PS-SITE-ID   PCP03880
003890         GO TO A095-EXIT.                                         PCP03890
003900     ADD 1 TO WS-POP-SITE-COUNT.                                  PCP03900
003910     MOVE WS-POP-SITE-COUNT TO WS-POP-SUB.                        PCP03910
003920     MOVE PS-SITE-ID TO WS-POP-ID (WS-POP-SUB).                   PCP03920
003930     MOVE PS-SITE-NAME TO WS-POP-NAME (WS-POP-SUB).               PCP03930
003940     MOVE PS-V TO WS-POP-V (WS-POP-SUB).                          PCP03940
003950     IF PS-V-SIGN = "-"                                           PCP03950
003960         COMPUTE WS-POP-V (WS-POP-SUB) =                          PCP03960
003970             WS-POP-V (WS-POP-SUB) * -1                           PCP03970
003980     END-IF.                                                      PCP03980
003990     MOVE PS-H TO WS-POP-H (WS-POP-SUB).                          PCP03990
004000     IF PS-H-SIGN = "-"                                           PCP04000
004010         COMPUTE WS-POP-H (WS-POP-SUB) =                          PCP04010
004020             WS-POP-H (WS-POP-SUB) * -1                           PCP04020
004030     END-IF.                                                      PCP04030
004040*    No capacity on file - the site is not capacity-managed.      PCP04040
004050     IF PS-PORT-CAPACITY NUMERIC                                  PCP04050
004060         MOVE PS-PORT-CAPACITY TO WS-POP-CAPACITY (WS-POP-SUB)    PCP04060
004070     ELSE                                                         PCP04070
004080         MOVE ZERO TO WS-POP-CAPACITY (WS-POP-SUB)                PCP04080
004090     END-IF.                                                      PCP04090
004100     MOVE ZERO TO WS-POP-HOMED-COUNT (WS-POP-SUB).                PCP04100
004110     MOVE ZERO TO WS-POP-OVERFLOW-IN (WS-POP-SUB).                PCP04110
004120     MOVE ZERO TO WS-POP-OVERFLOW-OUT (WS-POP-SUB).               PCP04120
004130     MOVE ZERO TO WS-POP-EXTRA-MILEAGE (WS-POP-SUB).              PCP04130
004140 A095-EXIT.                                                       PCP04140
004150     EXIT.                                                        PCP04150
004160/                                                                 PCP04160
004170 A200-WRITE-REPORT-HEADER SECTION.                                PCP04170
004180 A200-START.                                                      PCP04180
004190     MOVE SPACES TO UTIL-RPT-RECORD.                              PCP04190
004200     STRING                                                       PCP04200
004210         "POP PORT UTILIZATION - RUN DATE "                       PCP04210
004220                                        DELIMITED BY SIZE         PCP04220
004230         WS-RUN-DATE-YYYYMMDD           DELIMITED BY SIZE         PCP04230
004240         INTO UTIL-RPT-RECORD                                     PCP04240
004250     END-STRING.                                                  PCP04250
004260     WRITE UTIL-RPT-RECORD.                                       PCP04260
004270     MOVE SPACES TO UTIL-RPT-RECORD.                              PCP04270
004280     WRITE UTIL-RPT-RECORD.                                       PCP04280
004290     MOVE "OVERFLOW HOMING" TO UTIL-RPT-RECORD.                   PCP04290
004300     WRITE UTIL-RPT-RECORD.                                       PCP04300
004310     WRITE UTIL-RPT-RECORD FROM WS-OVERFLOW-HEAD-LINE.            PCP04310
004320 A200-EXIT.                                                       PCP04320
004330     EXIT.                                                        PCP04330
004340/                                                                 PCP04340
004350 A300-WRITE-REPORT-TOTALS SECTION.                                PCP04350
004360 A300-START.                                                      PCP04360
004370     MOVE SPACES TO UTIL-RPT-RECORD.                              PCP04370
004380     WRITE UTIL-RPT-RECORD.                                       PCP04380
004390     MOVE SPACES TO WS-TOTAL-LINE.                                PCP04390
004400     MOVE "CIRCUITS READ ................" TO WS-TOT-LABEL.       PCP04400
004410     MOVE CIRCUITS-READ TO WS-TOT-COUNT.                          PCP04410
004420     WRITE UTIL-RPT-RECORD FROM WS-TOTAL-LINE.                    PCP04420
004430     MOVE "CIRCUIT ENDS COUNTED ........." TO WS-TOT-LABEL.       PCP04430
004440     MOVE ENDS-COUNTED TO WS-TOT-COUNT.                           PCP04440
004450     WRITE UTIL-RPT-RECORD FROM WS-TOTAL-LINE.                    PCP04450
004460     MOVE "ENDS NOT RESOLVED ............" TO WS-TOT-LABEL.       PCP04460
004470     MOVE ENDS-UNRESOLVED TO WS-TOT-COUNT.                        PCP04470
004480     WRITE UTIL-RPT-RECORD FROM WS-TOTAL-LINE.                    PCP04480
004490     MOVE "RATE CENTERS ................." TO WS-TOT-LABEL.       PCP04490
004500     MOVE RATE-CENTERS-FOUND TO WS-TOT-COUNT.                     PCP04500
004510     WRITE UTIL-RPT-RECORD FROM WS-TOTAL-LINE.                    PCP04510
004520     MOVE "ENDS HOMED ON NEAREST SITE ..." TO WS-TOT-LABEL.       PCP04520
004530     MOVE ENDS-HOMED-NEAREST TO WS-TOT-COUNT.                     PCP04530
004540     WRITE UTIL-RPT-RECORD FROM WS-TOTAL-LINE.                    PCP04540
004550     MOVE "ENDS OVERFLOWED .............." TO WS-TOT-LABEL.       PCP04550
004560     MOVE ENDS-OVERFLOWED TO WS-TOT-COUNT.                        PCP04560
004570     WRITE UTIL-RPT-RECORD FROM WS-TOTAL-LINE.                    PCP04570
004580     MOVE "ENDS HOMED OVER CAPACITY ....." TO WS-TOT-LABEL.       PCP04580
004590     MOVE ENDS-OVER-CAPACITY TO WS-TOT-COUNT.                     PCP04590
004600     WRITE UTIL-RPT-RECORD FROM WS-TOTAL-LINE.                    PCP04600
004610     MOVE "ENDS WITH NO SITE IN RANGE ..." TO WS-TOT-LABEL.       PCP04610
004620     MOVE ENDS-UNHOMED TO WS-TOT-COUNT.                           PCP04620
004630     WRITE UTIL-RPT-RECORD FROM WS-TOTAL-LINE.                    PCP04630
004640     MOVE "EXTRA CIRCUIT-END MILES ......" TO WS-TOT-LABEL.       PCP04640
004650     MOVE WS-TOTAL-EXTRA-MILEAGE TO WS-TOT-COUNT.                 PCP04650
004660     WRITE UTIL-RPT-RECORD FROM WS-TOTAL-LINE.                    PCP04660
004670     MOVE "SITES FLAGGED FOR AUGMENTATION" TO WS-TOT-LABEL.       PCP04670
004680     MOVE SITES-FLAGGED TO WS-TOT-COUNT.                          PCP04680
004690     WRITE UTIL-RPT-RECORD FROM WS-TOTAL-LINE.                    PCP04690
004700 A300-EXIT.                                                       PCP04700
004710     EXIT.                                                        PCP04710
004720/                                                                 PCP04720
004730 B100-COUNT-CIRCUIT-ENDS SECTION.                                 PCP04730
004740 B100-START.                                                      PCP04740
004750     OPEN INPUT CIRCUIT-MST.                                      PCP04750
004760     IF CCTMST-FILE-STATUS NOT = "00"                             PCP04760
004770         DISPLAY "FILE STATUS ERROR OPENING UT-CCTMST: "          PCP04770
004780                     CCTMST-FILE-STATUS                           PCP04780
004790         SET WS-CCTMST-ERROR TO TRUE                              PCP04790
004800         GO TO B100-EXIT.                                         PCP04800
004810     PERFORM B150-COUNT-ONE-CIRCUIT                               PCP04810
004820         UNTIL CCTMST-FILE-STATUS NOT = "00".                     PCP04820
004830     CLOSE CIRCUIT-MST.                                           PCP04830
004840     MOVE WS-RC-COUNT TO RATE-CENTERS-FOUND.                      PCP04840
004850     IF WS-RC-TABLE-FULL                                          PCP04850
004860         DISPLAY "RATE-CENTER TABLE FULL - ENDS NOT COUNTED"      PCP04860
004870     END-IF.                                                      PCP04870
004880 B100-EXIT.                                                       PCP04880
004890     EXIT.                                                        PCP04890
004900/                                                                 PCP04900
004910 B150-COUNT-ONE-CIRCUIT SECTION.                                  PCP04910
004920 B150-START.                                                      PCP04920
004930     READ CIRCUIT-MST                                             PCP04930
004940         AT END                                                   PCP04940
004950             MOVE "10" TO CCTMST-FILE-STATUS                      PCP04950
004960             GO TO B150-EXIT                                      PCP04960
004970     END-READ.                                                    PCP04970
004980     IF CCTMST-FILE-STATUS NOT = "00"                             PCP04980
004990         DISPLAY "FILE STATUS ERROR ON UT-CCTMST: "               PCP04990
005000                     CCTMST-FILE-STATUS                           PCP05000
005010         MOVE "10" TO CCTMST-FILE-STATUS                          PCP05010
005020         SET WS-CCTMST-ERROR TO TRUE                              PCP05020
005030         GO TO B150-EXIT.                                         PCP05030
005040     ADD 1 TO CIRCUITS-READ.                                      PCP05040
005050     IF CCT-ORIG-NPA NUMERIC AND CCT-ORIG-NXX NUMERIC             PCP05050
005060         MOVE CCT-ORIG-NPA TO WS-LOOK-NPA                         PCP05060
005070         MOVE CCT-ORIG-NXX TO WS-LOOK-NXX                         PCP05070
005080         PERFORM B200-POST-ONE-END                                PCP05080
005090     ELSE                                                         PCP05090
005100         ADD 1 TO ENDS-UNRESOLVED                                 PCP05100
005110     END-IF.                                                      PCP05110
005120     IF CCT-DEST-NPA NUMERIC AND CCT-DEST-NXX NUMERIC             PCP05120
005130         MOVE CCT-DEST-NPA TO WS-LOOK-NPA                         PCP05130
005140         MOVE CCT-DEST-NXX TO WS-LOOK-NXX                         PCP05140
005150         PERFORM B200-POST-ONE-END                                PCP05150
005160     ELSE                                                         PCP05160
005170         ADD 1 TO ENDS-UNRESOLVED                                 PCP05170
005180     END-IF.                                                      PCP05180
005190 B150-EXIT.                                                       PCP05190
005200     EXIT.                                                        PCP05200
005210/                                                                 PCP05210
005220 B200-POST-ONE-END SECTION.                                       PCP05220
005230 B200-START.                                                      PCP05230
005240     MOVE SPACE TO RL-FUNCTION.                                   PCP05240
005250     MOVE ZERO TO RL-KEY-CATEGORY.                                PCP05250
005260     MOVE SPACES TO RL-KEY-EXTENSION.                             PCP05260
005270     MOVE WS-LOOK-NPA TO RL-NPA.                                  PCP05270
005280     MOVE WS-LOOK-NXX TO RL-NXX.                                  PCP05280
005290     CALL "RCLOOK" USING WS-RCLOOK-ARGS.                          PCP05290
005300     IF NOT RL-RECORD-FOUND                                       PCP05300
005310             OR RL-WIRE-CENTER-V NOT NUMERIC                      PCP05310
005320             OR RL-WIRE-CENTER-H NOT NUMERIC                      PCP05320
005330         ADD 1 TO ENDS-UNRESOLVED                                 PCP05330
005340         GO TO B200-EXIT.                                         PCP05340
005350                                                                  PCP05350
005360     MOVE ZERO TO WS-RC-FOUND-SUB.                                PCP05360
005370     PERFORM VARYING WS-RC-SUB FROM 1 BY 1                        PCP05370
005380             UNTIL WS-RC-SUB > WS-RC-COUNT                        PCP05380
005390                 OR WS-RC-FOUND-SUB NOT = ZERO                    PCP05390
005400         IF WS-RC-CITY (WS-RC-SUB) = RL-RATE-CENTER-CITY          PCP05400
005410                 AND WS-RC-ST (WS-RC-SUB) = RL-RATE-CENTER-ST     PCP05410
005420             MOVE WS-RC-SUB TO WS-RC-FOUND-SUB                    PCP05420
005430         END-IF                                                   PCP05430
005440     END-PERFORM.                                                 PCP05440
005450     IF WS-RC-FOUND-SUB = ZERO                                    PCP05450
005460         PERFORM B250-ADD-RATE-CENTER                             PCP05460
005470     END-IF.                                                      PCP05470
005480     IF WS-RC-FOUND-SUB = ZERO                                    PCP05480
005490         ADD 1 TO ENDS-UNRESOLVED                                 PCP05490
005500         GO TO B200-EXIT.                                         PCP05500
005510     ADD 1 TO WS-RC-ENDS (WS-RC-FOUND-SUB).                       PCP05510
005520     ADD 1 TO ENDS-COUNTED.                                       PCP05520
005530 B200-EXIT.                                                       PCP05530
005540     EXIT.                                                        PCP05540
005550/                                                                 PCP05550
005560 B250-ADD-RATE-CENTER SECTION.                                    PCP05560
005570 B250-START.                                                      PCP05570
005580*    The rate center is placed at the wire center of the first    PCP05580
005590*    NPA-NXX seen for it.                                         PCP05590
005600     IF WS-RC-COUNT NOT LESS THAN WS-RC-LIMIT                     PCP05600
005610         SET WS-RC-TABLE-FULL TO TRUE                             PCP05610
005620         GO TO B250-EXIT.                                         PCP05620
005630     ADD 1 TO WS-RC-COUNT.                                        PCP05630
005640     MOVE WS-RC-COUNT TO WS-RC-FOUND-SUB.                         PCP05640
005650     MOVE RL-RATE-CENTER-CITY TO WS-RC-CITY (WS-RC-FOUND-SUB).    PCP05650
005660     MOVE RL-RATE-CENTER-ST TO WS-RC-ST (WS-RC-FOUND-SUB).        PCP05660
005670     MOVE RL-WIRE-CENTER-V TO WS-RC-V (WS-RC-FOUND-SUB).          PCP05670
005680     IF RL-WIRE-CENTER-V-SIGN = "-"                               PCP05680
005690         COMPUTE WS-RC-V (WS-RC-FOUND-SUB) =                      PCP05690
005700             WS-RC-V (WS-RC-FOUND-SUB) * -1                       PCP05700
005710     END-IF.                                                      PCP05710
005720     MOVE RL-WIRE-CENTER-H TO WS-RC-H (WS-RC-FOUND-SUB).          PCP05720
005730     IF RL-WIRE-CENTER-H-SIGN = "-"                               PCP05730
005740         COMPUTE WS-RC-H (WS-RC-FOUND-SUB) =                      PCP05740
005750             WS-RC-H (WS-RC-FOUND-SUB) * -1                       PCP05750
005760     END-IF.                                                      PCP05760
005770     MOVE ZERO TO WS-RC-ENDS (WS-RC-FOUND-SUB).                   PCP05770
005780 B250-EXIT.                                                       PCP05780
005790     EXIT.                                                        PCP05790
005800/                                                                 PCP05800
005810 C000-RELEASE-RATE-CENTERS SECTION.                               PCP05810
005820 C000-START.                                                      PCP05820
005830     PERFORM C100-RELEASE-ONE-RATE-CENTER                         PCP05830
005840         VARYING WS-RC-SUB FROM 1 BY 1                            PCP05840
005850         UNTIL WS-RC-SUB > WS-RC-COUNT.                           PCP05850
005860 C000-EXIT.                                                       PCP05860
005870     EXIT.                                                        PCP05870
005880/                                                                 PCP05880
005890 C100-RELEASE-ONE-RATE-CENTER SECTION.                            PCP05890
005900 C100-START.                                                      PCP05900
005910     PERFORM C120-MEASURE-ALL-SITES.                              PCP05910
005920     IF WS-NEAREST-SUB = ZERO                                     PCP05920
005930         ADD 1 TO RATE-CENTERS-OUT-OF-RANGE                       PCP05930
005940         ADD WS-RC-ENDS (WS-RC-SUB) TO ENDS-UNHOMED               PCP05940
005950         MOVE SPACES TO WS-OVERFLOW-LINE                          PCP05950
005960         MOVE WS-RC-CITY (WS-RC-SUB) TO WS-OVF-CITY               PCP05960
005970         MOVE WS-RC-ST (WS-RC-SUB) TO WS-OVF-ST                   PCP05970
005980         MOVE WS-RC-ENDS (WS-RC-SUB) TO WS-OVF-ENDS               PCP05980
005990         MOVE "NO SITE IN RANGE" TO WS-OVF-TEXT                   PCP05990
006000         WRITE UTIL-RPT-RECORD FROM WS-OVERFLOW-LINE              PCP06000
006010         GO TO C100-EXIT.                                         PCP06010
006020     MOVE SPACES TO SORT-RECORD.                                  PCP06020
006030     MOVE WS-NEAREST-MILEAGE TO SORT-NEAREST-MILEAGE.             PCP06030
006040     MOVE WS-RC-CITY (WS-RC-SUB) TO SORT-RC-CITY.                 PCP06040
006050     MOVE WS-RC-ST (WS-RC-SUB) TO SORT-RC-ST.                     PCP06050
006060     MOVE WS-RC-SUB TO SORT-RC-SUB.                               PCP06060
006070     RELEASE SORT-RECORD.                                         PCP06070
006080 C100-EXIT.                                                       PCP06080
006090     EXIT.                                                        PCP06090
006100/                                                                 PCP06100
006110 C120-MEASURE-ALL-SITES SECTION.                                  PCP06110
006120 C120-START.                                                      PCP06120
006130     MOVE WS-RC-V (WS-RC-SUB) TO PL-DESTINATION-V.                PCP06130
006140     MOVE WS-RC-H (WS-RC-SUB) TO PL-DESTINATION-H.                PCP06140
006150     MOVE ZERO TO WS-NEAREST-SUB.                                 PCP06150
006160     PERFORM C150-MEASURE-ONE-SITE                                PCP06160
006170         VARYING WS-POP-SUB FROM 1 BY 1                           PCP06170
006180         UNTIL WS-POP-SUB > WS-POP-SITE-COUNT.                    PCP06180
006190 C120-EXIT.                                                       PCP06190
006200     EXIT.                                                        PCP06200
006210/                                                                 PCP06210
006220 C150-MEASURE-ONE-SITE SECTION.                                   PCP06220
006230 C150-START.                                                      PCP06230
006240     MOVE "N" TO WS-RCS-IN-RANGE-FLAG (WS-POP-SUB).               PCP06240
006250     MOVE "N" TO WS-RCS-TRIED-FLAG (WS-POP-SUB).                  PCP06250
006260     MOVE ZERO TO WS-RCS-MILEAGE (WS-POP-SUB).                    PCP06260
006270     MOVE WS-POP-V (WS-POP-SUB) TO PL-ORIGIN-V.                   PCP06270
006280     MOVE WS-POP-H (WS-POP-SUB) TO PL-ORIGIN-H.                   PCP06280
006290     CALL "POPLOC" USING WS-POPLOC-ARGS.                          PCP06290
006300     IF NOT PL-VALID-CALCULATION                                  PCP06300
006310         GO TO C150-EXIT.                                         PCP06310
006320     MOVE "Y" TO WS-RCS-IN-RANGE-FLAG (WS-POP-SUB).               PCP06320
006330     MOVE PL-MILEAGE TO WS-RCS-MILEAGE (WS-POP-SUB).              PCP06330
006340     IF WS-NEAREST-SUB = ZERO                                     PCP06340
006350             OR PL-MILEAGE < WS-NEAREST-MILEAGE                   PCP06350
006360         MOVE WS-POP-SUB TO WS-NEAREST-SUB                        PCP06360
006370         MOVE PL-MILEAGE TO WS-NEAREST-MILEAGE                    PCP06370
006380     END-IF.                                                      PCP06380
006390 C150-EXIT.                                                       PCP06390
006400     EXIT.                                                        PCP06400
006410/                                                                 PCP06410
006420 E000-HOME-RATE-CENTERS SECTION.                                  PCP06420
006430 E000-START.                                                      PCP06430
006440     MOVE "N" TO WS-SORT-EOF-SWITCH.                              PCP06440
006450     PERFORM E100-HOME-ONE-RATE-CENTER                            PCP06450
006460         UNTIL WS-SORT-AT-END.                                    PCP06460
006470 E000-EXIT.                                                       PCP06470
006480     EXIT.                                                        PCP06480
006490/                                                                 PCP06490
006500 E100-HOME-ONE-RATE-CENTER SECTION.                               PCP06500
006510 E100-START.                                                      PCP06510
006520     RETURN SORT-WORK-FILE                                        PCP06520
006530         AT END                                                   PCP06530
006540             SET WS-SORT-AT-END TO TRUE                           PCP06540
006550             GO TO E100-EXIT                                      PCP06550
006560     END-RETURN.                                                  PCP06560
006570     MOVE SORT-RC-SUB TO WS-RC-SUB.                               PCP06570
006580     PERFORM C120-MEASURE-ALL-SITES.                              PCP06580
006590     MOVE WS-RC-ENDS (WS-RC-SUB) TO WS-REMAINING-ENDS.            PCP06590
006600     MOVE 1 TO WS-PICK-SUB.                                       PCP06600
006610     PERFORM E150-HOME-ON-NEXT-SITE                               PCP06610
006620         UNTIL WS-REMAINING-ENDS = ZERO                           PCP06620
006630             OR WS-PICK-SUB = ZERO.                               PCP06630
006640     IF WS-REMAINING-ENDS = ZERO                                  PCP06640
006650         GO TO E100-EXIT.                                         PCP06650
006660                                                                  PCP06660
006670*    Every site in range is full - the rest stay on the nearest.  PCP06670
006680     ADD WS-REMAINING-ENDS TO WS-POP-HOMED-COUNT (WS-NEAREST-SUB).PCP06680
006690     ADD WS-REMAINING-ENDS TO ENDS-OVER-CAPACITY.                 PCP06690
006700     MOVE SPACES TO WS-OVERFLOW-LINE.                             PCP06700
006710     MOVE WS-RC-CITY (WS-RC-SUB) TO WS-OVF-CITY.                  PCP06710
006720     MOVE WS-RC-ST (WS-RC-SUB) TO WS-OVF-ST.                      PCP06720
006730     MOVE WS-REMAINING-ENDS TO WS-OVF-ENDS.                       PCP06730
006740     MOVE WS-POP-ID (WS-NEAREST-SUB) TO WS-OVF-NEAR-SITE.         PCP06740
006750     MOVE WS-NEAREST-MILEAGE TO WS-OVF-NEAR-MILES.                PCP06750
006760     MOVE WS-POP-ID (WS-NEAREST-SUB) TO WS-OVF-HOME-SITE.         PCP06760
006770     MOVE WS-NEAREST-MILEAGE TO WS-OVF-HOME-MILES.                PCP06770
006780     MOVE ZERO TO WS-OVF-EXTRA.                                   PCP06780
006790     MOVE "OVER CAPACITY" TO WS-OVF-TEXT.                         PCP06790
006800     WRITE UTIL-RPT-RECORD FROM WS-OVERFLOW-LINE.                 PCP06800
006810 E100-EXIT.                                                       PCP06810
006820     EXIT.                                                        PCP06820
006830/                                                                 PCP06830
006840 E150-HOME-ON-NEXT-SITE SECTION.                                  PCP06840
006850 E150-START.                                                      PCP06850
006860*    The nearest site not yet tried that has ports free.          PCP06860
006870     MOVE ZERO TO WS-PICK-SUB.                                    PCP06870
006880     PERFORM E160-SCORE-ONE-SITE                                  PCP06880
006890         VARYING WS-POP-SUB FROM 1 BY 1                           PCP06890
006900         UNTIL WS-POP-SUB > WS-POP-SITE-COUNT.                    PCP06900
006910     IF WS-PICK-SUB = ZERO                                        PCP06910
006920         GO TO E150-EXIT.                                         PCP06920
006930     MOVE "Y" TO WS-RCS-TRIED-FLAG (WS-PICK-SUB).                 PCP06930
006940                                                                  PCP06940
006950     IF WS-POP-CAPACITY (WS-PICK-SUB) = ZERO                      PCP06950
006960         MOVE WS-REMAINING-ENDS TO WS-ASSIGN-ENDS                 PCP06960
006970     ELSE                                                         PCP06970
006980         COMPUTE WS-ASSIGN-ENDS =                                 PCP06980
006990             WS-POP-CAPACITY (WS-PICK-SUB)                        PCP06990
007000             - WS-POP-HOMED-COUNT (WS-PICK-SUB)                   PCP07000
007010         IF WS-ASSIGN-ENDS > WS-REMAINING-ENDS                    PCP07010
007020             MOVE WS-REMAINING-ENDS TO WS-ASSIGN-ENDS             PCP07020
007030         END-IF                                                   PCP07030
007040     END-IF.                                                      PCP07040
007050     ADD WS-ASSIGN-ENDS TO WS-POP-HOMED-COUNT (WS-PICK-SUB).      PCP07050
007060     SUBTRACT WS-ASSIGN-ENDS FROM WS-REMAINING-ENDS.              PCP07060
007070     IF WS-PICK-SUB = WS-NEAREST-SUB                              PCP07070
007080         ADD WS-ASSIGN-ENDS TO ENDS-HOMED-NEAREST                 PCP07080
007090         GO TO E150-EXIT.                                         PCP07090
007100                                                                  PCP07100
007110*    Overflow - the extra mileage is charged to the full site     PCP07110
007120*    the ends could not home on.                                  PCP07120
007130     ADD WS-ASSIGN-ENDS TO ENDS-OVERFLOWED.                       PCP07130
007140     ADD WS-ASSIGN-ENDS TO WS-POP-OVERFLOW-IN (WS-PICK-SUB).      PCP07140
007150     ADD WS-ASSIGN-ENDS TO WS-POP-OVERFLOW-OUT (WS-NEAREST-SUB).  PCP07150
007160     COMPUTE WS-EXTRA-MILEAGE ROUNDED =                           PCP07160
007170         WS-ASSIGN-ENDS * (WS-PICK-MILEAGE - WS-NEAREST-MILEAGE). PCP07170
007180     ADD WS-EXTRA-MILEAGE                                         PCP07180
007190         TO WS-POP-EXTRA-MILEAGE (WS-NEAREST-SUB).                PCP07190
007200     ADD WS-EXTRA-MILEAGE TO WS-TOTAL-EXTRA-MILEAGE.              PCP07200
007210     MOVE SPACES TO WS-OVERFLOW-LINE.                             PCP07210
007220     MOVE WS-RC-CITY (WS-RC-SUB) TO WS-OVF-CITY.                  PCP07220
007230     MOVE WS-RC-ST (WS-RC-SUB) TO WS-OVF-ST.                      PCP07230
007240     MOVE WS-ASSIGN-ENDS TO WS-OVF-ENDS.                          PCP07240
007250     MOVE WS-POP-ID (WS-NEAREST-SUB) TO WS-OVF-NEAR-SITE.         PCP07250
007260     MOVE WS-NEAREST-MILEAGE TO WS-OVF-NEAR-MILES.                PCP07260
007270     MOVE WS-POP-ID (WS-PICK-SUB) TO WS-OVF-HOME-SITE.            PCP07270
007280     MOVE WS-PICK-MILEAGE TO WS-OVF-HOME-MILES.                   PCP07280
007290     MOVE WS-EXTRA-MILEAGE TO WS-OVF-EXTRA.                       PCP07290
007300     MOVE "OVERFLOW" TO WS-OVF-TEXT.                              PCP07300
007310     WRITE UTIL-RPT-RECORD FROM WS-OVERFLOW-LINE.                 PCP07310
007320 E150-EXIT.                                                       PCP07320
007330     EXIT.                                                        PCP07330
007340/                                                                 PCP07340
007350 E160-SCORE-ONE-SITE SECTION.                                     PCP07350
007360 E160-START.                                                      PCP07360
007370     IF NOT WS-RCS-IN-RANGE (WS-POP-SUB)                          PCP07370
007380             OR WS-RCS-TRIED (WS-POP-SUB)                         PCP07380
007390         GO TO E160-EXIT.                                         PCP07390
007400     IF WS-POP-CAPACITY (WS-POP-SUB) NOT = ZERO                   PCP07400
007410             AND WS-POP-HOMED-COUNT (WS-POP-SUB)                  PCP07410
007420                 NOT LESS THAN WS-POP-CAPACITY (WS-POP-SUB)       PCP07420
007430         GO TO E160-EXIT.                                         PCP07430
007440     IF WS-PICK-SUB = ZERO                                        PCP07440
007450             OR WS-RCS-MILEAGE (WS-POP-SUB) < WS-PICK-MILEAGE     PCP07450
007460         MOVE WS-POP-SUB TO WS-PICK-SUB                           PCP07460
007470         MOVE WS-RCS-MILEAGE (WS-POP-SUB) TO WS-PICK-MILEAGE      PCP07470
007480     END-IF.                                                      PCP07480
007490 E160-EXIT.                                                       PCP07490
007500     EXIT.                                                        PCP07500
007510/                                                                 PCP07510
007520 F100-WRITE-UTILIZATION SECTION.                                  PCP07520
007530 F100-START.                                                      PCP07530
007540     MOVE SPACES TO UTIL-RPT-RECORD.                              PCP07540
007550     WRITE UTIL-RPT-RECORD.                                       PCP07550
007560     MOVE "SITE UTILIZATION" TO UTIL-RPT-RECORD.                  PCP07560
007570     WRITE UTIL-RPT-RECORD.                                       PCP07570
007580     WRITE UTIL-RPT-RECORD FROM WS-SITE-HEAD-LINE.                PCP07580
007590     PERFORM F150-WRITE-ONE-SITE                                  PCP07590
007600         VARYING WS-POP-SUB FROM 1 BY 1                           PCP07600
007610         UNTIL WS-POP-SUB > WS-POP-SITE-COUNT.                    PCP07610
007620 F100-EXIT.                                                       PCP07620
007630     EXIT.                                                        PCP07630
007640/                                                                 PCP07640
007650 F150-WRITE-ONE-SITE SECTION.                                     PCP07650
007660 F150-START.                                                      PCP07660
007670     MOVE SPACES TO WS-SITE-LINE.                                 PCP07670
007680     MOVE WS-POP-ID (WS-POP-SUB) TO WS-UT-SITE-ID.                PCP07680
007690     MOVE WS-POP-NAME (WS-POP-SUB) TO WS-UT-SITE-NAME.            PCP07690
007700     MOVE WS-POP-CAPACITY (WS-POP-SUB) TO WS-UT-CAPACITY.         PCP07700
007710     MOVE WS-POP-HOMED-COUNT (WS-POP-SUB) TO WS-UT-HOMED.         PCP07710
007720     MOVE WS-POP-OVERFLOW-IN (WS-POP-SUB) TO WS-UT-OVERFLOW-IN.   PCP07720
007730     MOVE WS-POP-OVERFLOW-OUT (WS-POP-SUB)                        PCP07730
007740         TO WS-UT-OVERFLOW-OUT.                                   PCP07740
007750     MOVE WS-POP-EXTRA-MILEAGE (WS-POP-SUB) TO WS-UT-EXTRA.       PCP07750
007760     IF WS-POP-CAPACITY (WS-POP-SUB) = ZERO                       PCP07760
007770         MOVE ZERO TO WS-UT-PERCENT                               PCP07770
007780         MOVE "NO CAP" TO WS-UT-FLAG                              PCP07780
007790     ELSE                                                         PCP07790
007800         COMPUTE WS-PERCENT-USED ROUNDED =                        PCP07800
007810             WS-POP-HOMED-COUNT (WS-POP-SUB) * 100                PCP07810
007820             / WS-POP-CAPACITY (WS-POP-SUB)                       PCP07820
007830         MOVE WS-PERCENT-USED TO WS-UT-PERCENT                    PCP07830
007840         IF WS-PERCENT-USED > WS-AUGMENT-PERCENT                  PCP07840
007850             MOVE "AUGMENT" TO WS-UT-FLAG                         PCP07850
007860             ADD 1 TO SITES-FLAGGED                               PCP07860
007870         END-IF                                                   PCP07870
007880     END-IF.                                                      PCP07880
007890     WRITE UTIL-RPT-RECORD FROM WS-SITE-LINE.                     PCP07890
007900 F150-EXIT.                                                       PCP07900
007910     EXIT.                                                        PCP07910
007920/                                                                 PCP07920
007930 D100-CONTROL-REPORT SECTION.                                     PCP07930
007940 D100-START.                                                      PCP07940
007950     DISPLAY SPACE.                                               PCP07950
007960     DISPLAY "POPCAP CONTROL TOTALS ----------------------".      PCP07960
007970     DISPLAY "  CIRCUITS READ ................. "                 PCP07970
007980         CIRCUITS-READ.                                           PCP07980
007990     DISPLAY "  CIRCUIT ENDS COUNTED .......... "                 PCP07990
008000         ENDS-COUNTED.                                            PCP08000
008010     DISPLAY "  ENDS NOT RESOLVED ............. "                 PCP08010
008020         ENDS-UNRESOLVED.                                         PCP08020
008030     DISPLAY "  RATE CENTERS .................. "                 PCP08030
008040         RATE-CENTERS-FOUND.                                      PCP08040
008050     DISPLAY "  RATE CENTERS OUT OF RANGE ..... "                 PCP08050
008060         RATE-CENTERS-OUT-OF-RANGE.                               PCP08060
008070     DISPLAY "  ENDS HOMED ON NEAREST SITE .... "                 PCP08070
008080         ENDS-HOMED-NEAREST.                                      PCP08080
008090     DISPLAY "  ENDS OVERFLOWED ............... "                 PCP08090
008100         ENDS-OVERFLOWED.                                         PCP08100
008110     DISPLAY "  ENDS HOMED OVER CAPACITY ...... "                 PCP08110
008120         ENDS-OVER-CAPACITY.                                      PCP08120
008130     DISPLAY "  ENDS WITH NO SITE IN RANGE .... "                 PCP08130
008140         ENDS-UNHOMED.                                            PCP08140
008150     DISPLAY "  SITES FLAGGED FOR AUGMENTATION  "                 PCP08150
008160         SITES-FLAGGED.                                           PCP08160
008170 D100-EXIT.                                                       PCP08170
008180     EXIT.                                                        PCP08180
008181/                                                                 PCP08181
008182 G300-POST-RUN-LEDGER SECTION.                                    PCP08182
008183 G300-START.                                                      PCP08183
008184     MOVE "POPCAP" TO RP-JOB-NAME.                                PCP08184
008185     MOVE SPACES TO RP-RUN-ID.                                    PCP08185
008186     SET RP-MASTER-READ TO TRUE.                                  PCP08186
008187     MOVE RETURN-CODE TO RP-STEP-RC.                              PCP08187
008188     MOVE SPACES TO RP-VERDICT.                                   PCP08188
008189     MOVE "ENDS" TO RP-COUNT-NAME (1).                            PCP08189
008190     MOVE ENDS-COUNTED TO RP-COUNT (1).                           PCP08190
008191     MOVE "OVERFLOW" TO RP-COUNT-NAME (2).                        PCP08191
008192     MOVE ENDS-OVERFLOWED TO RP-COUNT (2).                        PCP08192
008193     MOVE "AUGMENT" TO RP-COUNT-NAME (3).                         PCP08193
008194     MOVE SITES-FLAGGED TO RP-COUNT (3).                          PCP08194
008195     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        PCP08195
008196 G300-EXIT.                                                       PCP08196
008197     EXIT.                                                        PCP08197
