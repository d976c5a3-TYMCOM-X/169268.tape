000010 IDENTIFICATION DIVISION.                                         RUP00010
000020 PROGRAM-ID. RATUPD.                                              RUP00020
000030***************************************************************** RUP00030
000040*                                                                 RUP00040
000050*   RATUPD - UT-RATBND tariff rate-band table batch maintenance.  RUP00050
000060*   Applies a deck of rate-band update transactions (adds,        RUP00060
000070*   changes and deletes) to the UT-RATBND table that POPINQ,      RUP00070
000080*   POPRWK and CCTPRC price against, replacing the hand edits     RUP00080
000090*   the flat file used to get.  The maintained table is           RUP00090
000100*   rewritten to UT-RATNEW, ordered by tariff version and low     RUP00100
000110*   mileage; the JCL catalogs UT-RATNEW as the next generation    RUP00110
000120*   of UT-RATBND.                                                 RUP00120
000130*                                                                 RUP00130
000140*   Transaction record (UT-RTRAN, 81 bytes):                      RUP00140
000150*       byte  1     action code - "A" add, "C" change, "D" delete RUP00150
000160*       bytes 2-81  full UT-RATBND record image, keyed by         RUP00160
000170*                   RB-TARIFF-VERSION, RB-SERVICE-CLASS and       RUP00170
000171*                   RB-LOW-MILES.                                 RUP00171
000180*   On a delete only the key portion of the image is examined.    RUP00180
000190*                                                                 RUP00190
000200*   Every transaction is reported on the applied/rejected registerRUP00200
000210*   (UT-REGIS).  Rejected transactions are also written unchanged RUP00210
000220*   to UT-REJECT for correction and recycling, as in MRCFUPD.     RUP00220
000230*                                                                 RUP00230
000240*   Before the maintained table is accepted it is proved whole:   RUP00240
000250*   within every tariff version the bands of each service-class   RUP00250
000251*   schedule (blank class the default schedule, which every       RUP00251
000252*   version must carry) must run from 0 miles to at least the     RUP00252
000260*   highest rateable mileage (UT-CNTL cols 1-5, whole miles,      RUP00260
000270*   default 9000 - the POPLOC limit) with no gap and no overlap,  RUP00270
000280*   no band may have RB-HIGH-MILES below RB-LOW-MILES, all bands  RUP00280
000290*   of a version must carry the one RB-EFFECTIVE-DATE, all bands  RUP00290
000291*   of a schedule the one minimum and termination charge, no two  RUP00291
000300*   versions may share an effective date, and the table must fit  RUP00300
000310*   the tables the pricing programs load - 200 bands in all for   RUP00310
000311*   CCTPRC, CCTADJ and POPQTE, 60 default-schedule bands for      RUP00311
000312*   POPINQ and POPRWK.  Every failure is listed on the register;  RUP00312
000320*   a table that fails is not written to UT-RATNEW and the run    RUP00320
000330*   ends with condition code 8, leaving the current generation    RUP00330
000350*   of UT-RATBND in force.                                        RUP00350
000351*                                                                 RUP00351
000352*   Bands are whole miles, so each band starts one mile above the RUP00352
000353*   last.  The pricing programs drop the part mile before they    RUP00353
000354*   look up the band - 50.4 miles rates in the band that holds    RUP00354
000355*   50 - and charge the per-mile rate on the full mileage.        RUP00355
000360*                                                                 RUP00360
000370***************************************************************** RUP00370
000380*                                                                 RUP00380
000390*DATE-COMPILED.                                                   RUP00390
000400                                                                  RUP00400
000410 ENVIRONMENT DIVISION.                                            RUP00410
000420 CONFIGURATION SECTION.                                           RUP00420
000430 INPUT-OUTPUT SECTION.                                            RUP00430
000440 FILE-CONTROL.                                                    RUP00440
000450     SELECT RATE-BAND-FILE ASSIGN TO UT-RATBND                    RUP00450
000460                        ORGANIZATION IS SEQUENTIAL                RUP00460
000470                        ACCESS IS SEQUENTIAL                      RUP00470
000480                        FILE STATUS IS RATBND-FILE-STATUS.        RUP00480
000490                                                                  RUP00490
000500*    UT-RATNEW is the maintained rate-band table - every band     RUP00500
000510*    still on file after the deck, in the UT-RATBND layout.       RUP00510
000520     SELECT NEW-BAND-FILE ASSIGN TO UT-RATNEW                     RUP00520
000530                        ORGANIZATION IS SEQUENTIAL                RUP00530
000540                        ACCESS IS SEQUENTIAL                      RUP00540
000550                        FILE STATUS IS RATNEW-FILE-STATUS.        RUP00550
000560                                                                  RUP00560
000570     SELECT TRANSACTION-FILE ASSIGN TO UT-RTRAN                   RUP00570
000580                        ORGANIZATION IS SEQUENTIAL                RUP00580
000590                        ACCESS IS SEQUENTIAL                      RUP00590
000600                        FILE STATUS IS TRANS-FILE-STATUS.         RUP00600
000610                                                                  RUP00610
000620*    UT-REGIS is the applied/rejected transaction register, with  RUP00620
000630*    the table validation findings at the foot.                   RUP00630
000640     SELECT REGISTER-FILE ASSIGN TO UT-REGIS                      RUP00640
000650                        ORGANIZATION IS SEQUENTIAL                RUP00650
000660                        ACCESS IS SEQUENTIAL                      RUP00660
000670                        FILE STATUS IS REGISTER-FILE-STATUS.      RUP00670
000680                                                                  RUP00680
000690*    UT-REJECT carries rejected transactions unchanged so the     RUP00690
000700*    corrected deck can be recycled through the next run.         RUP00700
000710     SELECT REJECT-FILE ASSIGN TO UT-REJECT                       RUP00710
000720                        ORGANIZATION IS SEQUENTIAL                RUP00720
000730                        ACCESS IS SEQUENTIAL                      RUP00730
000740                        FILE STATUS IS REJECT-FILE-STATUS.        RUP00740
000750                                                                  RUP00750
000760*    UT-CNTL is the optional run-control card - highest rateable  RUP00760
000770*    mileage in whole miles, cols 1-5.                            RUP00770
000780     SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO UT-CNTL          RUP00780
000790                        ORGANIZATION IS SEQUENTIAL                RUP00790
000800                        ACCESS IS SEQUENTIAL                      RUP00800
000810                        FILE STATUS IS CONTROL-FILE-STATUS.       RUP00810
000820                                                                  RUP00820
000830 DATA DIVISION.                                                   RUP00830
000840 FILE SECTION.                                                    RUP00840
000850 FD  RATE-BAND-FILE                                               RUP00850
000860     LABEL RECORDS STANDARD.                                      RUP00860
000870 01  RATE-BAND-RECORD                    PIC X(80).               RUP00870
000880                                                                  RUP00880
000890 FD  NEW-BAND-FILE                                                RUP00890
000900     LABEL RECORDS STANDARD.                                      RUP00900
000910 01  NEW-BAND-RECORD                     PIC X(80).               RUP00910
000920                                                                  RUP00920
000930 FD  TRANSACTION-FILE                                             RUP00930
000940     RECORD CONTAINS 81 CHARACTERS,                               RUP00940
000950     LABEL RECORDS STANDARD.                                      RUP00950
000960 01  TRANSACTION-RECORD.                                          RUP00960
000970     05  TR-ACTION-CODE                  PIC X(01).               RUP00970
000980     05  TR-BAND-IMAGE                   PIC X(80).               RUP00980
000990                                                                  RUP00990
001000 FD  REGISTER-FILE                                                RUP01000
001010     LABEL RECORDS STANDARD.                                      RUP01010
001020 01  REGISTER-RECORD                     PIC X(80).               RUP01020
001030                                                                  RUP01030
001040 FD  REJECT-FILE                                                  RUP01040
001050     RECORD CONTAINS 81 CHARACTERS,                               RUP01050
001060     LABEL RECORDS STANDARD.                                      RUP01060
001070 01  REJECT-RECORD                       PIC X(81).               RUP01070
001080                                                                  RUP01080
001090 FD  CONTROL-CARD-FILE                                            RUP01090
001100     LABEL RECORDS STANDARD.                                      RUP01100
001110 01  CONTROL-CARD-RECORD                 PIC X(80).               RUP01110
001120                                                                  RUP01120
001130 WORKING-STORAGE SECTION.                                         RUP01130
001140*                                                                 RUP01140
001150*     Working Storage Variables                                   RUP01150
001160*                                                                 RUP01160
001170                                                                  RUP01170
001180 01  RATBND-FILE-STATUS                  PIC XX.                  RUP01180
001190 01  RATNEW-FILE-STATUS                  PIC XX.                  RUP01190
001200 01  TRANS-FILE-STATUS                   PIC XX.                  RUP01200
001210     88  TRANS-FILE-AT-END               VALUE "10".              RUP01210
001220 01  REGISTER-FILE-STATUS                PIC XX.                  RUP01220
001230 01  REJECT-FILE-STATUS                  PIC XX.                  RUP01230
001240 01  CONTROL-FILE-STATUS                 PIC XX.                  RUP01240
001250                                                                  RUP01250
001260 01  TRANSACTION-COUNTS.                                          RUP01260
001270     05  BANDS-LOADED                    PIC 9(08) COMP VALUE 0.  RUP01270
001280     05  TRANS-READ                      PIC 9(08) COMP VALUE 0.  RUP01280
001290     05  ADDS-APPLIED                    PIC 9(08) COMP VALUE 0.  RUP01290
001300     05  CHANGES-APPLIED                 PIC 9(08) COMP VALUE 0.  RUP01300
001310     05  DELETES-APPLIED                 PIC 9(08) COMP VALUE 0.  RUP01310
001320     05  TRANS-REJECTED                  PIC 9(08) COMP VALUE 0.  RUP01320
001330     05  VERSIONS-ON-TABLE               PIC 9(08) COMP VALUE 0.  RUP01330
001340     05  VALIDATION-ERRORS               PIC 9(08) COMP VALUE 0.  RUP01340
001350     05  BANDS-WRITTEN                   PIC 9(08) COMP VALUE 0.  RUP01350
001360                                                                  RUP01360
001370 01  WS-TRAN-ACTION-CODE                 PIC X(01).               RUP01370
001380     88  WS-TRAN-ADD                     VALUE "A".               RUP01380
001390     88  WS-TRAN-CHANGE                  VALUE "C".               RUP01390
001400     88  WS-TRAN-DELETE                  VALUE "D".               RUP01400
001410                                                                  RUP01410
001420*    Transaction band image in the UT-RATBND record layout.       RUP01420
001430 01  WS-TRAN-BAND.                                                RUP01430
001440     05  TB-LOW-MILES                    PIC 9(05).               RUP01440
001450     05  TB-HIGH-MILES                   PIC 9(05).               RUP01450
001460     05  TB-RATE-STEP                    PIC X(02).               RUP01460
001470     05  TB-RATE-PER-MILE                PIC 9(03)V9(04).         RUP01470
001480     05  TB-FIXED-CHARGE                 PIC 9(05)V99.            RUP01480
001490     05  TB-TARIFF-VERSION               PIC X(08).               RUP01490
001500     05  TB-EFFECTIVE-DATE               PIC 9(08).               RUP01500
001501     05  TB-SERVICE-CLASS                PIC X(02).               RUP01501
001502     05  TB-MINIMUM-CHARGE               PIC 9(05)V99.            RUP01502
001503     05  TB-MINIMUM-CHARGE-X REDEFINES TB-MINIMUM-CHARGE          RUP01503
001504                                         PIC X(07).               RUP01504
001505     05  TB-TERMINATION-CHARGE           PIC 9(05)V99.            RUP01505
001506     05  TB-TERMINATION-CHARGE-X REDEFINES TB-TERMINATION-CHARGE  RUP01506
001507                                         PIC X(07).               RUP01507
001510     05  FILLER                          PIC X(22).               RUP01510
001520                                                                  RUP01520
001530*    Table band image staged here for validation and rewrite.     RUP01530
001540 01  WS-TABLE-BAND.                                               RUP01540
001550     05  XB-LOW-MILES                    PIC 9(05).               RUP01550
001560     05  XB-HIGH-MILES                   PIC 9(05).               RUP01560
001570     05  XB-RATE-STEP                    PIC X(02).               RUP01570
001580     05  XB-RATE-PER-MILE                PIC 9(03)V9(04).         RUP01580
001590     05  XB-FIXED-CHARGE                 PIC 9(05)V99.            RUP01590
001600     05  XB-TARIFF-VERSION               PIC X(08).               RUP01600
001610     05  XB-EFFECTIVE-DATE               PIC 9(08).               RUP01610
001611     05  XB-SERVICE-CLASS                PIC X(02).               RUP01611
001612     05  XB-MINIMUM-CHARGE               PIC 9(05)V99.            RUP01612
001613     05  XB-TERMINATION-CHARGE           PIC 9(05)V99.            RUP01613
001620     05  FILLER                          PIC X(22).               RUP01620
001630                                                                  RUP01630
001640 01  WS-DISPLAY-VARIABLES.                                        RUP01640
001650     05  WS-DISP-NBR                     PIC ZZ9.                 RUP01650
001660                                                                  RUP01660
001670*                                                                 RUP01670
001680*     Rate-Band Table - the whole UT-RATBND image per band, keyed RUP01680
001690*     by version, service class and low mileage, and an active    RUP01690
001700*     flag cleared by a delete.  Larger than the tables the       RUP01700
001710*     pricing programs load, so an oversized table can be         RUP01710
001720*     reported rather than silently truncated.                    RUP01720
001730*                                                                 RUP01730
001740 01  WS-BAND-LIMIT                       PIC 9(03) COMP VALUE 300.RUP01740
001750 01  WS-BAND-COUNT                       PIC 9(03) COMP VALUE 0.  RUP01750
001760 01  WS-BAND-TABLE.                                               RUP01760
001770     05  WS-BAND-ENTRY OCCURS 300 TIMES.                          RUP01770
001780         10  WS-BAND-KEY.                                         RUP01780
001790             15  WS-BAND-VERSION         PIC X(08).               RUP01790
001791             15  WS-BAND-CLASS           PIC X(02).               RUP01791
001800             15  WS-BAND-LOW-MILES       PIC 9(05).               RUP01800
001810         10  WS-BAND-IMAGE               PIC X(80).               RUP01810
001820         10  WS-BAND-ACTIVE-FLAG         PIC X(01).               RUP01820
001830             88  WS-BAND-ACTIVE          VALUE "Y".               RUP01830
001840 01  WS-BAND-HOLD                        PIC X(96).               RUP01840
001850 01  WS-BAND-SUB                         PIC 9(03) COMP.          RUP01850
001860 01  WS-BAND-FOUND-SUB                   PIC 9(03) COMP.          RUP01860
001870 01  WS-SORT-SUB                         PIC 9(03) COMP.          RUP01870
001880 01  WS-ACTIVE-BAND-COUNT                PIC 9(03) COMP VALUE 0.  RUP01880
001890                                                                  RUP01890
001900*    The pricing programs' rate-band table sizes - see A085 in    RUP01900
001910*    CCTPRC, CCTADJ and POPQTE (all schedules) and in POPINQ and  RUP01910
001911*    POPRWK (default schedule only).                              RUP01911
001920 01  WS-PRICING-BAND-LIMIT               PIC 9(03) COMP VALUE 200.RUP01920
001921 01  WS-DEFAULT-BAND-LIMIT               PIC 9(03) COMP VALUE 60. RUP01921
001922 01  WS-DEFAULT-BAND-COUNT               PIC 9(03) COMP VALUE 0.  RUP01922
001930                                                                  RUP01930
001940*    One entry per tariff version found on the maintained table.  RUP01940
001950 01  WS-VERSION-LIMIT                    PIC 9(02) COMP VALUE 50. RUP01950
001960 01  WS-VERSION-COUNT                    PIC 9(02) COMP VALUE 0.  RUP01960
001970 01  WS-VERSION-TABLE.                                            RUP01970
001980     05  WS-VERSION-ENTRY OCCURS 50 TIMES.                        RUP01980
001990         10  WS-VER-NAME                 PIC X(08).               RUP01990
002000         10  WS-VER-EFF-DATE             PIC 9(08).               RUP02000
002010 01  WS-VER-SUB                          PIC 9(02) COMP.          RUP02010
002020 01  WS-VER-CHECK-SUB                    PIC 9(02) COMP.          RUP02020
002030                                                                  RUP02030
002040*    Running state of the schedule being walked by E100.          RUP02040
002050 01  WS-WALK-VERSION                     PIC X(08).               RUP02050
002051 01  WS-WALK-CLASS                       PIC X(02).               RUP02051
002060 01  WS-WALK-EFF-DATE                    PIC 9(08).               RUP02060
002070 01  WS-WALK-HIGH-MILES                  PIC 9(05).               RUP02070
002071 01  WS-WALK-MIN-CHARGE                  PIC 9(05)V99.            RUP02071
002072 01  WS-WALK-TERM-CHARGE                 PIC 9(05)V99.            RUP02072
002080 01  WS-WALK-FIRST-SWITCH                PIC X(01).               RUP02080
002090     88  WS-WALK-FIRST-BAND              VALUE "Y".               RUP02090
002100 01  WS-NEXT-LOW-MILES                   PIC 9(06).               RUP02100
002110                                                                  RUP02110
002120*    Highest rateable mileage - see UT-CNTL cols 1-5.             RUP02120
002130 01  WS-RATEABLE-LIMIT-MILES             PIC 9(05) VALUE 9000.    RUP02130
002140                                                                  RUP02140
002150 01  WS-TABLE-INVALID-SWITCH             PIC X(01) VALUE "N".     RUP02150
002160     88  WS-TABLE-INVALID                VALUE "Y".               RUP02160
002161 01  WS-FILES-OPEN-SWITCH                PIC X(01) VALUE "N".     RUP02161
002162     88  WS-FILES-ARE-OPEN               VALUE "Y".               RUP02162
002170                                                                  RUP02170
002180 01  WS-CONTROL-CARD.                                             RUP02180
002190     05  WS-CC-RATEABLE-MILES            PIC 9(05).               RUP02190
002200     05  FILLER                          PIC X(75).               RUP02200
002210                                                                  RUP02210
002220 01  WS-REGISTER-LINE.                                            RUP02220
002230     05  WS-REG-DISPOSITION              PIC X(09).               RUP02230
002240     05  WS-REG-ACTION                   PIC X(01).               RUP02240
002250     05  FILLER                          PIC X(01).               RUP02250
002260     05  WS-REG-VERSION                  PIC X(08).               RUP02260
002270     05  FILLER                          PIC X(01).               RUP02270
002271     05  WS-REG-CLASS                    PIC X(02).               RUP02271
002272     05  FILLER                          PIC X(01).               RUP02272
002280     05  WS-REG-LOW-MILES                PIC X(05).               RUP02280
002290     05  FILLER                          PIC X(01).               RUP02290
002300     05  WS-REG-REASON                   PIC X(40).               RUP02300
002310     05  FILLER                          PIC X(11).               RUP02310
002320                                                                  RUP02320
002330 01  WS-VALIDATION-LINE.                                          RUP02330
002340     05  FILLER                          PIC X(10) VALUE          RUP02340
002350         "INVALID   ".                                            RUP02350
002360     05  WS-VAL-VERSION                  PIC X(08).               RUP02360
002370     05  FILLER                          PIC X(01) VALUE SPACE.   RUP02370
002371     05  WS-VAL-CLASS                    PIC X(02).               RUP02371
002372     05  FILLER                          PIC X(01) VALUE SPACE.   RUP02372
002380     05  WS-VAL-LOW-MILES                PIC ZZZZ9.               RUP02380
002390     05  FILLER                          PIC X(01) VALUE "-".     RUP02390
002400     05  WS-VAL-HIGH-MILES               PIC ZZZZ9.               RUP02400
002410     05  FILLER                          PIC X(01) VALUE SPACE.   RUP02410
002420     05  WS-VAL-REASON                   PIC X(40).               RUP02420
002430     05  FILLER                          PIC X(06) VALUE SPACES.  RUP02430
002440                                                                  RUP02440
002450 01  WS-REGISTER-TOTAL-LINE.                                      RUP02450
002460     05  WS-RT-LABEL                     PIC X(34).               RUP02460
002470     05  WS-RT-COUNT                     PIC ZZ,ZZZ,ZZ9.          RUP02470
002480     05  FILLER                          PIC X(36).               RUP02480
002490                                                                  RUP02490
002500 01  WS-RUN-DATE.                                                 RUP02500
002510     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               RUP02510
002520                                                                  RUP02520
002521                                                                  RUP02521
002522 01  WS-RUNPOST-ARGS.                                             RUP02522
002523     COPY RUNPSTV1.                                               RUP02523
002530/                                                                 RUP02530
002540 PROCEDURE DIVISION.                                              RUP02540
002550                                                                  RUP02550
002560 A100-MAIN SECTION.                                               RUP02560
002570 A100-START.                                                      RUP02570
002580     DISPLAY "RATUPD - UT-RATBND RATE-BAND TABLE MAINTENANCE".    RUP02580
002590     DISPLAY SPACE.                                               RUP02590
002600     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.              RUP02600
002610                                                                  RUP02610
002620     PERFORM A050-READ-CONTROL-CARD.                              RUP02620
002630     PERFORM A085-LOAD-RATE-BANDS.                                RUP02630
002640     IF RETURN-CODE NOT = ZERO                                    RUP02640
002650         DISPLAY "UT-RATBND NOT LOADED - RUN ABANDONED"           RUP02650
002660         GO TO A100-EXIT.                                         RUP02660
002670                                                                  RUP02670
002680     OPEN INPUT TRANSACTION-FILE.                                 RUP02680
002690     OPEN OUTPUT REGISTER-FILE.                                   RUP02690
002700     OPEN OUTPUT REJECT-FILE.                                     RUP02700
002701     SET WS-FILES-ARE-OPEN TO TRUE.                               RUP02701
002710                                                                  RUP02710
002720     PERFORM A200-WRITE-REGISTER-HEADER.                          RUP02720
002730     PERFORM B100-GET-TRANSACTION UNTIL TRANS-FILE-AT-END.        RUP02730
002740     PERFORM E100-VALIDATE-TABLE.                                 RUP02740
002750     IF WS-TABLE-INVALID                                          RUP02750
002760         DISPLAY "TABLE FAILED VALIDATION - SEE UT-REGIS"         RUP02760
002770         DISPLAY "UT-RATNEW NOT WRITTEN"                          RUP02770
002780*        A file-error condition code already on the run stands.   RUP02780
002790         IF RETURN-CODE < 8                                       RUP02790
002800             MOVE 8 TO RETURN-CODE                                RUP02800
002810         END-IF                                                   RUP02810
002820     ELSE                                                         RUP02820
002830         PERFORM F100-WRITE-NEW-TABLE                             RUP02830
002840     END-IF.                                                      RUP02840
002850     PERFORM A300-WRITE-REGISTER-TOTALS.                          RUP02850
002860     PERFORM D100-CONTROL-REPORT.                                 RUP02860
002870                                                                  RUP02870
002880     DISPLAY SPACE.                                               RUP02880
002890     DISPLAY "DONE !".                                            RUP02890
002900                                                                  RUP02900
002910 A100-EXIT.                                                       RUP02910
002911*    An abandoned run opened none of them.                        RUP02911
002912     IF WS-FILES-ARE-OPEN                                         RUP02912
002913         CLOSE TRANSACTION-FILE                                   RUP02913
002914         CLOSE REGISTER-FILE                                      RUP02914
002915         CLOSE REJECT-FILE                                        RUP02915
002916     END-IF.                                                      RUP02916
002941     PERFORM G300-POST-RUN-LEDGER.                                RUP02941
002950     STOP RUN.                                                    RUP02950
002960/                                                                 RUP02960
002970 A050-READ-CONTROL-CARD SECTION.                                  RUP02970
002980 A050-START.                                                      RUP02980
002990     OPEN INPUT CONTROL-CARD-FILE.                                RUP02990
003000     IF CONTROL-FILE-STATUS = "00"                                RUP03000
003010         READ CONTROL-CARD-FILE                                   RUP03010
003020             AT END                                               RUP03020
003030                 MOVE "10" TO CONTROL-FILE-STATUS                 RUP03030
003040         END-READ                                                 RUP03040
003050     END-IF.                                                      RUP03050
003060     IF CONTROL-FILE-STATUS = "00"                                RUP03060
003070         MOVE CONTROL-CARD-RECORD TO WS-CONTROL-CARD              RUP03070
003080         IF WS-CC-RATEABLE-MILES NUMERIC                          RUP03080
003090                 AND WS-CC-RATEABLE-MILES > ZERO                  RUP03090
003100             MOVE WS-CC-RATEABLE-MILES                            RUP03100
003110                 TO WS-RATEABLE-LIMIT-MILES                       RUP03110
003120         END-IF                                                   RUP03120
003130     END-IF.                                                      RUP03130
003140     IF CONTROL-FILE-STATUS NOT = "35"                            RUP03140
003150         CLOSE CONTROL-CARD-FILE                                  RUP03150
003160     END-IF.                                                      RUP03160
003170     DISPLAY "HIGHEST RATEABLE MILEAGE: "                         RUP03170
003180         WS-RATEABLE-LIMIT-MILES.                                 RUP03180
003190 A050-EXIT.                                                       RUP03190
003200     EXIT.                                                        RUP03200
003210/                                                                 RUP03210
003220 A085-LOAD-RATE-BANDS SECTION.                                    RUP03220
003230 A085-START.                                                      RUP03230
003240     OPEN INPUT RATE-BAND-FILE.                                   RUP03240
003250     IF RATBND-FILE-STATUS NOT = "00"                             RUP03250
003260         DISPLAY "FILE STATUS ERROR OPENING UT-RATBND: "          RUP03260
003270                     RATBND-FILE-STATUS                           RUP03270
003280         MOVE 12 TO RETURN-CODE                                   RUP03280
003290         GO TO A085-EXIT.                                         RUP03290
003300     PERFORM UNTIL RATBND-FILE-STATUS NOT = "00"                  RUP03300
003310         READ RATE-BAND-FILE                                      RUP03310
003320             AT END                                               RUP03320
003330                 MOVE "10" TO RATBND-FILE-STATUS                  RUP03330
003340             NOT AT END                                           RUP03340
003350                 PERFORM A086-LOAD-ONE-RATE-BAND                  RUP03350
003360         END-READ                                                 RUP03360
003370     END-PERFORM.                                                 RUP03370
003380     CLOSE RATE-BAND-FILE.                                        RUP03380
003390     MOVE WS-BAND-COUNT TO WS-DISP-NBR.                           RUP03390
003400     DISPLAY "RATE BANDS LOADED FROM UT-RATBND: " WS-DISP-NBR.    RUP03400
003410 A085-EXIT.                                                       RUP03410
003420     EXIT.                                                        RUP03420
003430/                                                                 RUP03430
003440 A086-LOAD-ONE-RATE-BAND SECTION.                                 RUP03440
003450 A086-START.                                                      RUP03450
003460*    The current generation is loaded as it stands, bad cards     RUP03460
003470*    and all - E100 reports whatever the deck has not corrected.  RUP03470
003480     IF RATE-BAND-RECORD = SPACES                                 RUP03480
003490         GO TO A086-EXIT.                                         RUP03490
003500     IF WS-BAND-COUNT NOT LESS THAN WS-BAND-LIMIT                 RUP03500
003510         DISPLAY "RATE BAND TABLE FULL - RUN ABANDONED"           RUP03510
003520         MOVE "10" TO RATBND-FILE-STATUS                          RUP03520
003530         MOVE 12 TO RETURN-CODE                                   RUP03530
003540         GO TO A086-EXIT.                                         RUP03540
003550     MOVE RATE-BAND-RECORD TO WS-TABLE-BAND.                      RUP03550
003560     ADD 1 TO WS-BAND-COUNT.                                      RUP03560
003570     ADD 1 TO BANDS-LOADED.                                       RUP03570
003580     MOVE WS-BAND-COUNT TO WS-BAND-SUB.                           RUP03580
003590     MOVE XB-TARIFF-VERSION TO WS-BAND-VERSION (WS-BAND-SUB).     RUP03590
003591     MOVE XB-SERVICE-CLASS TO WS-BAND-CLASS (WS-BAND-SUB).        RUP03591
003600     MOVE XB-LOW-MILES TO WS-BAND-LOW-MILES (WS-BAND-SUB).        RUP03600
003610     MOVE WS-TABLE-BAND TO WS-BAND-IMAGE (WS-BAND-SUB).           RUP03610
003620     MOVE "Y" TO WS-BAND-ACTIVE-FLAG (WS-BAND-SUB).               RUP03620
003630 A086-EXIT.                                                       RUP03630
003640     EXIT.                                                        RUP03640
003650/                                                                 RUP03650
003660 A200-WRITE-REGISTER-HEADER SECTION.                              RUP03660
003670 A200-START.                                                      RUP03670
003680     MOVE SPACES TO REGISTER-RECORD.                              RUP03680
003690     STRING                                                       RUP03690
003700         "UT-RATBND TRANSACTION REGISTER - RUN DATE "             RUP03700
003710                                        DELIMITED BY SIZE         RUP03710
003720         WS-RUN-DATE-YYYYMMDD           DELIMITED BY SIZE         RUP03720
003730         INTO REGISTER-RECORD                                     RUP03730
003740     END-STRING.                                                  RUP03740
003750     WRITE REGISTER-RECORD.                                       RUP03750
003760     MOVE SPACES TO REGISTER-RECORD.                              RUP03760
003770     WRITE REGISTER-RECORD.                                       RUP03770
003780 A200-EXIT.                                                       RUP03780
003790     EXIT.                                                        RUP03790
003800/                                                                 RUP03800
003810 A300-WRITE-REGISTER-TOTALS SECTION.                              RUP03810
003820 A300-START.                                                      RUP03820
003830     MOVE SPACES TO REGISTER-RECORD.                              RUP03830
003840     WRITE REGISTER-RECORD.                                       RUP03840
003850     MOVE SPACES TO WS-REGISTER-TOTAL-LINE.                       RUP03850
003860     MOVE "BANDS LOADED FROM UT-RATBND ..." TO WS-RT-LABEL.       RUP03860
003870     MOVE BANDS-LOADED TO WS-RT-COUNT.                            RUP03870
003880     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RUP03880
003890     MOVE "TRANSACTIONS READ ............" TO WS-RT-LABEL.        RUP03890
003900     MOVE TRANS-READ TO WS-RT-COUNT.                              RUP03900
003910     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RUP03910
003920     MOVE "ADDS APPLIED ................." TO WS-RT-LABEL.        RUP03920
003930     MOVE ADDS-APPLIED TO WS-RT-COUNT.                            RUP03930
003940     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RUP03940
003950     MOVE "CHANGES APPLIED .............." TO WS-RT-LABEL.        RUP03950
003960     MOVE CHANGES-APPLIED TO WS-RT-COUNT.                         RUP03960
003970     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RUP03970
003980     MOVE "DELETES APPLIED .............." TO WS-RT-LABEL.        RUP03980
003990     MOVE DELETES-APPLIED TO WS-RT-COUNT.                         RUP03990
004000     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RUP04000
004010     MOVE "TRANSACTIONS REJECTED ........" TO WS-RT-LABEL.        RUP04010
004020     MOVE TRANS-REJECTED TO WS-RT-COUNT.                          RUP04020
004030     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RUP04030
004040     MOVE "TARIFF VERSIONS ON TABLE ....." TO WS-RT-LABEL.        RUP04040
004050     MOVE VERSIONS-ON-TABLE TO WS-RT-COUNT.                       RUP04050
004060     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RUP04060
004070     MOVE "VALIDATION ERRORS ............" TO WS-RT-LABEL.        RUP04070
004080     MOVE VALIDATION-ERRORS TO WS-RT-COUNT.                       RUP04080
004090     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RUP04090
004100     MOVE "BANDS ON NEW TABLE ..........." TO WS-RT-LABEL.        RUP04100
004110     MOVE BANDS-WRITTEN TO WS-RT-COUNT.                           RUP04110
004120     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RUP04120
004130 A300-EXIT.                                                       RUP04130
004140     EXIT.                                                        RUP04140
004150/                                                                 RUP04150
004160 B100-GET-TRANSACTION SECTION.                                    RUP04160
004170 B100-START.                                                      RUP04170
004180     READ TRANSACTION-FILE                                        RUP04180
004190         AT END                                                   RUP04190
004200             MOVE "10" TO TRANS-FILE-STATUS                       RUP04200
004210             GO TO B100-EXIT                                      RUP04210
004220     END-READ.                                                    RUP04220
004230     IF TRANS-FILE-STATUS NOT = "00"                              RUP04230
004240         DISPLAY "FILE STATUS ERROR ON UT-RTRAN: "                RUP04240
004250                     TRANS-FILE-STATUS                            RUP04250
004260         MOVE "10" TO TRANS-FILE-STATUS                           RUP04260
004270         GO TO B100-EXIT.                                         RUP04270
004280     ADD 1 TO TRANS-READ.                                         RUP04280
004290     MOVE TR-ACTION-CODE TO WS-TRAN-ACTION-CODE.                  RUP04290
004300     MOVE TR-BAND-IMAGE TO WS-TRAN-BAND.                          RUP04300
004310     MOVE SPACES TO WS-REGISTER-LINE.                             RUP04310
004320                                                                  RUP04320
004330     IF WS-TRAN-ADD                                               RUP04330
004340         PERFORM C100-APPLY-ADD                                   RUP04340
004350     ELSE                                                         RUP04350
004360         IF WS-TRAN-CHANGE                                        RUP04360
004370             PERFORM C200-APPLY-CHANGE                            RUP04370
004380         ELSE                                                     RUP04380
004390             IF WS-TRAN-DELETE                                    RUP04390
004400                 PERFORM C300-APPLY-DELETE                        RUP04400
004410             ELSE                                                 RUP04410
004420                 MOVE "INVALID ACTION CODE ON TRANSACTION"        RUP04420
004430                     TO WS-REG-REASON                             RUP04430
004440                 PERFORM C500-REJECT-TRANSACTION                  RUP04440
004450             END-IF                                               RUP04450
004460         END-IF                                                   RUP04460
004470     END-IF.                                                      RUP04470
004480 B100-EXIT.                                                       RUP04480
004490     EXIT.                                                        RUP04490
004500/                                                                 RUP04500
004510 B150-FIND-BAND SECTION.                                          RUP04510
004520 B150-START.                                                      RUP04520
004530     MOVE ZERO TO WS-BAND-FOUND-SUB.                              RUP04530
004540     IF TB-LOW-MILES NOT NUMERIC                                  RUP04540
004550         GO TO B150-EXIT.                                         RUP04550
004560     PERFORM VARYING WS-BAND-SUB FROM 1 BY 1                      RUP04560
004570             UNTIL WS-BAND-SUB > WS-BAND-COUNT                    RUP04570
004580                 OR WS-BAND-FOUND-SUB NOT = ZERO                  RUP04580
004590         IF WS-BAND-ACTIVE (WS-BAND-SUB)                          RUP04590
004600                 AND TB-TARIFF-VERSION                            RUP04600
004610                     = WS-BAND-VERSION (WS-BAND-SUB)              RUP04610
004620                 AND TB-LOW-MILES                                 RUP04620
004621                     = WS-BAND-LOW-MILES (WS-BAND-SUB)            RUP04621
004622                 AND TB-SERVICE-CLASS                             RUP04622
004630                     = WS-BAND-CLASS (WS-BAND-SUB)                RUP04630
004640             MOVE WS-BAND-SUB TO WS-BAND-FOUND-SUB                RUP04640
004650         END-IF                                                   RUP04650
004660     END-PERFORM.                                                 RUP04660
004670 B150-EXIT.                                                       RUP04670
004680     EXIT.                                                        RUP04680
004690/                                                                 RUP04690
004700 B160-EDIT-BAND-IMAGE SECTION.                                    RUP04700
004710 B160-START.                                                      RUP04710
004720*    Field edits common to add and change - leaves the reason in  RUP04720
004730*    WS-REG-REASON, spaces when the image is good.                RUP04730
004740     MOVE SPACES TO WS-REG-REASON.                                RUP04740
004750     IF TB-LOW-MILES NOT NUMERIC                                  RUP04750
004760             OR TB-HIGH-MILES NOT NUMERIC                         RUP04760
004770         MOVE "INVALID LOW OR HIGH MILES" TO WS-REG-REASON        RUP04770
004780         GO TO B160-EXIT.                                         RUP04780
004790     IF TB-HIGH-MILES < TB-LOW-MILES                              RUP04790
004800         MOVE "HIGH MILES LESS THAN LOW MILES" TO WS-REG-REASON   RUP04800
004810         GO TO B160-EXIT.                                         RUP04810
004820     IF TB-RATE-PER-MILE NOT NUMERIC                              RUP04820
004830             OR TB-FIXED-CHARGE NOT NUMERIC                       RUP04830
004840         MOVE "INVALID RATE PER MILE OR FIXED CHARGE"             RUP04840
004850             TO WS-REG-REASON                                     RUP04850
004860         GO TO B160-EXIT.                                         RUP04860
004870     IF TB-RATE-STEP = SPACES                                     RUP04870
004880         MOVE "RATE STEP MISSING" TO WS-REG-REASON                RUP04880
004890         GO TO B160-EXIT.                                         RUP04890
004900     IF TB-EFFECTIVE-DATE NOT NUMERIC                             RUP04900
004910         MOVE "INVALID EFFECTIVE DATE" TO WS-REG-REASON           RUP04910
004920         GO TO B160-EXIT.                                         RUP04920
004921*    A card without the class charges bills none, so spaces pass. RUP04921
004922     IF (TB-MINIMUM-CHARGE NOT NUMERIC                            RUP04922
004923             AND TB-MINIMUM-CHARGE-X NOT = SPACES)                RUP04923
004924             OR (TB-TERMINATION-CHARGE NOT NUMERIC                RUP04924
004925             AND TB-TERMINATION-CHARGE-X NOT = SPACES)            RUP04925
004926         MOVE "INVALID MINIMUM OR TERMINATION CHARGE"             RUP04926
004927             TO WS-REG-REASON                                     RUP04927
004928         GO TO B160-EXIT.                                         RUP04928
004930 B160-EXIT.                                                       RUP04930
004940     EXIT.                                                        RUP04940
004950/                                                                 RUP04950
004960 C100-APPLY-ADD SECTION.                                          RUP04960
004970 C100-START.                                                      RUP04970
004980     PERFORM B150-FIND-BAND.                                      RUP04980
004990     IF WS-BAND-FOUND-SUB NOT = ZERO                              RUP04990
005000         MOVE "BAND ALREADY ON UT-RATBND" TO WS-REG-REASON        RUP05000
005010         PERFORM C500-REJECT-TRANSACTION                          RUP05010
005020         GO TO C100-EXIT.                                         RUP05020
005030     PERFORM B160-EDIT-BAND-IMAGE.                                RUP05030
005040     IF WS-REG-REASON NOT = SPACES                                RUP05040
005050         PERFORM C500-REJECT-TRANSACTION                          RUP05050
005060         GO TO C100-EXIT.                                         RUP05060
005070     IF WS-BAND-COUNT NOT LESS THAN WS-BAND-LIMIT                 RUP05070
005080         MOVE "RATE BAND TABLE FULL" TO WS-REG-REASON             RUP05080
005090         PERFORM C500-REJECT-TRANSACTION                          RUP05090
005100         GO TO C100-EXIT.                                         RUP05100
005110     ADD 1 TO WS-BAND-COUNT.                                      RUP05110
005120     MOVE WS-BAND-COUNT TO WS-BAND-SUB.                           RUP05120
005130     MOVE TB-TARIFF-VERSION TO WS-BAND-VERSION (WS-BAND-SUB).     RUP05130
005131     MOVE TB-SERVICE-CLASS TO WS-BAND-CLASS (WS-BAND-SUB).        RUP05131
005140     MOVE TB-LOW-MILES TO WS-BAND-LOW-MILES (WS-BAND-SUB).        RUP05140
005150     MOVE WS-TRAN-BAND TO WS-BAND-IMAGE (WS-BAND-SUB).            RUP05150
005160     MOVE "Y" TO WS-BAND-ACTIVE-FLAG (WS-BAND-SUB).               RUP05160
005170     ADD 1 TO ADDS-APPLIED.                                       RUP05170
005180     PERFORM C400-WRITE-APPLIED.                                  RUP05180
005190 C100-EXIT.                                                       RUP05190
005200     EXIT.                                                        RUP05200
005210/                                                                 RUP05210
005220 C200-APPLY-CHANGE SECTION.                                       RUP05220
005230 C200-START.                                                      RUP05230
005240     PERFORM B150-FIND-BAND.                                      RUP05240
005250     IF WS-BAND-FOUND-SUB = ZERO                                  RUP05250
005260         MOVE "BAND NOT ON UT-RATBND FOR CHANGE"                  RUP05260
005270             TO WS-REG-REASON                                     RUP05270
005280         PERFORM C500-REJECT-TRANSACTION                          RUP05280
005290         GO TO C200-EXIT.                                         RUP05290
005300     PERFORM B160-EDIT-BAND-IMAGE.                                RUP05300
005310     IF WS-REG-REASON NOT = SPACES                                RUP05310
005320         PERFORM C500-REJECT-TRANSACTION                          RUP05320
005330         GO TO C200-EXIT.                                         RUP05330
005340     MOVE WS-TRAN-BAND TO WS-BAND-IMAGE (WS-BAND-FOUND-SUB).      RUP05340
005350     ADD 1 TO CHANGES-APPLIED.                                    RUP05350
005360     PERFORM C400-WRITE-APPLIED.                                  RUP05360
005370 C200-EXIT.                                                       RUP05370
005380     EXIT.                                                        RUP05380
005390/                                                                 RUP05390
005400 C300-APPLY-DELETE SECTION.                                       RUP05400
005410 C300-START.                                                      RUP05410
005420     PERFORM B150-FIND-BAND.                                      RUP05420
005430     IF WS-BAND-FOUND-SUB = ZERO                                  RUP05430
005440         MOVE "BAND NOT ON UT-RATBND FOR DELETE"                  RUP05440
005450             TO WS-REG-REASON                                     RUP05450
005460         PERFORM C500-REJECT-TRANSACTION                          RUP05460
005470         GO TO C300-EXIT.                                         RUP05470
005480     MOVE "N" TO WS-BAND-ACTIVE-FLAG (WS-BAND-FOUND-SUB).         RUP05480
005490     ADD 1 TO DELETES-APPLIED.                                    RUP05490
005500     PERFORM C400-WRITE-APPLIED.                                  RUP05500
005510 C300-EXIT.                                                       RUP05510
005520     EXIT.                                                        RUP05520
005530/                                                                 RUP05530
005540 C400-WRITE-APPLIED SECTION.                                      RUP05540
005550 C400-START.                                                      RUP05550
005560     MOVE "APPLIED" TO WS-REG-DISPOSITION.                        RUP05560
005570     MOVE WS-TRAN-ACTION-CODE TO WS-REG-ACTION.                   RUP05570
005580     MOVE TB-TARIFF-VERSION TO WS-REG-VERSION.                    RUP05580
005581     MOVE TB-SERVICE-CLASS TO WS-REG-CLASS.                       RUP05581
005590     MOVE TB-LOW-MILES TO WS-REG-LOW-MILES.                       RUP05590
005600     WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.                 RUP05600
005610 C400-EXIT.                                                       RUP05610
005620     EXIT.                                                        RUP05620
005630/                                                                 RUP05630
005640 C500-REJECT-TRANSACTION SECTION.                                 RUP05640
005650 C500-START.                                                      RUP05650
005660     ADD 1 TO TRANS-REJECTED.                                     RUP05660
005670     MOVE "REJECTED" TO WS-REG-DISPOSITION.                       RUP05670
005680     MOVE WS-TRAN-ACTION-CODE TO WS-REG-ACTION.                   RUP05680
005690     MOVE TB-TARIFF-VERSION TO WS-REG-VERSION.                    RUP05690
005691     MOVE TB-SERVICE-CLASS TO WS-REG-CLASS.                       RUP05691
005700     MOVE TB-LOW-MILES TO WS-REG-LOW-MILES.                       RUP05700
005710     WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.                 RUP05710
005720     WRITE REJECT-RECORD FROM TRANSACTION-RECORD.                 RUP05720
005730 C500-EXIT.                                                       RUP05730
005740     EXIT.                                                        RUP05740
005750/                                                                 RUP05750
005760 E100-VALIDATE-TABLE SECTION.                                     RUP05760
005770 E100-START.                                                      RUP05770
005780     MOVE SPACES TO REGISTER-RECORD.                              RUP05780
005790     WRITE REGISTER-RECORD.                                       RUP05790
005800     MOVE "RATE-BAND TABLE VALIDATION" TO REGISTER-RECORD.        RUP05800
005810     WRITE REGISTER-RECORD.                                       RUP05810
005820     MOVE SPACES TO REGISTER-RECORD.                              RUP05820
005830     WRITE REGISTER-RECORD.                                       RUP05830
005840                                                                  RUP05840
005850     PERFORM E110-COMPACT-AND-SORT.                               RUP05850
005860     IF WS-ACTIVE-BAND-COUNT = ZERO                               RUP05860
005870         MOVE SPACES TO WS-VAL-VERSION                            RUP05870
005871         MOVE SPACES TO WS-VAL-CLASS                              RUP05871
005880         MOVE ZERO TO WS-VAL-LOW-MILES                            RUP05880
005890         MOVE ZERO TO WS-VAL-HIGH-MILES                           RUP05890
005900         MOVE "NO BANDS LEFT ON TABLE" TO WS-VAL-REASON           RUP05900
005910         PERFORM E190-WRITE-VALIDATION-ERROR                      RUP05910
005920         GO TO E100-EXIT.                                         RUP05920
005930     IF WS-ACTIVE-BAND-COUNT > WS-PRICING-BAND-LIMIT              RUP05930
005940         MOVE SPACES TO WS-VAL-VERSION                            RUP05940
005941         MOVE SPACES TO WS-VAL-CLASS                              RUP05941
005950         MOVE ZERO TO WS-VAL-LOW-MILES                            RUP05950
005960         MOVE ZERO TO WS-VAL-HIGH-MILES                           RUP05960
005970         MOVE "MORE BANDS THAN PRICING PROGRAMS LOAD"             RUP05970
005980             TO WS-VAL-REASON                                     RUP05980
005990         PERFORM E190-WRITE-VALIDATION-ERROR                      RUP05990
006000     END-IF.                                                      RUP06000
006010                                                                  RUP06010
006020     SET WS-WALK-FIRST-BAND TO TRUE.                              RUP06020
006030     PERFORM E120-CHECK-ONE-BAND                                  RUP06030
006040         VARYING WS-BAND-SUB FROM 1 BY 1                          RUP06040
006050         UNTIL WS-BAND-SUB > WS-ACTIVE-BAND-COUNT.                RUP06050
006051     IF WS-DEFAULT-BAND-COUNT > WS-DEFAULT-BAND-LIMIT             RUP06051
006052         MOVE SPACES TO WS-VAL-VERSION                            RUP06052
006053         MOVE SPACES TO WS-VAL-CLASS                              RUP06053
006054         MOVE ZERO TO WS-VAL-LOW-MILES                            RUP06054
006055         MOVE ZERO TO WS-VAL-HIGH-MILES                           RUP06055
006056         MOVE "MORE DEFAULT BANDS THAN POPINQ/POPRWK LOAD"        RUP06056
006057             TO WS-VAL-REASON                                     RUP06057
006058         PERFORM E190-WRITE-VALIDATION-ERROR                      RUP06058
006059     END-IF.                                                      RUP06059
006060     PERFORM E140-CLOSE-VERSION.                                  RUP06060
006070     PERFORM E160-CHECK-VERSION-DATES                             RUP06070
006080         VARYING WS-VER-SUB FROM 1 BY 1                           RUP06080
006090         UNTIL WS-VER-SUB > WS-VERSION-COUNT.                     RUP06090
006100     MOVE WS-VERSION-COUNT TO VERSIONS-ON-TABLE.                  RUP06100
006110                                                                  RUP06110
006120     IF NOT WS-TABLE-INVALID                                      RUP06120
006130         MOVE "TABLE PASSED - NO GAPS, OVERLAPS OR DATE CLASHES"  RUP06130
006140             TO REGISTER-RECORD                                   RUP06140
006150         WRITE REGISTER-RECORD                                    RUP06150
006160     END-IF.                                                      RUP06160
006170 E100-EXIT.                                                       RUP06170
006180     EXIT.                                                        RUP06180
006190/                                                                 RUP06190
006200 E110-COMPACT-AND-SORT SECTION.                                   RUP06200
006210 E110-START.                                                      RUP06210
006220*    Drop deleted bands, then insertion-sort what is left into    RUP06220
006230*    version, service-class and low-mileage order.                RUP06230
006240     MOVE ZERO TO WS-ACTIVE-BAND-COUNT.                           RUP06240
006250     PERFORM VARYING WS-BAND-SUB FROM 1 BY 1                      RUP06250
006260             UNTIL WS-BAND-SUB > WS-BAND-COUNT                    RUP06260
006270         IF WS-BAND-ACTIVE (WS-BAND-SUB)                          RUP06270
006280             ADD 1 TO WS-ACTIVE-BAND-COUNT                        RUP06280
006290             MOVE WS-BAND-ENTRY (WS-BAND-SUB)                     RUP06290
006300                 TO WS-BAND-ENTRY (WS-ACTIVE-BAND-COUNT)          RUP06300
006310         END-IF                                                   RUP06310
006320     END-PERFORM.                                                 RUP06320
006330     MOVE WS-ACTIVE-BAND-COUNT TO WS-BAND-COUNT.                  RUP06330
006340     PERFORM E115-INSERT-ONE-BAND                                 RUP06340
006350         VARYING WS-BAND-SUB FROM 2 BY 1                          RUP06350
006360         UNTIL WS-BAND-SUB > WS-ACTIVE-BAND-COUNT.                RUP06360
006370 E110-EXIT.                                                       RUP06370
006380     EXIT.                                                        RUP06380
006390/                                                                 RUP06390
006400 E115-INSERT-ONE-BAND SECTION.                                    RUP06400
006410 E115-START.                                                      RUP06410
006420     MOVE WS-BAND-ENTRY (WS-BAND-SUB) TO WS-BAND-HOLD.            RUP06420
006430     MOVE WS-BAND-SUB TO WS-SORT-SUB.                             RUP06430
006440     PERFORM UNTIL WS-SORT-SUB = 1                                RUP06440
006450             OR WS-BAND-KEY (WS-SORT-SUB - 1)                     RUP06450
006460                 NOT > WS-BAND-HOLD (1:15)                        RUP06460
006470         MOVE WS-BAND-ENTRY (WS-SORT-SUB - 1)                     RUP06470
006480             TO WS-BAND-ENTRY (WS-SORT-SUB)                       RUP06480
006490         SUBTRACT 1 FROM WS-SORT-SUB                              RUP06490
006500     END-PERFORM.                                                 RUP06500
006510     MOVE WS-BAND-HOLD TO WS-BAND-ENTRY (WS-SORT-SUB).            RUP06510
006520 E115-EXIT.                                                       RUP06520
006530     EXIT.                                                        RUP06530
006540/                                                                 RUP06540
006550 E120-CHECK-ONE-BAND SECTION.                                     RUP06550
006560 E120-START.                                                      RUP06560
006570     MOVE WS-BAND-IMAGE (WS-BAND-SUB) TO WS-TABLE-BAND.           RUP06570
006580     IF NOT WS-WALK-FIRST-BAND                                    RUP06580
006590             AND (XB-TARIFF-VERSION NOT = WS-WALK-VERSION         RUP06590
006591                 OR XB-SERVICE-CLASS NOT = WS-WALK-CLASS)         RUP06591
006600         PERFORM E140-CLOSE-VERSION                               RUP06600
006610         SET WS-WALK-FIRST-BAND TO TRUE                           RUP06610
006620     END-IF.                                                      RUP06620
006630                                                                  RUP06630
006640     MOVE XB-TARIFF-VERSION TO WS-VAL-VERSION.                    RUP06640
006641     MOVE XB-SERVICE-CLASS TO WS-VAL-CLASS.                       RUP06641
006650     IF XB-LOW-MILES NOT NUMERIC                                  RUP06650
006660             OR XB-HIGH-MILES NOT NUMERIC                         RUP06660
006670             OR XB-RATE-PER-MILE NOT NUMERIC                      RUP06670
006680             OR XB-FIXED-CHARGE NOT NUMERIC                       RUP06680
006690         MOVE ZERO TO WS-VAL-LOW-MILES                            RUP06690
006700         MOVE ZERO TO WS-VAL-HIGH-MILES                           RUP06700
006710         MOVE "BAND CARD NOT NUMERIC" TO WS-VAL-REASON            RUP06710
006720         PERFORM E190-WRITE-VALIDATION-ERROR                      RUP06720
006730         GO TO E120-EXIT.                                         RUP06730
006740     MOVE XB-LOW-MILES TO WS-VAL-LOW-MILES.                       RUP06740
006750     MOVE XB-HIGH-MILES TO WS-VAL-HIGH-MILES.                     RUP06750
006760     IF XB-HIGH-MILES < XB-LOW-MILES                              RUP06760
006770         MOVE "HIGH MILES LESS THAN LOW MILES" TO WS-VAL-REASON   RUP06770
006780         PERFORM E190-WRITE-VALIDATION-ERROR                      RUP06780
006790     END-IF.                                                      RUP06790
006800     IF XB-EFFECTIVE-DATE NOT NUMERIC                             RUP06800
006810         MOVE "INVALID EFFECTIVE DATE" TO WS-VAL-REASON           RUP06810
006820         PERFORM E190-WRITE-VALIDATION-ERROR                      RUP06820
006830         MOVE ZERO TO XB-EFFECTIVE-DATE                           RUP06830
006840     END-IF.                                                      RUP06840
006841     IF XB-MINIMUM-CHARGE NOT NUMERIC                             RUP06841
006842         MOVE ZERO TO XB-MINIMUM-CHARGE                           RUP06842
006843     END-IF.                                                      RUP06843
006844     IF XB-TERMINATION-CHARGE NOT NUMERIC                         RUP06844
006845         MOVE ZERO TO XB-TERMINATION-CHARGE                       RUP06845
006846     END-IF.                                                      RUP06846
006847     IF XB-SERVICE-CLASS = SPACES                                 RUP06847
006848         ADD 1 TO WS-DEFAULT-BAND-COUNT                           RUP06848
006849     END-IF.                                                      RUP06849
006850                                                                  RUP06850
006860     IF WS-WALK-FIRST-BAND                                        RUP06860
006870         PERFORM E130-OPEN-VERSION                                RUP06870
006880         GO TO E120-EXIT.                                         RUP06880
006890                                                                  RUP06890
006900     IF XB-EFFECTIVE-DATE NOT = WS-WALK-EFF-DATE                  RUP06900
006910         MOVE "EFFECTIVE DATE DIFFERS WITHIN VERSION"             RUP06910
006920             TO WS-VAL-REASON                                     RUP06920
006930         PERFORM E190-WRITE-VALIDATION-ERROR                      RUP06930
006940     END-IF.                                                      RUP06940
006950     COMPUTE WS-NEXT-LOW-MILES = WS-WALK-HIGH-MILES + 1.          RUP06950
006951     IF XB-MINIMUM-CHARGE NOT = WS-WALK-MIN-CHARGE                RUP06951
006952             OR XB-TERMINATION-CHARGE NOT = WS-WALK-TERM-CHARGE   RUP06952
006953         MOVE "MINIMUM OR TERMINATION DIFFERS IN SCHEDULE"        RUP06953
006954             TO WS-VAL-REASON                                     RUP06954
006955         PERFORM E190-WRITE-VALIDATION-ERROR                      RUP06955
006956     END-IF.                                                      RUP06956
006960     IF XB-LOW-MILES > WS-NEXT-LOW-MILES                          RUP06960
006970         MOVE "GAP BEFORE THIS BAND" TO WS-VAL-REASON             RUP06970
006980         PERFORM E190-WRITE-VALIDATION-ERROR                      RUP06980
006990     END-IF.                                                      RUP06990
007000     IF XB-LOW-MILES < WS-NEXT-LOW-MILES                          RUP07000
007010         MOVE "OVERLAPS PRECEDING BAND" TO WS-VAL-REASON          RUP07010
007020         PERFORM E190-WRITE-VALIDATION-ERROR                      RUP07020
007030     END-IF.                                                      RUP07030
007040     IF XB-HIGH-MILES > WS-WALK-HIGH-MILES                        RUP07040
007050         MOVE XB-HIGH-MILES TO WS-WALK-HIGH-MILES                 RUP07050
007060     END-IF.                                                      RUP07060
007070 E120-EXIT.                                                       RUP07070
007080     EXIT.                                                        RUP07080
007090/                                                                 RUP07090
007100 E130-OPEN-VERSION SECTION.                                       RUP07100
007110 E130-START.                                                      RUP07110
007120     MOVE "N" TO WS-WALK-FIRST-SWITCH.                            RUP07120
007130     MOVE XB-TARIFF-VERSION TO WS-WALK-VERSION.                   RUP07130
007131     MOVE XB-SERVICE-CLASS TO WS-WALK-CLASS.                      RUP07131
007140     MOVE XB-EFFECTIVE-DATE TO WS-WALK-EFF-DATE.                  RUP07140
007150     MOVE XB-HIGH-MILES TO WS-WALK-HIGH-MILES.                    RUP07150
007151     MOVE XB-MINIMUM-CHARGE TO WS-WALK-MIN-CHARGE.                RUP07151
007152     MOVE XB-TERMINATION-CHARGE TO WS-WALK-TERM-CHARGE.           RUP07152
007160     IF XB-LOW-MILES NOT = ZERO                                   RUP07160
007170         MOVE "VERSION DOES NOT START AT 0 MILES"                 RUP07170
007180             TO WS-VAL-REASON                                     RUP07180
007190         PERFORM E190-WRITE-VALIDATION-ERROR                      RUP07190
007200     END-IF.                                                      RUP07200
007201*    A further class schedule of the version just listed - the    RUP07201
007202*    default schedule sorts first, so it is already proved there. RUP07202
007203     IF WS-VERSION-COUNT > ZERO                                   RUP07203
007204             AND XB-TARIFF-VERSION                                RUP07204
007205                 = WS-VER-NAME (WS-VERSION-COUNT)                 RUP07205
007206         IF XB-EFFECTIVE-DATE                                     RUP07206
007207                 NOT = WS-VER-EFF-DATE (WS-VERSION-COUNT)         RUP07207
007208             MOVE "EFFECTIVE DATE DIFFERS WITHIN VERSION"         RUP07208
007209                 TO WS-VAL-REASON                                 RUP07209
007210             PERFORM E190-WRITE-VALIDATION-ERROR                  RUP07210
007211         END-IF                                                   RUP07211
007212         GO TO E130-EXIT                                          RUP07212
007213     END-IF.                                                      RUP07213
007214     IF XB-SERVICE-CLASS NOT = SPACES                             RUP07214
007215         MOVE "VERSION HAS NO DEFAULT SCHEDULE" TO WS-VAL-REASON  RUP07215
007216         PERFORM E190-WRITE-VALIDATION-ERROR                      RUP07216
007217     END-IF.                                                      RUP07217
007218     IF WS-VERSION-COUNT NOT LESS THAN WS-VERSION-LIMIT           RUP07218
007220         MOVE "TOO MANY TARIFF VERSIONS ON TABLE"                 RUP07220
007230             TO WS-VAL-REASON                                     RUP07230
007240         PERFORM E190-WRITE-VALIDATION-ERROR                      RUP07240
007250         GO TO E130-EXIT.                                         RUP07250
007260     ADD 1 TO WS-VERSION-COUNT.                                   RUP07260
007270     MOVE XB-TARIFF-VERSION TO WS-VER-NAME (WS-VERSION-COUNT).    RUP07270
007280     MOVE XB-EFFECTIVE-DATE                                       RUP07280
007290         TO WS-VER-EFF-DATE (WS-VERSION-COUNT).                   RUP07290
007300 E130-EXIT.                                                       RUP07300
007310     EXIT.                                                        RUP07310
007320/                                                                 RUP07320
007330 E140-CLOSE-VERSION SECTION.                                      RUP07330
007340 E140-START.                                                      RUP07340
007350*    The last band of a version must reach the highest rateable   RUP07350
007360*    mileage, or long-haul circuits fall off the end.             RUP07360
007370     IF WS-WALK-FIRST-BAND                                        RUP07370
007380         GO TO E140-EXIT.                                         RUP07380
007390     IF WS-WALK-HIGH-MILES < WS-RATEABLE-LIMIT-MILES              RUP07390
007400         MOVE WS-WALK-VERSION TO WS-VAL-VERSION                   RUP07400
007401         MOVE WS-WALK-CLASS TO WS-VAL-CLASS                       RUP07401
007410         MOVE WS-WALK-HIGH-MILES TO WS-VAL-LOW-MILES              RUP07410
007420         MOVE WS-RATEABLE-LIMIT-MILES TO WS-VAL-HIGH-MILES        RUP07420
007430         MOVE "NO BAND UP TO HIGHEST RATEABLE MILEAGE"            RUP07430
007440             TO WS-VAL-REASON                                     RUP07440
007450         PERFORM E190-WRITE-VALIDATION-ERROR                      RUP07450
007460     END-IF.                                                      RUP07460
007470 E140-EXIT.                                                       RUP07470
007480     EXIT.                                                        RUP07480
007490/                                                                 RUP07490
007500 E160-CHECK-VERSION-DATES SECTION.                                RUP07500
007510 E160-START.                                                      RUP07510
007520     PERFORM VARYING WS-VER-CHECK-SUB FROM 1 BY 1                 RUP07520
007530             UNTIL WS-VER-CHECK-SUB NOT < WS-VER-SUB              RUP07530
007540         IF WS-VER-EFF-DATE (WS-VER-CHECK-SUB)                    RUP07540
007550                 = WS-VER-EFF-DATE (WS-VER-SUB)                   RUP07550
007560             MOVE WS-VER-NAME (WS-VER-SUB) TO WS-VAL-VERSION      RUP07560
007570             MOVE ZERO TO WS-VAL-LOW-MILES                        RUP07570
007571             MOVE SPACES TO WS-VAL-CLASS                          RUP07571
007580             MOVE ZERO TO WS-VAL-HIGH-MILES                       RUP07580
007590             MOVE SPACES TO WS-VAL-REASON                         RUP07590
007600             STRING "SAME EFFECTIVE DATE AS VERSION "             RUP07600
007610                                        DELIMITED BY SIZE         RUP07610
007620                 WS-VER-NAME (WS-VER-CHECK-SUB)                   RUP07620
007630                                        DELIMITED BY SIZE         RUP07630
007640                 INTO WS-VAL-REASON                               RUP07640
007650             END-STRING                                           RUP07650
007660             PERFORM E190-WRITE-VALIDATION-ERROR                  RUP07660
007670         END-IF                                                   RUP07670
007680     END-PERFORM.                                                 RUP07680
007690 E160-EXIT.                                                       RUP07690
007700     EXIT.                                                        RUP07700
007710/                                                                 RUP07710
007720 E190-WRITE-VALIDATION-ERROR SECTION.                             RUP07720
007730 E190-START.                                                      RUP07730
007740     ADD 1 TO VALIDATION-ERRORS.                                  RUP07740
007750     SET WS-TABLE-INVALID TO TRUE.                                RUP07750
007760     WRITE REGISTER-RECORD FROM WS-VALIDATION-LINE.               RUP07760
007770 E190-EXIT.                                                       RUP07770
007780     EXIT.                                                        RUP07780
007790/                                                                 RUP07790
007800 F100-WRITE-NEW-TABLE SECTION.                                    RUP07800
007810 F100-START.                                                      RUP07810
007820     OPEN OUTPUT NEW-BAND-FILE.                                   RUP07820
007830     IF RATNEW-FILE-STATUS NOT = "00"                             RUP07830
007840         DISPLAY "FILE STATUS ERROR OPENING UT-RATNEW: "          RUP07840
007850                     RATNEW-FILE-STATUS                           RUP07850
007860         MOVE 12 TO RETURN-CODE                                   RUP07860
007870         GO TO F100-EXIT.                                         RUP07870
007880     PERFORM VARYING WS-BAND-SUB FROM 1 BY 1                      RUP07880
007890             UNTIL WS-BAND-SUB > WS-ACTIVE-BAND-COUNT             RUP07890
007900         WRITE NEW-BAND-RECORD FROM WS-BAND-IMAGE (WS-BAND-SUB)   RUP07900
007910         ADD 1 TO BANDS-WRITTEN                                   RUP07910
007920     END-PERFORM.                                                 RUP07920
007930     CLOSE NEW-BAND-FILE.                                         RUP07930
007940 F100-EXIT.                                                       RUP07940
007950     EXIT.                                                        RUP07950
007960/                                                                 RUP07960
007970 D100-CONTROL-REPORT SECTION.                                     RUP07970
007980 D100-START.                                                      RUP07980
007990     DISPLAY SPACE.                                               RUP07990
008000     DISPLAY "RATUPD CONTROL TOTALS ----------------------".      RUP08000
008010     DISPLAY "  BANDS LOADED FROM UT-RATBND ... " BANDS-LOADED.   RUP08010
008020     DISPLAY "  TRANSACTIONS READ ............. " TRANS-READ.     RUP08020
008030     DISPLAY "  ADDS APPLIED .................. " ADDS-APPLIED.   RUP08030
008040     DISPLAY "  CHANGES APPLIED ............... "                 RUP08040
008050         CHANGES-APPLIED.                                         RUP08050
008060     DISPLAY "  DELETES APPLIED ............... "                 RUP08060
008070         DELETES-APPLIED.                                         RUP08070
008080     DISPLAY "  TRANSACTIONS REJECTED ......... "                 RUP08080
008090         TRANS-REJECTED.                                          RUP08090
008100     DISPLAY "  TARIFF VERSIONS ON TABLE ...... "                 RUP08100
008110         VERSIONS-ON-TABLE.                                       RUP08110
008120     DISPLAY "  VALIDATION ERRORS ............. "                 RUP08120
008130         VALIDATION-ERRORS.                                       RUP08130
008140     DISPLAY "  BANDS ON NEW TABLE ............ "                 RUP08140
008150         BANDS-WRITTEN.                                           RUP08150
008160 D100-EXIT.                                                       RUP08160
008170     EXIT.                                                        RUP08170
008171/                                                                 RUP08171
008172 G300-POST-RUN-LEDGER SECTION.                                    RUP08172
008173 G300-START.                                                      RUP08173
008174     MOVE "RATUPD" TO RP-JOB-NAME.                                RUP08174
008175     MOVE SPACES TO RP-RUN-ID.                                    RUP08175
008176     SET RP-MASTER-NOT-USED TO TRUE.                              RUP08176
008177     MOVE RETURN-CODE TO RP-STEP-RC.                              RUP08177
008178     MOVE SPACES TO RP-VERDICT.                                   RUP08178
008179     MOVE "READ" TO RP-COUNT-NAME (1).                            RUP08179
008180     MOVE TRANS-READ TO RP-COUNT (1).                             RUP08180
008181     MOVE "APPLIED" TO RP-COUNT-NAME (2).                         RUP08181
008182     COMPUTE RP-COUNT (2) =                                       RUP08182
008183         ADDS-APPLIED + CHANGES-APPLIED + DELETES-APPLIED.        RUP08183
008184     MOVE "INVALID" TO RP-COUNT-NAME (3).                         RUP08184
008185     MOVE VALIDATION-ERRORS TO RP-COUNT (3).                      RUP08185
008186     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        RUP08186
008187 G300-EXIT.                                                       RUP08187
008188     EXIT.                                                        RUP08188
