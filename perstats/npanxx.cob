002240     05  FILLER                          PIC X(01).               NPA02240
002250     05  PS-H-SIGN                       PIC X(01).               NPA02250
002260     05  PS-H                            PIC 9(05)V99.            NPA02260
002261     05  FILLER                          PIC X(07).               NPA02261
002262     05  PS-SITE-STATUS                  PIC X(01).               NPA02262
002263         88  PS-SITE-PLANNED             VALUE "P".               NPA02263
002270     05  FILLER                          PIC X(29).               NPA02270
002280                                                                  NPA02280
002290 FD  RATE-BAND-FILE                                               NPA02290
002300     LABEL RECORDS STANDARD.                                      NPA02300
002360     05  RB-FIXED-CHARGE                 PIC 9(05)V99.            NPA02360
002361     05  RB-TARIFF-VERSION               PIC X(08).               NPA02361
002362     05  RB-EFFECTIVE-DATE               PIC 9(08).               NPA02362
002363     05  RB-SERVICE-CLASS                PIC X(02).               NPA02363
002364     05  RB-MINIMUM-CHARGE               PIC 9(05)V99.            NPA02364
002365     05  RB-TERMINATION-CHARGE           PIC 9(05)V99.            NPA02365
002366     05  FILLER                          PIC X(22).               NPA02366
002380                                                                  NPA02380
002390 FD  PRICED-OUTPUT-FILE                                           NPA02390
002400     LABEL RECORDS STANDARD.                                      NPA02400
004358 01  WS-VERSION-PICKED-SWITCH            PIC X(01) VALUE "N".     NPA04358
004359     88  WS-VERSION-PICKED               VALUE "Y".               NPA04359
004360 01  WS-PRICE-MILEAGE                    PIC S9(07)V999 COMP-3.   NPA04360
004361 01  WS-BAND-MILEAGE                     PIC 9(07)      COMP-3.   NPA04361
004370 01  WS-EXTENDED-CHARGE                  PIC S9(07)V99  COMP-3.   NPA04370
004380 01  WS-MILEAGE-VALID-SWITCH             PIC X(01) VALUE "N".     NPA04380
004390     88  WS-MILEAGE-VALID                VALUE "Y".               NPA04390
005300     05  WS-GATE-DIFF                    PIC S9(09)     COMP.     NPA05300
005310     05  WS-DEVIATION-PCT                PIC S9(05)V99  COMP-3.   NPA05310
005320                                                                  NPA05320
005321 01  WS-RUNPOST-ARGS.                                             NPA05321
005322     COPY RUNPSTV1.                                               NPA05322
005323                                                                  NPA05323
005330 01  WS-RESTART-SWITCH                   PIC X(01) VALUE "N".     NPA05330
005340     88  WS-RESTART-REQUESTED            VALUE "Y".               NPA05340
005350                                                                  NPA05350
006760     CLOSE CSV-OUTPUT-FILE.                                       NPA06760
006770     CLOSE EXCEPTION-FILE.                                        NPA06770
006780     CLOSE PRICED-OUTPUT-FILE.                                    NPA06780
006781     PERFORM G300-POST-RUN-LEDGER.                                NPA06781
006790     STOP RUN.                                                    NPA06790
006800/                                                                 NPA06800
006810 A050-READ-CONTROL-CARD SECTION.                                  NPA06810
007980/                                                                 NPA07980
007990 A086-LOAD-ONE-RATE-BAND SECTION.                                 NPA07990
008000 A086-START.                                                      NPA08000
008001*    Service-class schedules price circuits (CCTPRC) - rate       NPA08001
008002*    centers price on the default, blank-class, schedule only.    NPA08002
008003     IF RB-SERVICE-CLASS NOT = SPACES                             NPA08003
008004         GO TO A086-EXIT.                                         NPA08004
008010     IF WS-RATE-BAND-COUNT NOT LESS THAN WS-RATE-BAND-LIMIT       NPA08010
008020         DISPLAY "RATE BAND TABLE FULL - BAND IGNORED: "          NPA08020
008030             RB-RATE-STEP                                         NPA08030
008410/                                                                 NPA08410
008420 A095-LOAD-ONE-POP-SITE SECTION.                                  NPA08420
008430 A095-START.                                                      NPA08430
008431*    A planned site carries no traffic yet - see POPUPD.          NPA08431
008432     IF PS-SITE-PLANNED                                           NPA08432
008433         GO TO A095-EXIT.                                         NPA08433
008440     IF WS-POP-SITE-COUNT NOT LESS THAN WS-POP-SITE-LIMIT         NPA08440
008450         DISPLAY "POP SITE TABLE FULL - SITE IGNORED: "           NPA08450
008460             PS-SITE-ID                                           NPA08460
011770         GO TO C180-EXIT.                                         NPA11770
011780     IF WS-RATE-BAND-COUNT = ZERO                                 NPA11780
011790         GO TO C180-EXIT.                                         NPA11790
011791*    Bands run in whole miles - a part mile rates in the band     NPA11791
011792*    of the whole miles below it.                                 NPA11792
011793     MOVE WS-PRICE-MILEAGE TO WS-BAND-MILEAGE.                    NPA11793
011800     MOVE ZERO TO WS-BAND-SUB.                                    NPA11800
011810     PERFORM C185-MATCH-RATE-BAND                                 NPA11810
011820         VARYING WS-RB-SUB FROM 1 BY 1                            NPA11820
012110 C185-MATCH-RATE-BAND SECTION.                                    NPA12110
012120 C185-START.                                                      NPA12120
012130     IF WS-RB-VERSION (WS-RB-SUB) = WS-PRICING-VERSION            NPA12130
012140         AND WS-BAND-MILEAGE                                      NPA12140
012150             NOT LESS THAN WS-RB-LOW-MILES (WS-RB-SUB)            NPA12150
012160         AND WS-BAND-MILEAGE                                      NPA12160
012161             NOT GREATER THAN WS-RB-HIGH-MILES (WS-RB-SUB)        NPA12161
012170         MOVE WS-RB-SUB TO WS-BAND-SUB                            NPA12170
012180     END-IF.                                                      NPA12180
015010     CLOSE RUN-HISTORY-FILE.                                      NPA15010
015020 G200-EXIT.                                                       NPA15020
015030     EXIT.                                                        NPA15030
015031/                                                                 NPA15031
015032 G300-POST-RUN-LEDGER SECTION.                                    NPA15032
015033 G300-START.                                                      NPA15033
015034     MOVE "POPINQ" TO RP-JOB-NAME.                                NPA15034
015035     MOVE WS-CC-MODE TO RP-RUN-ID.                                NPA15035
015036     SET RP-MASTER-READ TO TRUE.                                  NPA15036
015037     MOVE RETURN-CODE TO RP-STEP-RC.                              NPA15037
015038     MOVE SPACES TO RP-VERDICT.                                   NPA15038
015039     IF WS-GATE-FAILED                                            NPA15039
015040         MOVE "GATEFAIL" TO RP-VERDICT                            NPA15040
015041     END-IF.                                                      NPA15041
015042     MOVE "RECORDS" TO RP-COUNT-NAME (1).                         NPA15042
015043     MOVE RECORDS-PROCESSED TO RP-COUNT (1).                      NPA15043
015044     MOVE "PRICED" TO RP-COUNT-NAME (2).                          NPA15044
015045     MOVE SUCCESSFULLY-PRICED TO RP-COUNT (2).                    NPA15045
015046     MOVE "EXCPT" TO RP-COUNT-NAME (3).                           NPA15046
015047     MOVE EXCEPTIONS-WRITTEN TO RP-COUNT (3).                     NPA15047
015048     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        NPA15048
015049 G300-EXIT.                                                       NPA15049
015050     EXIT.                                                        NPA15050
015051/                                                                 NPA15051
015052 F000-NEAREST-RATE-CENTERS SECTION.                               NPA15052
015060 F000-START.                                                      NPA15060
015070     MOVE ZERO TO WS-NEAR-COUNT.                                  NPA15070
015080     IF WS-NC-COUNT NUMERIC AND WS-NC-COUNT > ZERO                NPA15080
018980 T150-PRICE-UNDER-VERSION SECTION.                                NPA18980
018990 T150-START.                                                      NPA18990
019000     MOVE "N" TO WS-VER-PRICED-SWITCH.                            NPA19000
019001*    Bands run in whole miles - a part mile rates in the band     NPA19001
019002*    of the whole miles below it.                                 NPA19002
019003     MOVE WS-PRICE-MILEAGE TO WS-BAND-MILEAGE.                    NPA19003
019010     MOVE ZERO TO WS-BAND-SUB.                                    NPA19010
019020     PERFORM C185-MATCH-RATE-BAND                                 NPA19020
019030         VARYING WS-RB-SUB FROM 1 BY 1                            NPA19030
