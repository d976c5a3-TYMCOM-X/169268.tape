000150*       "D"  detail      - one per rated circuit: account,        CCT00150
000160*                          circuit, class, mileage, rate step,    CCT00160
000170*                          extended charge (implied decimals)     CCT00170
000171*                          and its mileage / termination /        CCT00171
000172*                          minimum-uplift make-up                 CCT00172
000180*       "A"  account     - one per account: circuit count and     CCT00180
000190*                          total charge                           CCT00190
000191*       "S"  class       - behind each "A", one per service       CCT00191
000192*                          class on the account: circuit count    CCT00192
000193*                          and the charges broken out             CCT00193
000200*       "TT" trailer     - circuits read / rated / failed         CCT00200
000210*                                                                 CCT00210
000220*   Circuits that fail an endpoint lookup, the mileage            CCT00220
000270*   The optional UT-CNTL card carries the pricing date YYYYMMDD   CCT00270
000280*   in cols 1-8 (blank takes the run date) - the same tariff      CCT00280
000290*   version selection POPINQ applies.                             CCT00290
000291*                                                                 CCT00291
000292*   UT-RATBND bands are filed per service class (RB-SERVICE-      CCT00292
000293*   CLASS); a circuit is priced on the schedule for its           CCT00293
000294*   CCT-SERVICE-CLASS in the selected tariff version, or on the   CCT00294
000295*   default schedule (blank class) when its class has none.       CCT00295
000296*   Each schedule also carries a minimum monthly charge and a     CCT00296
000297*   per-end termination charge: the circuit bills the mileage     CCT00297
000298*   charge plus a termination charge for each end, raised to      CCT00298
000299*   the minimum where it falls short.  The UT-CCTRPT register     CCT00299
000300*   closes with the charges by service class.                     CCT00300
000301*                                                                 CCT00301
000310***************************************************************** CCT00310
000320*                                                                 CCT00320
000330*DATE-COMPILED.                                                   CCT00330
000940     05  BD-MILEAGE                      PIC 9(05)V999.           CCT00940
000950     05  BD-RATE-STEP                    PIC X(02).               CCT00950
000960     05  BD-EXTENDED-CHARGE              PIC 9(07)V99.            CCT00960
000961     05  BD-MILEAGE-CHARGE               PIC 9(07)V99.            CCT00961
000962     05  BD-TERMINATION-CHARGE           PIC 9(05)V99.            CCT00962
000963     05  BD-MINIMUM-UPLIFT               PIC 9(05)V99.            CCT00963
000964     05  BD-SCHEDULE-CLASS               PIC X(02).               CCT00964
000965     05  FILLER                          PIC X(13).               CCT00965
000980*                                                                 CCT00980
000990*    Per-account total record - written after the details.        CCT00990
001000 01  BILLING-ACCOUNT-RECORD.                                      CCT01000
001030     05  BA-CIRCUIT-COUNT                PIC 9(06).               CCT01030
001040     05  BA-TOTAL-CHARGE                 PIC 9(09)V99.            CCT01040
001050     05  FILLER                          PIC X(52).               CCT01050
001051*                                                                 CCT01051
001052*    Account service-class record - behind each "A", one per      CCT01052
001053*    class on the account.                                        CCT01053
001054 01  BILLING-CLASS-RECORD.                                        CCT01054
001055     05  BS-RECORD-TYPE                  PIC X(01).               CCT01055
001056     05  BS-ACCOUNT-NBR                  PIC X(10).               CCT01056
001057     05  BS-SERVICE-CLASS                PIC X(02).               CCT01057
001058     05  BS-CIRCUIT-COUNT                PIC 9(06).               CCT01058
001059     05  BS-MILEAGE-CHARGE               PIC 9(09)V99.            CCT01059
001060     05  BS-TERMINATION-CHARGE           PIC 9(09)V99.            CCT01060
001061     05  BS-MINIMUM-UPLIFT               PIC 9(09)V99.            CCT01061
001062     05  BS-TOTAL-CHARGE                 PIC 9(09)V99.            CCT01062
001063     05  FILLER                          PIC X(17).               CCT01063
001064*                                                                 CCT01064
001070*    Header record - written first, carries the run date.         CCT01070
001080 01  BILLING-HEADER-RECORD.                                       CCT01080
001090     05  BH-RECORD-TYPE                  PIC X(02).               CCT01090
001330     05  RB-FIXED-CHARGE                 PIC 9(05)V99.            CCT01330
001340     05  RB-TARIFF-VERSION               PIC X(08).               CCT01340
001350     05  RB-EFFECTIVE-DATE               PIC 9(08).               CCT01350
001351     05  RB-SERVICE-CLASS                PIC X(02).               CCT01351
001352     05  RB-MINIMUM-CHARGE               PIC 9(05)V99.            CCT01352
001353     05  RB-TERMINATION-CHARGE           PIC 9(05)V99.            CCT01353
001354     05  FILLER                          PIC X(22).               CCT01354
001370                                                                  CCT01370
001380 FD  CONTROL-CARD-FILE                                            CCT01380
001390     LABEL RECORDS STANDARD.                                      CCT01390
001500 01  CCTRPT-FILE-STATUS                  PIC XX.                  CCT01500
001510 01  RATBND-FILE-STATUS                  PIC XX.                  CCT01510
001520 01  CONTROL-FILE-STATUS                 PIC XX.                  CCT01520
001521 01  WS-CCTMST-ERROR-SWITCH              PIC X(01) VALUE "N".     CCT01521
001522     88  WS-CCTMST-ERROR                 VALUE "Y".               CCT01522
001530                                                                  CCT01530
001540 01  CIRCUIT-COUNTS.                                              CCT01540
001550     05  CIRCUITS-READ                   PIC 9(08) COMP VALUE 0.  CCT01550
001601     05  ACCOUNT-TOTALS-DROPPED          PIC 9(08) COMP VALUE 0.  CCT01601
001610                                                                  CCT01610
001620 01  WS-DISPLAY-VARIABLES.                                        CCT01620
001630     05  WS-DISP-NBR                     PIC ZZ9.                 CCT01630
001640                                                                  CCT01640
001650 01  WS-RCLOOK-ARGS.                                              CCT01650
001660     COPY RCLOOKV1.                                               CCT01660
001760                                                                  CCT01760
001770*                                                                 CCT01770
001780*     Rate-Band Table (UT-RATBND) - as in POPINQ, with the        CCT01780
001790*     tariff version in force picked at load by A087, and the     CCT01790
001791*     service-class schedule each band belongs to.                CCT01791
001800*                                                                 CCT01800
001810 01  WS-RATE-BAND-LIMIT                  PIC 9(03) COMP VALUE 200.CCT01810
001820 01  WS-RATE-BAND-COUNT                  PIC 9(03) COMP VALUE 0.  CCT01820
001830 01  WS-RATE-BAND-TABLE.                                          CCT01830
001840     05  WS-RATE-BAND-ENTRY OCCURS 200 TIMES.                     CCT01840
001850         10  WS-RB-LOW-MILES             PIC 9(05)      COMP-3.   CCT01850
001860         10  WS-RB-HIGH-MILES            PIC 9(05)      COMP-3.   CCT01860
001870         10  WS-RB-RATE-STEP             PIC X(02).               CCT01870
001900         10  WS-RB-FIXED-CHARGE          PIC S9(05)V99  COMP-3.   CCT01900
001910         10  WS-RB-VERSION               PIC X(08).               CCT01910
001920         10  WS-RB-EFF-DATE              PIC 9(08).               CCT01920
001921         10  WS-RB-CLASS                 PIC X(02).               CCT01921
001922         10  WS-RB-MIN-CHARGE            PIC S9(05)V99  COMP-3.   CCT01922
001923         10  WS-RB-TERM-CHARGE           PIC S9(05)V99  COMP-3.   CCT01923
001930 01  WS-RB-SUB                           PIC 9(03) COMP.          CCT01930
001940 01  WS-BAND-SUB                         PIC 9(03) COMP.          CCT01940
001950 01  WS-PRICING-DATE                     PIC 9(08) VALUE ZERO.    CCT01950
001960 01  WS-SELECTED-VERSION                 PIC X(08).               CCT01960
001970 01  WS-SELECTED-EFF-DATE                PIC 9(08).               CCT01970
001980 01  WS-VERSION-PICKED-SWITCH            PIC X(01) VALUE "N".     CCT01980
001990     88  WS-VERSION-PICKED               VALUE "Y".               CCT01990
001991*    Service classes with a schedule of their own in the tariff   CCT01991
001992*    version in force - built by A089; any other class prices on  CCT01992
001993*    the default (blank-class) schedule.                          CCT01993
001994 01  WS-SCHED-LIMIT                      PIC 9(02) COMP VALUE 50. CCT01994
001995 01  WS-SCHED-COUNT                      PIC 9(02) COMP VALUE 0.  CCT01995
001996 01  WS-SCHED-TABLE.                                              CCT01996
001997     05  WS-SCHED-CLASS OCCURS 50 TIMES  PIC X(02).               CCT01997
001998 01  WS-SCHED-SUB                        PIC 9(02) COMP.          CCT01998
001999 01  WS-SCHED-FOUND-SUB                  PIC 9(02) COMP.          CCT01999
002000 01  WS-SCHEDULE-CLASS                   PIC X(02).               CCT02000
002001                                                                  CCT02001
002010*                                                                 CCT02010
002020*     Per-Account Totals - accumulated in circuit order, written  CCT02020
002030*     behind the details as "A" records.                          CCT02030
002110         10  WS-ACCT-CHARGE              PIC S9(09)V99  COMP-3.   CCT02110
002120 01  WS-ACCT-SUB                         PIC 9(03) COMP.          CCT02120
002130 01  WS-ACCT-FOUND-SUB                   PIC 9(03) COMP.          CCT02130
002131*                                                                 CCT02131
002132*     Per-Account Service-Class Totals - written behind each      CCT02132
002133*     account's "A" record as "S" records.                        CCT02133
002134*                                                                 CCT02134
002135 01  WS-ACLS-LIMIT                       PIC 9(04) COMP           CCT02135
002136                                             VALUE 2000.          CCT02136
002137 01  WS-ACLS-COUNT                       PIC 9(04) COMP VALUE 0.  CCT02137
002138 01  WS-ACCOUNT-CLASS-TABLE.                                      CCT02138
002139     05  WS-ACLS-ENTRY OCCURS 2000 TIMES.                         CCT02139
002140         10  WS-ACLS-ACCT-NBR            PIC X(10).               CCT02140
002141         10  WS-ACLS-CLASS               PIC X(02).               CCT02141
002142         10  WS-ACLS-CIRCUITS            PIC 9(06) COMP.          CCT02142
002143         10  WS-ACLS-MILEAGE-CHG         PIC S9(09)V99  COMP-3.   CCT02143
002144         10  WS-ACLS-TERM-CHG            PIC S9(09)V99  COMP-3.   CCT02144
002145         10  WS-ACLS-UPLIFT              PIC S9(09)V99  COMP-3.   CCT02145
002146         10  WS-ACLS-CHARGE              PIC S9(09)V99  COMP-3.   CCT02146
002147 01  WS-ACLS-SUB                         PIC 9(04) COMP.          CCT02147
002148 01  WS-ACLS-FOUND-SUB                   PIC 9(04) COMP.          CCT02148
002149                                                                  CCT02149
002150*                                                                 CCT02150
002151*     Run Service-Class Totals - the UT-CCTRPT class break-out.   CCT02151
002152*                                                                 CCT02152
002153 01  WS-CLS-LIMIT                        PIC 9(02) COMP VALUE 50. CCT02153
002154 01  WS-CLS-COUNT                        PIC 9(02) COMP VALUE 0.  CCT02154
002155 01  WS-CLASS-TOTAL-TABLE.                                        CCT02155
002156     05  WS-CLS-ENTRY OCCURS 50 TIMES.                            CCT02156
002157         10  WS-CLS-CLASS                PIC X(02).               CCT02157
002158         10  WS-CLS-CIRCUITS             PIC 9(08) COMP.          CCT02158
002159         10  WS-CLS-MILEAGE-CHG          PIC S9(09)V99  COMP-3.   CCT02159
002160         10  WS-CLS-TERM-CHG             PIC S9(09)V99  COMP-3.   CCT02160
002161         10  WS-CLS-UPLIFT               PIC S9(09)V99  COMP-3.   CCT02161
002162         10  WS-CLS-CHARGE               PIC S9(09)V99  COMP-3.   CCT02162
002163 01  WS-CLS-SUB                          PIC 9(02) COMP.          CCT02163
002164 01  WS-CLS-FOUND-SUB                    PIC 9(02) COMP.          CCT02164
002165                                                                  CCT02165
002166 01  WS-PRICE-MILEAGE                    PIC S9(07)V999 COMP-3.   CCT02166
002167 01  WS-EXTENDED-CHARGE                  PIC S9(07)V99  COMP-3.   CCT02167
002168 01  WS-MILEAGE-CHARGE                   PIC S9(07)V99  COMP-3.   CCT02168
002169 01  WS-TERMINATION-CHARGE               PIC S9(07)V99  COMP-3.   CCT02169
002170 01  WS-MINIMUM-UPLIFT                   PIC S9(07)V99  COMP-3.   CCT02170
002171 01  WS-BAND-MILEAGE                     PIC 9(07)      COMP-3.   CCT02171
002172                                                                  CCT02172
002180 01  WS-RATE-SWITCHES.                                            CCT02180
002190     05  WS-RATE-OK-SWITCH               PIC X(01).               CCT02190
002200         88  WS-RATE-OK                  VALUE "Y".               CCT02200
002360     05  WS-TOT-LABEL                    PIC X(34).               CCT02360
002370     05  WS-TOT-COUNT                    PIC ZZ,ZZZ,ZZ9.          CCT02370
002380     05  FILLER                          PIC X(36).               CCT02380
002381 01  WS-CLASS-HEAD-LINE.                                          CCT02381
002382     05  FILLER                          PIC X(40) VALUE          CCT02382
002383         "CL CIRCUITS   MILEAGE CHG  TERMINATION ".               CCT02383
002384     05  FILLER                          PIC X(40) VALUE          CCT02384
002385         "  MIN UPLIFT  TOTAL CHARGE  SCHEDULE    ".              CCT02385
002386                                                                  CCT02386
002387 01  WS-CLASS-LINE.                                               CCT02387
002388     05  WS-CL-CLASS                     PIC X(02).               CCT02388
002389     05  FILLER                          PIC X(01).               CCT02389
002390     05  WS-CL-CIRCUITS                  PIC ZZZZ,ZZ9.            CCT02390
002391     05  FILLER                          PIC X(01).               CCT02391
002392     05  WS-CL-MILEAGE-CHG               PIC ZZ,ZZZ,ZZ9.99.       CCT02392
002393     05  FILLER                          PIC X(01).               CCT02393
002394     05  WS-CL-TERM-CHG                  PIC ZZ,ZZZ,ZZ9.99.       CCT02394
002395     05  FILLER                          PIC X(01).               CCT02395
002396     05  WS-CL-UPLIFT                    PIC Z,ZZZ,ZZ9.99.        CCT02396
002397     05  FILLER                          PIC X(01).               CCT02397
002398     05  WS-CL-CHARGE                    PIC ZZ,ZZZ,ZZ9.99.       CCT02398
002399     05  FILLER                          PIC X(02).               CCT02399
002400     05  WS-CL-SCHEDULE                  PIC X(08).               CCT02400
002401     05  FILLER                          PIC X(04).               CCT02401
002402                                                                  CCT02402
002403 01  WS-RUN-DATE.                                                 CCT02403
002410     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               CCT02410
002420                                                                  CCT02420
002421                                                                  CCT02421
002422 01  WS-RUNPOST-ARGS.                                             CCT02422
002423     COPY RUNPSTV1.                                               CCT02423
002430/                                                                 CCT02430
002440 PROCEDURE DIVISION.                                              CCT02440
002450                                                                  CCT02450
002750     CLOSE CIRCUIT-MST.                                           CCT02750
002760     SET RL-CLOSE-FUNCTION TO TRUE.                               CCT02760
002770     CALL "RCLOOK" USING WS-RCLOOK-ARGS.                          CCT02770
002771*    The RCLOOK close resets RETURN-CODE, so a UT-CCTMST read     CCT02771
002772*    error is carried on its switch until the CALL is done.       CCT02772
002773     IF WS-CCTMST-ERROR                                           CCT02773
002774         MOVE 12 TO RETURN-CODE                                   CCT02774
002775     END-IF.                                                      CCT02775
002780                                                                  CCT02780
002790     PERFORM B400-WRITE-ACCOUNT-TOTALS.                           CCT02790
002800     MOVE SPACES TO BILLING-TRAILER-RECORD.                       CCT02800
002990 A100-EXIT.                                                       CCT02990
003000     CLOSE BILLING-FILE.                                          CCT03000
003010     CLOSE CIRCUIT-RPT-FILE.                                      CCT03010
003011     PERFORM G300-POST-RUN-LEDGER.                                CCT03011
003020     STOP RUN.                                                    CCT03020
003030/                                                                 CCT03030
003040 A050-READ-CONTROL-CARD SECTION.                                  CCT03040
003420     MOVE WS-RATE-BAND-COUNT TO WS-DISP-NBR.                      CCT03420
003430     DISPLAY "RATE BANDS LOADED FROM UT-RATBND: " WS-DISP-NBR.    CCT03430
003440     PERFORM A087-SELECT-TARIFF-VERSION.                          CCT03440
003441     PERFORM A089-LIST-CLASS-SCHEDULES.                           CCT03441
003450 A085-EXIT.                                                       CCT03450
003460     EXIT.                                                        CCT03460
003470/                                                                 CCT03470
003720     ELSE                                                         CCT03720
003730         MOVE ZERO TO WS-RB-EFF-DATE (WS-RB-SUB)                  CCT03730
003740     END-IF.                                                      CCT03740
003741     MOVE RB-SERVICE-CLASS TO WS-RB-CLASS (WS-RB-SUB).            CCT03741
003742*    Cards without the class charges bill no minimum and no       CCT03742
003743*    termination.                                                 CCT03743
003744     IF RB-MINIMUM-CHARGE NUMERIC                                 CCT03744
003745         MOVE RB-MINIMUM-CHARGE TO WS-RB-MIN-CHARGE (WS-RB-SUB)   CCT03745
003746     ELSE                                                         CCT03746
003747         MOVE ZERO TO WS-RB-MIN-CHARGE (WS-RB-SUB)                CCT03747
003748     END-IF.                                                      CCT03748
003749     IF RB-TERMINATION-CHARGE NUMERIC                             CCT03749
003750         MOVE RB-TERMINATION-CHARGE                               CCT03750
003751             TO WS-RB-TERM-CHARGE (WS-RB-SUB)                     CCT03751
003752     ELSE                                                         CCT03752
003753         MOVE ZERO TO WS-RB-TERM-CHARGE (WS-RB-SUB)               CCT03753
003754     END-IF.                                                      CCT03754
003755 A086-EXIT.                                                       CCT03755
003760     EXIT.                                                        CCT03760
003770/                                                                 CCT03770
003780 A087-SELECT-TARIFF-VERSION SECTION.                              CCT03780
004120     END-IF.                                                      CCT04120
004130 A088-EXIT.                                                       CCT04130
004140     EXIT.                                                        CCT04140
004141/                                                                 CCT04141
004142 A089-LIST-CLASS-SCHEDULES SECTION.                               CCT04142
004143 A089-START.                                                      CCT04143
004144     MOVE ZERO TO WS-SCHED-COUNT.                                 CCT04144
004145     PERFORM A090-LIST-ONE-CLASS                                  CCT04145
004146         VARYING WS-RB-SUB FROM 1 BY 1                            CCT04146
004147         UNTIL WS-RB-SUB > WS-RATE-BAND-COUNT.                    CCT04147
004148     MOVE WS-SCHED-COUNT TO WS-DISP-NBR.                          CCT04148
004149     DISPLAY "SERVICE-CLASS SCHEDULES IN FORCE: " WS-DISP-NBR.    CCT04149
004150 A089-EXIT.                                                       CCT04150
004151     EXIT.                                                        CCT04151
004152/                                                                 CCT04152
004153 A090-LIST-ONE-CLASS SECTION.                                     CCT04153
004154 A090-START.                                                      CCT04154
004155     IF WS-RB-VERSION (WS-RB-SUB) NOT = WS-SELECTED-VERSION       CCT04155
004156             OR WS-RB-CLASS (WS-RB-SUB) = SPACES                  CCT04156
004157         GO TO A090-EXIT.                                         CCT04157
004158     MOVE ZERO TO WS-SCHED-FOUND-SUB.                             CCT04158
004159     PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1                     CCT04159
004160             UNTIL WS-SCHED-SUB > WS-SCHED-COUNT                  CCT04160
004161                 OR WS-SCHED-FOUND-SUB NOT = ZERO                 CCT04161
004162         IF WS-SCHED-CLASS (WS-SCHED-SUB)                         CCT04162
004163                 = WS-RB-CLASS (WS-RB-SUB)                        CCT04163
004164             MOVE WS-SCHED-SUB TO WS-SCHED-FOUND-SUB              CCT04164
004165         END-IF                                                   CCT04165
004166     END-PERFORM.                                                 CCT04166
004167     IF WS-SCHED-FOUND-SUB NOT = ZERO                             CCT04167
004168         GO TO A090-EXIT.                                         CCT04168
004169     IF WS-SCHED-COUNT NOT LESS THAN WS-SCHED-LIMIT               CCT04169
004170         DISPLAY "SCHEDULE TABLE FULL - CLASS ON DEFAULT: "       CCT04170
004171             WS-RB-CLASS (WS-RB-SUB)                              CCT04171
004172         GO TO A090-EXIT.                                         CCT04172
004173     ADD 1 TO WS-SCHED-COUNT.                                     CCT04173
004174     MOVE WS-RB-CLASS (WS-RB-SUB)                                 CCT04174
004175         TO WS-SCHED-CLASS (WS-SCHED-COUNT).                      CCT04175
004176 A090-EXIT.                                                       CCT04176
004177     EXIT.                                                        CCT04177
004178/                                                                 CCT04178
004179 A200-WRITE-REPORT-HEADER SECTION.                                CCT04179
004180 A200-START.                                                      CCT04180
004181     MOVE SPACES TO CIRCUIT-RPT-RECORD.                           CCT04181
004190     STRING                                                       CCT04190
004200         "CIRCUIT RATING REGISTER - RUN DATE "                    CCT04200
004210                                        DELIMITED BY SIZE         CCT04210
004531     MOVE "ACCOUNT TOTALS DROPPED ......." TO WS-TOT-LABEL.       CCT04531
004532     MOVE ACCOUNT-TOTALS-DROPPED TO WS-TOT-COUNT.                 CCT04532
004533     WRITE CIRCUIT-RPT-RECORD FROM WS-TOTAL-LINE.                 CCT04533
004534     PERFORM A350-WRITE-CLASS-TOTALS.                             CCT04534
004540 A300-EXIT.                                                       CCT04540
004550     EXIT.                                                        CCT04550
004551/                                                                 CCT04551
004552 A350-WRITE-CLASS-TOTALS SECTION.                                 CCT04552
004553 A350-START.                                                      CCT04553
004554     MOVE SPACES TO CIRCUIT-RPT-RECORD.                           CCT04554
004555     WRITE CIRCUIT-RPT-RECORD.                                    CCT04555
004556     MOVE "CHARGES BY SERVICE CLASS" TO CIRCUIT-RPT-RECORD.       CCT04556
004557     WRITE CIRCUIT-RPT-RECORD.                                    CCT04557
004558     MOVE SPACES TO CIRCUIT-RPT-RECORD.                           CCT04558
004559     WRITE CIRCUIT-RPT-RECORD.                                    CCT04559
004560     WRITE CIRCUIT-RPT-RECORD FROM WS-CLASS-HEAD-LINE.            CCT04560
004561     PERFORM A360-WRITE-ONE-CLASS                                 CCT04561
004562         VARYING WS-CLS-SUB FROM 1 BY 1                           CCT04562
004563         UNTIL WS-CLS-SUB > WS-CLS-COUNT.                         CCT04563
004564 A350-EXIT.                                                       CCT04564
004565     EXIT.                                                        CCT04565
004566/                                                                 CCT04566
004567 A360-WRITE-ONE-CLASS SECTION.                                    CCT04567
004568 A360-START.                                                      CCT04568
004569     MOVE SPACES TO WS-CLASS-LINE.                                CCT04569
004570     MOVE WS-CLS-CLASS (WS-CLS-SUB) TO WS-CL-CLASS.               CCT04570
004571     MOVE WS-CLS-CIRCUITS (WS-CLS-SUB) TO WS-CL-CIRCUITS.         CCT04571
004572     MOVE WS-CLS-MILEAGE-CHG (WS-CLS-SUB) TO WS-CL-MILEAGE-CHG.   CCT04572
004573     MOVE WS-CLS-TERM-CHG (WS-CLS-SUB) TO WS-CL-TERM-CHG.         CCT04573
004574     MOVE WS-CLS-UPLIFT (WS-CLS-SUB) TO WS-CL-UPLIFT.             CCT04574
004575     MOVE WS-CLS-CHARGE (WS-CLS-SUB) TO WS-CL-CHARGE.             CCT04575
004576     MOVE WS-CLS-CLASS (WS-CLS-SUB) TO WS-SCHEDULE-CLASS.         CCT04576
004577     PERFORM C180-SELECT-SCHEDULE.                                CCT04577
004578     IF WS-SCHEDULE-CLASS = SPACES                                CCT04578
004579         MOVE "DEFAULT" TO WS-CL-SCHEDULE                         CCT04579
004580     ELSE                                                         CCT04580
004581         MOVE "OWN" TO WS-CL-SCHEDULE                             CCT04581
004582     END-IF.                                                      CCT04582
004583     WRITE CIRCUIT-RPT-RECORD FROM WS-CLASS-LINE.                 CCT04583
004584 A360-EXIT.                                                       CCT04584
004585     EXIT.                                                        CCT04585
004586/                                                                 CCT04586
004587 B100-GET-CIRCUIT SECTION.                                        CCT04587
004588 B100-START.                                                      CCT04588
004590     READ CIRCUIT-MST                                             CCT04590
004600         AT END                                                   CCT04600
004610             MOVE "10" TO CCTMST-FILE-STATUS                      CCT04610
004670         MOVE "10" TO CCTMST-FILE-STATUS                          CCT04670
004671*        A short master read means a short billing interface -    CCT04671
004672*        the run must not end clean on a truncated sweep.         CCT04672
004673         SET WS-CCTMST-ERROR TO TRUE                              CCT04673
004680         GO TO B100-EXIT.                                         CCT04680
004690     ADD 1 TO CIRCUITS-READ.                                      CCT04690
004700     SET WS-RATE-OK TO TRUE.                                      CCT04700
004830     IF WS-RATE-OK                                                CCT04830
004840         PERFORM C160-PRICE-MILEAGE                               CCT04840
004850     END-IF.                                                      CCT04850
004851     IF WS-RATE-OK                                                CCT04851
004852         MOVE CCT-SERVICE-CLASS TO WS-SCHEDULE-CLASS              CCT04852
004853         PERFORM C180-SELECT-SCHEDULE                             CCT04853
004854     END-IF.                                                      CCT04854
004860     IF WS-RATE-OK                                                CCT04860
004870         PERFORM C185-MATCH-RATE-BAND                             CCT04870
004880     END-IF.                                                      CCT04880
004920         GO TO B100-EXIT.                                         CCT04920
004930     PERFORM C300-WRITE-BILLING-DETAIL.                           CCT04930
004940     PERFORM B200-POST-ACCOUNT-TOTAL.                             CCT04940
004941     PERFORM B250-POST-CLASS-TOTALS.                              CCT04941
004950     ADD 1 TO CIRCUITS-RATED.                                     CCT04950
004960 B100-EXIT.                                                       CCT04960
004970     EXIT.                                                        CCT04970
005220     ADD WS-EXTENDED-CHARGE TO WS-ACCT-CHARGE (WS-ACCT-FOUND-SUB).CCT05220
005230 B200-EXIT.                                                       CCT05230
005240     EXIT.                                                        CCT05240
005241/                                                                 CCT05241
005242 B250-POST-CLASS-TOTALS SECTION.                                  CCT05242
005243 B250-START.                                                      CCT05243
005244     MOVE ZERO TO WS-CLS-FOUND-SUB.                               CCT05244
005245     PERFORM VARYING WS-CLS-SUB FROM 1 BY 1                       CCT05245
005246             UNTIL WS-CLS-SUB > WS-CLS-COUNT                      CCT05246
005247                 OR WS-CLS-FOUND-SUB NOT = ZERO                   CCT05247
005248         IF CCT-SERVICE-CLASS = WS-CLS-CLASS (WS-CLS-SUB)         CCT05248
005249             MOVE WS-CLS-SUB TO WS-CLS-FOUND-SUB                  CCT05249
005250         END-IF                                                   CCT05250
005251     END-PERFORM.                                                 CCT05251
005252     IF WS-CLS-FOUND-SUB = ZERO                                   CCT05252
005253         IF WS-CLS-COUNT NOT LESS THAN WS-CLS-LIMIT               CCT05253
005254             DISPLAY "CLASS TOTAL TABLE FULL - NOT REPORTED: "    CCT05254
005255                 CCT-SERVICE-CLASS                                CCT05255
005256         ELSE                                                     CCT05256
005257             ADD 1 TO WS-CLS-COUNT                                CCT05257
005258             MOVE WS-CLS-COUNT TO WS-CLS-FOUND-SUB                CCT05258
005259             MOVE CCT-SERVICE-CLASS                               CCT05259
005260                 TO WS-CLS-CLASS (WS-CLS-FOUND-SUB)               CCT05260
005261             MOVE ZERO TO WS-CLS-CIRCUITS (WS-CLS-FOUND-SUB)      CCT05261
005262             MOVE ZERO TO WS-CLS-MILEAGE-CHG (WS-CLS-FOUND-SUB)   CCT05262
005263             MOVE ZERO TO WS-CLS-TERM-CHG (WS-CLS-FOUND-SUB)      CCT05263
005264             MOVE ZERO TO WS-CLS-UPLIFT (WS-CLS-FOUND-SUB)        CCT05264
005265             MOVE ZERO TO WS-CLS-CHARGE (WS-CLS-FOUND-SUB)        CCT05265
005266         END-IF                                                   CCT05266
005267     END-IF.                                                      CCT05267
005268     IF WS-CLS-FOUND-SUB NOT = ZERO                               CCT05268
005269         ADD 1 TO WS-CLS-CIRCUITS (WS-CLS-FOUND-SUB)              CCT05269
005270         ADD WS-MILEAGE-CHARGE                                    CCT05270
005271             TO WS-CLS-MILEAGE-CHG (WS-CLS-FOUND-SUB)             CCT05271
005272         ADD WS-TERMINATION-CHARGE                                CCT05272
005273             TO WS-CLS-TERM-CHG (WS-CLS-FOUND-SUB)                CCT05273
005274         ADD WS-MINIMUM-UPLIFT                                    CCT05274
005275             TO WS-CLS-UPLIFT (WS-CLS-FOUND-SUB)                  CCT05275
005276         ADD WS-EXTENDED-CHARGE                                   CCT05276
005277             TO WS-CLS-CHARGE (WS-CLS-FOUND-SUB)                  CCT05277
005278     END-IF.                                                      CCT05278
005279                                                                  CCT05279
005280     MOVE ZERO TO WS-ACLS-FOUND-SUB.                              CCT05280
005281     PERFORM VARYING WS-ACLS-SUB FROM 1 BY 1                      CCT05281
005282             UNTIL WS-ACLS-SUB > WS-ACLS-COUNT                    CCT05282
005283                 OR WS-ACLS-FOUND-SUB NOT = ZERO                  CCT05283
005284         IF CCT-ACCOUNT-NBR = WS-ACLS-ACCT-NBR (WS-ACLS-SUB)      CCT05284
005285                 AND CCT-SERVICE-CLASS                            CCT05285
005286                     = WS-ACLS-CLASS (WS-ACLS-SUB)                CCT05286
005287             MOVE WS-ACLS-SUB TO WS-ACLS-FOUND-SUB                CCT05287
005288         END-IF                                                   CCT05288
005289     END-PERFORM.                                                 CCT05289
005290     IF WS-ACLS-FOUND-SUB = ZERO                                  CCT05290
005291         IF WS-ACLS-COUNT NOT LESS THAN WS-ACLS-LIMIT             CCT05291
005292*            As for a dropped account total - register it so      CCT05292
005293*            billing sees the break-out is short.                 CCT05293
005294             DISPLAY "ACCOUNT CLASS TABLE FULL - DROPPED: "       CCT05294
005295                 CCT-ACCOUNT-NBR " " CCT-SERVICE-CLASS            CCT05295
005296             ADD 1 TO ACCOUNT-TOTALS-DROPPED                      CCT05296
005297             MOVE SPACES TO WS-REPORT-LINE                        CCT05297
005298             MOVE CCT-CIRCUIT-ID TO WS-RPT-CIRCUIT-ID             CCT05298
005299             MOVE CCT-ACCOUNT-NBR TO WS-RPT-ACCOUNT               CCT05299
005300             MOVE "ACCOUNT CLASS TABLE FULL - NO CLASS TOTAL"     CCT05300
005301                 TO WS-RPT-REASON                                 CCT05301
005302             WRITE CIRCUIT-RPT-RECORD FROM WS-REPORT-LINE         CCT05302
005303             GO TO B250-EXIT                                      CCT05303
005304         END-IF                                                   CCT05304
005305         ADD 1 TO WS-ACLS-COUNT                                   CCT05305
005306         MOVE WS-ACLS-COUNT TO WS-ACLS-FOUND-SUB                  CCT05306
005307         MOVE CCT-ACCOUNT-NBR                                     CCT05307
005308             TO WS-ACLS-ACCT-NBR (WS-ACLS-FOUND-SUB)              CCT05308
005309         MOVE CCT-SERVICE-CLASS                                   CCT05309
005310             TO WS-ACLS-CLASS (WS-ACLS-FOUND-SUB)                 CCT05310
005311         MOVE ZERO TO WS-ACLS-CIRCUITS (WS-ACLS-FOUND-SUB)        CCT05311
005312         MOVE ZERO TO WS-ACLS-MILEAGE-CHG (WS-ACLS-FOUND-SUB)     CCT05312
005313         MOVE ZERO TO WS-ACLS-TERM-CHG (WS-ACLS-FOUND-SUB)        CCT05313
005314         MOVE ZERO TO WS-ACLS-UPLIFT (WS-ACLS-FOUND-SUB)          CCT05314
005315         MOVE ZERO TO WS-ACLS-CHARGE (WS-ACLS-FOUND-SUB)          CCT05315
005316     END-IF.                                                      CCT05316
005317     ADD 1 TO WS-ACLS-CIRCUITS (WS-ACLS-FOUND-SUB).               CCT05317
005318     ADD WS-MILEAGE-CHARGE                                        CCT05318
005319         TO WS-ACLS-MILEAGE-CHG (WS-ACLS-FOUND-SUB).              CCT05319
005320     ADD WS-TERMINATION-CHARGE                                    CCT05320
005321         TO WS-ACLS-TERM-CHG (WS-ACLS-FOUND-SUB).                 CCT05321
005322     ADD WS-MINIMUM-UPLIFT TO WS-ACLS-UPLIFT (WS-ACLS-FOUND-SUB). CCT05322
005323     ADD WS-EXTENDED-CHARGE TO WS-ACLS-CHARGE (WS-ACLS-FOUND-SUB).CCT05323
005324 B250-EXIT.                                                       CCT05324
005325     EXIT.                                                        CCT05325
005326/                                                                 CCT05326
005327 B400-WRITE-ACCOUNT-TOTALS SECTION.                               CCT05327
005328 B400-START.                                                      CCT05328
005329     PERFORM B450-WRITE-ONE-ACCOUNT                               CCT05329
005330         VARYING WS-ACCT-SUB FROM 1 BY 1                          CCT05330
005331         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.                       CCT05331
005332 B400-EXIT.                                                       CCT05332
005333     EXIT.                                                        CCT05333
005334/                                                                 CCT05334
005340 B450-WRITE-ONE-ACCOUNT SECTION.                                  CCT05340
005350 B450-START.                                                      CCT05350
005360     MOVE SPACES TO BILLING-ACCOUNT-RECORD.                       CCT05360
005400     MOVE WS-ACCT-CHARGE (WS-ACCT-SUB) TO BA-TOTAL-CHARGE.        CCT05400
005410     WRITE BILLING-ACCOUNT-RECORD.                                CCT05410
005420     ADD 1 TO ACCOUNTS-WRITTEN.                                   CCT05420
005421     PERFORM B460-WRITE-ONE-CLASS                                 CCT05421
005422         VARYING WS-ACLS-SUB FROM 1 BY 1                          CCT05422
005423         UNTIL WS-ACLS-SUB > WS-ACLS-COUNT.                       CCT05423
005430 B450-EXIT.                                                       CCT05430
005440     EXIT.                                                        CCT05440
005441/                                                                 CCT05441
005442 B460-WRITE-ONE-CLASS SECTION.                                    CCT05442
005443 B460-START.                                                      CCT05443
005444     IF WS-ACLS-ACCT-NBR (WS-ACLS-SUB)                            CCT05444
005445             NOT = WS-ACCT-NBR (WS-ACCT-SUB)                      CCT05445
005446         GO TO B460-EXIT.                                         CCT05446
005447     MOVE SPACES TO BILLING-CLASS-RECORD.                         CCT05447
005448     MOVE "S" TO BS-RECORD-TYPE.                                  CCT05448
005449     MOVE WS-ACLS-ACCT-NBR (WS-ACLS-SUB) TO BS-ACCOUNT-NBR.       CCT05449
005450     MOVE WS-ACLS-CLASS (WS-ACLS-SUB) TO BS-SERVICE-CLASS.        CCT05450
005451     MOVE WS-ACLS-CIRCUITS (WS-ACLS-SUB) TO BS-CIRCUIT-COUNT.     CCT05451
005452     MOVE WS-ACLS-MILEAGE-CHG (WS-ACLS-SUB) TO BS-MILEAGE-CHARGE. CCT05452
005453     MOVE WS-ACLS-TERM-CHG (WS-ACLS-SUB) TO BS-TERMINATION-CHARGE.CCT05453
005454     MOVE WS-ACLS-UPLIFT (WS-ACLS-SUB) TO BS-MINIMUM-UPLIFT.      CCT05454
005455     MOVE WS-ACLS-CHARGE (WS-ACLS-SUB) TO BS-TOTAL-CHARGE.        CCT05455
005456     WRITE BILLING-CLASS-RECORD.                                  CCT05456
005457 B460-EXIT.                                                       CCT05457
005458     EXIT.                                                        CCT05458
005459/                                                                 CCT05459
005460 C100-RESOLVE-ENDPOINTS SECTION.                                  CCT05460
005470 C100-START.                                                      CCT05470
005480     MOVE SPACE TO RL-FUNCTION.                                   CCT05480
006240 C160-EXIT.                                                       CCT06240
006250     EXIT.                                                        CCT06250
006260/                                                                 CCT06260
006261 C180-SELECT-SCHEDULE SECTION.                                    CCT06261
006262 C180-START.                                                      CCT06262
006263*    A class with no schedule of its own in the version in force  CCT06263
006264*    falls back to the default (blank-class) schedule.            CCT06264
006265     IF WS-SCHEDULE-CLASS = SPACES                                CCT06265
006266         GO TO C180-EXIT.                                         CCT06266
006267     MOVE ZERO TO WS-SCHED-FOUND-SUB.                             CCT06267
006268     PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1                     CCT06268
006269             UNTIL WS-SCHED-SUB > WS-SCHED-COUNT                  CCT06269
006270                 OR WS-SCHED-FOUND-SUB NOT = ZERO                 CCT06270
006271         IF WS-SCHED-CLASS (WS-SCHED-SUB) = WS-SCHEDULE-CLASS     CCT06271
006272             MOVE WS-SCHED-SUB TO WS-SCHED-FOUND-SUB              CCT06272
006273         END-IF                                                   CCT06273
006274     END-PERFORM.                                                 CCT06274
006275     IF WS-SCHED-FOUND-SUB = ZERO                                 CCT06275
006276         MOVE SPACES TO WS-SCHEDULE-CLASS.                        CCT06276
006277 C180-EXIT.                                                       CCT06277
006278     EXIT.                                                        CCT06278
006279/                                                                 CCT06279
006280 C185-MATCH-RATE-BAND SECTION.                                    CCT06280
006281 C185-START.                                                      CCT06281
006282*    Bands run in whole miles - a part mile rates in the band     CCT06282
006283*    of the whole miles below it.                                 CCT06283
006284     MOVE WS-PRICE-MILEAGE TO WS-BAND-MILEAGE.                    CCT06284
006290     MOVE ZERO TO WS-BAND-SUB.                                    CCT06290
006300     PERFORM VARYING WS-RB-SUB FROM 1 BY 1                        CCT06300
006310             UNTIL WS-RB-SUB > WS-RATE-BAND-COUNT                 CCT06310
006320                 OR WS-BAND-SUB NOT = ZERO                        CCT06320
006330         IF WS-RB-VERSION (WS-RB-SUB) = WS-SELECTED-VERSION       CCT06330
006331                 AND WS-RB-CLASS (WS-RB-SUB) = WS-SCHEDULE-CLASS  CCT06331
006340                 AND WS-BAND-MILEAGE                              CCT06340
006350                 NOT LESS THAN WS-RB-LOW-MILES (WS-RB-SUB)        CCT06350
006360                 AND WS-BAND-MILEAGE                              CCT06360
006370                 NOT GREATER THAN WS-RB-HIGH-MILES (WS-RB-SUB)    CCT06370
006380             MOVE WS-RB-SUB TO WS-BAND-SUB                        CCT06380
006390         END-IF                                                   CCT06390
006480/                                                                 CCT06480
006490 C300-WRITE-BILLING-DETAIL SECTION.                               CCT06490
006500 C300-START.                                                      CCT06500
006501*    Mileage charge off the band, a termination charge for each   CCT06501
006502*    end, and the schedule minimum as a floor under the two.      CCT06502
006503     COMPUTE WS-MILEAGE-CHARGE ROUNDED =                          CCT06503
006520         WS-RB-FIXED-CHARGE (WS-BAND-SUB) +                       CCT06520
006530         (WS-RB-RATE-PER-MILE (WS-BAND-SUB) *                     CCT06530
006540             WS-PRICE-MILEAGE).                                   CCT06540
006541     COMPUTE WS-TERMINATION-CHARGE =                              CCT06541
006542         WS-RB-TERM-CHARGE (WS-BAND-SUB) * 2.                     CCT06542
006543     COMPUTE WS-EXTENDED-CHARGE =                                 CCT06543
006544         WS-MILEAGE-CHARGE + WS-TERMINATION-CHARGE.               CCT06544
006545     MOVE ZERO TO WS-MINIMUM-UPLIFT.                              CCT06545
006546     IF WS-EXTENDED-CHARGE < WS-RB-MIN-CHARGE (WS-BAND-SUB)       CCT06546
006547         COMPUTE WS-MINIMUM-UPLIFT =                              CCT06547
006548             WS-RB-MIN-CHARGE (WS-BAND-SUB) - WS-EXTENDED-CHARGE  CCT06548
006549         MOVE WS-RB-MIN-CHARGE (WS-BAND-SUB)                      CCT06549
006550             TO WS-EXTENDED-CHARGE                                CCT06550
006551     END-IF.                                                      CCT06551
006552     MOVE SPACES TO BILLING-DETAIL-RECORD.                        CCT06552
006560     MOVE "D" TO BD-RECORD-TYPE.                                  CCT06560
006570     MOVE CCT-ACCOUNT-NBR TO BD-ACCOUNT-NBR.                      CCT06570
006580     MOVE CCT-CIRCUIT-ID TO BD-CIRCUIT-ID.                        CCT06580
006600     MOVE WS-PRICE-MILEAGE TO BD-MILEAGE.                         CCT06600
006610     MOVE WS-RB-RATE-STEP (WS-BAND-SUB) TO BD-RATE-STEP.          CCT06610
006620     MOVE WS-EXTENDED-CHARGE TO BD-EXTENDED-CHARGE.               CCT06620
006621     MOVE WS-MILEAGE-CHARGE TO BD-MILEAGE-CHARGE.                 CCT06621
006622     MOVE WS-TERMINATION-CHARGE TO BD-TERMINATION-CHARGE.         CCT06622
006623     MOVE WS-MINIMUM-UPLIFT TO BD-MINIMUM-UPLIFT.                 CCT06623
006624     MOVE WS-SCHEDULE-CLASS TO BD-SCHEDULE-CLASS.                 CCT06624
006630     WRITE BILLING-DETAIL-RECORD.                                 CCT06630
006640 C300-EXIT.                                                       CCT06640
006650     EXIT.                                                        CCT06650
006922         ACCOUNT-TOTALS-DROPPED.                                  CCT06922
006930 D100-EXIT.                                                       CCT06930
006940     EXIT.                                                        CCT06940
006941/                                                                 CCT06941
006942 G300-POST-RUN-LEDGER SECTION.                                    CCT06942
006943 G300-START.                                                      CCT06943
006944     MOVE "CCTPRC" TO RP-JOB-NAME.                                CCT06944
006945     MOVE WS-SELECTED-VERSION TO RP-RUN-ID.                       CCT06945
006946     SET RP-MASTER-READ TO TRUE.                                  CCT06946
006947     MOVE RETURN-CODE TO RP-STEP-RC.                              CCT06947
006948     MOVE SPACES TO RP-VERDICT.                                   CCT06948
006949     MOVE "READ" TO RP-COUNT-NAME (1).                            CCT06949
006950     MOVE CIRCUITS-READ TO RP-COUNT (1).                          CCT06950
006951     MOVE "RATED" TO RP-COUNT-NAME (2).                           CCT06951
006952     MOVE CIRCUITS-RATED TO RP-COUNT (2).                         CCT06952
006953     MOVE "ACCOUNTS" TO RP-COUNT-NAME (3).                        CCT06953
006954     MOVE ACCOUNTS-WRITTEN TO RP-COUNT (3).                       CCT06954
006955     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        CCT06955
006956 G300-EXIT.                                                       CCT06956
006957     EXIT.                                                        CCT06957
