001570     05  RB-FIXED-CHARGE                 PIC 9(05)V99.            PRW01570
001571     05  RB-TARIFF-VERSION               PIC X(08).               PRW01571
001572     05  RB-EFFECTIVE-DATE               PIC 9(08).               PRW01572
001573     05  RB-SERVICE-CLASS                PIC X(02).               PRW01573
001574     05  RB-MINIMUM-CHARGE               PIC 9(05)V99.            PRW01574
001575     05  RB-TERMINATION-CHARGE           PIC 9(05)V99.            PRW01575
001576     05  FILLER                          PIC X(22).               PRW01576
001590                                                                  PRW01590
001600 FD  POP-SITE-FILE                                                PRW01600
001610     LABEL RECORDS STANDARD.                                      PRW01610
001690     05  FILLER                          PIC X(01).               PRW01690
001700     05  PS-H-SIGN                       PIC X(01).               PRW01700
001710     05  PS-H                            PIC 9(05)V99.            PRW01710
001711     05  FILLER                          PIC X(07).               PRW01711
001712     05  PS-SITE-STATUS                  PIC X(01).               PRW01712
001713         88  PS-SITE-PLANNED             VALUE "P".               PRW01713
001720     05  FILLER                          PIC X(29).               PRW01720
001730                                                                  PRW01730
001740 WORKING-STORAGE SECTION.                                         PRW01740
001750*                                                                 PRW01750
002740     05  WS-FAIL-REASON                  PIC X(50).               PRW02740
002750                                                                  PRW02750
002760 01  WS-PRICE-MILEAGE                    PIC S9(07)V999 COMP-3.   PRW02760
002761 01  WS-BAND-MILEAGE                     PIC 9(07)      COMP-3.   PRW02761
002770 01  WS-EXTENDED-CHARGE                  PIC S9(07)V99  COMP-3.   PRW02770
002780                                                                  PRW02780
002790 01  WS-REPORT-LINE.                                              PRW02790
002930                                                                  PRW02930
002940 01  WS-RUN-DATE.                                                 PRW02940
002950     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               PRW02950
002951                                                                  PRW02951
002952 01  WS-RUNPOST-ARGS.                                             PRW02952
002953     COPY RUNPSTV1.                                               PRW02953
002960/                                                                 PRW02960
002970 PROCEDURE DIVISION.                                              PRW02970
002980                                                                  PRW02980
003410     CLOSE SUPPLEMENT-FILE.                                       PRW03410
003420     CLOSE SUP-PRICED-FILE.                                       PRW03420
003430     CLOSE REWORK-RPT-FILE.                                       PRW03430
003431     PERFORM G300-POST-RUN-LEDGER.                                PRW03431
003440     STOP RUN.                                                    PRW03440
003450/                                                                 PRW03450
003460 A050-LOAD-CORRECTIONS SECTION.                                   PRW03460
004120/                                                                 PRW04120
004130 A086-LOAD-ONE-RATE-BAND SECTION.                                 PRW04130
004140 A086-START.                                                      PRW04140
004141*    Service-class schedules price circuits (CCTPRC) - rate       PRW04141
004142*    centers price on the default, blank-class, schedule only.    PRW04142
004143     IF RB-SERVICE-CLASS NOT = SPACES                             PRW04143
004144         GO TO A086-EXIT.                                         PRW04144
004150     IF WS-RATE-BAND-COUNT NOT LESS THAN WS-RATE-BAND-LIMIT       PRW04150
004160         DISPLAY "RATE BAND TABLE FULL - BAND IGNORED: "          PRW04160
004170             RB-RATE-STEP                                         PRW04170
004550/                                                                 PRW04550
004560 A095-LOAD-ONE-POP-SITE SECTION.                                  PRW04560
004570 A095-START.                                                      PRW04570
004571*    A planned site carries no traffic yet - see POPUPD.          PRW04571
004572     IF PS-SITE-PLANNED                                           PRW04572
004573         GO TO A095-EXIT.                                         PRW04573
004580     IF WS-POP-SITE-COUNT NOT LESS THAN WS-POP-SITE-LIMIT         PRW04580
004590         DISPLAY "POP SITE TABLE FULL - SITE IGNORED: "           PRW04590
004600             PS-SITE-ID                                           PRW04600
007240         MOVE "NO RATE BANDS LOADED - CANNOT PRICE"               PRW07240
007250             TO WS-FAIL-REASON                                    PRW07250
007260         GO TO C185-EXIT.                                         PRW07260
007261*    Bands run in whole miles - a part mile rates in the band     PRW07261
007262*    of the whole miles below it.                                 PRW07262
007263     MOVE WS-PRICE-MILEAGE TO WS-BAND-MILEAGE.                    PRW07263
007270     MOVE ZERO TO WS-BAND-SUB.                                    PRW07270
007280     PERFORM VARYING WS-RB-SUB FROM 1 BY 1                        PRW07280
007290             UNTIL WS-RB-SUB > WS-RATE-BAND-COUNT                 PRW07290
007300                 OR WS-BAND-SUB NOT = ZERO                        PRW07300
007310         IF WS-RB-VERSION (WS-RB-SUB) = WS-SELECTED-VERSION       PRW07310
007320             AND WS-BAND-MILEAGE                                  PRW07320
007330                 NOT LESS THAN WS-RB-LOW-MILES (WS-RB-SUB)        PRW07330
007340             AND WS-BAND-MILEAGE                                  PRW07340
007341                 NOT GREATER THAN WS-RB-HIGH-MILES (WS-RB-SUB)    PRW07341
007350             MOVE WS-RB-SUB TO WS-BAND-SUB                        PRW07350
007360         END-IF                                                   PRW07360
008150         CORRECTIONS-UNUSED.                                      PRW08150
008160 D100-EXIT.                                                       PRW08160
008170     EXIT.                                                        PRW08170
008171/                                                                 PRW08171
008172 G300-POST-RUN-LEDGER SECTION.                                    PRW08172
008173 G300-START.                                                      PRW08173
008174     MOVE "POPRWK" TO RP-JOB-NAME.                                PRW08174
008175     MOVE SPACES TO RP-RUN-ID.                                    PRW08175
008176     SET RP-MASTER-NOT-USED TO TRUE.                              PRW08176
008177     MOVE RETURN-CODE TO RP-STEP-RC.                              PRW08177
008178     MOVE SPACES TO RP-VERDICT.                                   PRW08178
008179     MOVE "READ" TO RP-COUNT-NAME (1).                            PRW08179
008180     MOVE EXCEPTIONS-READ TO RP-COUNT (1).                        PRW08180
008181     MOVE "REWORKED" TO RP-COUNT-NAME (2).                        PRW08181
008182     MOVE RECORDS-REWORKED TO RP-COUNT (2).                       PRW08182
008183     MOVE "FAILING" TO RP-COUNT-NAME (3).                         PRW08183
008184     MOVE STILL-FAILING TO RP-COUNT (3).                          PRW08184
008185     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        PRW08185
008186 G300-EXIT.                                                       PRW08186
008187     EXIT.                                                        PRW08187
