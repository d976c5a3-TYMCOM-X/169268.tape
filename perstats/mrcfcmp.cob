001360 01  WS-COMPARE-ERROR-SWITCH             PIC X(01) VALUE "N".     MCP01360
001370     88  WS-COMPARE-ERROR                VALUE "Y".               MCP01370
001380                                                                  MCP01380
001381                                                                  MCP01381
001382 01  WS-RUNPOST-ARGS.                                             MCP01382
001383     COPY RUNPSTV1.                                               MCP01383
001390/                                                                 MCP01390
001400 PROCEDURE DIVISION.                                              MCP01400
001410                                                                  MCP01410
001870     CLOSE OLD-MST.                                               MCP01870
001880     CLOSE NEW-MST.                                               MCP01880
001890     CLOSE COMPARE-RPT-FILE.                                      MCP01890
001891     PERFORM G300-POST-RUN-LEDGER.                                MCP01891
001900     STOP RUN.                                                    MCP01900
001910/                                                                 MCP01910
001920 A050-READ-CONTROL-CARD SECTION.                                  MCP01920
004200         MOVES-OVER-TOLERANCE.                                    MCP04200
004210 D100-EXIT.                                                       MCP04210
004220     EXIT.                                                        MCP04220
004221/                                                                 MCP04221
004222 G300-POST-RUN-LEDGER SECTION.                                    MCP04222
004223 G300-START.                                                      MCP04223
004224     MOVE "MRCFCMP" TO RP-JOB-NAME.                               MCP04224
004225     MOVE SPACES TO RP-RUN-ID.                                    MCP04225
004226     SET RP-MASTER-READ TO TRUE.                                  MCP04226
004227     MOVE RETURN-CODE TO RP-STEP-RC.                              MCP04227
004228     MOVE SPACES TO RP-VERDICT.                                   MCP04228
004229     IF MOVES-OVER-TOLERANCE > ZERO AND RETURN-CODE = 8           MCP04229
004230         MOVE "REVIEW" TO RP-VERDICT                              MCP04230
004231     END-IF.                                                      MCP04231
004232     MOVE "NEW RECS" TO RP-COUNT-NAME (1).                        MCP04232
004233     MOVE NEW-RECORDS-READ TO RP-COUNT (1).                       MCP04233
004234     MOVE "CHANGED" TO RP-COUNT-NAME (2).                         MCP04234
004235     MOVE CHANGES-REPORTED TO RP-COUNT (2).                       MCP04235
004236     MOVE "REVIEW" TO RP-COUNT-NAME (3).                          MCP04236
004237     MOVE MOVES-OVER-TOLERANCE TO RP-COUNT (3).                   MCP04237
004238     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        MCP04238
004239 G300-EXIT.                                                       MCP04239
004240     EXIT.                                                        MCP04240
