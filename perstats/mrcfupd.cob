001223     05  WS-RUN-TIME-HUNDREDTHS          PIC 9(02).               MUP01223
001224                                                                  MUP01224
001225                                                                  MUP01225
001226                                                                  MUP01226
001227 01  WS-RUNPOST-ARGS.                                             MUP01227
001228     COPY RUNPSTV1.                                               MUP01228
001230/                                                                 MUP01230
001240 PROCEDURE DIVISION.                                              MUP01240
001250                                                                  MUP01250
001530     CLOSE REGISTER-FILE.                                         MUP01530
001540     CLOSE REJECT-FILE.                                           MUP01540
001541     CLOSE JOURNAL-FILE.                                          MUP01541
001542     PERFORM G300-POST-RUN-LEDGER.                                MUP01542
001550     STOP RUN.                                                    MUP01550
001560/                                                                 MUP01560
001561 A050-READ-CONTROL-CARD SECTION.                                  MUP01561
003250         TRANS-REJECTED.                                          MUP03250
003260 D100-EXIT.                                                       MUP03260
003270     EXIT.                                                        MUP03270
003271/                                                                 MUP03271
003272 G300-POST-RUN-LEDGER SECTION.                                    MUP03272
003273 G300-START.                                                      MUP03273
003274     MOVE "MRCFUPD" TO RP-JOB-NAME.                               MUP03274
003275     MOVE WS-DECK-ID TO RP-RUN-ID.                                MUP03275
003276*    Any transaction applied leaves a new generation of the       MUP03276
003277*    master - a backup taken before it no longer matches.         MUP03277
003278     IF ADDS-APPLIED > ZERO OR CHANGES-APPLIED > ZERO             MUP03278
003279             OR DELETES-APPLIED > ZERO                            MUP03279
003280         SET RP-MASTER-REPLACED TO TRUE                           MUP03280
003281     ELSE                                                         MUP03281
003282         SET RP-MASTER-READ TO TRUE                               MUP03282
003283     END-IF.                                                      MUP03283
003284     MOVE RETURN-CODE TO RP-STEP-RC.                              MUP03284
003285     MOVE SPACES TO RP-VERDICT.                                   MUP03285
003286     MOVE "READ" TO RP-COUNT-NAME (1).                            MUP03286
003287     MOVE TRANS-READ TO RP-COUNT (1).                             MUP03287
003288     MOVE "APPLIED" TO RP-COUNT-NAME (2).                         MUP03288
003289     COMPUTE RP-COUNT (2) =                                       MUP03289
003290         ADDS-APPLIED + CHANGES-APPLIED + DELETES-APPLIED.        MUP03290
003291     MOVE "REJECTED" TO RP-COUNT-NAME (3).                        MUP03291
003292     MOVE TRANS-REJECTED TO RP-COUNT (3).                         MUP03292
003293     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        MUP03293
003294 G300-EXIT.                                                       MUP03294
003295     EXIT.                                                        MUP03295
