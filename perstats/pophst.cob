001140     05  FILLER                          PIC X(07) VALUE          PHS01140
001150         " CHG".                                                  PHS01150
001160     05  FILLER                          PIC X(11) VALUE SPACES.  PHS01160
001161                                                                  PHS01161
001162 01  WS-RUNPOST-ARGS.                                             PHS01162
001163     COPY RUNPSTV1.                                               PHS01163
001170/                                                                 PHS01170
001180 PROCEDURE DIVISION.                                              PHS01180
001190                                                                  PHS01190
001450                                                                  PHS01450
001460 A100-EXIT.                                                       PHS01460
001470     CLOSE RUN-HISTORY-FILE.                                      PHS01470
001471     PERFORM G300-POST-RUN-LEDGER.                                PHS01471
001480     STOP RUN.                                                    PHS01480
001490/                                                                 PHS01490
001500 B100-LIST-ONE-RUN SECTION.                                       PHS01500
002320         RUNS-LISTED.                                             PHS02320
002330 D100-EXIT.                                                       PHS02330
002340     EXIT.                                                        PHS02340
002341/                                                                 PHS02341
002342 G300-POST-RUN-LEDGER SECTION.                                    PHS02342
002343 G300-START.                                                      PHS02343
002344     MOVE "POPHST" TO RP-JOB-NAME.                                PHS02344
002345     MOVE SPACES TO RP-RUN-ID.                                    PHS02345
002346     SET RP-MASTER-NOT-USED TO TRUE.                              PHS02346
002347     MOVE RETURN-CODE TO RP-STEP-RC.                              PHS02347
002348     MOVE SPACES TO RP-VERDICT.                                   PHS02348
002349     MOVE "LISTED" TO RP-COUNT-NAME (1).                          PHS02349
002350     MOVE RUNS-LISTED TO RP-COUNT (1).                            PHS02350
002351     MOVE SPACES TO RP-COUNT-NAME (2).                            PHS02351
002352     MOVE ZERO TO RP-COUNT (2).                                   PHS02352
002353     MOVE SPACES TO RP-COUNT-NAME (3).                            PHS02353
002354     MOVE ZERO TO RP-COUNT (3).                                   PHS02354
002355     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        PHS02355
002356 G300-EXIT.                                                       PHS02356
002357     EXIT.                                                        PHS02357
