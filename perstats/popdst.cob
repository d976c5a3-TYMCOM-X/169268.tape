002360 01  WS-RUN-DATE.                                                 PDS02360
002370     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               PDS02370
002380                                                                  PDS02380
002381                                                                  PDS02381
002382 01  WS-RUNPOST-ARGS.                                             PDS02382
002383     COPY RUNPSTV1.                                               PDS02383
002390/                                                                 PDS02390
002400 PROCEDURE DIVISION.                                              PDS02400
002410                                                                  PDS02410
002900     CLOSE DIST08-FILE.                                           PDS02900
002910     CLOSE SUSPENSE-FILE.                                         PDS02910
002920     CLOSE DIST-RPT-FILE.                                         PDS02920
002921     PERFORM G300-POST-RUN-LEDGER.                                PDS02921
002930     STOP RUN.                                                    PDS02930
002940/                                                                 PDS02940
002950 A200-WRITE-REPORT-HEADER SECTION.                                PDS02950
005490         WS-SLOT-COUNT.                                           PDS05490
005500 D100-EXIT.                                                       PDS05500
005510     EXIT.                                                        PDS05510
005511/                                                                 PDS05511
005512 G300-POST-RUN-LEDGER SECTION.                                    PDS05512
005513 G300-START.                                                      PDS05513
005514     MOVE "POPDST" TO RP-JOB-NAME.                                PDS05514
005515     MOVE SPACES TO RP-RUN-ID.                                    PDS05515
005516     SET RP-MASTER-NOT-USED TO TRUE.                              PDS05516
005517     MOVE RETURN-CODE TO RP-STEP-RC.                              PDS05517
005518     MOVE SPACES TO RP-VERDICT.                                   PDS05518
005519     MOVE "READ" TO RP-COUNT-NAME (1).                            PDS05519
005520     MOVE DETAILS-READ TO RP-COUNT (1).                           PDS05520
005521     MOVE "DISTRIB" TO RP-COUNT-NAME (2).                         PDS05521
005522     MOVE DETAILS-DISTRIBUTED TO RP-COUNT (2).                    PDS05522
005523     MOVE "SUSPENSE" TO RP-COUNT-NAME (3).                        PDS05523
005524     MOVE DETAILS-SUSPENSE TO RP-COUNT (3).                       PDS05524
005525     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        PDS05525
005526 G300-EXIT.                                                       PDS05526
005527     EXIT.                                                        PDS05527
