001390 01  WS-RUN-DATE.                                                 MBK01390
001400     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               MBK01400
001410                                                                  MBK01410
001411                                                                  MBK01411
001412 01  WS-RUNPOST-ARGS.                                             MBK01412
001413     COPY RUNPSTV1.                                               MBK01413
001420/                                                                 MBK01420
001430 PROCEDURE DIVISION.                                              MBK01430
001440                                                                  MBK01440
001910     DISPLAY "DONE !".                                            MBK01910
001920                                                                  MBK01920
001930 A100-EXIT.                                                       MBK01930
001931     PERFORM G300-POST-RUN-LEDGER.                                MBK01931
001940     STOP RUN.                                                    MBK01940
001950/                                                                 MBK01950
001960 A050-READ-CONTROL-CARD SECTION.                                  MBK01960
003980         REVERSALS-FAILED.                                        MBK03980
003990 D100-EXIT.                                                       MBK03990
004000     EXIT.                                                        MBK04000
004001/                                                                 MBK04001
004002 G300-POST-RUN-LEDGER SECTION.                                    MBK04002
004003 G300-START.                                                      MBK04003
004004     MOVE "MRCFBKO" TO RP-JOB-NAME.                               MBK04004
004005     MOVE SPACES TO RP-RUN-ID.                                    MBK04005
004006     IF WS-CC-DECK-ID = SPACES                                    MBK04006
004007         MOVE WS-CC-RUN-DATE TO RP-RUN-ID                         MBK04007
004008     ELSE                                                         MBK04008
004009         MOVE WS-CC-DECK-ID TO RP-RUN-ID                          MBK04009
004010     END-IF.                                                      MBK04010
004011*    Any reversal applied leaves a new generation of the master.  MBK04011
004012     IF REVERSALS-APPLIED > ZERO                                  MBK04012
004013         SET RP-MASTER-REPLACED TO TRUE                           MBK04013
004014     ELSE                                                         MBK04014
004015         SET RP-MASTER-READ TO TRUE                               MBK04015
004016     END-IF.                                                      MBK04016
004017     MOVE RETURN-CODE TO RP-STEP-RC.                              MBK04017
004018     MOVE SPACES TO RP-VERDICT.                                   MBK04018
004019     MOVE "SELECTED" TO RP-COUNT-NAME (1).                        MBK04019
004020     MOVE ENTRIES-SELECTED TO RP-COUNT (1).                       MBK04020
004021     MOVE "REVERSED" TO RP-COUNT-NAME (2).                        MBK04021
004022     MOVE REVERSALS-APPLIED TO RP-COUNT (2).                      MBK04022
004023     MOVE "FAILED" TO RP-COUNT-NAME (3).                          MBK04023
004024     MOVE REVERSALS-FAILED TO RP-COUNT (3).                       MBK04024
004025     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        MBK04025
004026 G300-EXIT.                                                       MBK04026
004027     EXIT.                                                        MBK04027
