001660 01  WS-RUN-DATE.                                                 LUP01660
001670     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               LUP01670
001680                                                                  LUP01680
001681                                                                  LUP01681
001682 01  WS-RUNPOST-ARGS.                                             LUP01682
001683     COPY RUNPSTV1.                                               LUP01683
001690/                                                                 LUP01690
001700 PROCEDURE DIVISION.                                              LUP01700
001710                                                                  LUP01710
001940     CLOSE TRANSACTION-FILE.                                      LUP01940
001950     CLOSE REGISTER-FILE.                                         LUP01950
001960     CLOSE REJECT-FILE.                                           LUP01960
001961     PERFORM G300-POST-RUN-LEDGER.                                LUP01961
001970     STOP RUN.                                                    LUP01970
001980/                                                                 LUP01980
001990 A090-LOAD-ALIAS-TABLE SECTION.                                   LUP01990
004610         ALIASES-WRITTEN.                                         LUP04610
004620 D100-EXIT.                                                       LUP04620
004630     EXIT.                                                        LUP04630
004631/                                                                 LUP04631
004632 G300-POST-RUN-LEDGER SECTION.                                    LUP04632
004633 G300-START.                                                      LUP04633
004634     MOVE "LOCUPD" TO RP-JOB-NAME.                                LUP04634
004635     MOVE SPACES TO RP-RUN-ID.                                    LUP04635
004636     SET RP-MASTER-NOT-USED TO TRUE.                              LUP04636
004637     MOVE RETURN-CODE TO RP-STEP-RC.                              LUP04637
004638     MOVE SPACES TO RP-VERDICT.                                   LUP04638
004639     MOVE "READ" TO RP-COUNT-NAME (1).                            LUP04639
004640     MOVE TRANS-READ TO RP-COUNT (1).                             LUP04640
004641     MOVE "APPLIED" TO RP-COUNT-NAME (2).                         LUP04641
004642     COMPUTE RP-COUNT (2) =                                       LUP04642
004643         ADDS-APPLIED + CHANGES-APPLIED + DELETES-APPLIED.        LUP04643
004644     MOVE "REJECTED" TO RP-COUNT-NAME (3).                        LUP04644
004645     MOVE TRANS-REJECTED TO RP-COUNT (3).                         LUP04645
004646     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        LUP04646
004647 G300-EXIT.                                                       LUP04647
004648     EXIT.                                                        LUP04648
