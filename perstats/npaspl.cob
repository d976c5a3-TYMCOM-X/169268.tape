001630 01  WS-RUN-DATE.                                                 NSP01630
001640     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               NSP01640
001650                                                                  NSP01650
001651                                                                  NSP01651
001652 01  WS-RUNPOST-ARGS.                                             NSP01652
001653     COPY RUNPSTV1.                                               NSP01653
001660/                                                                 NSP01660
001670 PROCEDURE DIVISION.                                              NSP01670
001680                                                                  NSP01680
002050     CLOSE ADD-TRAN-FILE.                                         NSP02050
002060     CLOSE DEL-TRAN-FILE.                                         NSP02060
002070     CLOSE SPLIT-RPT-FILE.                                        NSP02070
002071     PERFORM G300-POST-RUN-LEDGER.                                NSP02071
002080     STOP RUN.                                                    NSP02080
002090/                                                                 NSP02090
002100 A050-READ-CONTROL-CARD SECTION.                                  NSP02100
004150         DEL-TRANS-WRITTEN.                                       NSP04150
004160 D100-EXIT.                                                       NSP04160
004170     EXIT.                                                        NSP04170
004171/                                                                 NSP04171
004172 G300-POST-RUN-LEDGER SECTION.                                    NSP04172
004173 G300-START.                                                      NSP04173
004174     MOVE "NPASPL" TO RP-JOB-NAME.                                NSP04174
004175     MOVE SPACES TO RP-RUN-ID.                                    NSP04175
004176     SET RP-MASTER-READ TO TRUE.                                  NSP04176
004177     MOVE RETURN-CODE TO RP-STEP-RC.                              NSP04177
004178     MOVE SPACES TO RP-VERDICT.                                   NSP04178
004179     MOVE "MATCHED" TO RP-COUNT-NAME (1).                         NSP04179
004180     MOVE RECORDS-MATCHED TO RP-COUNT (1).                        NSP04180
004181     MOVE "ADDS" TO RP-COUNT-NAME (2).                            NSP04181
004182     MOVE ADD-TRANS-WRITTEN TO RP-COUNT (2).                      NSP04182
004183     MOVE "DELETES" TO RP-COUNT-NAME (3).                         NSP04183
004184     MOVE DEL-TRANS-WRITTEN TO RP-COUNT (3).                      NSP04184
004185     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        NSP04185
004186 G300-EXIT.                                                       NSP04186
004187     EXIT.                                                        NSP04187
