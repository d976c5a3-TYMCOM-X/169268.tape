001360 01  WS-RUN-DATE.                                                 PDL01360
001370     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               PDL01370
001380                                                                  PDL01380
001381                                                                  PDL01381
001382 01  WS-RUNPOST-ARGS.                                             PDL01382
001383     COPY RUNPSTV1.                                               PDL01383
001390/                                                                 PDL01390
001400 PROCEDURE DIVISION.                                              PDL01400
001410                                                                  PDL01410
001960     CLOSE CURRENT-EXT-FILE.                                      PDL01960
001970     CLOSE PRIOR-EXT-FILE.                                        PDL01970
001980     CLOSE DELTA-FILE.                                            PDL01980
001981     PERFORM G300-POST-RUN-LEDGER.                                PDL01981
001990     STOP RUN.                                                    PDL01990
002000/                                                                 PDL02000
002010 B100-COMPARE-KEYS SECTION.                                       PDL02010
003370         RECORDS-UNCHANGED.                                       PDL03370
003380 D100-EXIT.                                                       PDL03380
003390     EXIT.                                                        PDL03390
003391/                                                                 PDL03391
003392 G300-POST-RUN-LEDGER SECTION.                                    PDL03392
003393 G300-START.                                                      PDL03393
003394     MOVE "POPDLT" TO RP-JOB-NAME.                                PDL03394
003395     MOVE SPACES TO RP-RUN-ID.                                    PDL03395
003396     SET RP-MASTER-NOT-USED TO TRUE.                              PDL03396
003397     MOVE RETURN-CODE TO RP-STEP-RC.                              PDL03397
003398     MOVE SPACES TO RP-VERDICT.                                   PDL03398
003399     MOVE "CURRENT" TO RP-COUNT-NAME (1).                         PDL03399
003400     MOVE CURRENT-DETAILS-READ TO RP-COUNT (1).                   PDL03400
003401     MOVE "PRIOR" TO RP-COUNT-NAME (2).                           PDL03401
003402     MOVE PRIOR-DETAILS-READ TO RP-COUNT (2).                     PDL03402
003403     MOVE "DELTAS" TO RP-COUNT-NAME (3).                          PDL03403
003404     COMPUTE RP-COUNT (3) =                                       PDL03404
003405         ADDS-WRITTEN + CHANGES-WRITTEN + DELETES-WRITTEN.        PDL03405
003406     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        PDL03406
003407 G300-EXIT.                                                       PDL03407
003408     EXIT.                                                        PDL03408
