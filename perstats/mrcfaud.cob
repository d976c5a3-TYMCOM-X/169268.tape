001650     88  WS-MRCF-AT-END                  VALUE "Y".               MAU01650
001660 01  WS-SORT-OUT-EOF-SWITCH              PIC X(01) VALUE "N".     MAU01660
001670     88  WS-SORT-OUT-AT-END              VALUE "Y".               MAU01670
001671 01  WS-MRCF-ERROR-SWITCH                PIC X(01) VALUE "N".     MAU01671
001672     88  WS-MRCF-ERROR                   VALUE "Y".               MAU01672
001680                                                                  MAU01680
001690 01  WS-AUDIT-LINE.                                               MAU01690
001700     05  WS-AUD-NPA                      PIC ZZZ.                 MAU01700
002030 01  WS-RUN-DATE.                                                 MAU02030
002040     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               MAU02040
002050                                                                  MAU02050
002051                                                                  MAU02051
002052 01  WS-RUNPOST-ARGS.                                             MAU02052
002053     COPY RUNPSTV1.                                               MAU02053
002060/                                                                 MAU02060
002070 PROCEDURE DIVISION.                                              MAU02070
002080                                                                  MAU02080
002430     DISPLAY "DONE !".                                            MAU02430
002440                                                                  MAU02440
002450 A100-EXIT.                                                       MAU02450
002451*    POPLOC resets RETURN-CODE, so a UT-MRCF read error in the    MAU02451
002452*    clustering pass is held on its switch until the last CALL.   MAU02452
002453     IF WS-MRCF-ERROR                                             MAU02453
002454         MOVE 12 TO RETURN-CODE                                   MAU02454
002455     END-IF.                                                      MAU02455
002460     CLOSE AUDIT-RPT-FILE.                                        MAU02460
002470     CLOSE EXCEPTION-FILE.                                        MAU02470
002471     PERFORM G300-POST-RUN-LEDGER.                                MAU02471
002480     STOP RUN.                                                    MAU02480
002490/                                                                 MAU02490
002500 A050-READ-CONTROL-CARD SECTION.                                  MAU02500
003400         DISPLAY "FILE STATUS ERROR ON UT-MRCF:2 ",               MAU03400
003410                     MRCF-FILE-STATUS                             MAU03410
003420         SET WS-MRCF-AT-END TO TRUE                               MAU03420
003421         SET WS-MRCF-ERROR TO TRUE                                MAU03421
003440         GO TO B150-EXIT.                                         MAU03440
003450     ADD 1 TO RECORDS-READ.                                       MAU03450
003460     PERFORM B200-SET-RECORD-VH.                                  MAU03460
005660         TRANSPOSITIONS-FLAGGED.                                  MAU05660
005670 D100-EXIT.                                                       MAU05670
005680     EXIT.                                                        MAU05680
005681/                                                                 MAU05681
005682 G300-POST-RUN-LEDGER SECTION.                                    MAU05682
005683 G300-START.                                                      MAU05683
005684     MOVE "MRCFAUD" TO RP-JOB-NAME.                               MAU05684
005685     MOVE SPACES TO RP-RUN-ID.                                    MAU05685
005686     SET RP-MASTER-READ TO TRUE.                                  MAU05686
005687     MOVE RETURN-CODE TO RP-STEP-RC.                              MAU05687
005688     MOVE SPACES TO RP-VERDICT.                                   MAU05688
005689     MOVE "READ" TO RP-COUNT-NAME (1).                            MAU05689
005690     MOVE RECORDS-READ TO RP-COUNT (1).                           MAU05690
005691     MOVE "OUTLIERS" TO RP-COUNT-NAME (2).                        MAU05691
005692     MOVE OUTLIERS-FLAGGED TO RP-COUNT (2).                       MAU05692
005693     MOVE "TRANSPOS" TO RP-COUNT-NAME (3).                        MAU05693
005694     MOVE TRANSPOSITIONS-FLAGGED TO RP-COUNT (3).                 MAU05694
005695     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        MAU05695
005696 G300-EXIT.                                                       MAU05696
005697     EXIT.                                                        MAU05697
