000490     05  UT-HASH-NXX                     PIC 9(13)V99.            MRL00490
000500     05  UT-HASH-V                       PIC 9(13)V99.            MRL00500
000510     05  UT-HASH-H                       PIC 9(13)V99.            MRL00510
000511     05  UT-UNLOAD-DATE                  PIC 9(08).               MRL00511
000512     05  UT-UNLOAD-TIME                  PIC 9(06).               MRL00512
000513     05  FILLER                          PIC X(510).              MRL00513
000530                                                                  MRL00530
000540 FD  NEW-MST                                                      MRL00540
000550     RECORD CONTAINS 595 CHARACTERS,                              MRL00550
001100 01  WS-RUN-DATE.                                                 MRL01100
001110     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               MRL01110
001120                                                                  MRL01120
001121                                                                  MRL01121
001122 01  WS-RUNPOST-ARGS.                                             MRL01122
001123     COPY RUNPSTV1.                                               MRL01123
001130/                                                                 MRL01130
001140 PROCEDURE DIVISION.                                              MRL01140
001150                                                                  MRL01150
001500 A100-EXIT.                                                       MRL01500
001510     CLOSE UNLOAD-FILE.                                           MRL01510
001520     CLOSE NEW-MST.                                               MRL01520
001521     PERFORM G300-POST-RUN-LEDGER.                                MRL01521
001530     STOP RUN.                                                    MRL01530
001540/                                                                 MRL01540
001550 B100-LOAD-ONE-RECORD SECTION.                                    MRL01550
002670     DISPLAY "  HASH H ........................ " WS-HASH-H.      MRL02670
002680 D100-EXIT.                                                       MRL02680
002690     EXIT.                                                        MRL02690
002691/                                                                 MRL02691
002692 G300-POST-RUN-LEDGER SECTION.                                    MRL02692
002693 G300-START.                                                      MRL02693
002694     MOVE "MRCFREL" TO RP-JOB-NAME.                               MRL02694
002695     MOVE SPACES TO RP-RUN-ID.                                    MRL02695
002696*    An accepted reload is the new generation of the master.      MRL02696
002697     IF RETURN-CODE < 12                                          MRL02697
002698         SET RP-MASTER-REPLACED TO TRUE                           MRL02698
002699     ELSE                                                         MRL02699
002700         SET RP-MASTER-NOT-USED TO TRUE                           MRL02700
002701     END-IF.                                                      MRL02701
002702     MOVE RETURN-CODE TO RP-STEP-RC.                              MRL02702
002703     MOVE SPACES TO RP-VERDICT.                                   MRL02703
002704     MOVE "LOADED" TO RP-COUNT-NAME (1).                          MRL02704
002705     MOVE RECORDS-LOADED TO RP-COUNT (1).                         MRL02705
002706     MOVE "SEQERR" TO RP-COUNT-NAME (2).                          MRL02706
002707     MOVE SEQUENCE-ERRORS TO RP-COUNT (2).                        MRL02707
002708     MOVE "LOADERR" TO RP-COUNT-NAME (3).                         MRL02708
002709     MOVE LOAD-ERRORS TO RP-COUNT (3).                            MRL02709
002710     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        MRL02710
002711 G300-EXIT.                                                       MRL02711
002712     EXIT.                                                        MRL02712
