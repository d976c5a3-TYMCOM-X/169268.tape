000190*   A key out of sequence means the index is damaged - the        MUN00190
000200*   unload stops at once with condition code 12 rather than       MUN00200
000210*   bless a bad backup.                                           MUN00210
000211*                                                                 MUN00211
000212*   The trailer also carries the date and time of the unload,     MUN00212
000213*   which is where the backup stands against the UT-JRNL apply    MUN00213
000214*   journal - MRCFRCV rolls forward only what came after it.      MUN00214
000220*                                                                 MUN00220
000230***************************************************************** MUN00230
000240*                                                                 MUN00240
000630     05  UT-HASH-NXX                     PIC 9(13)V99.            MUN00630
000640     05  UT-HASH-V                       PIC 9(13)V99.            MUN00640
000650     05  UT-HASH-H                       PIC 9(13)V99.            MUN00650
000651     05  UT-UNLOAD-DATE                  PIC 9(08).               MUN00651
000652     05  UT-UNLOAD-TIME                  PIC 9(06).               MUN00652
000653     05  FILLER                          PIC X(510).              MUN00653
000670                                                                  MUN00670
000680 WORKING-STORAGE SECTION.                                         MUN00680
000690*                                                                 MUN00690
001040                                                                  MUN01040
001050 01  WS-RUN-DATE.                                                 MUN01050
001060     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               MUN01060
001061 01  WS-RUN-TIME.                                                 MUN01061
001062     05  WS-RUN-TIME-HHMMSS              PIC 9(06).               MUN01062
001063     05  WS-RUN-TIME-HUNDREDTHS          PIC 9(02).               MUN01063
001070                                                                  MUN01070
001071                                                                  MUN01071
001072 01  WS-RUNPOST-ARGS.                                             MUN01072
001073     COPY RUNPSTV1.                                               MUN01073
001080/                                                                 MUN01080
001090 PROCEDURE DIVISION.                                              MUN01090
001100                                                                  MUN01100
001130     DISPLAY "MRCFUNL - MRCF-MST UNLOAD".                         MUN01130
001140     DISPLAY SPACE.                                               MUN01140
001150     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.              MUN01150
001151     ACCEPT WS-RUN-TIME FROM TIME.                                MUN01151
001160                                                                  MUN01160
001170     OPEN INPUT MRCF-MST.                                         MUN01170
001180     IF MRCF-FILE-STATUS NOT = "00"                               MUN01180
001440 A100-EXIT.                                                       MUN01440
001450     CLOSE MRCF-MST.                                              MUN01450
001460     CLOSE UNLOAD-FILE.                                           MUN01460
001461     PERFORM G300-POST-RUN-LEDGER.                                MUN01461
001470     STOP RUN.                                                    MUN01470
001480/                                                                 MUN01480
001490 B100-UNLOAD-ONE-RECORD SECTION.                                  MUN01490
002050     MOVE WS-HASH-NXX TO UT-HASH-NXX.                             MUN02050
002060     MOVE WS-HASH-V TO UT-HASH-V.                                 MUN02060
002070     MOVE WS-HASH-H TO UT-HASH-H.                                 MUN02070
002071     MOVE WS-RUN-DATE-YYYYMMDD TO UT-UNLOAD-DATE.                 MUN02071
002072     MOVE WS-RUN-TIME-HHMMSS TO UT-UNLOAD-TIME.                   MUN02072
002080     WRITE UNLOAD-TRAILER-REC.                                    MUN02080
002090 C100-EXIT.                                                       MUN02090
002100     EXIT.                                                        MUN02100
002230     DISPLAY "  HASH H ........................ " WS-HASH-H.      MUN02230
002240 D100-EXIT.                                                       MUN02240
002250     EXIT.                                                        MUN02250
002251/                                                                 MUN02251
002252 G300-POST-RUN-LEDGER SECTION.                                    MUN02252
002253 G300-START.                                                      MUN02253
002254     MOVE "MRCFUNL" TO RP-JOB-NAME.                               MUN02254
002255     MOVE SPACES TO RP-RUN-ID.                                    MUN02255
002256     SET RP-MASTER-READ TO TRUE.                                  MUN02256
002257     MOVE RETURN-CODE TO RP-STEP-RC.                              MUN02257
002258     MOVE SPACES TO RP-VERDICT.                                   MUN02258
002259     MOVE "UNLOADED" TO RP-COUNT-NAME (1).                        MUN02259
002260     MOVE RECORDS-UNLOADED TO RP-COUNT (1).                       MUN02260
002261     MOVE "SEQERR" TO RP-COUNT-NAME (2).                          MUN02261
002262     MOVE SEQUENCE-ERRORS TO RP-COUNT (2).                        MUN02262
002263     MOVE SPACES TO RP-COUNT-NAME (3).                            MUN02263
002264     MOVE ZERO TO RP-COUNT (3).                                   MUN02264
002265     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        MUN02265
002266 G300-EXIT.                                                       MUN02266
002267     EXIT.                                                        MUN02267
