000010 IDENTIFICATION DIVISION.                                         RPS00010
000020 PROGRAM-ID. RUNPOST.                                             RPS00020
000030***************************************************************** RPS00030
000040*                                                                 RPS00040
000050*   RUNPOST - Run-ledger posting module.  Every batch job in the  RPS00050
000060*   stream calls RUNPOST once at end of run to append one step    RPS00060
000070*   record to the shared run ledger UT-RUNLDG: job name, run      RPS00070
000080*   date and time, the deck or run identifier it processed,       RPS00080
000090*   three key counts, the final condition code and a verdict,     RPS00090
000100*   and the MRCF-MST generation the step ran against.  RUNGATE    RPS00100
000110*   reads the ledger to hold a job whose prerequisites did not    RPS00110
000120*   run clean.                                                    RPS00120
000130*                                                                 RPS00130
000140*   Called with the linkage block COPY RUNPSTV1.                  RPS00140
000150*                                                                 RPS00150
000160*   MRCF-MST generations are identified by the run date and time  RPS00160
000170*   of the step that left them behind - a step posted with        RPS00170
000180*   RP-MASTER-REPLACED starts a new generation stamped with its   RPS00180
000190*   own date and time; a step posted with RP-MASTER-READ is       RPS00190
000200*   stamped with the generation of the latest replacing step on   RPS00200
000210*   the ledger (blank when no replacing step has been posted).    RPS00210
000220*                                                                 RPS00220
000230*   A blank verdict is set from the condition code - 0 OK, 4      RPS00230
000240*   WARNING, 8 and over FAILED.  The caller's condition code is   RPS00240
000250*   passed back in RETURN-CODE unchanged, and a ledger that will  RPS00250
000260*   not open is reported but never fails the calling job.         RPS00260
000270*                                                                 RPS00270
000280***************************************************************** RPS00280
000290*                                                                 RPS00290
000300*DATE-COMPILED.                                                   RPS00300
000310                                                                  RPS00310
000320 ENVIRONMENT DIVISION.                                            RPS00320
000330 CONFIGURATION SECTION.                                           RPS00330
000340 INPUT-OUTPUT SECTION.                                            RPS00340
000350 FILE-CONTROL.                                                    RPS00350
000360*    UT-RUNLDG is the cumulative run ledger - one record per job  RPS00360
000370*    step, appended at end of run.                                RPS00370
000380     SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO UT-RUNLDG          RPS00380
000390                        ORGANIZATION IS SEQUENTIAL                RPS00390
000400                        ACCESS IS SEQUENTIAL                      RPS00400
000410                        FILE STATUS IS RUNLDG-FILE-STATUS.        RPS00410
000420                                                                  RPS00420
000430 DATA DIVISION.                                                   RPS00430
000440 FILE SECTION.                                                    RPS00440
000450 FD  RUN-LEDGER-FILE                                              RPS00450
000460     LABEL RECORDS STANDARD.                                      RPS00460
000470 01  RUN-LEDGER-RECORD.                                           RPS00470
000480     05  LG-JOB-NAME                     PIC X(08).               RPS00480
000490     05  LG-RUN-DATE                     PIC 9(08).               RPS00490
000500     05  LG-RUN-TIME                     PIC 9(06).               RPS00500
000510     05  LG-RUN-ID                       PIC X(08).               RPS00510
000520     05  LG-MASTER-USE                   PIC X(01).               RPS00520
000530         88  LG-MASTER-READ              VALUE "R".               RPS00530
000540         88  LG-MASTER-REPLACED          VALUE "N".               RPS00540
000550     05  LG-GENERATION                   PIC X(14).               RPS00550
000560     05  LG-STEP-RC                      PIC 9(04).               RPS00560
000570     05  LG-VERDICT                      PIC X(08).               RPS00570
000580     05  LG-COUNT-ENTRY OCCURS 3 TIMES.                           RPS00580
000590         10  LG-COUNT-NAME               PIC X(08).               RPS00590
000600         10  LG-COUNT                    PIC 9(09).               RPS00600
000610     05  FILLER                          PIC X(12).               RPS00610
000620                                                                  RPS00620
000630 WORKING-STORAGE SECTION.                                         RPS00630
000640*                                                                 RPS00640
000650*     Working Storage Variables                                   RPS00650
000660*                                                                 RPS00660
000670                                                                  RPS00670
000680 01  RUNLDG-FILE-STATUS                  PIC XX.                  RPS00680
000690                                                                  RPS00690
000700 01  WS-CURRENT-GENERATION               PIC X(14).               RPS00700
000710 01  WS-COUNT-SUB                        PIC 9(01) COMP.          RPS00710
000720                                                                  RPS00720
000730 01  WS-RUN-DATE.                                                 RPS00730
000740     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               RPS00740
000750                                                                  RPS00750
000760 01  WS-RUN-TIME.                                                 RPS00760
000770     05  WS-RUN-TIME-HHMMSS              PIC 9(06).               RPS00770
000780     05  WS-RUN-TIME-HUNDREDTHS          PIC 9(02).               RPS00780
000790                                                                  RPS00790
000800 01  WS-NEW-GENERATION.                                           RPS00800
000810     05  WS-NEW-GEN-DATE                 PIC 9(08).               RPS00810
000820     05  WS-NEW-GEN-TIME                 PIC 9(06).               RPS00820
000830                                                                  RPS00830
000840 LINKAGE SECTION.                                                 RPS00840
000850 01  RUNPOST-ARGS.                                                RPS00850
000860     COPY RUNPSTV1.                                               RPS00860
000870/                                                                 RPS00870
000880 PROCEDURE DIVISION USING RUNPOST-ARGS.                           RPS00880
000890                                                                  RPS00890
000900 A100-MAIN SECTION.                                               RPS00900
000910 A100-START.                                                      RPS00910
000920     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.              RPS00920
000930     ACCEPT WS-RUN-TIME FROM TIME.                                RPS00930
000940     MOVE SPACES TO RP-GENERATION.                                RPS00940
000950     IF RP-MASTER-REPLACED                                        RPS00950
000960         MOVE WS-RUN-DATE-YYYYMMDD TO WS-NEW-GEN-DATE             RPS00960
000970         MOVE WS-RUN-TIME-HHMMSS TO WS-NEW-GEN-TIME               RPS00970
000980         MOVE WS-NEW-GENERATION TO RP-GENERATION                  RPS00980
000990     ELSE                                                         RPS00990
001000         IF RP-MASTER-READ                                        RPS01000
001010             PERFORM B100-FIND-CURRENT-GENERATION                 RPS01010
001020             MOVE WS-CURRENT-GENERATION TO RP-GENERATION          RPS01020
001030         END-IF                                                   RPS01030
001040     END-IF.                                                      RPS01040
001050     IF RP-VERDICT = SPACES                                       RPS01050
001060         IF RP-STEP-RC = ZERO                                     RPS01060
001070             MOVE "OK" TO RP-VERDICT                              RPS01070
001080         ELSE                                                     RPS01080
001090             IF RP-STEP-RC < 8                                    RPS01090
001100                 MOVE "WARNING" TO RP-VERDICT                     RPS01100
001110             ELSE                                                 RPS01110
001120                 MOVE "FAILED" TO RP-VERDICT                      RPS01120
001130             END-IF                                               RPS01130
001140         END-IF                                                   RPS01140
001150     END-IF.                                                      RPS01150
001160     PERFORM C100-APPEND-STEP-RECORD.                             RPS01160
001170 A100-EXIT.                                                       RPS01170
001180     EXIT.                                                        RPS01180
001190                                                                  RPS01190
001200 A200-RETURN SECTION.                                             RPS01200
001210 A200-START.                                                      RPS01210
001220*    Hand the calling job its own condition code back.            RPS01220
001230     MOVE RP-STEP-RC TO RETURN-CODE.                              RPS01230
001240     GOBACK.                                                      RPS01240
001250/                                                                 RPS01250
001260 B100-FIND-CURRENT-GENERATION SECTION.                            RPS01260
001270 B100-START.                                                      RPS01270
001280     MOVE SPACES TO WS-CURRENT-GENERATION.                        RPS01280
001290     OPEN INPUT RUN-LEDGER-FILE.                                  RPS01290
001300*    An OPTIONAL file that is not there opens with status 05 at   RPS01300
001310*    end-of-file - close it again so the append can reopen it.    RPS01310
001320     IF RUNLDG-FILE-STATUS NOT = "00"                             RPS01320
001330         IF RUNLDG-FILE-STATUS = "05"                             RPS01330
001340             CLOSE RUN-LEDGER-FILE                                RPS01340
001350         END-IF                                                   RPS01350
001360         GO TO B100-EXIT.                                         RPS01360
001370     PERFORM UNTIL RUNLDG-FILE-STATUS NOT = "00"                  RPS01370
001380         READ RUN-LEDGER-FILE                                     RPS01380
001390             AT END                                               RPS01390
001400                 MOVE "10" TO RUNLDG-FILE-STATUS                  RPS01400
001410             NOT AT END                                           RPS01410
001420                 IF LG-MASTER-REPLACED                            RPS01420
001430                     MOVE LG-GENERATION                           RPS01430
001440                         TO WS-CURRENT-GENERATION                 RPS01440
001450                 END-IF                                           RPS01450
001460         END-READ                                                 RPS01460
001470     END-PERFORM.                                                 RPS01470
001480     CLOSE RUN-LEDGER-FILE.                                       RPS01480
001490 B100-EXIT.                                                       RPS01490
001500     EXIT.                                                        RPS01500
001510/                                                                 RPS01510
001520 C100-APPEND-STEP-RECORD SECTION.                                 RPS01520
001530 C100-START.                                                      RPS01530
001540     OPEN EXTEND RUN-LEDGER-FILE.                                 RPS01540
001550     IF RUNLDG-FILE-STATUS NOT = "00"                             RPS01550
001560             AND RUNLDG-FILE-STATUS NOT = "05"                    RPS01560
001570         DISPLAY "FILE STATUS ERROR OPENING UT-RUNLDG: "          RPS01570
001580                     RUNLDG-FILE-STATUS                           RPS01580
001590         DISPLAY "STEP NOT POSTED TO RUN LEDGER: " RP-JOB-NAME    RPS01590
001600         SET RP-LEDGER-ERROR TO TRUE                              RPS01600
001610         GO TO C100-EXIT.                                         RPS01610
001620     MOVE SPACES TO RUN-LEDGER-RECORD.                            RPS01620
001630     MOVE RP-JOB-NAME TO LG-JOB-NAME.                             RPS01630
001640     MOVE WS-RUN-DATE-YYYYMMDD TO LG-RUN-DATE.                    RPS01640
001650     MOVE WS-RUN-TIME-HHMMSS TO LG-RUN-TIME.                      RPS01650
001660     MOVE RP-RUN-ID TO LG-RUN-ID.                                 RPS01660
001670     MOVE RP-MASTER-USE TO LG-MASTER-USE.                         RPS01670
001680     MOVE RP-GENERATION TO LG-GENERATION.                         RPS01680
001690     MOVE RP-STEP-RC TO LG-STEP-RC.                               RPS01690
001700     MOVE RP-VERDICT TO LG-VERDICT.                               RPS01700
001710     PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1                     RPS01710
001720             UNTIL WS-COUNT-SUB > 3                               RPS01720
001730         MOVE RP-COUNT-NAME (WS-COUNT-SUB)                        RPS01730
001740             TO LG-COUNT-NAME (WS-COUNT-SUB)                      RPS01740
001750         IF RP-COUNT (WS-COUNT-SUB) NUMERIC                       RPS01750
001760             MOVE RP-COUNT (WS-COUNT-SUB)                         RPS01760
001770                 TO LG-COUNT (WS-COUNT-SUB)                       RPS01770
001780         ELSE                                                     RPS01780
001790             MOVE ZERO TO LG-COUNT (WS-COUNT-SUB)                 RPS01790
001800         END-IF                                                   RPS01800
001810     END-PERFORM.                                                 RPS01810
001820     WRITE RUN-LEDGER-RECORD.                                     RPS01820
001830     CLOSE RUN-LEDGER-FILE.                                       RPS01830
001840     SET RP-STEP-POSTED TO TRUE.                                  RPS01840
001850     DISPLAY "STEP POSTED TO RUN LEDGER: " RP-JOB-NAME            RPS01850
001860         " " RP-VERDICT.                                          RPS01860
001870 C100-EXIT.                                                       RPS01870
001880     EXIT.                                                        RPS01880
