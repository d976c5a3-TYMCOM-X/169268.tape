000010 IDENTIFICATION DIVISION.                                         RGT00010
000020 PROGRAM-ID. RUNGATE.                                             RGT00020
000030***************************************************************** RGT00030
000040*                                                                 RGT00040
000050*   RUNGATE - Prerequisite gate for the nightly stream.  Run as   RGT00050
000060*   the step in front of a job; the UT-CNTL card names the job    RGT00060
000070*   (cols 1-8).  RUNGATE reads the UT-RUNLDG run ledger RUNPOST   RGT00070
000080*   builds and checks the latest ledger step of every             RGT00080
000090*   prerequisite the job has in the table below.  The job is      RGT00090
000100*   refused - condition code 12, so the JCL bypasses it - when a  RGT00100
000110*   prerequisite:                                                 RGT00110
000120*                                                                 RGT00120
000130*       - has never posted to the ledger;                         RGT00130
000140*       - ended with a condition code above the one allowed       RGT00140
000150*         (MRCFCMP REVIEW and a POPINQ reasonableness-gate        RGT00150
000160*         failure both end with 8); or                            RGT00160
000170*       - ran against an MRCF-MST generation other than the       RGT00170
000180*         current one, where the rule demands the same            RGT00180
000190*         generation (a backup taken before the last apply, an    RGT00190
000200*         extract built from a master since replaced).            RGT00200
000210*                                                                 RGT00210
000220*   The current generation is the one left behind by the latest   RGT00220
000230*   step that replaced the master (see RUNPOST).  A job with no   RGT00230
000240*   prerequisites in the table is released.  Every check is       RGT00240
000250*   listed on SYSOUT, and the gate posts its own step to the      RGT00250
000260*   ledger with the job it guarded as the run identifier.         RGT00260
000270*                                                                 RGT00270
000280*   Prerequisite table - job, prerequisite, run identifier the    RGT00280
000290*   prerequisite must carry (blank = any), highest condition      RGT00290
000300*   code allowed, and "Y" when the generations must agree:        RGT00300
000310*                                                                 RGT00310
000320*       CCTPRC   MRCFCMP              4   yes                     RGT00320
000330*       CCTADJ   MRCFCMP              4   yes                     RGT00330
000340*       POPDST   POPINQ   F (dump)    4   yes                     RGT00340
000350*       POPDLT   POPINQ   F (dump)    4   yes                     RGT00350
000360*       MRCFUPD  MRCFUNL              4   yes                     RGT00360
000370*       MRCFBKO  MRCFUNL              4   yes                     RGT00370
000380*       MRCFREL  MRCFUNL              4   no                      RGT00380
000390*                                                                 RGT00390
000400***************************************************************** RGT00400
000410*                                                                 RGT00410
000420*DATE-COMPILED.                                                   RGT00420
000430                                                                  RGT00430
000440 ENVIRONMENT DIVISION.                                            RGT00440
000450 CONFIGURATION SECTION.                                           RGT00450
000460 INPUT-OUTPUT SECTION.                                            RGT00460
000470 FILE-CONTROL.                                                    RGT00470
000480*    UT-RUNLDG is the cumulative run ledger - see RUNPOST.        RGT00480
000490     SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO UT-RUNLDG          RGT00490
000500                        ORGANIZATION IS SEQUENTIAL                RGT00500
000510                        ACCESS IS SEQUENTIAL                      RGT00510
000520                        FILE STATUS IS RUNLDG-FILE-STATUS.        RGT00520
000530                                                                  RGT00530
000540*    UT-CNTL names the job to be gated in cols 1-8.               RGT00540
000550     SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO UT-CNTL          RGT00550
000560                        ORGANIZATION IS SEQUENTIAL                RGT00560
000570                        ACCESS IS SEQUENTIAL                      RGT00570
000580                        FILE STATUS IS CONTROL-FILE-STATUS.       RGT00580
000590                                                                  RGT00590
000600 DATA DIVISION.                                                   RGT00600
000610 FILE SECTION.                                                    RGT00610
000620 FD  RUN-LEDGER-FILE                                              RGT00620
000630     LABEL RECORDS STANDARD.                                      RGT00630
000640 01  RUN-LEDGER-RECORD.                                           RGT00640
000650     05  LG-JOB-NAME                     PIC X(08).               RGT00650
000660     05  LG-RUN-DATE                     PIC 9(08).               RGT00660
000670     05  LG-RUN-TIME                     PIC 9(06).               RGT00670
000680     05  LG-RUN-ID                       PIC X(08).               RGT00680
000690     05  LG-MASTER-USE                   PIC X(01).               RGT00690
000700         88  LG-MASTER-READ              VALUE "R".               RGT00700
000710         88  LG-MASTER-REPLACED          VALUE "N".               RGT00710
000720     05  LG-GENERATION                   PIC X(14).               RGT00720
000730     05  LG-STEP-RC                      PIC 9(04).               RGT00730
000740     05  LG-VERDICT                      PIC X(08).               RGT00740
000750     05  LG-COUNT-ENTRY OCCURS 3 TIMES.                           RGT00750
000760         10  LG-COUNT-NAME               PIC X(08).               RGT00760
000770         10  LG-COUNT                    PIC 9(09).               RGT00770
000780     05  FILLER                          PIC X(12).               RGT00780
000790                                                                  RGT00790
000800 FD  CONTROL-CARD-FILE                                            RGT00800
000810     LABEL RECORDS STANDARD.                                      RGT00810
000820 01  CONTROL-CARD-RECORD                 PIC X(80).               RGT00820
000830                                                                  RGT00830
000840 WORKING-STORAGE SECTION.                                         RGT00840
000850*                                                                 RGT00850
000860*     Working Storage Variables                                   RGT00860
000870*                                                                 RGT00870
000880                                                                  RGT00880
000890 01  RUNLDG-FILE-STATUS                  PIC XX.                  RGT00890
000900 01  CONTROL-FILE-STATUS                 PIC XX.                  RGT00900
000910                                                                  RGT00910
000920 01  GATE-COUNTS.                                                 RGT00920
000930     05  LEDGER-RECORDS-READ             PIC 9(08) COMP VALUE 0.  RGT00930
000940     05  PREREQUISITES-CHECKED           PIC 9(08) COMP VALUE 0.  RGT00940
000950     05  PREREQUISITES-FAILED            PIC 9(08) COMP VALUE 0.  RGT00950
000960                                                                  RGT00960
000970 01  WS-CONTROL-CARD.                                             RGT00970
000980     05  WS-CC-JOB-NAME                  PIC X(08).               RGT00980
000990     05  FILLER                          PIC X(72).               RGT00990
001000                                                                  RGT01000
001010 01  WS-RUNPOST-ARGS.                                             RGT01010
001020     COPY RUNPSTV1.                                               RGT01020
001030                                                                  RGT01030
001040*                                                                 RGT01040
001050*     Prerequisite Table - see the banner above.                  RGT01050
001060*                                                                 RGT01060
001070 01  WS-RULE-LIST.                                                RGT01070
001080     05  FILLER                         PIC X(27) VALUE           RGT01080
001090         "CCTPRC  MRCFCMP         04Y".                           RGT01090
001100     05  FILLER                         PIC X(27) VALUE           RGT01100
001110         "CCTADJ  MRCFCMP         04Y".                           RGT01110
001120     05  FILLER                         PIC X(27) VALUE           RGT01120
001130         "POPDST  POPINQ  F       04Y".                           RGT01130
001140     05  FILLER                         PIC X(27) VALUE           RGT01140
001150         "POPDLT  POPINQ  F       04Y".                           RGT01150
001160     05  FILLER                         PIC X(27) VALUE           RGT01160
001170         "MRCFUPD MRCFUNL         04Y".                           RGT01170
001180     05  FILLER                         PIC X(27) VALUE           RGT01180
001190         "MRCFBKO MRCFUNL         04Y".                           RGT01190
001200     05  FILLER                         PIC X(27) VALUE           RGT01200
001210         "MRCFREL MRCFUNL         04N".                           RGT01210
001220 01  WS-RULE-TABLE REDEFINES WS-RULE-LIST.                        RGT01220
001230     05  WS-RULE-ENTRY OCCURS 7 TIMES.                            RGT01230
001240         10  WS-RULE-JOB                 PIC X(08).               RGT01240
001250         10  WS-RULE-PREREQUISITE        PIC X(08).               RGT01250
001260         10  WS-RULE-RUN-ID              PIC X(08).               RGT01260
001270         10  WS-RULE-MAX-RC              PIC 9(02).               RGT01270
001280         10  WS-RULE-SAME-GENERATION     PIC X(01).               RGT01280
001290 01  WS-RULE-COUNT                       PIC 9(02) COMP VALUE 7.  RGT01290
001300 01  WS-RULE-SUB                         PIC 9(02) COMP.          RGT01300
001310                                                                  RGT01310
001320*                                                                 RGT01320
001330*     Checks for the job being gated, with the latest ledger      RGT01330
001340*     step found for each prerequisite.                           RGT01340
001350*                                                                 RGT01350
001360 01  WS-CHECK-COUNT                      PIC 9(02) COMP VALUE 0.  RGT01360
001370 01  WS-CHECK-TABLE.                                              RGT01370
001380     05  WS-CHECK-ENTRY OCCURS 7 TIMES.                           RGT01380
001390         10  WS-CHK-RULE-SUB             PIC 9(02) COMP.          RGT01390
001400         10  WS-CHK-FOUND-FLAG           PIC X(01).               RGT01400
001410             88  WS-CHK-FOUND            VALUE "Y".               RGT01410
001420         10  WS-CHK-RUN-DATE             PIC 9(08).               RGT01420
001430         10  WS-CHK-RUN-TIME             PIC 9(06).               RGT01430
001440         10  WS-CHK-STEP-RC              PIC 9(04).               RGT01440
001450         10  WS-CHK-VERDICT              PIC X(08).               RGT01450
001460         10  WS-CHK-GENERATION           PIC X(14).               RGT01460
001470 01  WS-CHECK-SUB                        PIC 9(02) COMP.          RGT01470
001480                                                                  RGT01480
001490 01  WS-CURRENT-GENERATION               PIC X(14) VALUE SPACES.  RGT01490
001500 01  WS-DISP-GENERATION                  PIC X(14).               RGT01500
001510                                                                  RGT01510
001520 01  WS-CHECK-FAILED-SWITCH              PIC X(01).               RGT01520
001530     88  WS-CHECK-FAILED                 VALUE "Y".               RGT01530
001540                                                                  RGT01540
001550/                                                                 RGT01550
001560 PROCEDURE DIVISION.                                              RGT01560
001570                                                                  RGT01570
001580 A100-MAIN SECTION.                                               RGT01580
001590 A100-START.                                                      RGT01590
001600     DISPLAY "RUNGATE - RUN-LEDGER PREREQUISITE GATE".            RGT01600
001610     DISPLAY SPACE.                                               RGT01610
001620                                                                  RGT01620
001630     PERFORM A050-READ-CONTROL-CARD.                              RGT01630
001640     IF WS-CC-JOB-NAME = SPACES                                   RGT01640
001650         DISPLAY "NO JOB NAMED ON UT-CNTL - RUN ABANDONED"        RGT01650
001660         MOVE 12 TO RETURN-CODE                                   RGT01660
001670         GO TO A100-EXIT.                                         RGT01670
001680                                                                  RGT01680
001690     PERFORM A090-SELECT-RULES.                                   RGT01690
001700     IF WS-CHECK-COUNT = ZERO                                     RGT01700
001710         DISPLAY "NO PREREQUISITES ON FILE FOR " WS-CC-JOB-NAME   RGT01710
001720         DISPLAY "JOB " WS-CC-JOB-NAME " RELEASED"                RGT01720
001730         GO TO A100-EXIT.                                         RGT01730
001740                                                                  RGT01740
001750     PERFORM B100-SCAN-LEDGER.                                    RGT01750
001760     IF WS-CURRENT-GENERATION = SPACES                            RGT01760
001770         MOVE "NONE POSTED" TO WS-DISP-GENERATION                 RGT01770
001780     ELSE                                                         RGT01780
001790         MOVE WS-CURRENT-GENERATION TO WS-DISP-GENERATION         RGT01790
001800     END-IF.                                                      RGT01800
001810     DISPLAY "CURRENT MRCF-MST GENERATION: " WS-DISP-GENERATION.  RGT01810
001820     DISPLAY SPACE.                                               RGT01820
001830     PERFORM C100-CHECK-ONE-PREREQUISITE                          RGT01830
001840         VARYING WS-CHECK-SUB FROM 1 BY 1                         RGT01840
001850         UNTIL WS-CHECK-SUB > WS-CHECK-COUNT.                     RGT01850
001860                                                                  RGT01860
001870     DISPLAY SPACE.                                               RGT01870
001880     IF PREREQUISITES-FAILED > ZERO                               RGT01880
001890         DISPLAY "JOB " WS-CC-JOB-NAME                            RGT01890
001900             " REFUSED - PREREQUISITES NOT MET"                   RGT01900
001910         MOVE 12 TO RETURN-CODE                                   RGT01910
001920     ELSE                                                         RGT01920
001930         DISPLAY "JOB " WS-CC-JOB-NAME " RELEASED"                RGT01930
001940     END-IF.                                                      RGT01940
001950     PERFORM D100-CONTROL-REPORT.                                 RGT01950
001960                                                                  RGT01960
001970     DISPLAY SPACE.                                               RGT01970
001980     DISPLAY "DONE !".                                            RGT01980
001990                                                                  RGT01990
002000 A100-EXIT.                                                       RGT02000
002010     PERFORM G300-POST-RUN-LEDGER.                                RGT02010
002020     STOP RUN.                                                    RGT02020
002030/                                                                 RGT02030
002040 A050-READ-CONTROL-CARD SECTION.                                  RGT02040
002050 A050-START.                                                      RGT02050
002060     MOVE SPACES TO WS-CONTROL-CARD.                              RGT02060
002070     OPEN INPUT CONTROL-CARD-FILE.                                RGT02070
002080     IF CONTROL-FILE-STATUS = "00"                                RGT02080
002090         READ CONTROL-CARD-FILE                                   RGT02090
002100             AT END                                               RGT02100
002110                 MOVE "10" TO CONTROL-FILE-STATUS                 RGT02110
002120         END-READ                                                 RGT02120
002130     END-IF.                                                      RGT02130
002140     IF CONTROL-FILE-STATUS = "00"                                RGT02140
002150         MOVE CONTROL-CARD-RECORD TO WS-CONTROL-CARD              RGT02150
002160     END-IF.                                                      RGT02160
002170     IF CONTROL-FILE-STATUS NOT = "35"                            RGT02170
002180         CLOSE CONTROL-CARD-FILE                                  RGT02180
002190     END-IF.                                                      RGT02190
002200     DISPLAY "JOB TO BE GATED: " WS-CC-JOB-NAME.                  RGT02200
002210 A050-EXIT.                                                       RGT02210
002220     EXIT.                                                        RGT02220
002230/                                                                 RGT02230
002240 A090-SELECT-RULES SECTION.                                       RGT02240
002250 A090-START.                                                      RGT02250
002260     PERFORM VARYING WS-RULE-SUB FROM 1 BY 1                      RGT02260
002270             UNTIL WS-RULE-SUB > WS-RULE-COUNT                    RGT02270
002280         IF WS-RULE-JOB (WS-RULE-SUB) = WS-CC-JOB-NAME            RGT02280
002290             ADD 1 TO WS-CHECK-COUNT                              RGT02290
002300             MOVE WS-RULE-SUB TO WS-CHK-RULE-SUB (WS-CHECK-COUNT) RGT02300
002310             MOVE "N" TO WS-CHK-FOUND-FLAG (WS-CHECK-COUNT)       RGT02310
002320         END-IF                                                   RGT02320
002330     END-PERFORM.                                                 RGT02330
002340 A090-EXIT.                                                       RGT02340
002350     EXIT.                                                        RGT02350
002360/                                                                 RGT02360
002370 B100-SCAN-LEDGER SECTION.                                        RGT02370
002380 B100-START.                                                      RGT02380
002390     OPEN INPUT RUN-LEDGER-FILE.                                  RGT02390
002400*    An OPTIONAL file that is not there opens with status 05 at   RGT02400
002410*    end-of-file - every prerequisite then shows as not run.      RGT02410
002420     IF RUNLDG-FILE-STATUS NOT = "00"                             RGT02420
002430         DISPLAY "NO RUN LEDGER ON UT-RUNLDG"                     RGT02430
002440         IF RUNLDG-FILE-STATUS = "05"                             RGT02440
002450             CLOSE RUN-LEDGER-FILE                                RGT02450
002460         END-IF                                                   RGT02460
002470         GO TO B100-EXIT.                                         RGT02470
002480     PERFORM B150-READ-ONE-STEP                                   RGT02480
002490         UNTIL RUNLDG-FILE-STATUS NOT = "00".                     RGT02490
002500     CLOSE RUN-LEDGER-FILE.                                       RGT02500
002510 B100-EXIT.                                                       RGT02510
002520     EXIT.                                                        RGT02520
002530/                                                                 RGT02530
002540 B150-READ-ONE-STEP SECTION.                                      RGT02540
002550 B150-START.                                                      RGT02550
002560     READ RUN-LEDGER-FILE                                         RGT02560
002570         AT END                                                   RGT02570
002580             MOVE "10" TO RUNLDG-FILE-STATUS                      RGT02580
002590             GO TO B150-EXIT                                      RGT02590
002600     END-READ.                                                    RGT02600
002610     IF RUNLDG-FILE-STATUS NOT = "00"                             RGT02610
002620         DISPLAY "FILE STATUS ERROR ON UT-RUNLDG: "               RGT02620
002630                     RUNLDG-FILE-STATUS                           RGT02630
002640         MOVE "10" TO RUNLDG-FILE-STATUS                          RGT02640
002650         GO TO B150-EXIT.                                         RGT02650
002660     ADD 1 TO LEDGER-RECORDS-READ.                                RGT02660
002670     IF LG-MASTER-REPLACED                                        RGT02670
002680         MOVE LG-GENERATION TO WS-CURRENT-GENERATION              RGT02680
002690     END-IF.                                                      RGT02690
002700*    The ledger is in run order - a later step for the same       RGT02700
002710*    prerequisite replaces the one held.                          RGT02710
002720     PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1                     RGT02720
002730             UNTIL WS-CHECK-SUB > WS-CHECK-COUNT                  RGT02730
002740         MOVE WS-CHK-RULE-SUB (WS-CHECK-SUB) TO WS-RULE-SUB       RGT02740
002750         IF LG-JOB-NAME = WS-RULE-PREREQUISITE (WS-RULE-SUB)      RGT02750
002760             AND (WS-RULE-RUN-ID (WS-RULE-SUB) = SPACES           RGT02760
002770                 OR LG-RUN-ID = WS-RULE-RUN-ID (WS-RULE-SUB))     RGT02770
002780             SET WS-CHK-FOUND (WS-CHECK-SUB) TO TRUE              RGT02780
002790             MOVE LG-RUN-DATE TO WS-CHK-RUN-DATE (WS-CHECK-SUB)   RGT02790
002800             MOVE LG-RUN-TIME TO WS-CHK-RUN-TIME (WS-CHECK-SUB)   RGT02800
002810             MOVE LG-STEP-RC TO WS-CHK-STEP-RC (WS-CHECK-SUB)     RGT02810
002820             MOVE LG-VERDICT TO WS-CHK-VERDICT (WS-CHECK-SUB)     RGT02820
002830             MOVE LG-GENERATION                                   RGT02830
002840                 TO WS-CHK-GENERATION (WS-CHECK-SUB)              RGT02840
002850         END-IF                                                   RGT02850
002860     END-PERFORM.                                                 RGT02860
002870 B150-EXIT.                                                       RGT02870
002880     EXIT.                                                        RGT02880
002890/                                                                 RGT02890
002900 C100-CHECK-ONE-PREREQUISITE SECTION.                             RGT02900
002910 C100-START.                                                      RGT02910
002920     ADD 1 TO PREREQUISITES-CHECKED.                              RGT02920
002930     MOVE WS-CHK-RULE-SUB (WS-CHECK-SUB) TO WS-RULE-SUB.          RGT02930
002940     MOVE "N" TO WS-CHECK-FAILED-SWITCH.                          RGT02940
002950     IF NOT WS-CHK-FOUND (WS-CHECK-SUB)                           RGT02950
002960         DISPLAY "PREREQUISITE "                                  RGT02960
002970             WS-RULE-PREREQUISITE (WS-RULE-SUB)                   RGT02970
002980             " " WS-RULE-RUN-ID (WS-RULE-SUB)                     RGT02980
002990             " HAS NOT RUN - NO STEP ON THE LEDGER"               RGT02990
003000         ADD 1 TO PREREQUISITES-FAILED                            RGT03000
003010         GO TO C100-EXIT.                                         RGT03010
003020                                                                  RGT03020
003030     DISPLAY "PREREQUISITE " WS-RULE-PREREQUISITE (WS-RULE-SUB)   RGT03030
003040         " LAST RAN " WS-CHK-RUN-DATE (WS-CHECK-SUB)              RGT03040
003050         " " WS-CHK-RUN-TIME (WS-CHECK-SUB)                       RGT03050
003060         " RC " WS-CHK-STEP-RC (WS-CHECK-SUB)                     RGT03060
003070         " " WS-CHK-VERDICT (WS-CHECK-SUB).                       RGT03070
003080     IF WS-CHK-STEP-RC (WS-CHECK-SUB)                             RGT03080
003090             > WS-RULE-MAX-RC (WS-RULE-SUB)                       RGT03090
003100         DISPLAY "    REFUSED - "                                 RGT03100
003110             WS-RULE-PREREQUISITE (WS-RULE-SUB)                   RGT03110
003120             " ENDED " WS-CHK-VERDICT (WS-CHECK-SUB)              RGT03120
003130             " - HIGHEST CODE ALLOWED IS "                        RGT03130
003140             WS-RULE-MAX-RC (WS-RULE-SUB)                         RGT03140
003150         SET WS-CHECK-FAILED TO TRUE                              RGT03150
003160     END-IF.                                                      RGT03160
003170     IF WS-RULE-SAME-GENERATION (WS-RULE-SUB) = "Y"               RGT03170
003180             AND WS-CHK-GENERATION (WS-CHECK-SUB)                 RGT03180
003190                 NOT = WS-CURRENT-GENERATION                      RGT03190
003200         DISPLAY "    REFUSED - "                                 RGT03200
003210             WS-RULE-PREREQUISITE (WS-RULE-SUB)                   RGT03210
003220             " RAN AGAINST MRCF-MST GENERATION "                  RGT03220
003230             WS-CHK-GENERATION (WS-CHECK-SUB)                     RGT03230
003240         DISPLAY "    THE CURRENT GENERATION IS "                 RGT03240
003250             WS-DISP-GENERATION                                   RGT03250
003260         SET WS-CHECK-FAILED TO TRUE                              RGT03260
003270     END-IF.                                                      RGT03270
003280     IF WS-CHECK-FAILED                                           RGT03280
003290         ADD 1 TO PREREQUISITES-FAILED                            RGT03290
003300     END-IF.                                                      RGT03300
003310 C100-EXIT.                                                       RGT03310
003320     EXIT.                                                        RGT03320
003330/                                                                 RGT03330
003340 D100-CONTROL-REPORT SECTION.                                     RGT03340
003350 D100-START.                                                      RGT03350
003360     DISPLAY SPACE.                                               RGT03360
003370     DISPLAY "RUNGATE CONTROL TOTALS ---------------------".      RGT03370
003380     DISPLAY "  LEDGER STEPS READ ............. "                 RGT03380
003390         LEDGER-RECORDS-READ.                                     RGT03390
003400     DISPLAY "  PREREQUISITES CHECKED ......... "                 RGT03400
003410         PREREQUISITES-CHECKED.                                   RGT03410
003420     DISPLAY "  PREREQUISITES NOT MET ......... "                 RGT03420
003430         PREREQUISITES-FAILED.                                    RGT03430
003440 D100-EXIT.                                                       RGT03440
003450     EXIT.                                                        RGT03450
003460/                                                                 RGT03460
003470 G300-POST-RUN-LEDGER SECTION.                                    RGT03470
003480 G300-START.                                                      RGT03480
003490     MOVE "RUNGATE" TO RP-JOB-NAME.                               RGT03490
003500     MOVE WS-CC-JOB-NAME TO RP-RUN-ID.                            RGT03500
003510     SET RP-MASTER-NOT-USED TO TRUE.                              RGT03510
003520     MOVE RETURN-CODE TO RP-STEP-RC.                              RGT03520
003530     IF RETURN-CODE = ZERO                                        RGT03530
003540         MOVE "RELEASED" TO RP-VERDICT                            RGT03540
003550     ELSE                                                         RGT03550
003560         MOVE "REFUSED" TO RP-VERDICT                             RGT03560
003570     END-IF.                                                      RGT03570
003580     MOVE "CHECKED" TO RP-COUNT-NAME (1).                         RGT03580
003590     MOVE PREREQUISITES-CHECKED TO RP-COUNT (1).                  RGT03590
003600     MOVE "NOT MET" TO RP-COUNT-NAME (2).                         RGT03600
003610     MOVE PREREQUISITES-FAILED TO RP-COUNT (2).                   RGT03610
003620     MOVE "LEDGER" TO RP-COUNT-NAME (3).                          RGT03620
003630     MOVE LEDGER-RECORDS-READ TO RP-COUNT (3).                    RGT03630
003640     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        RGT03640
003650 G300-EXIT.                                                       RGT03650
003660     EXIT.                                                        RGT03660
