000010 IDENTIFICATION DIVISION.                                         PST00010
000020 PROGRAM-ID. POPSIT.                                              PST00020
000030***************************************************************** PST00030
000040*                                                                 PST00040
000050*   POPSIT - POP siting study.  Answers "what if we put a POP     PST00050
000060*   in X?" for a deck of candidate sites (UT-SITCND) before       PST00060
000070*   any of them is built.  Every selected MRCF-MST rate center    PST00070
000080*   is homed on its nearest in-service UT-POPMST site, as         PST00080
000090*   POPINQ C165 homes it, and then measured against each          PST00090
000100*   candidate in turn - one candidate at a time, added to the     PST00100
000110*   existing sites alone.  A rate center moves to the             PST00110
000120*   candidate when the candidate is nearer than its home site.    PST00120
000130*                                                                 PST00130
000140*   Candidate record (UT-SITCND, 80 bytes):                       PST00140
000150*       cols  1-4   candidate ID                                  PST00150
000160*       cols  6-25  candidate name                                PST00160
000170*       col  27     V sign     cols 28-34  V  9(5)V99             PST00170
000180*       col  36     H sign     cols 37-43  H  9(5)V99             PST00180
000190*       cols 45-64  locality name                                 PST00190
000200*       cols 65-66  state                                         PST00200
000210*   A candidate with a numeric V&H pair is sited there;           PST00210
000220*   otherwise its locality is resolved through LOCLOOK            PST00220
000230*   (UT-LOCXRF aliases) and RCLOOK, and the candidate is          PST00230
000240*   sited at that rate center's wire center.                      PST00240
000250*                                                                 PST00250
000260*   The UT-SITRPT study report gives, per candidate, the rate     PST00260
000270*   centers and the UT-CCTMST circuits that would move to it,     PST00270
000280*   the total and average rate-center mileage saved, and the      PST00280
000290*   monthly billing change, then ranks the candidates best to     PST00290
000300*   worst on mileage saved (circuits moved breaking a tie).       PST00300
000310*                                                                 PST00310
000320*   A circuit moves when either end's rate center moves.  The     PST00320
000330*   billing change prices each moved end's leg to its POP -       PST00330
000340*   the band charge (fixed plus per-mile) on the circuit's        PST00340
000350*   service-class schedule in the tariff version in force, as     PST00350
000360*   CCTPRC selects it - at the candidate less at the home         PST00360
000370*   site.  A negative change is a saving.                         PST00370
000380*                                                                 PST00380
000390*   The optional UT-CNTL card carries the rating-area             PST00390
000400*   selection "Y"/"N" in cols 1-9, as POPINQ (blank takes the     PST00400
000410*   POPINQ default - US MAINLAND, ALASKA, HAWAII and US           PST00410
000420*   CARIBBEAN), and the pricing date YYYYMMDD in cols 11-18       PST00420
000430*   (blank takes the run date).                                   PST00430
000440*                                                                 PST00440
000450*   UT-POPMST is only read - planned sites are skipped, as in     PST00450
000460*   every other site loader - so the study can run at any         PST00460
000470*   time.  A candidate that will not resolve is listed with       PST00470
000480*   the reason and the run ends with condition code 4.            PST00480
000490*                                                                 PST00490
000500***************************************************************** PST00500
000510*                                                                 PST00510
000520*DATE-COMPILED.                                                   PST00520
000530                                                                  PST00530
000540 ENVIRONMENT DIVISION.                                            PST00540
000550 CONFIGURATION SECTION.                                           PST00550
000560 INPUT-OUTPUT SECTION.                                            PST00560
000570 FILE-CONTROL.                                                    PST00570
000580     SELECT MRCF-MST ASSIGN TO UT-MRCF                            PST00580
000590                     ORGANIZATION IS INDEXED                      PST00590
000600                     ACCESS MODE IS SEQUENTIAL                    PST00600
000610                     RECORD KEY IS KEY-FIELDS OF MRCF-RECORD      PST00610
000620                     FILE STATUS IS MRCF-FILE-STATUS.             PST00620
000630                                                                  PST00630
000640     SELECT CIRCUIT-MST ASSIGN TO UT-CCTMST                       PST00640
000650                     ORGANIZATION IS INDEXED                      PST00650
000660                     ACCESS MODE IS SEQUENTIAL                    PST00660
000670                     RECORD KEY IS CCT-CIRCUIT-ID                 PST00670
000680                     FILE STATUS IS CCTMST-FILE-STATUS.           PST00680
000690                                                                  PST00690
000700*    UT-POPMST is the POP-site master - see POPUPD.               PST00700
000710     SELECT POP-SITE-FILE ASSIGN TO UT-POPMST                     PST00710
000720                        ORGANIZATION IS SEQUENTIAL                PST00720
000730                        ACCESS IS SEQUENTIAL                      PST00730
000740                        FILE STATUS IS POPMST-FILE-STATUS.        PST00740
000750                                                                  PST00750
000760*    UT-SITCND is the candidate-site deck.                        PST00760
000770     SELECT CANDIDATE-FILE ASSIGN TO UT-SITCND                    PST00770
000780                        ORGANIZATION IS SEQUENTIAL                PST00780
000790                        ACCESS IS SEQUENTIAL                      PST00790
000800                        FILE STATUS IS SITCND-FILE-STATUS.        PST00800
000810                                                                  PST00810
000820*    UT-SITRPT is the siting study report.                        PST00820
000830     SELECT STUDY-RPT-FILE ASSIGN TO UT-SITRPT                    PST00830
000840                        ORGANIZATION IS SEQUENTIAL                PST00840
000850                        ACCESS IS SEQUENTIAL                      PST00850
000860                        FILE STATUS IS SITRPT-FILE-STATUS.        PST00860
000870                                                                  PST00870
000880     SELECT RATE-BAND-FILE ASSIGN TO UT-RATBND                    PST00880
000890                        ORGANIZATION IS SEQUENTIAL                PST00890
000900                        ACCESS IS SEQUENTIAL                      PST00900
000910                        FILE STATUS IS RATBND-FILE-STATUS.        PST00910
000920                                                                  PST00920
000930*    UT-CNTL is the optional run-control card - rating-area       PST00930
000940*    selection cols 1-9, pricing date cols 11-18.                 PST00940
000950     SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO UT-CNTL          PST00950
000960                        ORGANIZATION IS SEQUENTIAL                PST00960
000970                        ACCESS IS SEQUENTIAL                      PST00970
000980                        FILE STATUS IS CONTROL-FILE-STATUS.       PST00980
000990                                                                  PST00990
001000 DATA DIVISION.                                                   PST01000
001010 FILE SECTION.                                                    PST01010
001020 FD  MRCF-MST                                                     PST01020
001030     RECORD CONTAINS 595 CHARACTERS,                              PST01030
001040     LABEL RECORDS ARE STANDARD.                                  PST01040
001050 01  MRCF-RECORD.                                                 PST01050
001060     05  KEY-FIELDS                      PIC X(20).               PST01060
001070     05  DATA-FIELDS                     PIC X(575).              PST01070
001080                                                                  PST01080
001090 FD  CIRCUIT-MST                                                  PST01090
001100     RECORD CONTAINS 80 CHARACTERS,                               PST01100
001110     LABEL RECORDS ARE STANDARD.                                  PST01110
001120 01  CIRCUIT-RECORD.                                              PST01120
001130     05  CCT-CIRCUIT-ID                  PIC X(10).               PST01130
001140     05  CCT-ACCOUNT-NBR                 PIC X(10).               PST01140
001150     05  CCT-ORIG-NPA                    PIC 9(03).               PST01150
001160     05  CCT-ORIG-NXX                    PIC 9(03).               PST01160
001170     05  CCT-DEST-NPA                    PIC 9(03).               PST01170
001180     05  CCT-DEST-NXX                    PIC 9(03).               PST01180
001190     05  CCT-SERVICE-CLASS               PIC X(02).               PST01190
001200     05  FILLER                          PIC X(46).               PST01200
001210                                                                  PST01210
001220 FD  POP-SITE-FILE                                                PST01220
001230     LABEL RECORDS STANDARD.                                      PST01230
001240 01  POP-SITE-RECORD.                                             PST01240
001250     05  PS-SITE-ID                      PIC X(04).               PST01250
001260     05  FILLER                          PIC X(01).               PST01260
001270     05  PS-SITE-NAME                    PIC X(20).               PST01270
001280     05  FILLER                          PIC X(01).               PST01280
001290     05  PS-V-SIGN                       PIC X(01).               PST01290
001300     05  PS-V                            PIC 9(05)V99.            PST01300
001310     05  FILLER                          PIC X(01).               PST01310
001320     05  PS-H-SIGN                       PIC X(01).               PST01320
001330     05  PS-H                            PIC 9(05)V99.            PST01330
001340     05  FILLER                          PIC X(01).               PST01340
001350     05  PS-PORT-CAPACITY                PIC 9(05).               PST01350
001360     05  FILLER                          PIC X(01).               PST01360
001370     05  PS-SITE-STATUS                  PIC X(01).               PST01370
001380         88  PS-SITE-PLANNED             VALUE "P".               PST01380
001390     05  FILLER                          PIC X(29).               PST01390
001400                                                                  PST01400
001410 FD  CANDIDATE-FILE                                               PST01410
001420     LABEL RECORDS STANDARD.                                      PST01420
001430 01  CANDIDATE-RECORD.                                            PST01430
001440     05  CR-SITE-ID                      PIC X(04).               PST01440
001450     05  FILLER                          PIC X(01).               PST01450
001460     05  CR-SITE-NAME                    PIC X(20).               PST01460
001470     05  FILLER                          PIC X(01).               PST01470
001480     05  CR-V-SIGN                       PIC X(01).               PST01480
001490     05  CR-V                            PIC 9(05)V99.            PST01490
001500     05  FILLER                          PIC X(01).               PST01500
001510     05  CR-H-SIGN                       PIC X(01).               PST01510
001520     05  CR-H                            PIC 9(05)V99.            PST01520
001530     05  FILLER                          PIC X(01).               PST01530
001540     05  CR-LOCALITY                     PIC X(20).               PST01540
001550     05  CR-STATE                        PIC X(02).               PST01550
001560     05  FILLER                          PIC X(14).               PST01560
001570                                                                  PST01570
001580 FD  STUDY-RPT-FILE                                               PST01580
001590     LABEL RECORDS STANDARD.                                      PST01590
001600 01  STUDY-RPT-RECORD                    PIC X(80).               PST01600
001610                                                                  PST01610
001620 FD  RATE-BAND-FILE                                               PST01620
001630     LABEL RECORDS STANDARD.                                      PST01630
001640 01  RATE-BAND-RECORD.                                            PST01640
001650     05  RB-LOW-MILES                    PIC 9(05).               PST01650
001660     05  RB-HIGH-MILES                   PIC 9(05).               PST01660
001670     05  RB-RATE-STEP                    PIC X(02).               PST01670
001680     05  RB-RATE-PER-MILE                PIC 9(03)V9(04).         PST01680
001690     05  RB-FIXED-CHARGE                 PIC 9(05)V99.            PST01690
001700     05  RB-TARIFF-VERSION               PIC X(08).               PST01700
001710     05  RB-EFFECTIVE-DATE               PIC 9(08).               PST01710
001720     05  RB-SERVICE-CLASS                PIC X(02).               PST01720
001730     05  RB-MINIMUM-CHARGE               PIC 9(05)V99.            PST01730
001740     05  RB-TERMINATION-CHARGE           PIC 9(05)V99.            PST01740
001750     05  FILLER                          PIC X(22).               PST01750
001760                                                                  PST01760
001770 FD  CONTROL-CARD-FILE                                            PST01770
001780     LABEL RECORDS STANDARD.                                      PST01780
001790 01  CONTROL-CARD-RECORD                 PIC X(80).               PST01790
001800                                                                  PST01800
001810 WORKING-STORAGE SECTION.                                         PST01810
001820*                                                                 PST01820
001830*     Working Storage Variables                                   PST01830
001840*                                                                 PST01840
001850                                                                  PST01850
001860 01  MRCF-FILE-STATUS                    PIC XX.                  PST01860
001870 01  CCTMST-FILE-STATUS                  PIC XX.                  PST01870
001880 01  POPMST-FILE-STATUS                  PIC XX.                  PST01880
001890 01  SITCND-FILE-STATUS                  PIC XX.                  PST01890
001900 01  SITRPT-FILE-STATUS                  PIC XX.                  PST01900
001910 01  RATBND-FILE-STATUS                  PIC XX.                  PST01910
001920 01  CONTROL-FILE-STATUS                 PIC XX.                  PST01920
001921 01  WS-CCTMST-ERROR-SWITCH              PIC X(01) VALUE "N".     PST01921
001922     88  WS-CCTMST-ERROR                 VALUE "Y".               PST01922
001923 01  WS-SITRPT-OPEN-SWITCH               PIC X(01) VALUE "N".     PST01923
001924     88  WS-SITRPT-IS-OPEN               VALUE "Y".               PST01924
001930                                                                  PST01930
001940 01  STUDY-COUNTS.                                                PST01940
001950     05  CANDIDATES-READ                 PIC 9(08) COMP VALUE 0.  PST01950
001960     05  CANDIDATES-STUDIED              PIC 9(08) COMP VALUE 0.  PST01960
001970     05  CANDIDATES-REJECTED             PIC 9(08) COMP VALUE 0.  PST01970
001980     05  MASTER-RECORDS-READ             PIC 9(08) COMP VALUE 0.  PST01980
001990     05  RATE-CENTERS-STUDIED            PIC 9(08) COMP VALUE 0.  PST01990
002000     05  RATE-CENTERS-UNHOMED            PIC 9(08) COMP VALUE 0.  PST02000
002010     05  CIRCUITS-READ                   PIC 9(08) COMP VALUE 0.  PST02010
002020     05  CIRCUITS-STUDIED                PIC 9(08) COMP VALUE 0.  PST02020
002030     05  ENDS-UNRESOLVED                 PIC 9(08) COMP VALUE 0.  PST02030
002040     05  ENDS-NOT-PRICED                 PIC 9(08) COMP VALUE 0.  PST02040
002050                                                                  PST02050
002060 01  WS-DISPLAY-VARIABLES.                                        PST02060
002070     05  WS-DISP-NBR                     PIC ZZ9.                 PST02070
002080                                                                  PST02080
002090 01  WS-RCLOOK-ARGS.                                              PST02090
002100     COPY RCLOOKV1.                                               PST02100
002110                                                                  PST02110
002120 01  WS-LOCLOOK-ARGS.                                             PST02120
002130     COPY LOCXRFV1.                                               PST02130
002140                                                                  PST02140
002150 01  WS-POPLOC-ARGS.                                              PST02150
002160     COPY POPLOCV2.                                               PST02160
002170                                                                  PST02170
002180 01  MRCF-REC.                                                    PST02180
002190     COPY RCFUSA.                                                 PST02190
002200                                                                  PST02200
002210 01  MRCF-KEY.                                                    PST02210
002220     COPY RCFUSAKY.                                               PST02220
002230                                                                  PST02230
002240 01  WS-CONTROL-CARD.                                             PST02240
002250     05  WS-CC-RATING-AREA-FLAGS.                                 PST02250
002260         10  WS-CC-AREA-FLAG OCCURS 9 TIMES                       PST02260
002270                                         PIC X(01).               PST02270
002280             88  WS-CC-AREA-SELECTED     VALUE "Y".               PST02280
002290     05  FILLER                          PIC X(01).               PST02290
002300     05  WS-CC-PRICING-DATE              PIC 9(08).               PST02300
002310     05  FILLER                          PIC X(62).               PST02310
002320 01  WS-AREA-SUB                         PIC 9(02) COMP.          PST02320
002330                                                                  PST02330
002340*                                                                 PST02340
002350*     POP-Site Table (UT-POPMST) - in-service sites only.         PST02350
002360*                                                                 PST02360
002370 01  WS-POP-SITE-LIMIT                   PIC 9(02) COMP VALUE 50. PST02370
002380 01  WS-POP-SITE-COUNT                   PIC 9(02) COMP VALUE 0.  PST02380
002390 01  WS-POP-SITE-TABLE.                                           PST02390
002400     05  WS-POP-SITE-ENTRY OCCURS 50 TIMES.                       PST02400
002410         10  WS-POP-ID                   PIC X(04).               PST02410
002420         10  WS-POP-NAME                 PIC X(20).               PST02420
002430         10  WS-POP-V                    PIC S9(05)V99  COMP-3.   PST02430
002440         10  WS-POP-H                    PIC S9(05)V99  COMP-3.   PST02440
002450 01  WS-POP-SUB                          PIC 9(02) COMP.          PST02450
002460 01  WS-NEAREST-POP-SUB                  PIC 9(02) COMP.          PST02460
002470 01  WS-NEAREST-POP-MILEAGE              PIC S9(07)V999 COMP-3.   PST02470
002480                                                                  PST02480
002490*                                                                 PST02490
002500*     Candidate Table (UT-SITCND) - with the study tallies.       PST02500
002510*                                                                 PST02510
002520 01  WS-CAND-LIMIT                       PIC 9(02) COMP VALUE 20. PST02520
002530 01  WS-CAND-COUNT                       PIC 9(02) COMP VALUE 0.  PST02530
002540 01  WS-CANDIDATE-TABLE.                                          PST02540
002550     05  WS-CAND-ENTRY OCCURS 20 TIMES.                           PST02550
002560         10  WS-CAND-ID                  PIC X(04).               PST02560
002570         10  WS-CAND-NAME                PIC X(20).               PST02570
002580         10  WS-CAND-V                   PIC S9(05)V99  COMP-3.   PST02580
002590         10  WS-CAND-H                   PIC S9(05)V99  COMP-3.   PST02590
002600         10  WS-CAND-RC-MOVED            PIC 9(08) COMP.          PST02600
002610         10  WS-CAND-MILES-SAVED         PIC S9(09)V999 COMP-3.   PST02610
002620         10  WS-CAND-CCT-MOVED           PIC 9(08) COMP.          PST02620
002630         10  WS-CAND-ENDS-MOVED          PIC 9(08) COMP.          PST02630
002640         10  WS-CAND-BILLING-CHANGE      PIC S9(09)V99  COMP-3.   PST02640
002650         10  WS-CAND-MOVED-FLAG          PIC X(01).               PST02650
002660             88  WS-CAND-CIRCUIT-MOVED   VALUE "Y".               PST02660
002670 01  WS-CAND-SUB                         PIC 9(02) COMP.          PST02670
002680                                                                  PST02680
002690*    Candidates in rank order - built by F100.                    PST02690
002700 01  WS-RANK-TABLE.                                               PST02700
002710     05  WS-RANK-CAND OCCURS 20 TIMES    PIC 9(02) COMP.          PST02710
002720 01  WS-RANK-SUB                         PIC 9(02) COMP.          PST02720
002730 01  WS-RANK-NEXT                        PIC 9(02) COMP.          PST02730
002740 01  WS-RANK-HOLD                        PIC 9(02) COMP.          PST02740
002750 01  WS-RANK-SWAP-SWITCH                 PIC X(01).               PST02750
002760     88  WS-RANK-SWAPPED                 VALUE "Y".               PST02760
002770                                                                  PST02770
002780*                                                                 PST02780
002790*     Rate-Band Table (UT-RATBND) - as in CCTPRC, with the        PST02790
002800*     tariff version in force picked at load by A087.             PST02800
002810*                                                                 PST02810
002820 01  WS-RATE-BAND-LIMIT                  PIC 9(03) COMP VALUE 200.PST02820
002830 01  WS-RATE-BAND-COUNT                  PIC 9(03) COMP VALUE 0.  PST02830
002840 01  WS-RATE-BAND-TABLE.                                          PST02840
002850     05  WS-RATE-BAND-ENTRY OCCURS 200 TIMES.                     PST02850
002860         10  WS-RB-LOW-MILES             PIC 9(05)      COMP-3.   PST02860
002870         10  WS-RB-HIGH-MILES            PIC 9(05)      COMP-3.   PST02870
002880         10  WS-RB-RATE-STEP             PIC X(02).               PST02880
002890         10  WS-RB-RATE-PER-MILE         PIC S9(03)V9(04)         PST02890
002900                                                        COMP-3.   PST02900
002910         10  WS-RB-FIXED-CHARGE          PIC S9(05)V99  COMP-3.   PST02910
002920         10  WS-RB-VERSION               PIC X(08).               PST02920
002930         10  WS-RB-EFF-DATE              PIC 9(08).               PST02930
002940         10  WS-RB-CLASS                 PIC X(02).               PST02940
002950 01  WS-RB-SUB                           PIC 9(03) COMP.          PST02950
002960 01  WS-BAND-SUB                         PIC 9(03) COMP.          PST02960
002970 01  WS-PRICING-DATE                     PIC 9(08) VALUE ZERO.    PST02970
002980 01  WS-SELECTED-VERSION                 PIC X(08).               PST02980
002990 01  WS-SELECTED-EFF-DATE                PIC 9(08).               PST02990
003000 01  WS-VERSION-PICKED-SWITCH            PIC X(01) VALUE "N".     PST03000
003010     88  WS-VERSION-PICKED               VALUE "Y".               PST03010
003020 01  WS-SCHED-LIMIT                      PIC 9(02) COMP VALUE 50. PST03020
003030 01  WS-SCHED-COUNT                      PIC 9(02) COMP VALUE 0.  PST03030
003040 01  WS-SCHED-TABLE.                                              PST03040
003050     05  WS-SCHED-CLASS OCCURS 50 TIMES  PIC X(02).               PST03050
003060 01  WS-SCHED-SUB                        PIC 9(02) COMP.          PST03060
003070 01  WS-SCHED-FOUND-SUB                  PIC 9(02) COMP.          PST03070
003080 01  WS-SCHEDULE-CLASS                   PIC X(02).               PST03080
003090                                                                  PST03090
003100 01  WS-PRICE-MILEAGE                    PIC S9(07)V999 COMP-3.   PST03100
003101 01  WS-BAND-MILEAGE                     PIC 9(07)      COMP-3.   PST03101
003110 01  WS-LEG-CHARGE                       PIC S9(07)V99  COMP-3.   PST03110
003120 01  WS-RATE-OK-SWITCH                   PIC X(01).               PST03120
003130     88  WS-RATE-OK                      VALUE "Y".               PST03130
003140                                                                  PST03140
003150*    The circuit end being studied.                               PST03150
003160 01  WS-LOOK-NPA                         PIC 9(03).               PST03160
003170 01  WS-LOOK-NXX                         PIC 9(03).               PST03170
003180 01  WS-END-V                            PIC S9(05)V99  COMP-3.   PST03180
003190 01  WS-END-H                            PIC S9(05)V99  COMP-3.   PST03190
003200 01  WS-HOME-MILEAGE                     PIC S9(07)V999 COMP-3.   PST03200
003210 01  WS-HOME-CHARGE                      PIC S9(07)V99  COMP-3.   PST03210
003220 01  WS-HOME-PRICED-SWITCH               PIC X(01).               PST03220
003230     88  WS-HOME-PRICED                  VALUE "Y".               PST03230
003240 01  WS-CIRCUIT-STUDIED-SWITCH           PIC X(01).               PST03240
003250     88  WS-CIRCUIT-IN-STUDY             VALUE "Y".               PST03250
003260 01  WS-CAND-MILEAGE                     PIC S9(07)V999 COMP-3.   PST03260
003270                                                                  PST03270
003280 01  WS-MRCF-EOF-SWITCH                  PIC X(01) VALUE "N".     PST03280
003290     88  WS-MRCF-AT-END                  VALUE "Y".               PST03290
003300 01  WS-CAND-REASON                      PIC X(34).               PST03300
003310 01  WS-AVERAGE-SAVED                    PIC S9(07)V9   COMP-3.   PST03310
003320                                                                  PST03320
003330 01  WS-CAND-LINE.                                                PST03330
003340     05  WS-CL-SITE-ID                   PIC X(04).               PST03340
003350     05  FILLER                          PIC X(01).               PST03350
003360     05  WS-CL-SITE-NAME                 PIC X(20).               PST03360
003370     05  FILLER                          PIC X(01).               PST03370
003380     05  WS-CL-V                         PIC -ZZZZ9.99.           PST03380
003390     05  FILLER                          PIC X(01).               PST03390
003400     05  WS-CL-H                         PIC -ZZZZ9.99.           PST03400
003410     05  FILLER                          PIC X(01).               PST03410
003420     05  WS-CL-TEXT                      PIC X(34).               PST03420
003430                                                                  PST03430
003440 01  WS-RESULT-HEAD-LINE.                                         PST03440
003450     05  FILLER                          PIC X(40) VALUE          PST03450
003460         "RNK SITE NAME             RC-MOV CCT-MV ".              PST03460
003470     05  FILLER                          PIC X(40) VALUE          PST03470
003480         "MI-SAVED AVG-SAV  MONTHLY CHANGE        ".              PST03480
003490                                                                  PST03490
003500 01  WS-RESULT-LINE.                                              PST03500
003510     05  WS-RS-RANK                      PIC ZZ9.                 PST03510
003520     05  FILLER                          PIC X(01).               PST03520
003530     05  WS-RS-SITE-ID                   PIC X(04).               PST03530
003540     05  FILLER                          PIC X(01).               PST03540
003550     05  WS-RS-SITE-NAME                 PIC X(16).               PST03550
003560     05  FILLER                          PIC X(01).               PST03560
003570     05  WS-RS-RC-MOVED                  PIC ZZZZZ9.              PST03570
003580     05  FILLER                          PIC X(01).               PST03580
003590     05  WS-RS-CCT-MOVED                 PIC ZZZZZ9.              PST03590
003600     05  FILLER                          PIC X(01).               PST03600
003610     05  WS-RS-MILES-SAVED               PIC ZZZZZZZ9.            PST03610
003620     05  FILLER                          PIC X(01).               PST03620
003630     05  WS-RS-AVERAGE                   PIC ZZZZ9.9.             PST03630
003640     05  FILLER                          PIC X(01).               PST03640
003650     05  WS-RS-BILLING                   PIC -ZZZ,ZZZ,ZZ9.99.     PST03650
003660     05  FILLER                          PIC X(08).               PST03660
003670                                                                  PST03670
003680 01  WS-TOTAL-LINE.                                               PST03680
003690     05  WS-TOT-LABEL                    PIC X(34).               PST03690
003700     05  WS-TOT-COUNT                    PIC ZZ,ZZZ,ZZ9.          PST03700
003710     05  FILLER                          PIC X(36).               PST03710
003720                                                                  PST03720
003730 01  WS-RUN-DATE.                                                 PST03730
003740     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               PST03740
003750                                                                  PST03750
003760 01  WS-RUNPOST-ARGS.                                             PST03760
003770     COPY RUNPSTV1.                                               PST03770
003780                                                                  PST03780
003790/                                                                 PST03790
003800 PROCEDURE DIVISION.                                              PST03800
003810                                                                  PST03810
003820 A100-MAIN SECTION.                                               PST03820
003830 A100-START.                                                      PST03830
003840     DISPLAY "POPSIT - POP SITING STUDY".                         PST03840
003850     DISPLAY SPACE.                                               PST03850
003860     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.              PST03860
003870                                                                  PST03870
003880     PERFORM A050-READ-CONTROL-CARD.                              PST03880
003890     PERFORM A085-LOAD-RATE-BANDS.                                PST03890
003900     PERFORM A090-LOAD-POP-SITES.                                 PST03900
003910     IF WS-POP-SITE-COUNT = ZERO                                  PST03910
003920         DISPLAY "NO IN-SERVICE POP SITES - RUN ABANDONED"        PST03920
003930         MOVE 12 TO RETURN-CODE                                   PST03930
003940         GO TO A100-EXIT.                                         PST03940
003950                                                                  PST03950
003960     OPEN OUTPUT STUDY-RPT-FILE.                                  PST03960
003961     SET WS-SITRPT-IS-OPEN TO TRUE.                               PST03961
003970     PERFORM A200-WRITE-REPORT-HEADER.                            PST03970
003980     PERFORM B100-LOAD-CANDIDATES.                                PST03980
003990     IF RETURN-CODE = 12                                          PST03990
004000         GO TO A100-EXIT.                                         PST04000
004010     IF WS-CAND-COUNT = ZERO                                      PST04010
004020         DISPLAY "NO CANDIDATE SITES TO STUDY - RUN ABANDONED"    PST04020
004030         MOVE 12 TO RETURN-CODE                                   PST04030
004040         GO TO A100-EXIT.                                         PST04040
004050                                                                  PST04050
004060     PERFORM D000-STUDY-CIRCUITS.                                 PST04060
004070     SET RL-CLOSE-FUNCTION TO TRUE.                               PST04070
004080     CALL "RCLOOK" USING WS-RCLOOK-ARGS.                          PST04080
004081*    The RCLOOK close resets RETURN-CODE, so a UT-CCTMST error is PST04081
004082*    carried on its switch until the CALL is done.                PST04082
004083     IF WS-CCTMST-ERROR                                           PST04083
004084         MOVE 12 TO RETURN-CODE                                   PST04084
004085         GO TO A100-EXIT.                                         PST04085
004110                                                                  PST04110
004120     PERFORM C000-STUDY-RATE-CENTERS.                             PST04120
004130     IF RETURN-CODE = 12                                          PST04130
004140         GO TO A100-EXIT.                                         PST04140
004150                                                                  PST04150
004160     PERFORM E100-WRITE-RESULTS.                                  PST04160
004170     PERFORM F100-RANK-CANDIDATES.                                PST04170
004180     PERFORM F200-WRITE-RANKING.                                  PST04180
004190     PERFORM A300-WRITE-REPORT-TOTALS.                            PST04190
004200     PERFORM G100-CONTROL-REPORT.                                 PST04200
004210                                                                  PST04210
004220     IF CANDIDATES-REJECTED > ZERO                                PST04220
004230         DISPLAY "CANDIDATES NOT STUDIED - SEE UT-SITRPT"         PST04230
004240         IF RETURN-CODE < 4                                       PST04240
004250             MOVE 4 TO RETURN-CODE                                PST04250
004260         END-IF                                                   PST04260
004270     END-IF.                                                      PST04270
004280                                                                  PST04280
004290     DISPLAY SPACE.                                               PST04290
004300     DISPLAY "DONE !".                                            PST04300
004310                                                                  PST04310
004320 A100-EXIT.                                                       PST04320
004321     IF WS-SITRPT-IS-OPEN                                         PST04321
004322         CLOSE STUDY-RPT-FILE                                     PST04322
004323     END-IF.                                                      PST04323
004340     PERFORM G300-POST-RUN-LEDGER.                                PST04340
004350     STOP RUN.                                                    PST04350
004360/                                                                 PST04360
004370 A050-READ-CONTROL-CARD SECTION.                                  PST04370
004380 A050-START.                                                      PST04380
004390     MOVE SPACES TO WS-CONTROL-CARD.                              PST04390
004400     OPEN INPUT CONTROL-CARD-FILE.                                PST04400
004410     IF CONTROL-FILE-STATUS = "00"                                PST04410
004420         READ CONTROL-CARD-FILE                                   PST04420
004430             AT END                                               PST04430
004440                 MOVE "10" TO CONTROL-FILE-STATUS                 PST04440
004450         END-READ                                                 PST04450
004460     END-IF.                                                      PST04460
004470     IF CONTROL-FILE-STATUS = "00"                                PST04470
004480         MOVE CONTROL-CARD-RECORD TO WS-CONTROL-CARD              PST04480
004490         IF WS-CC-PRICING-DATE NUMERIC                            PST04490
004500                 AND WS-CC-PRICING-DATE > ZERO                    PST04500
004510             MOVE WS-CC-PRICING-DATE TO WS-PRICING-DATE           PST04510
004520         END-IF                                                   PST04520
004530     END-IF.                                                      PST04530
004540     IF CONTROL-FILE-STATUS NOT = "35"                            PST04540
004550         CLOSE CONTROL-CARD-FILE                                  PST04550
004560     END-IF.                                                      PST04560
004570*    No selection on the card takes the POPINQ default areas.     PST04570
004580     IF WS-CC-RATING-AREA-FLAGS = SPACES                          PST04580
004590         MOVE "YNNYYNNYN" TO WS-CC-RATING-AREA-FLAGS              PST04590
004600     END-IF.                                                      PST04600
004610     DISPLAY "RATING AREAS SELECTED (1-9): "                      PST04610
004620         WS-CC-RATING-AREA-FLAGS.                                 PST04620
004630 A050-EXIT.                                                       PST04630
004640     EXIT.                                                        PST04640
004650/                                                                 PST04650
004660 A085-LOAD-RATE-BANDS SECTION.                                    PST04660
004670 A085-START.                                                      PST04670
004680     OPEN INPUT RATE-BAND-FILE.                                   PST04680
004690     IF RATBND-FILE-STATUS NOT = "00"                             PST04690
004700         DISPLAY "FILE STATUS ERROR OPENING UT-RATBND: "          PST04700
004710                     RATBND-FILE-STATUS                           PST04710
004720         GO TO A085-EXIT.                                         PST04720
004730     PERFORM UNTIL RATBND-FILE-STATUS NOT = "00"                  PST04730
004740         READ RATE-BAND-FILE                                      PST04740
004750             AT END                                               PST04750
004760                 MOVE "10" TO RATBND-FILE-STATUS                  PST04760
004770             NOT AT END                                           PST04770
004780                 PERFORM A086-LOAD-ONE-RATE-BAND                  PST04780
004790         END-READ                                                 PST04790
004800     END-PERFORM.                                                 PST04800
004810     CLOSE RATE-BAND-FILE.                                        PST04810
004820     MOVE WS-RATE-BAND-COUNT TO WS-DISP-NBR.                      PST04820
004830     DISPLAY "RATE BANDS LOADED FROM UT-RATBND: " WS-DISP-NBR.    PST04830
004840     PERFORM A087-SELECT-TARIFF-VERSION.                          PST04840
004850     PERFORM A089-LIST-CLASS-SCHEDULES.                           PST04850
004860 A085-EXIT.                                                       PST04860
004870     EXIT.                                                        PST04870
004880/                                                                 PST04880
004890 A086-LOAD-ONE-RATE-BAND SECTION.                                 PST04890
004900 A086-START.                                                      PST04900
004910     IF WS-RATE-BAND-COUNT NOT LESS THAN WS-RATE-BAND-LIMIT       PST04910
004920         DISPLAY "RATE BAND TABLE FULL - BAND IGNORED: "          PST04920
004930             RB-RATE-STEP                                         PST04930
004940         GO TO A086-EXIT.                                         PST04940
004950     IF RB-LOW-MILES NOT NUMERIC                                  PST04950
004960             OR RB-HIGH-MILES NOT NUMERIC                         PST04960
004970             OR RB-RATE-PER-MILE NOT NUMERIC                      PST04970
004980             OR RB-FIXED-CHARGE NOT NUMERIC                       PST04980
004990         DISPLAY "INVALID RATE BAND CARD IGNORED"                 PST04990
005000         GO TO A086-EXIT.                                         PST05000
005010     ADD 1 TO WS-RATE-BAND-COUNT.                                 PST05010
005020     MOVE WS-RATE-BAND-COUNT TO WS-RB-SUB.                        PST05020
005030     MOVE RB-LOW-MILES TO WS-RB-LOW-MILES (WS-RB-SUB).            PST05030
005040     MOVE RB-HIGH-MILES TO WS-RB-HIGH-MILES (WS-RB-SUB).          PST05040
005050     MOVE RB-RATE-STEP TO WS-RB-RATE-STEP (WS-RB-SUB).            PST05050
005060     MOVE RB-RATE-PER-MILE TO WS-RB-RATE-PER-MILE (WS-RB-SUB).    PST05060
005070     MOVE RB-FIXED-CHARGE TO WS-RB-FIXED-CHARGE (WS-RB-SUB).      PST05070
005080*    Legacy band cards carry no version or date - they load as    PST05080
005090*    the blank base version, in force since day one.              PST05090
005100     MOVE RB-TARIFF-VERSION TO WS-RB-VERSION (WS-RB-SUB).         PST05100
005110     IF RB-EFFECTIVE-DATE NUMERIC                                 PST05110
005120         MOVE RB-EFFECTIVE-DATE TO WS-RB-EFF-DATE (WS-RB-SUB)     PST05120
005130     ELSE                                                         PST05130
005140         MOVE ZERO TO WS-RB-EFF-DATE (WS-RB-SUB)                  PST05140
005150     END-IF.                                                      PST05150
005160     MOVE RB-SERVICE-CLASS TO WS-RB-CLASS (WS-RB-SUB).            PST05160
005170 A086-EXIT.                                                       PST05170
005180     EXIT.                                                        PST05180
005190/                                                                 PST05190
005200 A087-SELECT-TARIFF-VERSION SECTION.                              PST05200
005210 A087-START.                                                      PST05210
005220     IF WS-PRICING-DATE = ZERO                                    PST05220
005230         MOVE WS-RUN-DATE-YYYYMMDD TO WS-PRICING-DATE             PST05230
005240     END-IF.                                                      PST05240
005250     MOVE SPACES TO WS-SELECTED-VERSION.                          PST05250
005260     MOVE ZERO TO WS-SELECTED-EFF-DATE.                           PST05260
005270     MOVE "N" TO WS-VERSION-PICKED-SWITCH.                        PST05270
005280     PERFORM A088-SCORE-ONE-VERSION                               PST05280
005290         VARYING WS-RB-SUB FROM 1 BY 1                            PST05290
005300         UNTIL WS-RB-SUB > WS-RATE-BAND-COUNT.                    PST05300
005310     IF WS-VERSION-PICKED                                         PST05310
005320         DISPLAY "TARIFF VERSION IN FORCE: "                      PST05320
005330             WS-SELECTED-VERSION " EFFECTIVE "                    PST05330
005340             WS-SELECTED-EFF-DATE " FOR PRICING DATE "            PST05340
005350             WS-PRICING-DATE                                      PST05350
005360     ELSE                                                         PST05360
005370         DISPLAY "NO TARIFF VERSION IN FORCE FOR PRICING DATE "   PST05370
005380             WS-PRICING-DATE                                      PST05380
005390     END-IF.                                                      PST05390
005400 A087-EXIT.                                                       PST05400
005410     EXIT.                                                        PST05410
005420/                                                                 PST05420
005430 A088-SCORE-ONE-VERSION SECTION.                                  PST05430
005440 A088-START.                                                      PST05440
005450     IF WS-RB-EFF-DATE (WS-RB-SUB) > WS-PRICING-DATE              PST05450
005460         GO TO A088-EXIT.                                         PST05460
005470     IF NOT WS-VERSION-PICKED                                     PST05470
005480             OR WS-RB-EFF-DATE (WS-RB-SUB)                        PST05480
005490                 > WS-SELECTED-EFF-DATE                           PST05490
005500         MOVE WS-RB-VERSION (WS-RB-SUB) TO WS-SELECTED-VERSION    PST05500
005510         MOVE WS-RB-EFF-DATE (WS-RB-SUB)                          PST05510
005520             TO WS-SELECTED-EFF-DATE                              PST05520
005530         SET WS-VERSION-PICKED TO TRUE                            PST05530
005540     END-IF.                                                      PST05540
005550 A088-EXIT.                                                       PST05550
005560     EXIT.                                                        PST05560
005570/                                                                 PST05570
005580 A089-LIST-CLASS-SCHEDULES SECTION.                               PST05580
005590 A089-START.                                                      PST05590
005600     MOVE ZERO TO WS-SCHED-COUNT.                                 PST05600
005610     PERFORM A091-LIST-ONE-CLASS                                  PST05610
005620         VARYING WS-RB-SUB FROM 1 BY 1                            PST05620
005630         UNTIL WS-RB-SUB > WS-RATE-BAND-COUNT.                    PST05630
005640 A089-EXIT.                                                       PST05640
005650     EXIT.                                                        PST05650
005660/                                                                 PST05660
005670 A091-LIST-ONE-CLASS SECTION.                                     PST05670
005680 A091-START.                                                      PST05680
005690     IF WS-RB-VERSION (WS-RB-SUB) NOT = WS-SELECTED-VERSION       PST05690
005700             OR WS-RB-CLASS (WS-RB-SUB) = SPACES                  PST05700
005710         GO TO A091-EXIT.                                         PST05710
005720     MOVE ZERO TO WS-SCHED-FOUND-SUB.                             PST05720
005730     PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1                     PST05730
005740             UNTIL WS-SCHED-SUB > WS-SCHED-COUNT                  PST05740
005750                 OR WS-SCHED-FOUND-SUB NOT = ZERO                 PST05750
005760         IF WS-SCHED-CLASS (WS-SCHED-SUB)                         PST05760
005770                 = WS-RB-CLASS (WS-RB-SUB)                        PST05770
005780             MOVE WS-SCHED-SUB TO WS-SCHED-FOUND-SUB              PST05780
005790         END-IF                                                   PST05790
005800     END-PERFORM.                                                 PST05800
005810     IF WS-SCHED-FOUND-SUB NOT = ZERO                             PST05810
005820         GO TO A091-EXIT.                                         PST05820
005830     IF WS-SCHED-COUNT NOT LESS THAN WS-SCHED-LIMIT               PST05830
005840         DISPLAY "SCHEDULE TABLE FULL - CLASS ON DEFAULT: "       PST05840
005850             WS-RB-CLASS (WS-RB-SUB)                              PST05850
005860         GO TO A091-EXIT.                                         PST05860
005870     ADD 1 TO WS-SCHED-COUNT.                                     PST05870
005880     MOVE WS-RB-CLASS (WS-RB-SUB)                                 PST05880
005890         TO WS-SCHED-CLASS (WS-SCHED-COUNT).                      PST05890
005900 A091-EXIT.                                                       PST05900
005910     EXIT.                                                        PST05910
005920/                                                                 PST05920
005930 A090-LOAD-POP-SITES SECTION.                                     PST05930
005940 A090-START.                                                      PST05940
005950     OPEN INPUT POP-SITE-FILE.                                    PST05950
005960     IF POPMST-FILE-STATUS NOT = "00"                             PST05960
005970         DISPLAY "FILE STATUS ERROR OPENING UT-POPMST: "          PST05970
005980                     POPMST-FILE-STATUS                           PST05980
005990         GO TO A090-EXIT.                                         PST05990
006000     PERFORM UNTIL POPMST-FILE-STATUS NOT = "00"                  PST06000
006010         READ POP-SITE-FILE                                       PST06010
006020             AT END                                               PST06020
006030                 MOVE "10" TO POPMST-FILE-STATUS                  PST06030
006040             NOT AT END                                           PST06040
006050                 PERFORM A095-LOAD-ONE-POP-SITE                   PST06050
006060         END-READ                                                 PST06060
006070     END-PERFORM.                                                 PST06070
006080     CLOSE POP-SITE-FILE.                                         PST06080
006090     MOVE WS-POP-SITE-COUNT TO WS-DISP-NBR.                       PST06090
006100     DISPLAY "POP SITES LOADED FROM UT-POPMST: " WS-DISP-NBR.     PST06100
006110 A090-EXIT.                                                       PST06110
006120     EXIT.                                                        PST06120
006130/                                                                 PST06130
006140 A095-LOAD-ONE-POP-SITE SECTION.                                  PST06140
006150 A095-START.                                                      PST06150
006160*    A planned site carries no traffic yet - see POPUPD.          PST06160
006170     IF PS-SITE-PLANNED                                           PST06170
006180         GO TO A095-EXIT.                                         PST06180
006190     IF WS-POP-SITE-COUNT NOT LESS THAN WS-POP-SITE-LIMIT         PST06190
006200         DISPLAY "POP SITE TABLE FULL - SITE IGNORED: "           PST06200
006210             PS-SITE-ID                                           PST06210
006220         GO TO A095-EXIT.                                         PST06220
006230     IF PS-V NOT NUMERIC OR PS-H NOT NUMERIC                      PST06230
006240         DISPLAY "INVALID POP SITE RECORD IGNORED: " PS-SITE-ID   PST06240
006250         GO TO A095-EXIT.                                         PST06250
006260     ADD 1 TO WS-POP-SITE-COUNT.                                  PST06260
006270     MOVE WS-POP-SITE-COUNT TO WS-POP-SUB.                        PST06270
006280     MOVE PS-SITE-ID TO WS-POP-ID (WS-POP-SUB).                   PST06280
006290     MOVE PS-SITE-NAME TO WS-POP-NAME (WS-POP-SUB).               PST06290
006300     MOVE PS-V TO WS-POP-V (WS-POP-SUB).                          PST06300
006310     IF PS-V-SIGN = "-"                                           PST06310
006320         COMPUTE WS-POP-V (WS-POP-SUB) =                          PST06320
006330             WS-POP-V (WS-POP-SUB) * -1                           PST06330
006340     END-IF.                                                      PST06340
006350     MOVE PS-H TO WS-POP-H (WS-POP-SUB).                          PST06350
006360     IF PS-H-SIGN = "-"                                           PST06360
006370         COMPUTE WS-POP-H (WS-POP-SUB) =                          PST06370
006380             WS-POP-H (WS-POP-SUB) * -1                           PST06380
006390     END-IF.                                                      PST06390
006400 A095-EXIT.                                                       PST06400
006410     EXIT.                                                        PST06410
006420/                                                                 PST06420
006430 A200-WRITE-REPORT-HEADER SECTION.                                PST06430
006440 A200-START.                                                      PST06440
006450     MOVE SPACES TO STUDY-RPT-RECORD.                             PST06450
006460     STRING                                                       PST06460
006470         "POP SITING STUDY - RUN DATE "                           PST06470
006480                                        DELIMITED BY SIZE         PST06480
006490         WS-RUN-DATE-YYYYMMDD           DELIMITED BY SIZE         PST06490
006500         "  TARIFF VERSION "            DELIMITED BY SIZE         PST06500
006510         WS-SELECTED-VERSION            DELIMITED BY SIZE         PST06510
006520         INTO STUDY-RPT-RECORD                                    PST06520
006530     END-STRING.                                                  PST06530
006540     WRITE STUDY-RPT-RECORD.                                      PST06540
006550     MOVE SPACES TO STUDY-RPT-RECORD.                             PST06550
006560     WRITE STUDY-RPT-RECORD.                                      PST06560
006570     MOVE "CANDIDATE SITES" TO STUDY-RPT-RECORD.                  PST06570
006580     WRITE STUDY-RPT-RECORD.                                      PST06580
006590     MOVE SPACES TO STUDY-RPT-RECORD.                             PST06590
006600     WRITE STUDY-RPT-RECORD.                                      PST06600
006610 A200-EXIT.                                                       PST06610
006620     EXIT.                                                        PST06620
006630/                                                                 PST06630
006640 A300-WRITE-REPORT-TOTALS SECTION.                                PST06640
006650 A300-START.                                                      PST06650
006660     MOVE SPACES TO STUDY-RPT-RECORD.                             PST06660
006670     WRITE STUDY-RPT-RECORD.                                      PST06670
006680     MOVE SPACES TO WS-TOTAL-LINE.                                PST06680
006690     MOVE "CANDIDATES READ ..............." TO WS-TOT-LABEL.      PST06690
006700     MOVE CANDIDATES-READ TO WS-TOT-COUNT.                        PST06700
006710     WRITE STUDY-RPT-RECORD FROM WS-TOTAL-LINE.                   PST06710
006720     MOVE "CANDIDATES NOT STUDIED ........" TO WS-TOT-LABEL.      PST06720
006730     MOVE CANDIDATES-REJECTED TO WS-TOT-COUNT.                    PST06730
006740     WRITE STUDY-RPT-RECORD FROM WS-TOTAL-LINE.                   PST06740
006750     MOVE "EXISTING POP SITES ............" TO WS-TOT-LABEL.      PST06750
006760     MOVE WS-POP-SITE-COUNT TO WS-TOT-COUNT.                      PST06760
006770     WRITE STUDY-RPT-RECORD FROM WS-TOTAL-LINE.                   PST06770
006780     MOVE "RATE CENTERS STUDIED .........." TO WS-TOT-LABEL.      PST06780
006790     MOVE RATE-CENTERS-STUDIED TO WS-TOT-COUNT.                   PST06790
006800     WRITE STUDY-RPT-RECORD FROM WS-TOTAL-LINE.                   PST06800
006810     MOVE "RATE CENTERS NOT HOMED ........" TO WS-TOT-LABEL.      PST06810
006820     MOVE RATE-CENTERS-UNHOMED TO WS-TOT-COUNT.                   PST06820
006830     WRITE STUDY-RPT-RECORD FROM WS-TOTAL-LINE.                   PST06830
006840     MOVE "CIRCUITS READ ................." TO WS-TOT-LABEL.      PST06840
006850     MOVE CIRCUITS-READ TO WS-TOT-COUNT.                          PST06850
006860     WRITE STUDY-RPT-RECORD FROM WS-TOTAL-LINE.                   PST06860
006870     MOVE "CIRCUITS STUDIED .............." TO WS-TOT-LABEL.      PST06870
006880     MOVE CIRCUITS-STUDIED TO WS-TOT-COUNT.                       PST06880
006890     WRITE STUDY-RPT-RECORD FROM WS-TOTAL-LINE.                   PST06890
006900     MOVE "CIRCUIT ENDS NOT RESOLVED ....." TO WS-TOT-LABEL.      PST06900
006910     MOVE ENDS-UNRESOLVED TO WS-TOT-COUNT.                        PST06910
006920     WRITE STUDY-RPT-RECORD FROM WS-TOTAL-LINE.                   PST06920
006930     MOVE "MOVED ENDS NOT PRICED ........." TO WS-TOT-LABEL.      PST06930
006940     MOVE ENDS-NOT-PRICED TO WS-TOT-COUNT.                        PST06940
006950     WRITE STUDY-RPT-RECORD FROM WS-TOTAL-LINE.                   PST06950
006960 A300-EXIT.                                                       PST06960
006970     EXIT.                                                        PST06970
006980/                                                                 PST06980
006990 B100-LOAD-CANDIDATES SECTION.                                    PST06990
007000 B100-START.                                                      PST07000
007010     OPEN INPUT CANDIDATE-FILE.                                   PST07010
007020     IF SITCND-FILE-STATUS NOT = "00"                             PST07020
007030         DISPLAY "FILE STATUS ERROR OPENING UT-SITCND: "          PST07030
007040                     SITCND-FILE-STATUS                           PST07040
007050         MOVE 12 TO RETURN-CODE                                   PST07050
007060         GO TO B100-EXIT.                                         PST07060
007070     PERFORM B150-LOAD-ONE-CANDIDATE                              PST07070
007080         UNTIL SITCND-FILE-STATUS NOT = "00".                     PST07080
007090     CLOSE CANDIDATE-FILE.                                        PST07090
007100     MOVE WS-CAND-COUNT TO CANDIDATES-STUDIED.                    PST07100
007110     MOVE WS-CAND-COUNT TO WS-DISP-NBR.                           PST07110
007120     DISPLAY "CANDIDATE SITES TO STUDY: " WS-DISP-NBR.            PST07120
007130 B100-EXIT.                                                       PST07130
007140     EXIT.                                                        PST07140
007150/                                                                 PST07150
007160 B150-LOAD-ONE-CANDIDATE SECTION.                                 PST07160
007170 B150-START.                                                      PST07170
007180     READ CANDIDATE-FILE                                          PST07180
007190         AT END                                                   PST07190
007200             MOVE "10" TO SITCND-FILE-STATUS                      PST07200
007210             GO TO B150-EXIT                                      PST07210
007220     END-READ.                                                    PST07220
007230     IF SITCND-FILE-STATUS NOT = "00"                             PST07230
007240         DISPLAY "FILE STATUS ERROR ON UT-SITCND: "               PST07240
007250                     SITCND-FILE-STATUS                           PST07250
007260         MOVE "10" TO SITCND-FILE-STATUS                          PST07260
007270         MOVE 12 TO RETURN-CODE                                   PST07270
007280         GO TO B150-EXIT.                                         PST07280
007290     ADD 1 TO CANDIDATES-READ.                                    PST07290
007300     MOVE SPACES TO WS-CAND-LINE.                                 PST07300
007310     MOVE CR-SITE-ID TO WS-CL-SITE-ID.                            PST07310
007320     MOVE CR-SITE-NAME TO WS-CL-SITE-NAME.                        PST07320
007330                                                                  PST07330
007340     IF WS-CAND-COUNT NOT LESS THAN WS-CAND-LIMIT                 PST07340
007350         MOVE "NOT STUDIED - CANDIDATE TABLE FULL"                PST07350
007360             TO WS-CAND-REASON                                    PST07360
007370         PERFORM B300-REJECT-CANDIDATE                            PST07370
007380         GO TO B150-EXIT.                                         PST07380
007390     IF CR-V NUMERIC AND CR-H NUMERIC                             PST07390
007400         MOVE CR-V TO WS-END-V                                    PST07400
007410         IF CR-V-SIGN = "-"                                       PST07410
007420             COMPUTE WS-END-V = WS-END-V * -1                     PST07420
007430         END-IF                                                   PST07430
007440         MOVE CR-H TO WS-END-H                                    PST07440
007450         IF CR-H-SIGN = "-"                                       PST07450
007460             COMPUTE WS-END-H = WS-END-H * -1                     PST07460
007470         END-IF                                                   PST07470
007480         MOVE "SITED AT V&H AS ENTERED" TO WS-CL-TEXT             PST07480
007490     ELSE                                                         PST07490
007500         PERFORM B200-RESOLVE-LOCALITY                            PST07500
007510         IF WS-CAND-REASON NOT = SPACES                           PST07510
007520             PERFORM B300-REJECT-CANDIDATE                        PST07520
007530             GO TO B150-EXIT                                      PST07530
007540         END-IF                                                   PST07540
007550     END-IF.                                                      PST07550
007560                                                                  PST07560
007570     ADD 1 TO WS-CAND-COUNT.                                      PST07570
007580     MOVE WS-CAND-COUNT TO WS-CAND-SUB.                           PST07580
007590     MOVE CR-SITE-ID TO WS-CAND-ID (WS-CAND-SUB).                 PST07590
007600     MOVE CR-SITE-NAME TO WS-CAND-NAME (WS-CAND-SUB).             PST07600
007610     MOVE WS-END-V TO WS-CAND-V (WS-CAND-SUB).                    PST07610
007620     MOVE WS-END-H TO WS-CAND-H (WS-CAND-SUB).                    PST07620
007630     MOVE ZERO TO WS-CAND-RC-MOVED (WS-CAND-SUB).                 PST07630
007640     MOVE ZERO TO WS-CAND-MILES-SAVED (WS-CAND-SUB).              PST07640
007650     MOVE ZERO TO WS-CAND-CCT-MOVED (WS-CAND-SUB).                PST07650
007660     MOVE ZERO TO WS-CAND-ENDS-MOVED (WS-CAND-SUB).               PST07660
007670     MOVE ZERO TO WS-CAND-BILLING-CHANGE (WS-CAND-SUB).           PST07670
007680     MOVE WS-END-V TO WS-CL-V.                                    PST07680
007690     MOVE WS-END-H TO WS-CL-H.                                    PST07690
007700     WRITE STUDY-RPT-RECORD FROM WS-CAND-LINE.                    PST07700
007710 B150-EXIT.                                                       PST07710
007720     EXIT.                                                        PST07720
007730/                                                                 PST07730
007740 B200-RESOLVE-LOCALITY SECTION.                                   PST07740
007750 B200-START.                                                      PST07750
007760     MOVE SPACES TO WS-CAND-REASON.                               PST07760
007770     IF CR-LOCALITY = SPACES                                      PST07770
007780         MOVE "NOT STUDIED - NO V&H OR LOCALITY"                  PST07780
007790             TO WS-CAND-REASON                                    PST07790
007800         GO TO B200-EXIT.                                         PST07800
007810     MOVE CR-LOCALITY TO LX-ALIAS-NAME.                           PST07810
007820     MOVE CR-STATE TO LX-STATE.                                   PST07820
007830     CALL "LOCLOOK" USING WS-LOCLOOK-ARGS.                        PST07830
007840     IF LX-FILE-ERROR                                             PST07840
007850         MOVE "NOT STUDIED - UT-LOCXRF DOWN"                      PST07850
007860             TO WS-CAND-REASON                                    PST07860
007870         GO TO B200-EXIT.                                         PST07870
007880     IF NOT LX-ALIAS-FOUND                                        PST07880
007890         MOVE "NOT STUDIED - LOCALITY UNKNOWN"                    PST07890
007900             TO WS-CAND-REASON                                    PST07900
007910         GO TO B200-EXIT.                                         PST07910
007920                                                                  PST07920
007930     MOVE SPACE TO RL-FUNCTION.                                   PST07930
007940     MOVE ZERO TO RL-KEY-CATEGORY.                                PST07940
007950     MOVE SPACES TO RL-KEY-EXTENSION.                             PST07950
007960     MOVE LX-NPA TO RL-NPA.                                       PST07960
007970     MOVE LX-NXX TO RL-NXX.                                       PST07970
007980     CALL "RCLOOK" USING WS-RCLOOK-ARGS.                          PST07980
007990     IF NOT RL-RECORD-FOUND                                       PST07990
008000         MOVE "NOT STUDIED - NPA-NXX NOT ON MRCF"                 PST08000
008010             TO WS-CAND-REASON                                    PST08010
008020         GO TO B200-EXIT.                                         PST08020
008030     IF RL-WIRE-CENTER-V NOT NUMERIC                              PST08030
008040             OR RL-WIRE-CENTER-H NOT NUMERIC                      PST08040
008050         MOVE "NOT STUDIED - RATE CENTER V-H BAD"                 PST08050
008060             TO WS-CAND-REASON                                    PST08060
008070         GO TO B200-EXIT.                                         PST08070
008080     MOVE RL-WIRE-CENTER-V TO WS-END-V.                           PST08080
008090     IF RL-WIRE-CENTER-V-SIGN = "-"                               PST08090
008100         COMPUTE WS-END-V = WS-END-V * -1                         PST08100
008110     END-IF.                                                      PST08110
008120     MOVE RL-WIRE-CENTER-H TO WS-END-H.                           PST08120
008130     IF RL-WIRE-CENTER-H-SIGN = "-"                               PST08130
008140         COMPUTE WS-END-H = WS-END-H * -1                         PST08140
008150     END-IF.                                                      PST08150
008160     STRING                                                       PST08160
008170         "SITED AT "                    DELIMITED BY SIZE         PST08170
008180         RL-RATE-CENTER-CITY            DELIMITED BY SIZE         PST08180
008190         " "                            DELIMITED BY SIZE         PST08190
008200         RL-RATE-CENTER-ST              DELIMITED BY SIZE         PST08200
008210         INTO WS-CL-TEXT                                          PST08210
008220     END-STRING.                                                  PST08220
008230 B200-EXIT.                                                       PST08230
008240     EXIT.                                                        PST08240
008250/                                                                 PST08250
008260 B300-REJECT-CANDIDATE SECTION.                                   PST08260
008270 B300-START.                                                      PST08270
008280     ADD 1 TO CANDIDATES-REJECTED.                                PST08280
008290     MOVE WS-CAND-REASON TO WS-CL-TEXT.                           PST08290
008300     WRITE STUDY-RPT-RECORD FROM WS-CAND-LINE.                    PST08300
008310 B300-EXIT.                                                       PST08310
008320     EXIT.                                                        PST08320
008330/                                                                 PST08330
008340 C000-STUDY-RATE-CENTERS SECTION.                                 PST08340
008350 C000-START.                                                      PST08350
008360     OPEN INPUT MRCF-MST.                                         PST08360
008370     IF MRCF-FILE-STATUS NOT = "00"                               PST08370
008380         DISPLAY "FILE STATUS ERROR OPENING UT-MRCF: "            PST08380
008390                     MRCF-FILE-STATUS                             PST08390
008400         MOVE 12 TO RETURN-CODE                                   PST08400
008410         GO TO C000-EXIT.                                         PST08410
008420     PERFORM C100-STUDY-ONE-RATE-CENTER UNTIL WS-MRCF-AT-END.     PST08420
008430     CLOSE MRCF-MST.                                              PST08430
008440 C000-EXIT.                                                       PST08440
008450     EXIT.                                                        PST08450
008460/                                                                 PST08460
008470 C100-STUDY-ONE-RATE-CENTER SECTION.                              PST08470
008480 C100-START.                                                      PST08480
008490     READ MRCF-MST INTO MRCF-REC                                  PST08490
008500         AT END                                                   PST08500
008510             SET WS-MRCF-AT-END TO TRUE                           PST08510
008520             GO TO C100-EXIT                                      PST08520
008530     END-READ.                                                    PST08530
008540     IF MRCF-FILE-STATUS NOT = "00"                               PST08540
008550         DISPLAY "FILE STATUS ERROR ON UT-MRCF: "                 PST08550
008560                     MRCF-FILE-STATUS                             PST08560
008570         SET WS-MRCF-AT-END TO TRUE                               PST08570
008580         MOVE 12 TO RETURN-CODE                                   PST08580
008590         GO TO C100-EXIT.                                         PST08590
008600     ADD 1 TO MASTER-RECORDS-READ.                                PST08600
008610                                                                  PST08610
008620*    Primary entries only - an alternate entry is the same rate   PST08620
008630*    center filed again.                                          PST08630
008640     MOVE KEY-FIELDS OF MRCF-REC TO MRCF-KEY.                     PST08640
008650     IF KEY-CATEGORY OF MRCF-KEY NOT = 1                          PST08650
008660             OR KEY-EXTENSION OF MRCF-KEY NOT = SPACES            PST08660
008670         GO TO C100-EXIT.                                         PST08670
008680     IF NOT VALID-RATING-AREA OF MRCF-REC                         PST08680
008690         GO TO C100-EXIT.                                         PST08690
008700     MOVE RATING-AREA OF MRCF-REC TO WS-AREA-SUB.                 PST08700
008710     IF NOT WS-CC-AREA-SELECTED (WS-AREA-SUB)                     PST08710
008720         GO TO C100-EXIT.                                         PST08720
008730     IF WIRE-CENTER-V OF MRCF-REC NOT NUMERIC                     PST08730
008740             OR WIRE-CENTER-H OF MRCF-REC NOT NUMERIC             PST08740
008750         GO TO C100-EXIT.                                         PST08750
008760                                                                  PST08760
008770     MOVE WIRE-CENTER-V OF MRCF-REC TO WS-END-V.                  PST08770
008780     IF WIRE-CENTER-V-SIGN OF MRCF-REC = "-"                      PST08780
008790         COMPUTE WS-END-V = WS-END-V * -1                         PST08790
008800     END-IF.                                                      PST08800
008810     MOVE WIRE-CENTER-H OF MRCF-REC TO WS-END-H.                  PST08810
008820     IF WIRE-CENTER-H-SIGN OF MRCF-REC = "-"                      PST08820
008830         COMPUTE WS-END-H = WS-END-H * -1                         PST08830
008840     END-IF.                                                      PST08840
008850     PERFORM H100-FIND-HOME-SITE.                                 PST08850
008860     IF WS-NEAREST-POP-SUB = ZERO                                 PST08860
008870         ADD 1 TO RATE-CENTERS-UNHOMED                            PST08870
008880         GO TO C100-EXIT.                                         PST08880
008890     ADD 1 TO RATE-CENTERS-STUDIED.                               PST08890
008900                                                                  PST08900
008910     PERFORM C150-TRY-ONE-CANDIDATE                               PST08910
008920         VARYING WS-CAND-SUB FROM 1 BY 1                          PST08920
008930         UNTIL WS-CAND-SUB > WS-CAND-COUNT.                       PST08930
008940 C100-EXIT.                                                       PST08940
008950     EXIT.                                                        PST08950
008960/                                                                 PST08960
008970 C150-TRY-ONE-CANDIDATE SECTION.                                  PST08970
008980 C150-START.                                                      PST08980
008990     PERFORM H200-MEASURE-CANDIDATE.                              PST08990
009000     IF WS-CAND-MILEAGE NOT < WS-HOME-MILEAGE                     PST09000
009010         GO TO C150-EXIT.                                         PST09010
009020     ADD 1 TO WS-CAND-RC-MOVED (WS-CAND-SUB).                     PST09020
009030     COMPUTE WS-CAND-MILES-SAVED (WS-CAND-SUB) =                  PST09030
009040         WS-CAND-MILES-SAVED (WS-CAND-SUB)                        PST09040
009050             + WS-HOME-MILEAGE - WS-CAND-MILEAGE.                 PST09050
009060 C150-EXIT.                                                       PST09060
009070     EXIT.                                                        PST09070
009080/                                                                 PST09080
009090 D000-STUDY-CIRCUITS SECTION.                                     PST09090
009100 D000-START.                                                      PST09100
009110     OPEN INPUT CIRCUIT-MST.                                      PST09110
009120     IF CCTMST-FILE-STATUS NOT = "00"                             PST09120
009130         DISPLAY "FILE STATUS ERROR OPENING UT-CCTMST: "          PST09130
009140                     CCTMST-FILE-STATUS                           PST09140
009141         SET WS-CCTMST-ERROR TO TRUE                              PST09141
009160         GO TO D000-EXIT.                                         PST09160
009170     PERFORM D100-STUDY-ONE-CIRCUIT                               PST09170
009180         UNTIL CCTMST-FILE-STATUS NOT = "00".                     PST09180
009190     CLOSE CIRCUIT-MST.                                           PST09190
009200 D000-EXIT.                                                       PST09200
009210     EXIT.                                                        PST09210
009220/                                                                 PST09220
009230 D100-STUDY-ONE-CIRCUIT SECTION.                                  PST09230
009240 D100-START.                                                      PST09240
009250     READ CIRCUIT-MST                                             PST09250
009260         AT END                                                   PST09260
009270             MOVE "10" TO CCTMST-FILE-STATUS                      PST09270
009280             GO TO D100-EXIT                                      PST09280
009290     END-READ.                                                    PST09290
009300     IF CCTMST-FILE-STATUS NOT = "00"                             PST09300
009310         DISPLAY "FILE STATUS ERROR ON UT-CCTMST: "               PST09310
009320                     CCTMST-FILE-STATUS                           PST09320
009330         MOVE "10" TO CCTMST-FILE-STATUS                          PST09330
009331         SET WS-CCTMST-ERROR TO TRUE                              PST09331
009350         GO TO D100-EXIT.                                         PST09350
009360     ADD 1 TO CIRCUITS-READ.                                      PST09360
009370                                                                  PST09370
009380     MOVE CCT-SERVICE-CLASS TO WS-SCHEDULE-CLASS.                 PST09380
009390     PERFORM H400-SELECT-SCHEDULE.                                PST09390
009400     MOVE "N" TO WS-CIRCUIT-STUDIED-SWITCH.                       PST09400
009410     PERFORM VARYING WS-CAND-SUB FROM 1 BY 1                      PST09410
009420             UNTIL WS-CAND-SUB > WS-CAND-COUNT                    PST09420
009430         MOVE "N" TO WS-CAND-MOVED-FLAG (WS-CAND-SUB)             PST09430
009440     END-PERFORM.                                                 PST09440
009450                                                                  PST09450
009460     IF CCT-ORIG-NPA NUMERIC AND CCT-ORIG-NXX NUMERIC             PST09460
009470         MOVE CCT-ORIG-NPA TO WS-LOOK-NPA                         PST09470
009480         MOVE CCT-ORIG-NXX TO WS-LOOK-NXX                         PST09480
009490         PERFORM D200-STUDY-ONE-END                               PST09490
009500     ELSE                                                         PST09500
009510         ADD 1 TO ENDS-UNRESOLVED                                 PST09510
009520     END-IF.                                                      PST09520
009530     IF CCT-DEST-NPA NUMERIC AND CCT-DEST-NXX NUMERIC             PST09530
009540         MOVE CCT-DEST-NPA TO WS-LOOK-NPA                         PST09540
009550         MOVE CCT-DEST-NXX TO WS-LOOK-NXX                         PST09550
009560         PERFORM D200-STUDY-ONE-END                               PST09560
009570     ELSE                                                         PST09570
009580         ADD 1 TO ENDS-UNRESOLVED                                 PST09580
009590     END-IF.                                                      PST09590
009600                                                                  PST09600
009610     IF WS-CIRCUIT-IN-STUDY                                       PST09610
009620         ADD 1 TO CIRCUITS-STUDIED                                PST09620
009630     END-IF.                                                      PST09630
009640*    A circuit counts once against a candidate, whichever of      PST09640
009650*    its ends moves.                                              PST09650
009660     PERFORM VARYING WS-CAND-SUB FROM 1 BY 1                      PST09660
009670             UNTIL WS-CAND-SUB > WS-CAND-COUNT                    PST09670
009680         IF WS-CAND-CIRCUIT-MOVED (WS-CAND-SUB)                   PST09680
009690             ADD 1 TO WS-CAND-CCT-MOVED (WS-CAND-SUB)             PST09690
009700         END-IF                                                   PST09700
009710     END-PERFORM.                                                 PST09710
009720 D100-EXIT.                                                       PST09720
009730     EXIT.                                                        PST09730
009740/                                                                 PST09740
009750 D200-STUDY-ONE-END SECTION.                                      PST09750
009760 D200-START.                                                      PST09760
009770     MOVE SPACE TO RL-FUNCTION.                                   PST09770
009780     MOVE ZERO TO RL-KEY-CATEGORY.                                PST09780
009790     MOVE SPACES TO RL-KEY-EXTENSION.                             PST09790
009800     MOVE WS-LOOK-NPA TO RL-NPA.                                  PST09800
009810     MOVE WS-LOOK-NXX TO RL-NXX.                                  PST09810
009820     CALL "RCLOOK" USING WS-RCLOOK-ARGS.                          PST09820
009830     IF NOT RL-RECORD-FOUND                                       PST09830
009840             OR RL-WIRE-CENTER-V NOT NUMERIC                      PST09840
009850             OR RL-WIRE-CENTER-H NOT NUMERIC                      PST09850
009860         ADD 1 TO ENDS-UNRESOLVED                                 PST09860
009870         GO TO D200-EXIT.                                         PST09870
009880*    An end outside the selected rating areas is not studied,     PST09880
009890*    as its rate center is not.                                   PST09890
009900     IF RL-RATING-AREA NOT NUMERIC                                PST09900
009910             OR RL-RATING-AREA = ZERO                             PST09910
009920         GO TO D200-EXIT.                                         PST09920
009930     MOVE RL-RATING-AREA TO WS-AREA-SUB.                          PST09930
009940     IF NOT WS-CC-AREA-SELECTED (WS-AREA-SUB)                     PST09940
009950         GO TO D200-EXIT.                                         PST09950
009960     SET WS-CIRCUIT-IN-STUDY TO TRUE.                             PST09960
009970                                                                  PST09970
009980     MOVE RL-WIRE-CENTER-V TO WS-END-V.                           PST09980
009990     IF RL-WIRE-CENTER-V-SIGN = "-"                               PST09990
010000         COMPUTE WS-END-V = WS-END-V * -1                         PST10000
010010     END-IF.                                                      PST10010
010020     MOVE RL-WIRE-CENTER-H TO WS-END-H.                           PST10020
010030     IF RL-WIRE-CENTER-H-SIGN = "-"                               PST10030
010040         COMPUTE WS-END-H = WS-END-H * -1                         PST10040
010050     END-IF.                                                      PST10050
010060     PERFORM H100-FIND-HOME-SITE.                                 PST10060
010070     IF WS-NEAREST-POP-SUB = ZERO                                 PST10070
010080         ADD 1 TO ENDS-UNRESOLVED                                 PST10080
010090         GO TO D200-EXIT.                                         PST10090
010100                                                                  PST10100
010110     MOVE WS-HOME-MILEAGE TO WS-PRICE-MILEAGE.                    PST10110
010120     PERFORM H300-PRICE-LEG.                                      PST10120
010130     MOVE WS-RATE-OK-SWITCH TO WS-HOME-PRICED-SWITCH.             PST10130
010140     MOVE WS-LEG-CHARGE TO WS-HOME-CHARGE.                        PST10140
010150                                                                  PST10150
010160     PERFORM D250-TRY-ONE-CANDIDATE                               PST10160
010170         VARYING WS-CAND-SUB FROM 1 BY 1                          PST10170
010180         UNTIL WS-CAND-SUB > WS-CAND-COUNT.                       PST10180
010190 D200-EXIT.                                                       PST10190
010200     EXIT.                                                        PST10200
010210/                                                                 PST10210
010220 D250-TRY-ONE-CANDIDATE SECTION.                                  PST10220
010230 D250-START.                                                      PST10230
010240     PERFORM H200-MEASURE-CANDIDATE.                              PST10240
010250     IF WS-CAND-MILEAGE NOT < WS-HOME-MILEAGE                     PST10250
010260         GO TO D250-EXIT.                                         PST10260
010270     SET WS-CAND-CIRCUIT-MOVED (WS-CAND-SUB) TO TRUE.             PST10270
010280     ADD 1 TO WS-CAND-ENDS-MOVED (WS-CAND-SUB).                   PST10280
010290     MOVE WS-CAND-MILEAGE TO WS-PRICE-MILEAGE.                    PST10290
010300     PERFORM H300-PRICE-LEG.                                      PST10300
010310     IF NOT WS-RATE-OK OR NOT WS-HOME-PRICED                      PST10310
010320         ADD 1 TO ENDS-NOT-PRICED                                 PST10320
010330         GO TO D250-EXIT.                                         PST10330
010340     COMPUTE WS-CAND-BILLING-CHANGE (WS-CAND-SUB) =               PST10340
010350         WS-CAND-BILLING-CHANGE (WS-CAND-SUB)                     PST10350
010360             + WS-LEG-CHARGE - WS-HOME-CHARGE.                    PST10360
010370 D250-EXIT.                                                       PST10370
010380     EXIT.                                                        PST10380
010390/                                                                 PST10390
010400 E100-WRITE-RESULTS SECTION.                                      PST10400
010410 E100-START.                                                      PST10410
010420     MOVE SPACES TO STUDY-RPT-RECORD.                             PST10420
010430     WRITE STUDY-RPT-RECORD.                                      PST10430
010440     MOVE "STUDY RESULTS BY CANDIDATE" TO STUDY-RPT-RECORD.       PST10440
010450     WRITE STUDY-RPT-RECORD.                                      PST10450
010460     WRITE STUDY-RPT-RECORD FROM WS-RESULT-HEAD-LINE.             PST10460
010470     PERFORM VARYING WS-CAND-SUB FROM 1 BY 1                      PST10470
010480             UNTIL WS-CAND-SUB > WS-CAND-COUNT                    PST10480
010490         MOVE ZERO TO WS-RANK-SUB                                 PST10490
010500         PERFORM E150-WRITE-ONE-RESULT                            PST10500
010510     END-PERFORM.                                                 PST10510
010520 E100-EXIT.                                                       PST10520
010530     EXIT.                                                        PST10530
010540/                                                                 PST10540
010550 E150-WRITE-ONE-RESULT SECTION.                                   PST10550
010560 E150-START.                                                      PST10560
010570     MOVE SPACES TO WS-RESULT-LINE.                               PST10570
010580     IF WS-RANK-SUB NOT = ZERO                                    PST10580
010590         MOVE WS-RANK-SUB TO WS-RS-RANK                           PST10590
010600     END-IF.                                                      PST10600
010610     MOVE WS-CAND-ID (WS-CAND-SUB) TO WS-RS-SITE-ID.              PST10610
010620     MOVE WS-CAND-NAME (WS-CAND-SUB) TO WS-RS-SITE-NAME.          PST10620
010630     MOVE WS-CAND-RC-MOVED (WS-CAND-SUB) TO WS-RS-RC-MOVED.       PST10630
010640     MOVE WS-CAND-CCT-MOVED (WS-CAND-SUB) TO WS-RS-CCT-MOVED.     PST10640
010650     MOVE WS-CAND-MILES-SAVED (WS-CAND-SUB)                       PST10650
010660         TO WS-RS-MILES-SAVED.                                    PST10660
010670     MOVE ZERO TO WS-AVERAGE-SAVED.                               PST10670
010680     IF WS-CAND-RC-MOVED (WS-CAND-SUB) > ZERO                     PST10680
010690         COMPUTE WS-AVERAGE-SAVED ROUNDED =                       PST10690
010700             WS-CAND-MILES-SAVED (WS-CAND-SUB)                    PST10700
010710                 / WS-CAND-RC-MOVED (WS-CAND-SUB)                 PST10710
010720     END-IF.                                                      PST10720
010730     MOVE WS-AVERAGE-SAVED TO WS-RS-AVERAGE.                      PST10730
010740     MOVE WS-CAND-BILLING-CHANGE (WS-CAND-SUB) TO WS-RS-BILLING.  PST10740
010750     WRITE STUDY-RPT-RECORD FROM WS-RESULT-LINE.                  PST10750
010760 E150-EXIT.                                                       PST10760
010770     EXIT.                                                        PST10770
010780/                                                                 PST10780
010790 F100-RANK-CANDIDATES SECTION.                                    PST10790
010800 F100-START.                                                      PST10800
010810*    Best first: most rate-center mileage saved, then most        PST10810
010820*    circuits moved.  The table is small - an exchange sort.      PST10820
010830     PERFORM VARYING WS-RANK-SUB FROM 1 BY 1                      PST10830
010840             UNTIL WS-RANK-SUB > WS-CAND-COUNT                    PST10840
010850         MOVE WS-RANK-SUB TO WS-RANK-CAND (WS-RANK-SUB)           PST10850
010860     END-PERFORM.                                                 PST10860
010870     SET WS-RANK-SWAPPED TO TRUE.                                 PST10870
010880     PERFORM UNTIL NOT WS-RANK-SWAPPED                            PST10880
010890         MOVE "N" TO WS-RANK-SWAP-SWITCH                          PST10890
010900         PERFORM F150-COMPARE-ADJACENT                            PST10900
010910             VARYING WS-RANK-SUB FROM 1 BY 1                      PST10910
010920             UNTIL WS-RANK-SUB NOT < WS-CAND-COUNT                PST10920
010930     END-PERFORM.                                                 PST10930
010940 F100-EXIT.                                                       PST10940
010950     EXIT.                                                        PST10950
010960/                                                                 PST10960
010970 F150-COMPARE-ADJACENT SECTION.                                   PST10970
010980 F150-START.                                                      PST10980
010990     COMPUTE WS-RANK-NEXT = WS-RANK-SUB + 1.                      PST10990
011000     MOVE WS-RANK-CAND (WS-RANK-SUB) TO WS-CAND-SUB.              PST11000
011010     MOVE WS-RANK-CAND (WS-RANK-NEXT) TO WS-RANK-HOLD.            PST11010
011020     IF WS-CAND-MILES-SAVED (WS-RANK-HOLD)                        PST11020
011030             > WS-CAND-MILES-SAVED (WS-CAND-SUB)                  PST11030
011040         GO TO F150-SWAP.                                         PST11040
011050     IF WS-CAND-MILES-SAVED (WS-RANK-HOLD)                        PST11050
011060             = WS-CAND-MILES-SAVED (WS-CAND-SUB)                  PST11060
011070             AND WS-CAND-CCT-MOVED (WS-RANK-HOLD)                 PST11070
011080                 > WS-CAND-CCT-MOVED (WS-CAND-SUB)                PST11080
011090         GO TO F150-SWAP.                                         PST11090
011100     GO TO F150-EXIT.                                             PST11100
011110 F150-SWAP.                                                       PST11110
011120     MOVE WS-CAND-SUB TO WS-RANK-CAND (WS-RANK-NEXT).             PST11120
011130     MOVE WS-RANK-HOLD TO WS-RANK-CAND (WS-RANK-SUB).             PST11130
011140     SET WS-RANK-SWAPPED TO TRUE.                                 PST11140
011150 F150-EXIT.                                                       PST11150
011160     EXIT.                                                        PST11160
011170/                                                                 PST11170
011180 F200-WRITE-RANKING SECTION.                                      PST11180
011190 F200-START.                                                      PST11190
011200     MOVE SPACES TO STUDY-RPT-RECORD.                             PST11200
011210     WRITE STUDY-RPT-RECORD.                                      PST11210
011220     MOVE "CANDIDATES RANKED BEST TO WORST" TO STUDY-RPT-RECORD.  PST11220
011230     WRITE STUDY-RPT-RECORD.                                      PST11230
011240     WRITE STUDY-RPT-RECORD FROM WS-RESULT-HEAD-LINE.             PST11240
011250     PERFORM VARYING WS-RANK-SUB FROM 1 BY 1                      PST11250
011260             UNTIL WS-RANK-SUB > WS-CAND-COUNT                    PST11260
011270         MOVE WS-RANK-CAND (WS-RANK-SUB) TO WS-CAND-SUB           PST11270
011280         PERFORM E150-WRITE-ONE-RESULT                            PST11280
011290     END-PERFORM.                                                 PST11290
011300 F200-EXIT.                                                       PST11300
011310     EXIT.                                                        PST11310
011320/                                                                 PST11320
011330 G100-CONTROL-REPORT SECTION.                                     PST11330
011340 G100-START.                                                      PST11340
011350     DISPLAY SPACE.                                               PST11350
011360     DISPLAY "POPSIT CONTROL TOTALS ----------------------".      PST11360
011370     DISPLAY "  CANDIDATES READ ............... "                 PST11370
011380         CANDIDATES-READ.                                         PST11380
011390     DISPLAY "  CANDIDATES NOT STUDIED ........ "                 PST11390
011400         CANDIDATES-REJECTED.                                     PST11400
011410     DISPLAY "  MRCF-MST RECORDS READ ......... "                 PST11410
011420         MASTER-RECORDS-READ.                                     PST11420
011430     DISPLAY "  RATE CENTERS STUDIED .......... "                 PST11430
011440         RATE-CENTERS-STUDIED.                                    PST11440
011450     DISPLAY "  CIRCUITS READ ................. "                 PST11450
011460         CIRCUITS-READ.                                           PST11460
011470     DISPLAY "  CIRCUITS STUDIED .............. "                 PST11470
011480         CIRCUITS-STUDIED.                                        PST11480
011490     DISPLAY "  CIRCUIT ENDS NOT RESOLVED ..... "                 PST11490
011500         ENDS-UNRESOLVED.                                         PST11500
011510     DISPLAY "  MOVED ENDS NOT PRICED ......... "                 PST11510
011520         ENDS-NOT-PRICED.                                         PST11520
011530 G100-EXIT.                                                       PST11530
011540     EXIT.                                                        PST11540
011550/                                                                 PST11550
011560 H100-FIND-HOME-SITE SECTION.                                     PST11560
011570 H100-START.                                                      PST11570
011580*    WS-END-V/H is the destination; each POP site is tried as     PST11580
011590*    the origin, as POPINQ C165 does it.                          PST11590
011600     MOVE WS-END-V TO PL-DESTINATION-V.                           PST11600
011610     MOVE WS-END-H TO PL-DESTINATION-H.                           PST11610
011620     MOVE ZERO TO WS-NEAREST-POP-SUB.                             PST11620
011630     PERFORM H150-SCORE-POP-SITE                                  PST11630
011640         VARYING WS-POP-SUB FROM 1 BY 1                           PST11640
011650         UNTIL WS-POP-SUB > WS-POP-SITE-COUNT.                    PST11650
011660     MOVE WS-NEAREST-POP-MILEAGE TO WS-HOME-MILEAGE.              PST11660
011670 H100-EXIT.                                                       PST11670
011680     EXIT.                                                        PST11680
011690/                                                                 PST11690
011700 H150-SCORE-POP-SITE SECTION.                                     PST11700
011710 H150-START.                                                      PST11710
011720     MOVE WS-POP-V (WS-POP-SUB) TO PL-ORIGIN-V.                   PST11720
011730     MOVE WS-POP-H (WS-POP-SUB) TO PL-ORIGIN-H.                   PST11730
011740     CALL "POPLOC" USING WS-POPLOC-ARGS.                          PST11740
011750     IF PL-VALID-CALCULATION                                      PST11750
011760         IF WS-NEAREST-POP-SUB = ZERO                             PST11760
011770                 OR PL-MILEAGE < WS-NEAREST-POP-MILEAGE           PST11770
011780             MOVE WS-POP-SUB TO WS-NEAREST-POP-SUB                PST11780
011790             MOVE PL-MILEAGE TO WS-NEAREST-POP-MILEAGE            PST11790
011800         END-IF                                                   PST11800
011810     END-IF.                                                      PST11810
011820 H150-EXIT.                                                       PST11820
011830     EXIT.                                                        PST11830
011840/                                                                 PST11840
011850 H200-MEASURE-CANDIDATE SECTION.                                  PST11850
011860 H200-START.                                                      PST11860
011870*    A candidate out of range can never be the nearer site.       PST11870
011880     MOVE WS-CAND-V (WS-CAND-SUB) TO PL-ORIGIN-V.                 PST11880
011890     MOVE WS-CAND-H (WS-CAND-SUB) TO PL-ORIGIN-H.                 PST11890
011900     MOVE WS-END-V TO PL-DESTINATION-V.                           PST11900
011910     MOVE WS-END-H TO PL-DESTINATION-H.                           PST11910
011920     CALL "POPLOC" USING WS-POPLOC-ARGS.                          PST11920
011930     IF PL-VALID-CALCULATION                                      PST11930
011940         MOVE PL-MILEAGE TO WS-CAND-MILEAGE                       PST11940
011950     ELSE                                                         PST11950
011960         MOVE WS-HOME-MILEAGE TO WS-CAND-MILEAGE                  PST11960
011970     END-IF.                                                      PST11970
011980 H200-EXIT.                                                       PST11980
011990     EXIT.                                                        PST11990
012000/                                                                 PST12000
012010 H300-PRICE-LEG SECTION.                                          PST12010
012020 H300-START.                                                      PST12020
012030*    Band charge for WS-PRICE-MILEAGE on the circuit's            PST12030
012040*    schedule in the version in force.                            PST12040
012050     SET WS-RATE-OK TO TRUE.                                      PST12050
012060     MOVE ZERO TO WS-LEG-CHARGE.                                  PST12060
012061*    Bands run in whole miles - a part mile rates in the band     PST12061
012062*    of the whole miles below it.                                 PST12062
012063     MOVE WS-PRICE-MILEAGE TO WS-BAND-MILEAGE.                    PST12063
012070     MOVE ZERO TO WS-BAND-SUB.                                    PST12070
012080     PERFORM VARYING WS-RB-SUB FROM 1 BY 1                        PST12080
012090             UNTIL WS-RB-SUB > WS-RATE-BAND-COUNT                 PST12090
012100                 OR WS-BAND-SUB NOT = ZERO                        PST12100
012110         IF WS-RB-VERSION (WS-RB-SUB) = WS-SELECTED-VERSION       PST12110
012120                 AND WS-RB-CLASS (WS-RB-SUB) = WS-SCHEDULE-CLASS  PST12120
012130                 AND WS-BAND-MILEAGE                              PST12130
012140                 NOT LESS THAN WS-RB-LOW-MILES (WS-RB-SUB)        PST12140
012150                 AND WS-BAND-MILEAGE                              PST12150
012160                 NOT GREATER THAN WS-RB-HIGH-MILES (WS-RB-SUB)    PST12160
012170             MOVE WS-RB-SUB TO WS-BAND-SUB                        PST12170
012180         END-IF                                                   PST12180
012190     END-PERFORM.                                                 PST12190
012200     IF WS-BAND-SUB = ZERO OR NOT WS-VERSION-PICKED               PST12200
012210         MOVE "N" TO WS-RATE-OK-SWITCH                            PST12210
012220         GO TO H300-EXIT.                                         PST12220
012230     COMPUTE WS-LEG-CHARGE ROUNDED =                              PST12230
012240         WS-RB-FIXED-CHARGE (WS-BAND-SUB) +                       PST12240
012250         (WS-RB-RATE-PER-MILE (WS-BAND-SUB) *                     PST12250
012260             WS-PRICE-MILEAGE).                                   PST12260
012270 H300-EXIT.                                                       PST12270
012280     EXIT.                                                        PST12280
012290/                                                                 PST12290
012300 H400-SELECT-SCHEDULE SECTION.                                    PST12300
012310 H400-START.                                                      PST12310
012320*    A class with no schedule of its own in the version in force  PST12320
012330*    falls back to the default (blank-class) schedule.            PST12330
012340     IF WS-SCHEDULE-CLASS = SPACES                                PST12340
012350         GO TO H400-EXIT.                                         PST12350
012360     MOVE ZERO TO WS-SCHED-FOUND-SUB.                             PST12360
012370     PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1                     PST12370
012380             UNTIL WS-SCHED-SUB > WS-SCHED-COUNT                  PST12380
012390                 OR WS-SCHED-FOUND-SUB NOT = ZERO                 PST12390
012400         IF WS-SCHED-CLASS (WS-SCHED-SUB) = WS-SCHEDULE-CLASS     PST12400
012410             MOVE WS-SCHED-SUB TO WS-SCHED-FOUND-SUB              PST12410
012420         END-IF                                                   PST12420
012430     END-PERFORM.                                                 PST12430
012440     IF WS-SCHED-FOUND-SUB = ZERO                                 PST12440
012450         MOVE SPACES TO WS-SCHEDULE-CLASS.                        PST12450
012460 H400-EXIT.                                                       PST12460
012470     EXIT.                                                        PST12470
012480/                                                                 PST12480
012490 G300-POST-RUN-LEDGER SECTION.                                    PST12490
012500 G300-START.                                                      PST12500
012510     MOVE "POPSIT" TO RP-JOB-NAME.                                PST12510
012520     MOVE WS-SELECTED-VERSION TO RP-RUN-ID.                       PST12520
012530     SET RP-MASTER-READ TO TRUE.                                  PST12530
012540     MOVE RETURN-CODE TO RP-STEP-RC.                              PST12540
012550     MOVE SPACES TO RP-VERDICT.                                   PST12550
012560     MOVE "CANDS" TO RP-COUNT-NAME (1).                           PST12560
012570     MOVE CANDIDATES-STUDIED TO RP-COUNT (1).                     PST12570
012580     MOVE "RCS" TO RP-COUNT-NAME (2).                             PST12580
012590     MOVE RATE-CENTERS-STUDIED TO RP-COUNT (2).                   PST12590
012600     MOVE "CIRCUITS" TO RP-COUNT-NAME (3).                        PST12600
012610     MOVE CIRCUITS-STUDIED TO RP-COUNT (3).                       PST12610
012620     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        PST12620
012630 G300-EXIT.                                                       PST12630
012640     EXIT.                                                        PST12640
