000010 IDENTIFICATION DIVISION.                                         HSK00010
000020 PROGRAM-ID. HSKRET.                                              HSK00020
000030***************************************************************** HSK00030
000040*                                                                 HSK00040
000050*   HSKRET - Journal and run-history retention housekeeping.      HSK00050
000060*   UT-JRNL (one 1233-byte record per transaction MRCFUPD         HSK00060
000070*   applies) and UT-RUNHST (one record per POPINQ run) are only   HSK00070
000080*   ever extended, and MRCFBKO and POPHST read them end to end.   HSK00080
000090*   HSKRET trims both back to the retention named on the UT-CNTL  HSK00090
000100*   retention card and moves what it trims to a new archive       HSK00100
000110*   generation (UT-ARCOUT) as compacted summary records.  It also HSK00110
000120*   lists the UT-EXCPT, UT-RWKRPT and UT-CKPOUT generations that  HSK00120
000130*   are past their retention for the delete step (UT-PRGLST).     HSK00130
000140*                                                                 HSK00140
000150*   Retention card (UT-CNTL, required):                           HSK00150
000160*       cols  1-4   UT-JRNL   days to keep online                 HSK00160
000170*       cols  6-9   backout window in days                        HSK00170
000180*       cols 11-14  UT-RUNHST days to keep online                 HSK00180
000190*       cols 16-19  UT-EXCPT  days to keep a generation           HSK00190
000200*       cols 21-24  UT-RWKRPT days to keep a generation           HSK00200
000210*       cols 26-29  UT-CKPOUT days to keep a generation           HSK00210
000220*       col  31     "A" - list every generation past retention,   HSK00220
000230*                   whatever earlier runs listed                  HSK00230
000240*   Blank or zero days in cols 16-29 keeps every generation of    HSK00240
000250*   that file.                                                    HSK00250
000260*                                                                 HSK00260
000270*   Journal entries are archived a deck at a time - every entry   HSK00270
000280*   carrying the deck ID (or, for a run with no deck ID, every    HSK00280
000290*   entry of that run date), since that is what MRCFBKO reverses  HSK00290
000300*   - and never split: a deck goes only when its newest entry is  HSK00300
000310*   older than the retention.  A deck due by retention whose      HSK00310
000320*   newest entry is still inside the backout window is refused    HSK00320
000330*   and stays online.  Each archived deck becomes one "JD"        HSK00330
000340*   summary record with its first and last application and its    HSK00340
000350*   entry counts by action code.                                  HSK00350
000360*                                                                 HSK00360
000370*   Run-history records roll up a whole calendar month at a       HSK00370
000380*   time, once the entire month is older than the retention,      HSK00380
000390*   into one "RM" summary record per month, mode and rating-area  HSK00390
000400*   selection with the run count and summed counts.               HSK00400
000410*                                                                 HSK00410
000420*   The POPINQ exception files (UT-EXCPT), the POPRWK rework      HSK00420
000430*   registers (UT-RWKRPT) and the POPINQ checkpoint files         HSK00430
000440*   (UT-CKPOUT) are kept as generations, one a run.  Their        HSK00440
000450*   records carry no dates, so each generation is dated by the    HSK00450
000460*   UT-RUNLDG step that wrote it, as RUNPOST dates MRCF-MST       HSK00460
000470*   generations: UT-EXCPT by every POPINQ and MRCFAUD step,       HSK00470
000480*   UT-RWKRPT by every POPRWK step, UT-CKPOUT by every POPINQ     HSK00480
000490*   full-dump ("F") step.  A generation older than its days on    HSK00490
000500*   the card goes on UT-PRGLST and the register.  The newest      HSK00500
000510*   generation of each file is never listed, whatever its age -   HSK00510
000520*   it is the UT-EXCPT the next POPRWK cycle reads, and the       HSK00520
000530*   UT-CKPOUT a restart reads back as UT-CKPIN.                   HSK00530
000540*                                                                 HSK00540
000550*   A restarted POPINQ opens UT-EXCPT EXTEND and carries on the   HSK00550
000560*   generation its abended run began, and an abended step never   HSK00560
000570*   posts, so the restarted step stands for that one generation   HSK00570
000580*   and dates it by the restart, the last time it was written.    HSK00580
000590*   The abended run's UT-CKPOUT is the restart's UT-CKPIN and     HSK00590
000600*   goes with the restarted step's generation.                    HSK00600
000610*                                                                 HSK00610
000620*   A generation already past retention and no longer the newest  HSK00620
000630*   when the last listing run (an HSKRET step with run identifier HSK00630
000640*   PRGLST that ended below 12) ran was on that run's list and is HSK00640
000650*   not listed again; that test takes the days now on the card.   HSK00650
000660*   After days are first set or shortened, col 31 "A" lists       HSK00660
000670*   everything past retention once more.                          HSK00670
000680*                                                                 HSK00680
000690*   The kept records are written to UT-JRNNEW and UT-RHSNEW,      HSK00690
000700*   which the JCL catalogs over the online files.  The register   HSK00700
000710*   UT-HSKRPT lists every deck archived or refused, every month   HSK00710
000720*   rolled up and every generation past retention, then balances  HSK00720
000730*   each file: records read must                                  HSK00730
000740*   equal records kept plus records archived, and the archived    HSK00740
000750*   count must equal the counts carried on the summaries.  An     HSK00750
000760*   imbalance ends the run with condition code 12, the new        HSK00760
000770*   files must not be cataloged and UT-PRGLST must not be acted   HSK00770
000780*   on; a refused deck ends it with 4.                            HSK00780
000790*                                                                 HSK00790
000800***************************************************************** HSK00800
000810*                                                                 HSK00810
000820*DATE-COMPILED.                                                   HSK00820
000830                                                                  HSK00830
000840 ENVIRONMENT DIVISION.                                            HSK00840
000850 CONFIGURATION SECTION.                                           HSK00850
000860 INPUT-OUTPUT SECTION.                                            HSK00860
000870 FILE-CONTROL.                                                    HSK00870
000880*    UT-JRNL is the MRCFUPD apply journal - see MRCFBKO.          HSK00880
000890     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO UT-JRNL               HSK00890
000900                        ORGANIZATION IS SEQUENTIAL                HSK00900
000910                        ACCESS IS SEQUENTIAL                      HSK00910
000920                        FILE STATUS IS JOURNAL-FILE-STATUS.       HSK00920
000930                                                                  HSK00930
000940*    UT-JRNNEW is the trimmed journal to go back online.          HSK00940
000950     SELECT NEW-JOURNAL-FILE ASSIGN TO UT-JRNNEW                  HSK00950
000960                        ORGANIZATION IS SEQUENTIAL                HSK00960
000970                        ACCESS IS SEQUENTIAL                      HSK00970
000980                        FILE STATUS IS JRNNEW-FILE-STATUS.        HSK00980
000990                                                                  HSK00990
001000*    UT-RUNHST is the POPINQ run-history audit file.              HSK01000
001010     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO UT-RUNHST         HSK01010
001020                        ORGANIZATION IS SEQUENTIAL                HSK01020
001030                        ACCESS IS SEQUENTIAL                      HSK01030
001040                        FILE STATUS IS RUNHST-FILE-STATUS.        HSK01040
001050                                                                  HSK01050
001060*    UT-RHSNEW is the trimmed run history to go back online.      HSK01060
001070     SELECT NEW-RUN-HISTORY-FILE ASSIGN TO UT-RHSNEW              HSK01070
001080                        ORGANIZATION IS SEQUENTIAL                HSK01080
001090                        ACCESS IS SEQUENTIAL                      HSK01090
001100                        FILE STATUS IS RHSNEW-FILE-STATUS.        HSK01100
001110                                                                  HSK01110
001120*    UT-ARCOUT is this run's archive generation - deck and        HSK01120
001130*    month summary records.                                       HSK01130
001140     SELECT ARCHIVE-FILE ASSIGN TO UT-ARCOUT                      HSK01140
001150                        ORGANIZATION IS SEQUENTIAL                HSK01150
001160                        ACCESS IS SEQUENTIAL                      HSK01160
001170                        FILE STATUS IS ARCOUT-FILE-STATUS.        HSK01170
001180                                                                  HSK01180
001190*    UT-HSKRPT is the retention register.                         HSK01190
001200     SELECT REGISTER-FILE ASSIGN TO UT-HSKRPT                     HSK01200
001210                        ORGANIZATION IS SEQUENTIAL                HSK01210
001220                        ACCESS IS SEQUENTIAL                      HSK01220
001230                        FILE STATUS IS REGISTER-FILE-STATUS.      HSK01230
001240                                                                  HSK01240
001250*    UT-RUNLDG is the run ledger - see RUNPOST.  Read here only   HSK01250
001260*    to date the UT-EXCPT, UT-RWKRPT and UT-CKPOUT generations.   HSK01260
001270     SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO UT-RUNLDG          HSK01270
001280                        ORGANIZATION IS SEQUENTIAL                HSK01280
001290                        ACCESS IS SEQUENTIAL                      HSK01290
001300                        FILE STATUS IS RUNLDG-FILE-STATUS.        HSK01300
001310                                                                  HSK01310
001320*    UT-PRGLST lists the generations past retention for the       HSK01320
001330*    delete step that follows.                                    HSK01330
001340     SELECT PURGE-LIST-FILE ASSIGN TO UT-PRGLST                   HSK01340
001350                        ORGANIZATION IS SEQUENTIAL                HSK01350
001360                        ACCESS IS SEQUENTIAL                      HSK01360
001370                        FILE STATUS IS PRGLST-FILE-STATUS.        HSK01370
001380*    UT-CNTL is the retention card.                               HSK01380
001390     SELECT CONTROL-CARD-FILE ASSIGN TO UT-CNTL                   HSK01390
001400                        ORGANIZATION IS SEQUENTIAL                HSK01400
001410                        ACCESS IS SEQUENTIAL                      HSK01410
001420                        FILE STATUS IS CONTROL-FILE-STATUS.       HSK01420
001430                                                                  HSK01430
001440 DATA DIVISION.                                                   HSK01440
001450 FILE SECTION.                                                    HSK01450
001460 FD  JOURNAL-FILE                                                 HSK01460
001470     RECORD CONTAINS 1233 CHARACTERS,                             HSK01470
001480     LABEL RECORDS STANDARD.                                      HSK01480
001490 01  JOURNAL-RECORD.                                              HSK01490
001500     05  JR-RUN-DATE                     PIC 9(08).               HSK01500
001510     05  JR-RUN-TIME                     PIC 9(06).               HSK01510
001520     05  JR-DECK-ID                      PIC X(08).               HSK01520
001530     05  JR-SEQUENCE                     PIC 9(08).               HSK01530
001540     05  JR-ACTION                       PIC X(01).               HSK01540
001550     05  JR-BEFORE-IMAGE                 PIC X(595).              HSK01550
001560     05  JR-AFTER-IMAGE                  PIC X(595).              HSK01560
001570     05  FILLER                          PIC X(12).               HSK01570
001580                                                                  HSK01580
001590 FD  NEW-JOURNAL-FILE                                             HSK01590
001600     RECORD CONTAINS 1233 CHARACTERS,                             HSK01600
001610     LABEL RECORDS STANDARD.                                      HSK01610
001620 01  NEW-JOURNAL-RECORD                  PIC X(1233).             HSK01620
001630                                                                  HSK01630
001640 FD  RUN-HISTORY-FILE                                             HSK01640
001650     LABEL RECORDS STANDARD.                                      HSK01650
001660 01  RUN-HISTORY-RECORD.                                          HSK01660
001670     05  RH-RUN-DATE                     PIC 9(08).               HSK01670
001680     05  RH-RUN-TIME                     PIC 9(06).               HSK01680
001690     05  RH-MODE                         PIC X(01).               HSK01690
001700     05  RH-AREA-FLAGS                   PIC X(09).               HSK01700
001710     05  RH-RECORDS-PROCESSED            PIC 9(08).               HSK01710
001720     05  RH-SUCCESSFULLY-PRICED          PIC 9(08).               HSK01720
001730     05  RH-EXCEPTION-COUNT              PIC 9(08).               HSK01730
001740     05  RH-DUPLICATE-COUNT              PIC 9(08).               HSK01740
001750     05  FILLER                          PIC X(24).               HSK01750
001760                                                                  HSK01760
001770 FD  NEW-RUN-HISTORY-FILE                                         HSK01770
001780     LABEL RECORDS STANDARD.                                      HSK01780
001790 01  NEW-RUN-HISTORY-RECORD              PIC X(80).               HSK01790
001800                                                                  HSK01800
001810 FD  ARCHIVE-FILE                                                 HSK01810
001820     LABEL RECORDS STANDARD.                                      HSK01820
001830*    "JD" - one archived journal deck.                            HSK01830
001840 01  ARCHIVE-DECK-RECORD.                                         HSK01840
001850     05  AD-RECORD-TYPE                  PIC X(02).               HSK01850
001860     05  AD-ARCHIVE-DATE                 PIC 9(08).               HSK01860
001870     05  AD-DECK-ID                      PIC X(08).               HSK01870
001880     05  AD-DECK-RUN-DATE                PIC 9(08).               HSK01880
001890     05  AD-FIRST-RUN-DATE               PIC 9(08).               HSK01890
001900     05  AD-FIRST-RUN-TIME               PIC 9(06).               HSK01900
001910     05  AD-LAST-RUN-DATE                PIC 9(08).               HSK01910
001920     05  AD-LAST-RUN-TIME                PIC 9(06).               HSK01920
001930     05  AD-ENTRIES                      PIC 9(08).               HSK01930
001940     05  AD-ADDS                         PIC 9(08).               HSK01940
001950     05  AD-CHANGES                      PIC 9(08).               HSK01950
001960     05  AD-DELETES                      PIC 9(08).               HSK01960
001970     05  AD-OTHER-ACTIONS                PIC 9(08).               HSK01970
001980     05  FILLER                          PIC X(26).               HSK01980
001990*    "RM" - one run-history month, mode and area selection.       HSK01990
002000 01  ARCHIVE-MONTH-RECORD.                                        HSK02000
002010     05  AM-RECORD-TYPE                  PIC X(02).               HSK02010
002020     05  AM-ARCHIVE-DATE                 PIC 9(08).               HSK02020
002030     05  AM-MONTH                        PIC 9(06).               HSK02030
002040     05  AM-MODE                         PIC X(01).               HSK02040
002050     05  AM-AREA-FLAGS                   PIC X(09).               HSK02050
002060     05  AM-RUNS                         PIC 9(06).               HSK02060
002070     05  AM-RECORDS-PROCESSED            PIC 9(10).               HSK02070
002080     05  AM-SUCCESSFULLY-PRICED          PIC 9(10).               HSK02080
002090     05  AM-EXCEPTION-COUNT              PIC 9(10).               HSK02090
002100     05  AM-DUPLICATE-COUNT              PIC 9(10).               HSK02100
002110     05  AM-FIRST-RUN-DATE               PIC 9(08).               HSK02110
002120     05  AM-LAST-RUN-DATE                PIC 9(08).               HSK02120
002130     05  FILLER                          PIC X(32).               HSK02130
002140                                                                  HSK02140
002150 FD  REGISTER-FILE                                                HSK02150
002160     LABEL RECORDS STANDARD.                                      HSK02160
002170 01  REGISTER-RECORD                     PIC X(80).               HSK02170
002180                                                                  HSK02180
002190 FD  RUN-LEDGER-FILE                                              HSK02190
002200     LABEL RECORDS STANDARD.                                      HSK02200
002210 01  RUN-LEDGER-RECORD.                                           HSK02210
002220     05  LG-JOB-NAME                     PIC X(08).               HSK02220
002230     05  LG-RUN-DATE                     PIC 9(08).               HSK02230
002240     05  LG-RUN-TIME                     PIC 9(06).               HSK02240
002250     05  LG-RUN-ID                       PIC X(08).               HSK02250
002260     05  LG-MASTER-USE                   PIC X(01).               HSK02260
002270     05  LG-GENERATION                   PIC X(14).               HSK02270
002280     05  LG-STEP-RC                      PIC 9(04).               HSK02280
002290     05  LG-VERDICT                      PIC X(08).               HSK02290
002300     05  LG-COUNT-ENTRY OCCURS 3 TIMES.                           HSK02300
002310         10  LG-COUNT-NAME               PIC X(08).               HSK02310
002320         10  LG-COUNT                    PIC 9(09).               HSK02320
002330     05  FILLER                          PIC X(12).               HSK02330
002340                                                                  HSK02340
002350 FD  PURGE-LIST-FILE                                              HSK02350
002360     LABEL RECORDS STANDARD.                                      HSK02360
002370*    One generation past retention, named by the step that        HSK02370
002380*    wrote it.                                                    HSK02380
002390 01  PURGE-LIST-RECORD.                                           HSK02390
002400     05  PG-FILE-NAME                    PIC X(09).               HSK02400
002410     05  FILLER                          PIC X(01).               HSK02410
002420     05  PG-JOB-NAME                     PIC X(08).               HSK02420
002430     05  FILLER                          PIC X(01).               HSK02430
002440     05  PG-RUN-DATE                     PIC 9(08).               HSK02440
002450     05  PG-RUN-TIME                     PIC 9(06).               HSK02450
002460     05  FILLER                          PIC X(01).               HSK02460
002470     05  PG-RUN-ID                       PIC X(08).               HSK02470
002480     05  FILLER                          PIC X(01).               HSK02480
002490     05  PG-AGE-DAYS                     PIC 9(05).               HSK02490
002500     05  FILLER                          PIC X(32).               HSK02500
002510 FD  CONTROL-CARD-FILE                                            HSK02510
002520     LABEL RECORDS STANDARD.                                      HSK02520
002530 01  CONTROL-CARD-RECORD                 PIC X(80).               HSK02530
002540                                                                  HSK02540
002550 WORKING-STORAGE SECTION.                                         HSK02550
002560*                                                                 HSK02560
002570*     Working Storage Variables                                   HSK02570
002580*                                                                 HSK02580
002590                                                                  HSK02590
002600 01  JOURNAL-FILE-STATUS                 PIC XX.                  HSK02600
002610 01  JRNNEW-FILE-STATUS                  PIC XX.                  HSK02610
002620 01  RUNHST-FILE-STATUS                  PIC XX.                  HSK02620
002630 01  RHSNEW-FILE-STATUS                  PIC XX.                  HSK02630
002640 01  ARCOUT-FILE-STATUS                  PIC XX.                  HSK02640
002650 01  REGISTER-FILE-STATUS                PIC XX.                  HSK02650
002660 01  CONTROL-FILE-STATUS                 PIC XX.                  HSK02660
002670 01  RUNLDG-FILE-STATUS                  PIC XX.                  HSK02670
002680 01  PRGLST-FILE-STATUS                  PIC XX.                  HSK02680
002690                                                                  HSK02690
002700 01  RETENTION-COUNTS.                                            HSK02700
002710     05  JOURNAL-RECORDS-READ            PIC 9(08) COMP VALUE 0.  HSK02710
002720     05  JOURNAL-RECORDS-REREAD          PIC 9(08) COMP VALUE 0.  HSK02720
002730     05  JOURNAL-RECORDS-KEPT            PIC 9(08) COMP VALUE 0.  HSK02730
002740     05  JOURNAL-RECORDS-ARCHIVED        PIC 9(08) COMP VALUE 0.  HSK02740
002750     05  JOURNAL-ON-SUMMARIES            PIC 9(08) COMP VALUE 0.  HSK02750
002760     05  DECKS-ON-JOURNAL                PIC 9(08) COMP VALUE 0.  HSK02760
002770     05  DECKS-ARCHIVED                  PIC 9(08) COMP VALUE 0.  HSK02770
002780     05  DECKS-REFUSED                   PIC 9(08) COMP VALUE 0.  HSK02780
002790     05  HISTORY-RECORDS-READ            PIC 9(08) COMP VALUE 0.  HSK02790
002800     05  HISTORY-RECORDS-REREAD          PIC 9(08) COMP VALUE 0.  HSK02800
002810     05  HISTORY-RECORDS-KEPT            PIC 9(08) COMP VALUE 0.  HSK02810
002820     05  HISTORY-RECORDS-ROLLED          PIC 9(08) COMP VALUE 0.  HSK02820
002830     05  HISTORY-ON-SUMMARIES            PIC 9(08) COMP VALUE 0.  HSK02830
002840     05  MONTH-SUMMARIES-WRITTEN         PIC 9(08) COMP VALUE 0.  HSK02840
002850     05  LEDGER-STEPS-READ               PIC 9(08) COMP VALUE 0.  HSK02850
002860     05  LEDGER-STEPS-REREAD             PIC 9(08) COMP VALUE 0.  HSK02860
002870     05  GENERATIONS-LISTED              PIC 9(08) COMP VALUE 0.  HSK02870
002880                                                                  HSK02880
002890 01  WS-CONTROL-CARD.                                             HSK02890
002900     05  WS-CC-JOURNAL-DAYS              PIC 9(04).               HSK02900
002910     05  FILLER                          PIC X(01).               HSK02910
002920     05  WS-CC-BACKOUT-DAYS              PIC 9(04).               HSK02920
002930     05  FILLER                          PIC X(01).               HSK02930
002940     05  WS-CC-HISTORY-DAYS              PIC 9(04).               HSK02940
002950     05  FILLER                          PIC X(01).               HSK02950
002960     05  WS-CC-GENERATION-ENTRY OCCURS 3 TIMES.                   HSK02960
002970         10  WS-CC-GENERATION-DAYS       PIC X(04).               HSK02970
002980         10  FILLER                      PIC X(01).               HSK02980
002990     05  WS-CC-LIST-ALL-FLAG             PIC X(01).               HSK02990
003000         88  WS-CC-LIST-ALL              VALUE "A".               HSK03000
003010     05  FILLER                          PIC X(49).               HSK03010
003020                                                                  HSK03020
003030*                                                                 HSK03030
003040*     Cutoff dates - an entry dated before a cutoff is older      HSK03040
003050*     than the days the card allows.                              HSK03050
003060*                                                                 HSK03060
003070 01  WS-DATE-INTEGER                     PIC S9(09) COMP.         HSK03070
003080 01  WS-JOURNAL-CUTOFF-DATE              PIC 9(08).               HSK03080
003090 01  WS-BACKOUT-CUTOFF-DATE              PIC 9(08).               HSK03090
003100 01  WS-HISTORY-CUTOFF-DATE              PIC 9(08).               HSK03100
003110 01  WS-HISTORY-CUTOFF-MONTH             PIC 9(06).               HSK03110
003120                                                                  HSK03120
003130*                                                                 HSK03130
003140*     Generation Table - the files kept by generation, in card    HSK03140
003150*     order, each holding the newest generation found so far on   HSK03150
003160*     the ledger.  Loaded in A050.                                HSK03160
003170*                                                                 HSK03170
003180 01  WS-GEN-FILE-COUNT                   PIC 9(01) COMP VALUE 3.  HSK03180
003190 01  WS-GEN-FILE-TABLE.                                           HSK03190
003200     05  WS-GEN-FILE OCCURS 3 TIMES.                              HSK03200
003210         10  WS-GF-NAME                  PIC X(09).               HSK03210
003220         10  WS-GF-DAYS                  PIC 9(04).               HSK03220
003230         10  WS-GF-CUTOFF-DATE           PIC 9(08).               HSK03230
003240         10  WS-GF-PRIOR-CUTOFF-DATE     PIC 9(08).               HSK03240
003250         10  WS-GF-NEWEST-SWITCH         PIC X(01).               HSK03250
003260             88  WS-GF-NEWEST-HELD       VALUE "Y".               HSK03260
003270         10  WS-GF-NEWEST-JOB            PIC X(08).               HSK03270
003280         10  WS-GF-NEWEST-RUN-ID         PIC X(08).               HSK03280
003290         10  WS-GF-NEWEST-STAMP.                                  HSK03290
003300             15  WS-GF-NEWEST-DATE       PIC 9(08).               HSK03300
003310             15  WS-GF-NEWEST-TIME       PIC 9(06).               HSK03310
003320         10  WS-GF-ON-LEDGER             PIC 9(08) COMP.          HSK03320
003330         10  WS-GF-KEPT                  PIC 9(08) COMP.          HSK03330
003340         10  WS-GF-LISTED                PIC 9(08) COMP.          HSK03340
003350         10  WS-GF-LISTED-EARLIER        PIC 9(08) COMP.          HSK03350
003360 01  WS-GEN-SUB                          PIC 9(01) COMP.          HSK03360
003370                                                                  HSK03370
003380*    The ledger step in hand, and the last listing run - see      HSK03380
003390*    J100-FIND-LAST-LISTING.                                      HSK03390
003400 01  WS-STEP-STAMP.                                               HSK03400
003410     05  WS-STEP-DATE                    PIC 9(08).               HSK03410
003420     05  WS-STEP-TIME                    PIC 9(06).               HSK03420
003430 01  WS-LAST-LISTING-STAMP.                                       HSK03430
003440     05  WS-LAST-LISTING-DATE            PIC 9(08).               HSK03440
003450     05  WS-LAST-LISTING-TIME            PIC 9(06).               HSK03450
003460 01  WS-LAST-LISTING-SWITCH              PIC X(01) VALUE "N".     HSK03460
003470     88  WS-LAST-LISTING-FOUND           VALUE "Y".               HSK03470
003480 01  WS-GEN-AGE-DAYS                     PIC 9(05).               HSK03480
003490 01  WS-GEN-DISPOSITION                  PIC X(20).               HSK03490
003500 01  WS-WORK-DATE.                                                HSK03500
003510     05  WS-WORK-MONTH                   PIC 9(06).               HSK03510
003520     05  WS-WORK-DAY                     PIC 9(02).               HSK03520
003530                                                                  HSK03530
003540*                                                                 HSK03540
003550*     Deck Table - one entry per journal deck (or per run date    HSK03550
003560*     for entries with no deck ID), built on the first pass.      HSK03560
003570*                                                                 HSK03570
003580 01  WS-DECK-LIMIT                       PIC 9(04) COMP           HSK03580
003590                                             VALUE 2000.          HSK03590
003600 01  WS-DECK-COUNT                       PIC 9(04) COMP VALUE 0.  HSK03600
003610 01  WS-DECK-TABLE.                                               HSK03610
003620     05  WS-DECK-ENTRY OCCURS 2000 TIMES.                         HSK03620
003630         10  WS-DK-DECK-ID               PIC X(08).               HSK03630
003640         10  WS-DK-RUN-DATE              PIC 9(08).               HSK03640
003650         10  WS-DK-FIRST-DATE            PIC 9(08).               HSK03650
003660         10  WS-DK-FIRST-TIME            PIC 9(06).               HSK03660
003670         10  WS-DK-LAST-DATE             PIC 9(08).               HSK03670
003680         10  WS-DK-LAST-TIME             PIC 9(06).               HSK03680
003690         10  WS-DK-ENTRIES               PIC 9(08) COMP.          HSK03690
003700         10  WS-DK-ADDS                  PIC 9(08) COMP.          HSK03700
003710         10  WS-DK-CHANGES               PIC 9(08) COMP.          HSK03710
003720         10  WS-DK-DELETES               PIC 9(08) COMP.          HSK03720
003730         10  WS-DK-OTHERS                PIC 9(08) COMP.          HSK03730
003740         10  WS-DK-ARCHIVED              PIC 9(08) COMP.          HSK03740
003750         10  WS-DK-DISPOSITION           PIC X(01).               HSK03750
003760             88  WS-DK-ARCHIVE           VALUE "A".               HSK03760
003770             88  WS-DK-KEEP              VALUE "K".               HSK03770
003780             88  WS-DK-REFUSED           VALUE "R".               HSK03780
003790 01  WS-DECK-SUB                         PIC 9(04) COMP.          HSK03790
003800 01  WS-DECK-FOUND-SUB                   PIC 9(04) COMP VALUE 0.  HSK03800
003810 01  WS-DECK-FULL-SWITCH                 PIC X(01) VALUE "N".     HSK03810
003820     88  WS-DECK-TABLE-FULL              VALUE "Y".               HSK03820
003830                                                                  HSK03830
003840*    Key of the journal entry in hand - see B200-FIND-DECK.       HSK03840
003850 01  WS-ENTRY-DECK-ID                    PIC X(08).               HSK03850
003860 01  WS-ENTRY-RUN-DATE                   PIC 9(08).               HSK03860
003870 01  WS-ENTRY-DATE                       PIC 9(08).               HSK03870
003880 01  WS-ENTRY-TIME                       PIC 9(06).               HSK03880
003890                                                                  HSK03890
003900*                                                                 HSK03900
003910*     Month Table - run-history months rolled up on this run.     HSK03910
003920*                                                                 HSK03920
003930 01  WS-MONTH-LIMIT                      PIC 9(03) COMP           HSK03930
003940                                             VALUE 500.           HSK03940
003950 01  WS-MONTH-COUNT                      PIC 9(03) COMP VALUE 0.  HSK03950
003960 01  WS-MONTH-TABLE.                                              HSK03960
003970     05  WS-MONTH-ENTRY OCCURS 500 TIMES.                         HSK03970
003980         10  WS-MO-MONTH                 PIC 9(06).               HSK03980
003990         10  WS-MO-MODE                  PIC X(01).               HSK03990
004000         10  WS-MO-AREA-FLAGS            PIC X(09).               HSK04000
004010         10  WS-MO-RUNS                  PIC 9(06) COMP.          HSK04010
004020         10  WS-MO-PROCESSED             PIC 9(10) COMP.          HSK04020
004030         10  WS-MO-PRICED                PIC 9(10) COMP.          HSK04030
004040         10  WS-MO-EXCEPTIONS            PIC 9(10) COMP.          HSK04040
004050         10  WS-MO-DUPLICATES            PIC 9(10) COMP.          HSK04050
004060         10  WS-MO-FIRST-DATE            PIC 9(08).               HSK04060
004070         10  WS-MO-LAST-DATE             PIC 9(08).               HSK04070
004080 01  WS-MONTH-SUB                        PIC 9(03) COMP.          HSK04080
004090 01  WS-MONTH-FOUND-SUB                  PIC 9(03) COMP.          HSK04090
004100 01  WS-MONTH-FULL-SWITCH                PIC X(01) VALUE "N".     HSK04100
004110     88  WS-MONTH-TABLE-FULL             VALUE "Y".               HSK04110
004120                                                                  HSK04120
004130 01  WS-BALANCE-SWITCH                   PIC X(01) VALUE "Y".     HSK04130
004140     88  WS-FILES-BALANCE                VALUE "Y".               HSK04140
004141 01  WS-OUTPUT-OPEN-SWITCH               PIC X(01) VALUE "N".     HSK04141
004142     88  WS-OUTPUT-IS-OPEN               VALUE "Y".               HSK04142
004150                                                                  HSK04150
004160 01  WS-DECK-LINE.                                                HSK04160
004170     05  WS-DL-DECK-ID                   PIC X(08).               HSK04170
004180     05  FILLER                          PIC X(01).               HSK04180
004190     05  WS-DL-RUN-DATE                  PIC X(08).               HSK04190
004200     05  FILLER                          PIC X(01).               HSK04200
004210     05  WS-DL-FIRST-DATE                PIC 9(08).               HSK04210
004220     05  FILLER                          PIC X(01).               HSK04220
004230     05  WS-DL-LAST-DATE                 PIC 9(08).               HSK04230
004240     05  FILLER                          PIC X(01).               HSK04240
004250     05  WS-DL-ENTRIES                   PIC ZZZZZZ9.             HSK04250
004260     05  FILLER                          PIC X(01).               HSK04260
004270     05  WS-DL-ADDS                      PIC ZZZZZ9.              HSK04270
004280     05  FILLER                          PIC X(01).               HSK04280
004290     05  WS-DL-CHANGES                   PIC ZZZZZ9.              HSK04290
004300     05  FILLER                          PIC X(01).               HSK04300
004310     05  WS-DL-DELETES                   PIC ZZZZZ9.              HSK04310
004320     05  FILLER                          PIC X(01).               HSK04320
004330     05  WS-DL-DISPOSITION               PIC X(14).               HSK04330
004340                                                                  HSK04340
004350 01  WS-DECK-HEAD-LINE.                                           HSK04350
004360     05  FILLER                          PIC X(40) VALUE          HSK04360
004370         "DECK ID  RUN DATE FIRST    LAST     ENTR".              HSK04370
004380     05  FILLER                          PIC X(40) VALUE          HSK04380
004390         "IES   ADDS  CHGS   DELS DISPOSITION     ".              HSK04390
004400                                                                  HSK04400
004410 01  WS-MONTH-LINE.                                               HSK04410
004420     05  WS-ML-MONTH                     PIC 9(06).               HSK04420
004430     05  FILLER                          PIC X(01).               HSK04430
004440     05  WS-ML-MODE                      PIC X(01).               HSK04440
004450     05  FILLER                          PIC X(01).               HSK04450
004460     05  WS-ML-AREA-FLAGS                PIC X(09).               HSK04460
004470     05  FILLER                          PIC X(01).               HSK04470
004480     05  WS-ML-RUNS                      PIC ZZZZ9.               HSK04480
004490     05  FILLER                          PIC X(01).               HSK04490
004500     05  WS-ML-PROCESSED                 PIC ZZZ,ZZZ,ZZ9.         HSK04500
004510     05  FILLER                          PIC X(01).               HSK04510
004520     05  WS-ML-PRICED                    PIC ZZZ,ZZZ,ZZ9.         HSK04520
004530     05  FILLER                          PIC X(01).               HSK04530
004540     05  WS-ML-EXCEPTIONS                PIC ZZ,ZZZ,ZZ9.          HSK04540
004550     05  FILLER                          PIC X(20).               HSK04550
004560                                                                  HSK04560
004570 01  WS-MONTH-HEAD-LINE.                                          HSK04570
004580     05  FILLER                          PIC X(40) VALUE          HSK04580
004590         "MONTH  M AREAS     RUNS   PROCESSED     ".              HSK04590
004600     05  FILLER                          PIC X(40) VALUE          HSK04600
004610         " PRICED EXCEPTIONS                      ".              HSK04610
004620                                                                  HSK04620
004630 01  WS-TOTAL-LINE.                                               HSK04630
004640     05  WS-TOT-LABEL                    PIC X(34).               HSK04640
004650     05  WS-TOT-COUNT                    PIC ZZ,ZZZ,ZZ9.          HSK04650
004660     05  FILLER                          PIC X(01).               HSK04660
004670     05  WS-TOT-NOTE                     PIC X(35).               HSK04670
004680                                                                  HSK04680
004690 01  WS-GEN-LINE.                                                 HSK04690
004700     05  WS-GL-FILE-NAME                 PIC X(09).               HSK04700
004710     05  FILLER                          PIC X(01).               HSK04710
004720     05  WS-GL-JOB-NAME                  PIC X(08).               HSK04720
004730     05  FILLER                          PIC X(01).               HSK04730
004740     05  WS-GL-RUN-DATE                  PIC 9(08).               HSK04740
004750     05  FILLER                          PIC X(01).               HSK04750
004760     05  WS-GL-RUN-TIME                  PIC 9(06).               HSK04760
004770     05  FILLER                          PIC X(01).               HSK04770
004780     05  WS-GL-RUN-ID                    PIC X(08).               HSK04780
004790     05  FILLER                          PIC X(01).               HSK04790
004800     05  WS-GL-AGE-DAYS                  PIC ZZZZ9.               HSK04800
004810     05  FILLER                          PIC X(01).               HSK04810
004820     05  WS-GL-DISPOSITION               PIC X(20).               HSK04820
004830     05  FILLER                          PIC X(10).               HSK04830
004840                                                                  HSK04840
004850 01  WS-GEN-HEAD-LINE.                                            HSK04850
004860     05  FILLER                          PIC X(40) VALUE          HSK04860
004870         "FILE      JOB      RUN DATE TIME   RUN I".              HSK04870
004880     05  FILLER                          PIC X(40) VALUE          HSK04880
004890         "D     AGE DISPOSITION                   ".              HSK04890
004900                                                                  HSK04900
004910 01  WS-GEN-TOTAL-LABEL.                                          HSK04910
004920     05  WS-GT-FILE-NAME                 PIC X(09).               HSK04920
004930     05  FILLER                          PIC X(01) VALUE SPACE.   HSK04930
004940     05  WS-GT-TEXT                      PIC X(24).               HSK04940
004950 01  WS-RUN-DATE.                                                 HSK04950
004960     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               HSK04960
004970                                                                  HSK04970
004980 01  WS-RUN-TIME.                                                 HSK04980
004990     05  WS-RUN-TIME-HHMMSS              PIC 9(06).               HSK04990
005000     05  WS-RUN-TIME-HUNDREDTHS          PIC 9(02).               HSK05000
005010                                                                  HSK05010
005020 01  WS-RUNPOST-ARGS.                                             HSK05020
005030     COPY RUNPSTV1.                                               HSK05030
005040                                                                  HSK05040
005050/                                                                 HSK05050
005060 PROCEDURE DIVISION.                                              HSK05060
005070                                                                  HSK05070
005080 A100-MAIN SECTION.                                               HSK05080
005090 A100-START.                                                      HSK05090
005100     DISPLAY "HSKRET - JOURNAL AND RUN-HISTORY RETENTION".        HSK05100
005110     DISPLAY SPACE.                                               HSK05110
005120     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.              HSK05120
005130     ACCEPT WS-RUN-TIME FROM TIME.                                HSK05130
005140                                                                  HSK05140
005150     PERFORM A050-READ-CONTROL-CARD.                              HSK05150
005160     IF RETURN-CODE = 12                                          HSK05160
005170         GO TO A100-EXIT.                                         HSK05170
005180                                                                  HSK05180
005190*    Both files are tallied before anything is written, so a      HSK05190
005200*    table overflow stops the run with nothing to catalog.        HSK05200
005210     PERFORM B100-TALLY-JOURNAL.                                  HSK05210
005220     IF RETURN-CODE = 12                                          HSK05220
005230         GO TO A100-EXIT.                                         HSK05230
005240     IF WS-DECK-TABLE-FULL                                        HSK05240
005250         DISPLAY "JOURNAL DECKS EXCEED TABLE - RUN ABANDONED"     HSK05250
005260         MOVE 12 TO RETURN-CODE                                   HSK05260
005270         GO TO A100-EXIT.                                         HSK05270
005280     PERFORM B300-SET-DISPOSITION                                 HSK05280
005290         VARYING WS-DECK-SUB FROM 1 BY 1                          HSK05290
005300         UNTIL WS-DECK-SUB > WS-DECK-COUNT.                       HSK05300
005310     PERFORM E100-TALLY-RUN-HISTORY.                              HSK05310
005320     IF RETURN-CODE = 12                                          HSK05320
005330         GO TO A100-EXIT.                                         HSK05330
005340     IF WS-MONTH-TABLE-FULL                                       HSK05340
005350         DISPLAY "RUN-HISTORY MONTHS EXCEED TABLE - "             HSK05350
005360             "RUN ABANDONED"                                      HSK05360
005370         MOVE 12 TO RETURN-CODE                                   HSK05370
005380         GO TO A100-EXIT.                                         HSK05380
005390     PERFORM J100-FIND-LAST-LISTING.                              HSK05390
005400     IF RETURN-CODE = 12                                          HSK05400
005410         GO TO A100-EXIT.                                         HSK05410
005420                                                                  HSK05420
005430     OPEN OUTPUT NEW-JOURNAL-FILE.                                HSK05430
005440     OPEN OUTPUT NEW-RUN-HISTORY-FILE.                            HSK05440
005450     OPEN OUTPUT ARCHIVE-FILE.                                    HSK05450
005460     OPEN OUTPUT PURGE-LIST-FILE.                                 HSK05460
005470     OPEN OUTPUT REGISTER-FILE.                                   HSK05470
005471     SET WS-OUTPUT-IS-OPEN TO TRUE.                               HSK05471
005480     PERFORM A200-WRITE-REGISTER-HEADER.                          HSK05480
005490                                                                  HSK05490
005500     PERFORM C100-COPY-JOURNAL.                                   HSK05500
005510     PERFORM C300-WRITE-DECK-SUMMARIES.                           HSK05510
005520     PERFORM F100-COPY-RUN-HISTORY.                               HSK05520
005530     PERFORM F300-WRITE-MONTH-SUMMARIES.                          HSK05530
005540     PERFORM J200-LIST-GENERATIONS.                               HSK05540
005550     PERFORM H100-BALANCE-FILES.                                  HSK05550
005560     PERFORM D100-CONTROL-REPORT.                                 HSK05560
005570                                                                  HSK05570
005580     IF NOT WS-FILES-BALANCE                                      HSK05580
005590         DISPLAY "RETENTION OUT OF BALANCE - "                    HSK05590
005600             "NEW FILES NOT TO BE CATALOGED"                      HSK05600
005610         MOVE 12 TO RETURN-CODE                                   HSK05610
005620     ELSE                                                         HSK05620
005630         IF DECKS-REFUSED > ZERO                                  HSK05630
005640             DISPLAY "DECKS INSIDE BACKOUT WINDOW KEPT ONLINE"    HSK05640
005650             IF RETURN-CODE < 4                                   HSK05650
005660                 MOVE 4 TO RETURN-CODE                            HSK05660
005670             END-IF                                               HSK05670
005680         END-IF                                                   HSK05680
005690     END-IF.                                                      HSK05690
005700                                                                  HSK05700
005710     DISPLAY SPACE.                                               HSK05710
005720     DISPLAY "DONE !".                                            HSK05720
005730                                                                  HSK05730
005740 A100-EXIT.                                                       HSK05740
005741*    A run abandoned before the opens has nothing to close.       HSK05741
005742     IF WS-OUTPUT-IS-OPEN                                         HSK05742
005743         CLOSE NEW-JOURNAL-FILE                                   HSK05743
005744         CLOSE NEW-RUN-HISTORY-FILE                               HSK05744
005745         CLOSE ARCHIVE-FILE                                       HSK05745
005746         CLOSE PURGE-LIST-FILE                                    HSK05746
005747         CLOSE REGISTER-FILE                                      HSK05747
005748     END-IF.                                                      HSK05748
005800     PERFORM G300-POST-RUN-LEDGER.                                HSK05800
005810     STOP RUN.                                                    HSK05810
005820/                                                                 HSK05820
005830 A050-READ-CONTROL-CARD SECTION.                                  HSK05830
005840 A050-START.                                                      HSK05840
005850     OPEN INPUT CONTROL-CARD-FILE.                                HSK05850
005860     IF CONTROL-FILE-STATUS NOT = "00"                            HSK05860
005870         DISPLAY "RETENTION CARD MISSING - STATUS: "              HSK05870
005880                     CONTROL-FILE-STATUS                          HSK05880
005890         MOVE 12 TO RETURN-CODE                                   HSK05890
005900         GO TO A050-EXIT.                                         HSK05900
005910     READ CONTROL-CARD-FILE                                       HSK05910
005920         AT END                                                   HSK05920
005930             DISPLAY "RETENTION CARD MISSING"                     HSK05930
005940             MOVE 12 TO RETURN-CODE                               HSK05940
005950             CLOSE CONTROL-CARD-FILE                              HSK05950
005960             GO TO A050-EXIT                                      HSK05960
005970     END-READ.                                                    HSK05970
005980     MOVE CONTROL-CARD-RECORD TO WS-CONTROL-CARD.                 HSK05980
005990     CLOSE CONTROL-CARD-FILE.                                     HSK05990
006000                                                                  HSK06000
006010     IF WS-CC-JOURNAL-DAYS NOT NUMERIC                            HSK06010
006020             OR WS-CC-JOURNAL-DAYS = ZERO                         HSK06020
006030         DISPLAY "INVALID UT-JRNL RETENTION ON CARD"              HSK06030
006040         MOVE 12 TO RETURN-CODE                                   HSK06040
006050         GO TO A050-EXIT.                                         HSK06050
006060     IF WS-CC-BACKOUT-DAYS NOT NUMERIC                            HSK06060
006070         DISPLAY "INVALID BACKOUT WINDOW ON CARD"                 HSK06070
006080         MOVE 12 TO RETURN-CODE                                   HSK06080
006090         GO TO A050-EXIT.                                         HSK06090
006100     IF WS-CC-HISTORY-DAYS NOT NUMERIC                            HSK06100
006110             OR WS-CC-HISTORY-DAYS = ZERO                         HSK06110
006120         DISPLAY "INVALID UT-RUNHST RETENTION ON CARD"            HSK06120
006130         MOVE 12 TO RETURN-CODE                                   HSK06130
006140         GO TO A050-EXIT.                                         HSK06140
006150     MOVE "UT-EXCPT" TO WS-GF-NAME (1).                           HSK06150
006160     MOVE "UT-RWKRPT" TO WS-GF-NAME (2).                          HSK06160
006170     MOVE "UT-CKPOUT" TO WS-GF-NAME (3).                          HSK06170
006180     PERFORM A060-SET-GENERATION-DAYS                             HSK06180
006190         VARYING WS-GEN-SUB FROM 1 BY 1                           HSK06190
006200         UNTIL WS-GEN-SUB > WS-GEN-FILE-COUNT                     HSK06200
006210             OR RETURN-CODE = 12.                                 HSK06210
006220     IF RETURN-CODE = 12                                          HSK06220
006230         GO TO A050-EXIT.                                         HSK06230
006240                                                                  HSK06240
006250     COMPUTE WS-DATE-INTEGER =                                    HSK06250
006260         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD)          HSK06260
006270         - WS-CC-JOURNAL-DAYS.                                    HSK06270
006280     COMPUTE WS-JOURNAL-CUTOFF-DATE =                             HSK06280
006290         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).              HSK06290
006300     COMPUTE WS-DATE-INTEGER =                                    HSK06300
006310         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD)          HSK06310
006320         - WS-CC-BACKOUT-DAYS.                                    HSK06320
006330     COMPUTE WS-BACKOUT-CUTOFF-DATE =                             HSK06330
006340         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).              HSK06340
006350     COMPUTE WS-DATE-INTEGER =                                    HSK06350
006360         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD)          HSK06360
006370         - WS-CC-HISTORY-DAYS.                                    HSK06370
006380     COMPUTE WS-HISTORY-CUTOFF-DATE =                             HSK06380
006390         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).              HSK06390
006400*    Only months wholly before the cutoff roll up.                HSK06400
006410     MOVE WS-HISTORY-CUTOFF-DATE TO WS-WORK-DATE.                 HSK06410
006420     MOVE WS-WORK-MONTH TO WS-HISTORY-CUTOFF-MONTH.               HSK06420
006430                                                                  HSK06430
006440     DISPLAY "UT-JRNL KEPT ONLINE FROM ..... "                    HSK06440
006450         WS-JOURNAL-CUTOFF-DATE.                                  HSK06450
006460     DISPLAY "BACKOUT WINDOW OPENS ......... "                    HSK06460
006470         WS-BACKOUT-CUTOFF-DATE.                                  HSK06470
006480     DISPLAY "UT-RUNHST MONTHS KEPT FROM ... "                    HSK06480
006490         WS-HISTORY-CUTOFF-MONTH.                                 HSK06490
006500     PERFORM VARYING WS-GEN-SUB FROM 1 BY 1                       HSK06500
006510             UNTIL WS-GEN-SUB > WS-GEN-FILE-COUNT                 HSK06510
006520         IF WS-GF-DAYS (WS-GEN-SUB) = ZERO                        HSK06520
006530             DISPLAY WS-GF-NAME (WS-GEN-SUB)                      HSK06530
006540                 " EVERY GENERATION KEPT"                         HSK06540
006550         ELSE                                                     HSK06550
006560             DISPLAY WS-GF-NAME (WS-GEN-SUB)                      HSK06560
006570                 " GENERATIONS KEPT FROM "                        HSK06570
006580                 WS-GF-CUTOFF-DATE (WS-GEN-SUB)                   HSK06580
006590         END-IF                                                   HSK06590
006600     END-PERFORM.                                                 HSK06600
006610 A050-EXIT.                                                       HSK06610
006620     EXIT.                                                        HSK06620
006630/                                                                 HSK06630
006640 A060-SET-GENERATION-DAYS SECTION.                                HSK06640
006650 A060-START.                                                      HSK06650
006660     MOVE ZERO TO WS-GF-DAYS (WS-GEN-SUB).                        HSK06660
006670     MOVE ZERO TO WS-GF-CUTOFF-DATE (WS-GEN-SUB).                 HSK06670
006680     MOVE ZERO TO WS-GF-PRIOR-CUTOFF-DATE (WS-GEN-SUB).           HSK06680
006690     MOVE "N" TO WS-GF-NEWEST-SWITCH (WS-GEN-SUB).                HSK06690
006700     MOVE ZERO TO WS-GF-ON-LEDGER (WS-GEN-SUB).                   HSK06700
006710     MOVE ZERO TO WS-GF-KEPT (WS-GEN-SUB).                        HSK06710
006720     MOVE ZERO TO WS-GF-LISTED (WS-GEN-SUB).                      HSK06720
006730     MOVE ZERO TO WS-GF-LISTED-EARLIER (WS-GEN-SUB).              HSK06730
006740*    Blank days, like zero, keep every generation of the file.    HSK06740
006750     IF WS-CC-GENERATION-DAYS (WS-GEN-SUB) = SPACES               HSK06750
006760         GO TO A060-EXIT.                                         HSK06760
006770     IF WS-CC-GENERATION-DAYS (WS-GEN-SUB) NOT NUMERIC            HSK06770
006780         DISPLAY "INVALID RETENTION ON CARD FOR "                 HSK06780
006790                     WS-GF-NAME (WS-GEN-SUB)                      HSK06790
006800         MOVE 12 TO RETURN-CODE                                   HSK06800
006810         GO TO A060-EXIT.                                         HSK06810
006820     MOVE WS-CC-GENERATION-DAYS (WS-GEN-SUB)                      HSK06820
006830         TO WS-GF-DAYS (WS-GEN-SUB).                              HSK06830
006840     IF WS-GF-DAYS (WS-GEN-SUB) = ZERO                            HSK06840
006850         GO TO A060-EXIT.                                         HSK06850
006860     COMPUTE WS-DATE-INTEGER =                                    HSK06860
006870         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD)          HSK06870
006880         - WS-GF-DAYS (WS-GEN-SUB).                               HSK06880
006890     COMPUTE WS-GF-CUTOFF-DATE (WS-GEN-SUB) =                     HSK06890
006900         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).              HSK06900
006910 A060-EXIT.                                                       HSK06910
006920     EXIT.                                                        HSK06920
006930/                                                                 HSK06930
006940 A200-WRITE-REGISTER-HEADER SECTION.                              HSK06940
006950 A200-START.                                                      HSK06950
006960     MOVE SPACES TO REGISTER-RECORD.                              HSK06960
006970     STRING                                                       HSK06970
006980         "RETENTION REGISTER - RUN DATE "                         HSK06980
006990                                        DELIMITED BY SIZE         HSK06990
007000         WS-RUN-DATE-YYYYMMDD           DELIMITED BY SIZE         HSK07000
007010         INTO REGISTER-RECORD                                     HSK07010
007020     END-STRING.                                                  HSK07020
007030     WRITE REGISTER-RECORD.                                       HSK07030
007040     MOVE SPACES TO REGISTER-RECORD.                              HSK07040
007050     STRING                                                       HSK07050
007060         "UT-JRNL DAYS "                DELIMITED BY SIZE         HSK07060
007070         WS-CC-JOURNAL-DAYS             DELIMITED BY SIZE         HSK07070
007080         "  BACKOUT WINDOW DAYS "       DELIMITED BY SIZE         HSK07080
007090         WS-CC-BACKOUT-DAYS             DELIMITED BY SIZE         HSK07090
007100         "  UT-RUNHST DAYS "            DELIMITED BY SIZE         HSK07100
007110         WS-CC-HISTORY-DAYS             DELIMITED BY SIZE         HSK07110
007120         INTO REGISTER-RECORD                                     HSK07120
007130     END-STRING.                                                  HSK07130
007140     WRITE REGISTER-RECORD.                                       HSK07140
007150     MOVE SPACES TO REGISTER-RECORD.                              HSK07150
007160     STRING                                                       HSK07160
007170         "UT-EXCPT DAYS "               DELIMITED BY SIZE         HSK07170
007180         WS-GF-DAYS (1)                 DELIMITED BY SIZE         HSK07180
007190         "  UT-RWKRPT DAYS "            DELIMITED BY SIZE         HSK07190
007200         WS-GF-DAYS (2)                 DELIMITED BY SIZE         HSK07200
007210         "  UT-CKPOUT DAYS "            DELIMITED BY SIZE         HSK07210
007220         WS-GF-DAYS (3)                 DELIMITED BY SIZE         HSK07220
007230         "  (0 = ALL KEPT)"             DELIMITED BY SIZE         HSK07230
007240         INTO REGISTER-RECORD                                     HSK07240
007250     END-STRING.                                                  HSK07250
007260     WRITE REGISTER-RECORD.                                       HSK07260
007270     MOVE SPACES TO REGISTER-RECORD.                              HSK07270
007280     WRITE REGISTER-RECORD.                                       HSK07280
007290 A200-EXIT.                                                       HSK07290
007300     EXIT.                                                        HSK07300
007310/                                                                 HSK07310
007320 B100-TALLY-JOURNAL SECTION.                                      HSK07320
007330 B100-START.                                                      HSK07330
007340     OPEN INPUT JOURNAL-FILE.                                     HSK07340
007350*    An OPTIONAL file that is not there opens with status 05 at   HSK07350
007360*    end-of-file - there is simply nothing to archive.            HSK07360
007370     IF JOURNAL-FILE-STATUS = "05"                                HSK07370
007380         CLOSE JOURNAL-FILE                                       HSK07380
007390         GO TO B100-EXIT.                                         HSK07390
007400     IF JOURNAL-FILE-STATUS NOT = "00"                            HSK07400
007410         DISPLAY "FILE STATUS ERROR OPENING UT-JRNL: "            HSK07410
007420                     JOURNAL-FILE-STATUS                          HSK07420
007430         MOVE 12 TO RETURN-CODE                                   HSK07430
007440         GO TO B100-EXIT.                                         HSK07440
007450     PERFORM B150-TALLY-ONE-ENTRY                                 HSK07450
007460         UNTIL JOURNAL-FILE-STATUS NOT = "00".                    HSK07460
007470     CLOSE JOURNAL-FILE.                                          HSK07470
007480     MOVE WS-DECK-COUNT TO DECKS-ON-JOURNAL.                      HSK07480
007490 B100-EXIT.                                                       HSK07490
007500     EXIT.                                                        HSK07500
007510/                                                                 HSK07510
007520 B150-TALLY-ONE-ENTRY SECTION.                                    HSK07520
007530 B150-START.                                                      HSK07530
007540     READ JOURNAL-FILE                                            HSK07540
007550         AT END                                                   HSK07550
007560             MOVE "10" TO JOURNAL-FILE-STATUS                     HSK07560
007570             GO TO B150-EXIT                                      HSK07570
007580     END-READ.                                                    HSK07580
007590     IF JOURNAL-FILE-STATUS NOT = "00"                            HSK07590
007600         DISPLAY "FILE STATUS ERROR ON UT-JRNL: "                 HSK07600
007610                     JOURNAL-FILE-STATUS                          HSK07610
007620         MOVE "10" TO JOURNAL-FILE-STATUS                         HSK07620
007630         MOVE 12 TO RETURN-CODE                                   HSK07630
007640         GO TO B150-EXIT.                                         HSK07640
007650     ADD 1 TO JOURNAL-RECORDS-READ.                               HSK07650
007660     PERFORM B200-FIND-DECK.                                      HSK07660
007670     IF WS-DECK-FOUND-SUB = ZERO                                  HSK07670
007680         PERFORM B250-ADD-DECK                                    HSK07680
007690     END-IF.                                                      HSK07690
007700     IF WS-DECK-FOUND-SUB = ZERO                                  HSK07700
007710         GO TO B150-EXIT.                                         HSK07710
007720                                                                  HSK07720
007730     MOVE WS-DECK-FOUND-SUB TO WS-DECK-SUB.                       HSK07730
007740     ADD 1 TO WS-DK-ENTRIES (WS-DECK-SUB).                        HSK07740
007750     IF JR-ACTION = "A"                                           HSK07750
007760         ADD 1 TO WS-DK-ADDS (WS-DECK-SUB)                        HSK07760
007770     ELSE                                                         HSK07770
007780         IF JR-ACTION = "C"                                       HSK07780
007790             ADD 1 TO WS-DK-CHANGES (WS-DECK-SUB)                 HSK07790
007800         ELSE                                                     HSK07800
007810             IF JR-ACTION = "D"                                   HSK07810
007820                 ADD 1 TO WS-DK-DELETES (WS-DECK-SUB)             HSK07820
007830             ELSE                                                 HSK07830
007840                 ADD 1 TO WS-DK-OTHERS (WS-DECK-SUB)              HSK07840
007850             END-IF                                               HSK07850
007860         END-IF                                                   HSK07860
007870     END-IF.                                                      HSK07870
007880     IF WS-ENTRY-DATE < WS-DK-FIRST-DATE (WS-DECK-SUB)            HSK07880
007890             OR (WS-ENTRY-DATE = WS-DK-FIRST-DATE (WS-DECK-SUB)   HSK07890
007900             AND WS-ENTRY-TIME < WS-DK-FIRST-TIME (WS-DECK-SUB))  HSK07900
007910         MOVE WS-ENTRY-DATE TO WS-DK-FIRST-DATE (WS-DECK-SUB)     HSK07910
007920         MOVE WS-ENTRY-TIME TO WS-DK-FIRST-TIME (WS-DECK-SUB)     HSK07920
007930     END-IF.                                                      HSK07930
007940     IF WS-ENTRY-DATE > WS-DK-LAST-DATE (WS-DECK-SUB)             HSK07940
007950             OR (WS-ENTRY-DATE = WS-DK-LAST-DATE (WS-DECK-SUB)    HSK07950
007960             AND WS-ENTRY-TIME > WS-DK-LAST-TIME (WS-DECK-SUB))   HSK07960
007970         MOVE WS-ENTRY-DATE TO WS-DK-LAST-DATE (WS-DECK-SUB)      HSK07970
007980         MOVE WS-ENTRY-TIME TO WS-DK-LAST-TIME (WS-DECK-SUB)      HSK07980
007990     END-IF.                                                      HSK07990
008000 B150-EXIT.                                                       HSK08000
008010     EXIT.                                                        HSK08010
008020/                                                                 HSK08020
008030 B200-FIND-DECK SECTION.                                          HSK08030
008040 B200-START.                                                      HSK08040
008050*    An entry with an unreadable date is treated as the newest    HSK08050
008060*    there is, so its deck is never archived.                     HSK08060
008070     IF JR-RUN-DATE NUMERIC                                       HSK08070
008080         MOVE JR-RUN-DATE TO WS-ENTRY-DATE                        HSK08080
008090     ELSE                                                         HSK08090
008100         MOVE 99999999 TO WS-ENTRY-DATE                           HSK08100
008110     END-IF.                                                      HSK08110
008120     IF JR-RUN-TIME NUMERIC                                       HSK08120
008130         MOVE JR-RUN-TIME TO WS-ENTRY-TIME                        HSK08130
008140     ELSE                                                         HSK08140
008150         MOVE ZERO TO WS-ENTRY-TIME                               HSK08150
008160     END-IF.                                                      HSK08160
008170*    MRCFBKO reverses by deck ID, or by run date when a run       HSK08170
008180*    carried no deck ID - that is the unit never split.           HSK08180
008190     MOVE JR-DECK-ID TO WS-ENTRY-DECK-ID.                         HSK08190
008200     IF JR-DECK-ID = SPACES                                       HSK08200
008210         MOVE WS-ENTRY-DATE TO WS-ENTRY-RUN-DATE                  HSK08210
008220     ELSE                                                         HSK08220
008230         MOVE ZERO TO WS-ENTRY-RUN-DATE                           HSK08230
008240     END-IF.                                                      HSK08240
008250                                                                  HSK08250
008260*    A run's entries are contiguous - try the last deck first.    HSK08260
008270     IF WS-DECK-FOUND-SUB NOT = ZERO                              HSK08270
008280         IF WS-DK-DECK-ID (WS-DECK-FOUND-SUB) = WS-ENTRY-DECK-ID  HSK08280
008290             AND WS-DK-RUN-DATE (WS-DECK-FOUND-SUB)               HSK08290
008300                 = WS-ENTRY-RUN-DATE                              HSK08300
008310             GO TO B200-EXIT                                      HSK08310
008320         END-IF                                                   HSK08320
008330     END-IF.                                                      HSK08330
008340     MOVE ZERO TO WS-DECK-FOUND-SUB.                              HSK08340
008350     PERFORM VARYING WS-DECK-SUB FROM 1 BY 1                      HSK08350
008360             UNTIL WS-DECK-SUB > WS-DECK-COUNT                    HSK08360
008370                 OR WS-DECK-FOUND-SUB NOT = ZERO                  HSK08370
008380         IF WS-DK-DECK-ID (WS-DECK-SUB) = WS-ENTRY-DECK-ID        HSK08380
008390             AND WS-DK-RUN-DATE (WS-DECK-SUB) = WS-ENTRY-RUN-DATE HSK08390
008400             MOVE WS-DECK-SUB TO WS-DECK-FOUND-SUB                HSK08400
008410         END-IF                                                   HSK08410
008420     END-PERFORM.                                                 HSK08420
008430 B200-EXIT.                                                       HSK08430
008440     EXIT.                                                        HSK08440
008450/                                                                 HSK08450
008460 B250-ADD-DECK SECTION.                                           HSK08460
008470 B250-START.                                                      HSK08470
008480     IF WS-DECK-COUNT NOT LESS THAN WS-DECK-LIMIT                 HSK08480
008490         SET WS-DECK-TABLE-FULL TO TRUE                           HSK08490
008500         GO TO B250-EXIT.                                         HSK08500
008510     ADD 1 TO WS-DECK-COUNT.                                      HSK08510
008520     MOVE WS-DECK-COUNT TO WS-DECK-FOUND-SUB.                     HSK08520
008530     MOVE WS-ENTRY-DECK-ID TO WS-DK-DECK-ID (WS-DECK-COUNT).      HSK08530
008540     MOVE WS-ENTRY-RUN-DATE TO WS-DK-RUN-DATE (WS-DECK-COUNT).    HSK08540
008550     MOVE WS-ENTRY-DATE TO WS-DK-FIRST-DATE (WS-DECK-COUNT).      HSK08550
008560     MOVE WS-ENTRY-TIME TO WS-DK-FIRST-TIME (WS-DECK-COUNT).      HSK08560
008570     MOVE WS-ENTRY-DATE TO WS-DK-LAST-DATE (WS-DECK-COUNT).       HSK08570
008580     MOVE WS-ENTRY-TIME TO WS-DK-LAST-TIME (WS-DECK-COUNT).       HSK08580
008590     MOVE ZERO TO WS-DK-ENTRIES (WS-DECK-COUNT).                  HSK08590
008600     MOVE ZERO TO WS-DK-ADDS (WS-DECK-COUNT).                     HSK08600
008610     MOVE ZERO TO WS-DK-CHANGES (WS-DECK-COUNT).                  HSK08610
008620     MOVE ZERO TO WS-DK-DELETES (WS-DECK-COUNT).                  HSK08620
008630     MOVE ZERO TO WS-DK-OTHERS (WS-DECK-COUNT).                   HSK08630
008640     MOVE ZERO TO WS-DK-ARCHIVED (WS-DECK-COUNT).                 HSK08640
008650     SET WS-DK-KEEP (WS-DECK-COUNT) TO TRUE.                      HSK08650
008660 B250-EXIT.                                                       HSK08660
008670     EXIT.                                                        HSK08670
008680/                                                                 HSK08680
008690 B300-SET-DISPOSITION SECTION.                                    HSK08690
008700 B300-START.                                                      HSK08700
008710*    A deck goes only when its newest entry is past retention,    HSK08710
008720*    and never while that entry is inside the backout window.     HSK08720
008730     IF WS-DK-LAST-DATE (WS-DECK-SUB)                             HSK08730
008740             NOT LESS THAN WS-JOURNAL-CUTOFF-DATE                 HSK08740
008750         SET WS-DK-KEEP (WS-DECK-SUB) TO TRUE                     HSK08750
008760         GO TO B300-EXIT.                                         HSK08760
008770     IF WS-DK-LAST-DATE (WS-DECK-SUB)                             HSK08770
008780             NOT LESS THAN WS-BACKOUT-CUTOFF-DATE                 HSK08780
008790         SET WS-DK-REFUSED (WS-DECK-SUB) TO TRUE                  HSK08790
008800         ADD 1 TO DECKS-REFUSED                                   HSK08800
008810     ELSE                                                         HSK08810
008820         SET WS-DK-ARCHIVE (WS-DECK-SUB) TO TRUE                  HSK08820
008830         ADD 1 TO DECKS-ARCHIVED                                  HSK08830
008840     END-IF.                                                      HSK08840
008850 B300-EXIT.                                                       HSK08850
008860     EXIT.                                                        HSK08860
008870/                                                                 HSK08870
008880 C100-COPY-JOURNAL SECTION.                                       HSK08880
008890 C100-START.                                                      HSK08890
008900     OPEN INPUT JOURNAL-FILE.                                     HSK08900
008910     IF JOURNAL-FILE-STATUS = "05"                                HSK08910
008920         CLOSE JOURNAL-FILE                                       HSK08920
008930         GO TO C100-EXIT.                                         HSK08930
008940     IF JOURNAL-FILE-STATUS NOT = "00"                            HSK08940
008950         DISPLAY "FILE STATUS ERROR OPENING UT-JRNL: "            HSK08950
008960                     JOURNAL-FILE-STATUS                          HSK08960
008970         MOVE "N" TO WS-BALANCE-SWITCH                            HSK08970
008980         GO TO C100-EXIT.                                         HSK08980
008990     MOVE ZERO TO WS-DECK-FOUND-SUB.                              HSK08990
009000     PERFORM C150-COPY-ONE-ENTRY                                  HSK09000
009010         UNTIL JOURNAL-FILE-STATUS NOT = "00".                    HSK09010
009020     CLOSE JOURNAL-FILE.                                          HSK09020
009030 C100-EXIT.                                                       HSK09030
009040     EXIT.                                                        HSK09040
009050/                                                                 HSK09050
009060 C150-COPY-ONE-ENTRY SECTION.                                     HSK09060
009070 C150-START.                                                      HSK09070
009080     READ JOURNAL-FILE                                            HSK09080
009090         AT END                                                   HSK09090
009100             MOVE "10" TO JOURNAL-FILE-STATUS                     HSK09100
009110             GO TO C150-EXIT                                      HSK09110
009120     END-READ.                                                    HSK09120
009130     IF JOURNAL-FILE-STATUS NOT = "00"                            HSK09130
009140         DISPLAY "FILE STATUS ERROR ON UT-JRNL: "                 HSK09140
009150                     JOURNAL-FILE-STATUS                          HSK09150
009160         MOVE "10" TO JOURNAL-FILE-STATUS                         HSK09160
009170         MOVE "N" TO WS-BALANCE-SWITCH                            HSK09170
009180         GO TO C150-EXIT.                                         HSK09180
009190     ADD 1 TO JOURNAL-RECORDS-REREAD.                             HSK09190
009200     PERFORM B200-FIND-DECK.                                      HSK09200
009210     IF WS-DECK-FOUND-SUB NOT = ZERO                              HSK09210
009220         IF WS-DK-ARCHIVE (WS-DECK-FOUND-SUB)                     HSK09220
009230             ADD 1 TO WS-DK-ARCHIVED (WS-DECK-FOUND-SUB)          HSK09230
009240             ADD 1 TO JOURNAL-RECORDS-ARCHIVED                    HSK09240
009250             GO TO C150-EXIT                                      HSK09250
009260         END-IF                                                   HSK09260
009270     END-IF.                                                      HSK09270
009280     WRITE NEW-JOURNAL-RECORD FROM JOURNAL-RECORD.                HSK09280
009290     IF JRNNEW-FILE-STATUS NOT = "00"                             HSK09290
009300         DISPLAY "FILE STATUS ERROR ON UT-JRNNEW: "               HSK09300
009310                     JRNNEW-FILE-STATUS                           HSK09310
009320         MOVE "N" TO WS-BALANCE-SWITCH                            HSK09320
009330         GO TO C150-EXIT.                                         HSK09330
009340     ADD 1 TO JOURNAL-RECORDS-KEPT.                               HSK09340
009350 C150-EXIT.                                                       HSK09350
009360     EXIT.                                                        HSK09360
009370/                                                                 HSK09370
009380 C300-WRITE-DECK-SUMMARIES SECTION.                               HSK09380
009390 C300-START.                                                      HSK09390
009400     MOVE "UT-JRNL DECKS ARCHIVED OR REFUSED" TO REGISTER-RECORD. HSK09400
009410     WRITE REGISTER-RECORD.                                       HSK09410
009420     WRITE REGISTER-RECORD FROM WS-DECK-HEAD-LINE.                HSK09420
009430     PERFORM C350-WRITE-ONE-DECK                                  HSK09430
009440         VARYING WS-DECK-SUB FROM 1 BY 1                          HSK09440
009450         UNTIL WS-DECK-SUB > WS-DECK-COUNT.                       HSK09450
009460     MOVE SPACES TO REGISTER-RECORD.                              HSK09460
009470     WRITE REGISTER-RECORD.                                       HSK09470
009480 C300-EXIT.                                                       HSK09480
009490     EXIT.                                                        HSK09490
009500/                                                                 HSK09500
009510 C350-WRITE-ONE-DECK SECTION.                                     HSK09510
009520 C350-START.                                                      HSK09520
009530     IF WS-DK-KEEP (WS-DECK-SUB)                                  HSK09530
009540         GO TO C350-EXIT.                                         HSK09540
009550     MOVE SPACES TO WS-DECK-LINE.                                 HSK09550
009560     MOVE WS-DK-DECK-ID (WS-DECK-SUB) TO WS-DL-DECK-ID.           HSK09560
009570     IF WS-DK-RUN-DATE (WS-DECK-SUB) NOT = ZERO                   HSK09570
009580         MOVE WS-DK-RUN-DATE (WS-DECK-SUB) TO WS-DL-RUN-DATE      HSK09580
009590     END-IF.                                                      HSK09590
009600     MOVE WS-DK-FIRST-DATE (WS-DECK-SUB) TO WS-DL-FIRST-DATE.     HSK09600
009610     MOVE WS-DK-LAST-DATE (WS-DECK-SUB) TO WS-DL-LAST-DATE.       HSK09610
009620     MOVE WS-DK-ENTRIES (WS-DECK-SUB) TO WS-DL-ENTRIES.           HSK09620
009630     MOVE WS-DK-ADDS (WS-DECK-SUB) TO WS-DL-ADDS.                 HSK09630
009640     MOVE WS-DK-CHANGES (WS-DECK-SUB) TO WS-DL-CHANGES.           HSK09640
009650     MOVE WS-DK-DELETES (WS-DECK-SUB) TO WS-DL-DELETES.           HSK09650
009660     IF WS-DK-REFUSED (WS-DECK-SUB)                               HSK09660
009670         MOVE "BACKOUT WINDOW" TO WS-DL-DISPOSITION               HSK09670
009680         WRITE REGISTER-RECORD FROM WS-DECK-LINE                  HSK09680
009690         GO TO C350-EXIT.                                         HSK09690
009700                                                                  HSK09700
009710     MOVE "ARCHIVED" TO WS-DL-DISPOSITION.                        HSK09710
009720     WRITE REGISTER-RECORD FROM WS-DECK-LINE.                     HSK09720
009730     MOVE SPACES TO ARCHIVE-DECK-RECORD.                          HSK09730
009740     MOVE "JD" TO AD-RECORD-TYPE.                                 HSK09740
009750     MOVE WS-RUN-DATE-YYYYMMDD TO AD-ARCHIVE-DATE.                HSK09750
009760     MOVE WS-DK-DECK-ID (WS-DECK-SUB) TO AD-DECK-ID.              HSK09760
009770     MOVE WS-DK-RUN-DATE (WS-DECK-SUB) TO AD-DECK-RUN-DATE.       HSK09770
009780     MOVE WS-DK-FIRST-DATE (WS-DECK-SUB) TO AD-FIRST-RUN-DATE.    HSK09780
009790     MOVE WS-DK-FIRST-TIME (WS-DECK-SUB) TO AD-FIRST-RUN-TIME.    HSK09790
009800     MOVE WS-DK-LAST-DATE (WS-DECK-SUB) TO AD-LAST-RUN-DATE.      HSK09800
009810     MOVE WS-DK-LAST-TIME (WS-DECK-SUB) TO AD-LAST-RUN-TIME.      HSK09810
009820*    The summary carries what the second pass actually dropped,   HSK09820
009830*    so the balance proves the copy against the tally.            HSK09830
009840     MOVE WS-DK-ARCHIVED (WS-DECK-SUB) TO AD-ENTRIES.             HSK09840
009850     MOVE WS-DK-ADDS (WS-DECK-SUB) TO AD-ADDS.                    HSK09850
009860     MOVE WS-DK-CHANGES (WS-DECK-SUB) TO AD-CHANGES.              HSK09860
009870     MOVE WS-DK-DELETES (WS-DECK-SUB) TO AD-DELETES.              HSK09870
009880     MOVE WS-DK-OTHERS (WS-DECK-SUB) TO AD-OTHER-ACTIONS.         HSK09880
009890     WRITE ARCHIVE-DECK-RECORD.                                   HSK09890
009900     IF ARCOUT-FILE-STATUS NOT = "00"                             HSK09900
009910         DISPLAY "FILE STATUS ERROR ON UT-ARCOUT: "               HSK09910
009920                     ARCOUT-FILE-STATUS                           HSK09920
009930         MOVE "N" TO WS-BALANCE-SWITCH                            HSK09930
009940         GO TO C350-EXIT.                                         HSK09940
009950     ADD WS-DK-ARCHIVED (WS-DECK-SUB) TO JOURNAL-ON-SUMMARIES.    HSK09950
009960     IF WS-DK-ARCHIVED (WS-DECK-SUB)                              HSK09960
009970             NOT = WS-DK-ENTRIES (WS-DECK-SUB)                    HSK09970
009980         DISPLAY "DECK " WS-DK-DECK-ID (WS-DECK-SUB)              HSK09980
009990             " ARCHIVED COUNT DIFFERS FROM TALLY"                 HSK09990
010000         MOVE "N" TO WS-BALANCE-SWITCH                            HSK10000
010010     END-IF.                                                      HSK10010
010020 C350-EXIT.                                                       HSK10020
010030     EXIT.                                                        HSK10030
010040/                                                                 HSK10040
010050 E100-TALLY-RUN-HISTORY SECTION.                                  HSK10050
010060 E100-START.                                                      HSK10060
010070     OPEN INPUT RUN-HISTORY-FILE.                                 HSK10070
010080     IF RUNHST-FILE-STATUS = "05"                                 HSK10080
010090         CLOSE RUN-HISTORY-FILE                                   HSK10090
010100         GO TO E100-EXIT.                                         HSK10100
010110     IF RUNHST-FILE-STATUS NOT = "00"                             HSK10110
010120         DISPLAY "FILE STATUS ERROR OPENING UT-RUNHST: "          HSK10120
010130                     RUNHST-FILE-STATUS                           HSK10130
010140         MOVE 12 TO RETURN-CODE                                   HSK10140
010150         GO TO E100-EXIT.                                         HSK10150
010160     PERFORM E150-TALLY-ONE-RUN                                   HSK10160
010170         UNTIL RUNHST-FILE-STATUS NOT = "00".                     HSK10170
010180     CLOSE RUN-HISTORY-FILE.                                      HSK10180
010190 E100-EXIT.                                                       HSK10190
010200     EXIT.                                                        HSK10200
010210/                                                                 HSK10210
010220 E150-TALLY-ONE-RUN SECTION.                                      HSK10220
010230 E150-START.                                                      HSK10230
010240     READ RUN-HISTORY-FILE                                        HSK10240
010250         AT END                                                   HSK10250
010260             MOVE "10" TO RUNHST-FILE-STATUS                      HSK10260
010270             GO TO E150-EXIT                                      HSK10270
010280     END-READ.                                                    HSK10280
010290     IF RUNHST-FILE-STATUS NOT = "00"                             HSK10290
010300         DISPLAY "FILE STATUS ERROR ON UT-RUNHST: "               HSK10300
010310                     RUNHST-FILE-STATUS                           HSK10310
010320         MOVE "10" TO RUNHST-FILE-STATUS                          HSK10320
010330         MOVE 12 TO RETURN-CODE                                   HSK10330
010340         GO TO E150-EXIT.                                         HSK10340
010350     ADD 1 TO HISTORY-RECORDS-READ.                               HSK10350
010360     PERFORM E200-TEST-MONTH.                                     HSK10360
010370     IF WS-MONTH-FOUND-SUB = ZERO                                 HSK10370
010380         GO TO E150-EXIT.                                         HSK10380
010390     MOVE WS-MONTH-FOUND-SUB TO WS-MONTH-SUB.                     HSK10390
010400     ADD 1 TO WS-MO-RUNS (WS-MONTH-SUB).                          HSK10400
010410     IF RH-RECORDS-PROCESSED NUMERIC                              HSK10410
010420         ADD RH-RECORDS-PROCESSED                                 HSK10420
010430             TO WS-MO-PROCESSED (WS-MONTH-SUB)                    HSK10430
010440     END-IF.                                                      HSK10440
010450     IF RH-SUCCESSFULLY-PRICED NUMERIC                            HSK10450
010460         ADD RH-SUCCESSFULLY-PRICED                               HSK10460
010470             TO WS-MO-PRICED (WS-MONTH-SUB)                       HSK10470
010480     END-IF.                                                      HSK10480
010490     IF RH-EXCEPTION-COUNT NUMERIC                                HSK10490
010500         ADD RH-EXCEPTION-COUNT                                   HSK10500
010510             TO WS-MO-EXCEPTIONS (WS-MONTH-SUB)                   HSK10510
010520     END-IF.                                                      HSK10520
010530     IF RH-DUPLICATE-COUNT NUMERIC                                HSK10530
010540         ADD RH-DUPLICATE-COUNT                                   HSK10540
010550             TO WS-MO-DUPLICATES (WS-MONTH-SUB)                   HSK10550
010560     END-IF.                                                      HSK10560
010570     IF RH-RUN-DATE < WS-MO-FIRST-DATE (WS-MONTH-SUB)             HSK10570
010580         MOVE RH-RUN-DATE TO WS-MO-FIRST-DATE (WS-MONTH-SUB)      HSK10580
010590     END-IF.                                                      HSK10590
010600     IF RH-RUN-DATE > WS-MO-LAST-DATE (WS-MONTH-SUB)              HSK10600
010610         MOVE RH-RUN-DATE TO WS-MO-LAST-DATE (WS-MONTH-SUB)       HSK10610
010620     END-IF.                                                      HSK10620
010630 E150-EXIT.                                                       HSK10630
010640     EXIT.                                                        HSK10640
010650/                                                                 HSK10650
010660 E200-TEST-MONTH SECTION.                                         HSK10660
010670 E200-START.                                                      HSK10670
010680*    Returns the month-table entry the run rolls into, or zero    HSK10680
010690*    when the run stays online.  A run with an unreadable date    HSK10690
010700*    always stays online.                                         HSK10700
010710     MOVE ZERO TO WS-MONTH-FOUND-SUB.                             HSK10710
010720     IF RH-RUN-DATE NOT NUMERIC                                   HSK10720
010730         GO TO E200-EXIT.                                         HSK10730
010740     MOVE RH-RUN-DATE TO WS-WORK-DATE.                            HSK10740
010750     IF WS-WORK-MONTH NOT LESS THAN WS-HISTORY-CUTOFF-MONTH       HSK10750
010760         GO TO E200-EXIT.                                         HSK10760
010770     PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1                     HSK10770
010780             UNTIL WS-MONTH-SUB > WS-MONTH-COUNT                  HSK10780
010790                 OR WS-MONTH-FOUND-SUB NOT = ZERO                 HSK10790
010800         IF WS-MO-MONTH (WS-MONTH-SUB) = WS-WORK-MONTH            HSK10800
010810             AND WS-MO-MODE (WS-MONTH-SUB) = RH-MODE              HSK10810
010820             AND WS-MO-AREA-FLAGS (WS-MONTH-SUB) = RH-AREA-FLAGS  HSK10820
010830             MOVE WS-MONTH-SUB TO WS-MONTH-FOUND-SUB              HSK10830
010840         END-IF                                                   HSK10840
010850     END-PERFORM.                                                 HSK10850
010860     IF WS-MONTH-FOUND-SUB NOT = ZERO                             HSK10860
010870         GO TO E200-EXIT.                                         HSK10870
010880     IF WS-MONTH-COUNT NOT LESS THAN WS-MONTH-LIMIT               HSK10880
010890         SET WS-MONTH-TABLE-FULL TO TRUE                          HSK10890
010900         GO TO E200-EXIT.                                         HSK10900
010910     ADD 1 TO WS-MONTH-COUNT.                                     HSK10910
010920     MOVE WS-MONTH-COUNT TO WS-MONTH-FOUND-SUB.                   HSK10920
010930     MOVE WS-WORK-MONTH TO WS-MO-MONTH (WS-MONTH-COUNT).          HSK10930
010940     MOVE RH-MODE TO WS-MO-MODE (WS-MONTH-COUNT).                 HSK10940
010950     MOVE RH-AREA-FLAGS TO WS-MO-AREA-FLAGS (WS-MONTH-COUNT).     HSK10950
010960     MOVE ZERO TO WS-MO-RUNS (WS-MONTH-COUNT).                    HSK10960
010970     MOVE ZERO TO WS-MO-PROCESSED (WS-MONTH-COUNT).               HSK10970
010980     MOVE ZERO TO WS-MO-PRICED (WS-MONTH-COUNT).                  HSK10980
010990     MOVE ZERO TO WS-MO-EXCEPTIONS (WS-MONTH-COUNT).              HSK10990
011000     MOVE ZERO TO WS-MO-DUPLICATES (WS-MONTH-COUNT).              HSK11000
011010     MOVE RH-RUN-DATE TO WS-MO-FIRST-DATE (WS-MONTH-COUNT).       HSK11010
011020     MOVE RH-RUN-DATE TO WS-MO-LAST-DATE (WS-MONTH-COUNT).        HSK11020
011030 E200-EXIT.                                                       HSK11030
011040     EXIT.                                                        HSK11040
011050/                                                                 HSK11050
011060 F100-COPY-RUN-HISTORY SECTION.                                   HSK11060
011070 F100-START.                                                      HSK11070
011080     OPEN INPUT RUN-HISTORY-FILE.                                 HSK11080
011090     IF RUNHST-FILE-STATUS = "05"                                 HSK11090
011100         CLOSE RUN-HISTORY-FILE                                   HSK11100
011110         GO TO F100-EXIT.                                         HSK11110
011120     IF RUNHST-FILE-STATUS NOT = "00"                             HSK11120
011130         DISPLAY "FILE STATUS ERROR OPENING UT-RUNHST: "          HSK11130
011140                     RUNHST-FILE-STATUS                           HSK11140
011150         MOVE "N" TO WS-BALANCE-SWITCH                            HSK11150
011160         GO TO F100-EXIT.                                         HSK11160
011170     PERFORM F150-COPY-ONE-RUN                                    HSK11170
011180         UNTIL RUNHST-FILE-STATUS NOT = "00".                     HSK11180
011190     CLOSE RUN-HISTORY-FILE.                                      HSK11190
011200 F100-EXIT.                                                       HSK11200
011210     EXIT.                                                        HSK11210
011220/                                                                 HSK11220
011230 F150-COPY-ONE-RUN SECTION.                                       HSK11230
011240 F150-START.                                                      HSK11240
011250     READ RUN-HISTORY-FILE                                        HSK11250
011260         AT END                                                   HSK11260
011270             MOVE "10" TO RUNHST-FILE-STATUS                      HSK11270
011280             GO TO F150-EXIT                                      HSK11280
011290     END-READ.                                                    HSK11290
011300     IF RUNHST-FILE-STATUS NOT = "00"                             HSK11300
011310         DISPLAY "FILE STATUS ERROR ON UT-RUNHST: "               HSK11310
011320                     RUNHST-FILE-STATUS                           HSK11320
011330         MOVE "10" TO RUNHST-FILE-STATUS                          HSK11330
011340         MOVE "N" TO WS-BALANCE-SWITCH                            HSK11340
011350         GO TO F150-EXIT.                                         HSK11350
011360     ADD 1 TO HISTORY-RECORDS-REREAD.                             HSK11360
011370     IF RH-RUN-DATE NUMERIC                                       HSK11370
011380         MOVE RH-RUN-DATE TO WS-WORK-DATE                         HSK11380
011390         IF WS-WORK-MONTH < WS-HISTORY-CUTOFF-MONTH               HSK11390
011400             ADD 1 TO HISTORY-RECORDS-ROLLED                      HSK11400
011410             GO TO F150-EXIT                                      HSK11410
011420         END-IF                                                   HSK11420
011430     END-IF.                                                      HSK11430
011440     WRITE NEW-RUN-HISTORY-RECORD FROM RUN-HISTORY-RECORD.        HSK11440
011450     IF RHSNEW-FILE-STATUS NOT = "00"                             HSK11450
011460         DISPLAY "FILE STATUS ERROR ON UT-RHSNEW: "               HSK11460
011470                     RHSNEW-FILE-STATUS                           HSK11470
011480         MOVE "N" TO WS-BALANCE-SWITCH                            HSK11480
011490         GO TO F150-EXIT.                                         HSK11490
011500     ADD 1 TO HISTORY-RECORDS-KEPT.                               HSK11500
011510 F150-EXIT.                                                       HSK11510
011520     EXIT.                                                        HSK11520
011530/                                                                 HSK11530
011540 F300-WRITE-MONTH-SUMMARIES SECTION.                              HSK11540
011550 F300-START.                                                      HSK11550
011560     MOVE "UT-RUNHST MONTHS ROLLED UP" TO REGISTER-RECORD.        HSK11560
011570     WRITE REGISTER-RECORD.                                       HSK11570
011580     WRITE REGISTER-RECORD FROM WS-MONTH-HEAD-LINE.               HSK11580
011590     PERFORM F350-WRITE-ONE-MONTH                                 HSK11590
011600         VARYING WS-MONTH-SUB FROM 1 BY 1                         HSK11600
011610         UNTIL WS-MONTH-SUB > WS-MONTH-COUNT.                     HSK11610
011620     MOVE SPACES TO REGISTER-RECORD.                              HSK11620
011630     WRITE REGISTER-RECORD.                                       HSK11630
011640 F300-EXIT.                                                       HSK11640
011650     EXIT.                                                        HSK11650
011660/                                                                 HSK11660
011670 F350-WRITE-ONE-MONTH SECTION.                                    HSK11670
011680 F350-START.                                                      HSK11680
011690     MOVE SPACES TO WS-MONTH-LINE.                                HSK11690
011700     MOVE WS-MO-MONTH (WS-MONTH-SUB) TO WS-ML-MONTH.              HSK11700
011710     MOVE WS-MO-MODE (WS-MONTH-SUB) TO WS-ML-MODE.                HSK11710
011720     MOVE WS-MO-AREA-FLAGS (WS-MONTH-SUB) TO WS-ML-AREA-FLAGS.    HSK11720
011730     MOVE WS-MO-RUNS (WS-MONTH-SUB) TO WS-ML-RUNS.                HSK11730
011740     MOVE WS-MO-PROCESSED (WS-MONTH-SUB) TO WS-ML-PROCESSED.      HSK11740
011750     MOVE WS-MO-PRICED (WS-MONTH-SUB) TO WS-ML-PRICED.            HSK11750
011760     MOVE WS-MO-EXCEPTIONS (WS-MONTH-SUB) TO WS-ML-EXCEPTIONS.    HSK11760
011770     WRITE REGISTER-RECORD FROM WS-MONTH-LINE.                    HSK11770
011780                                                                  HSK11780
011790     MOVE SPACES TO ARCHIVE-MONTH-RECORD.                         HSK11790
011800     MOVE "RM" TO AM-RECORD-TYPE.                                 HSK11800
011810     MOVE WS-RUN-DATE-YYYYMMDD TO AM-ARCHIVE-DATE.                HSK11810
011820     MOVE WS-MO-MONTH (WS-MONTH-SUB) TO AM-MONTH.                 HSK11820
011830     MOVE WS-MO-MODE (WS-MONTH-SUB) TO AM-MODE.                   HSK11830
011840     MOVE WS-MO-AREA-FLAGS (WS-MONTH-SUB) TO AM-AREA-FLAGS.       HSK11840
011850     MOVE WS-MO-RUNS (WS-MONTH-SUB) TO AM-RUNS.                   HSK11850
011860     MOVE WS-MO-PROCESSED (WS-MONTH-SUB)                          HSK11860
011870         TO AM-RECORDS-PROCESSED.                                 HSK11870
011880     MOVE WS-MO-PRICED (WS-MONTH-SUB)                             HSK11880
011890         TO AM-SUCCESSFULLY-PRICED.                               HSK11890
011900     MOVE WS-MO-EXCEPTIONS (WS-MONTH-SUB) TO AM-EXCEPTION-COUNT.  HSK11900
011910     MOVE WS-MO-DUPLICATES (WS-MONTH-SUB) TO AM-DUPLICATE-COUNT.  HSK11910
011920     MOVE WS-MO-FIRST-DATE (WS-MONTH-SUB) TO AM-FIRST-RUN-DATE.   HSK11920
011930     MOVE WS-MO-LAST-DATE (WS-MONTH-SUB) TO AM-LAST-RUN-DATE.     HSK11930
011940     WRITE ARCHIVE-MONTH-RECORD.                                  HSK11940
011950     IF ARCOUT-FILE-STATUS NOT = "00"                             HSK11950
011960         DISPLAY "FILE STATUS ERROR ON UT-ARCOUT: "               HSK11960
011970                     ARCOUT-FILE-STATUS                           HSK11970
011980         MOVE "N" TO WS-BALANCE-SWITCH                            HSK11980
011990         GO TO F350-EXIT.                                         HSK11990
012000     ADD 1 TO MONTH-SUMMARIES-WRITTEN.                            HSK12000
012010     ADD WS-MO-RUNS (WS-MONTH-SUB) TO HISTORY-ON-SUMMARIES.       HSK12010
012020 F350-EXIT.                                                       HSK12020
012030     EXIT.                                                        HSK12030
012040/                                                                 HSK12040
012050 H100-BALANCE-FILES SECTION.                                      HSK12050
012060 H100-START.                                                      HSK12060
012070*    Each file must balance three ways: both passes read the      HSK12070
012080*    same records, every record read was either kept or           HSK12080
012090*    archived, and the archived records are all on summaries.     HSK12090
012100     IF JOURNAL-RECORDS-REREAD NOT = JOURNAL-RECORDS-READ         HSK12100
012110         OR JOURNAL-RECORDS-KEPT + JOURNAL-RECORDS-ARCHIVED       HSK12110
012120             NOT = JOURNAL-RECORDS-READ                           HSK12120
012130         OR JOURNAL-ON-SUMMARIES NOT = JOURNAL-RECORDS-ARCHIVED   HSK12130
012140         MOVE "N" TO WS-BALANCE-SWITCH                            HSK12140
012150         DISPLAY "UT-JRNL RECORD COUNTS DO NOT BALANCE"           HSK12150
012160     END-IF.                                                      HSK12160
012170     IF HISTORY-RECORDS-REREAD NOT = HISTORY-RECORDS-READ         HSK12170
012180         OR HISTORY-RECORDS-KEPT + HISTORY-RECORDS-ROLLED         HSK12180
012190             NOT = HISTORY-RECORDS-READ                           HSK12190
012200         OR HISTORY-ON-SUMMARIES NOT = HISTORY-RECORDS-ROLLED     HSK12200
012210         MOVE "N" TO WS-BALANCE-SWITCH                            HSK12210
012220         DISPLAY "UT-RUNHST RECORD COUNTS DO NOT BALANCE"         HSK12220
012230     END-IF.                                                      HSK12230
012240*    The ledger must read the same on both passes, and every      HSK12240
012250*    generation on it was kept, listed now or listed before.      HSK12250
012260     IF LEDGER-STEPS-REREAD NOT = LEDGER-STEPS-READ               HSK12260
012270         MOVE "N" TO WS-BALANCE-SWITCH                            HSK12270
012280         DISPLAY "UT-RUNLDG STEP COUNTS DO NOT BALANCE"           HSK12280
012290     END-IF.                                                      HSK12290
012300     PERFORM VARYING WS-GEN-SUB FROM 1 BY 1                       HSK12300
012310             UNTIL WS-GEN-SUB > WS-GEN-FILE-COUNT                 HSK12310
012320         IF WS-GF-KEPT (WS-GEN-SUB) + WS-GF-LISTED (WS-GEN-SUB)   HSK12320
012330                 + WS-GF-LISTED-EARLIER (WS-GEN-SUB)              HSK12330
012340                 NOT = WS-GF-ON-LEDGER (WS-GEN-SUB)               HSK12340
012350             MOVE "N" TO WS-BALANCE-SWITCH                        HSK12350
012360             DISPLAY WS-GF-NAME (WS-GEN-SUB)                      HSK12360
012370                 " GENERATION COUNTS DO NOT BALANCE"              HSK12370
012380         END-IF                                                   HSK12380
012390     END-PERFORM.                                                 HSK12390
012400                                                                  HSK12400
012410     MOVE "RECORD COUNT BALANCE" TO REGISTER-RECORD.              HSK12410
012420     WRITE REGISTER-RECORD.                                       HSK12420
012430     MOVE SPACES TO WS-TOTAL-LINE.                                HSK12430
012440     MOVE "UT-JRNL RECORDS READ ........." TO WS-TOT-LABEL.       HSK12440
012450     MOVE JOURNAL-RECORDS-READ TO WS-TOT-COUNT.                   HSK12450
012460     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK12460
012470     MOVE "UT-JRNL RECORDS KEPT ONLINE .." TO WS-TOT-LABEL.       HSK12470
012480     MOVE JOURNAL-RECORDS-KEPT TO WS-TOT-COUNT.                   HSK12480
012490     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK12490
012500     MOVE "UT-JRNL RECORDS ARCHIVED ....." TO WS-TOT-LABEL.       HSK12500
012510     MOVE JOURNAL-RECORDS-ARCHIVED TO WS-TOT-COUNT.               HSK12510
012520     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK12520
012530     MOVE "UT-JRNL ENTRIES ON SUMMARIES ." TO WS-TOT-LABEL.       HSK12530
012540     MOVE JOURNAL-ON-SUMMARIES TO WS-TOT-COUNT.                   HSK12540
012550     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK12550
012560     MOVE "DECKS ON UT-JRNL ............." TO WS-TOT-LABEL.       HSK12560
012570     MOVE DECKS-ON-JOURNAL TO WS-TOT-COUNT.                       HSK12570
012580     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK12580
012590     MOVE "DECKS ARCHIVED ..............." TO WS-TOT-LABEL.       HSK12590
012600     MOVE DECKS-ARCHIVED TO WS-TOT-COUNT.                         HSK12600
012610     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK12610
012620     MOVE "DECKS REFUSED - BACKOUT WINDOW" TO WS-TOT-LABEL.       HSK12620
012630     MOVE DECKS-REFUSED TO WS-TOT-COUNT.                          HSK12630
012640     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK12640
012650     MOVE "UT-RUNHST RECORDS READ ......." TO WS-TOT-LABEL.       HSK12650
012660     MOVE HISTORY-RECORDS-READ TO WS-TOT-COUNT.                   HSK12660
012670     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK12670
012680     MOVE "UT-RUNHST RECORDS KEPT ONLINE " TO WS-TOT-LABEL.       HSK12680
012690     MOVE HISTORY-RECORDS-KEPT TO WS-TOT-COUNT.                   HSK12690
012700     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK12700
012710     MOVE "UT-RUNHST RECORDS ROLLED UP .." TO WS-TOT-LABEL.       HSK12710
012720     MOVE HISTORY-RECORDS-ROLLED TO WS-TOT-COUNT.                 HSK12720
012730     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK12730
012740     MOVE "UT-RUNHST RUNS ON SUMMARIES .." TO WS-TOT-LABEL.       HSK12740
012750     MOVE HISTORY-ON-SUMMARIES TO WS-TOT-COUNT.                   HSK12750
012760     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK12760
012770     MOVE "MONTH SUMMARIES WRITTEN ......" TO WS-TOT-LABEL.       HSK12770
012780     MOVE MONTH-SUMMARIES-WRITTEN TO WS-TOT-COUNT.                HSK12780
012790     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK12790
012800     MOVE "UT-RUNLDG STEPS READ ........." TO WS-TOT-LABEL.       HSK12800
012810     MOVE LEDGER-STEPS-READ TO WS-TOT-COUNT.                      HSK12810
012820     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK12820
012830     PERFORM H150-WRITE-GENERATION-TOTALS                         HSK12830
012840         VARYING WS-GEN-SUB FROM 1 BY 1                           HSK12840
012850         UNTIL WS-GEN-SUB > WS-GEN-FILE-COUNT.                    HSK12850
012860     MOVE "GENERATIONS ON UT-PRGLST ....." TO WS-TOT-LABEL.       HSK12860
012870     MOVE GENERATIONS-LISTED TO WS-TOT-COUNT.                     HSK12870
012880     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK12880
012890     MOVE SPACES TO REGISTER-RECORD.                              HSK12890
012900     WRITE REGISTER-RECORD.                                       HSK12900
012910     IF WS-FILES-BALANCE                                          HSK12910
012920         MOVE "ALL RECORD COUNTS BALANCE" TO REGISTER-RECORD      HSK12920
012930     ELSE                                                         HSK12930
012940         MOVE "OUT OF BALANCE - NEW FILES NOT TO BE CATALOGED"    HSK12940
012950             TO REGISTER-RECORD                                   HSK12950
012960     END-IF.                                                      HSK12960
012970     WRITE REGISTER-RECORD.                                       HSK12970
012980 H100-EXIT.                                                       HSK12980
012990     EXIT.                                                        HSK12990
013000/                                                                 HSK13000
013010 H150-WRITE-GENERATION-TOTALS SECTION.                            HSK13010
013020 H150-START.                                                      HSK13020
013030     MOVE WS-GF-NAME (WS-GEN-SUB) TO WS-GT-FILE-NAME.             HSK13030
013040     MOVE "GENERATIONS ON LEDGER .." TO WS-GT-TEXT.               HSK13040
013050     MOVE WS-GEN-TOTAL-LABEL TO WS-TOT-LABEL.                     HSK13050
013060     MOVE WS-GF-ON-LEDGER (WS-GEN-SUB) TO WS-TOT-COUNT.           HSK13060
013070     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK13070
013080     MOVE "GENERATIONS KEPT ......." TO WS-GT-TEXT.               HSK13080
013090     MOVE WS-GEN-TOTAL-LABEL TO WS-TOT-LABEL.                     HSK13090
013100     MOVE WS-GF-KEPT (WS-GEN-SUB) TO WS-TOT-COUNT.                HSK13100
013110     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK13110
013120     MOVE "LISTED FOR PURGE ......." TO WS-GT-TEXT.               HSK13120
013130     MOVE WS-GEN-TOTAL-LABEL TO WS-TOT-LABEL.                     HSK13130
013140     MOVE WS-GF-LISTED (WS-GEN-SUB) TO WS-TOT-COUNT.              HSK13140
013150     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK13150
013160     MOVE "LISTED ON EARLIER RUNS ." TO WS-GT-TEXT.               HSK13160
013170     MOVE WS-GEN-TOTAL-LABEL TO WS-TOT-LABEL.                     HSK13170
013180     MOVE WS-GF-LISTED-EARLIER (WS-GEN-SUB) TO WS-TOT-COUNT.      HSK13180
013190     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE.                    HSK13190
013200 H150-EXIT.                                                       HSK13200
013210     EXIT.                                                        HSK13210
013220/                                                                 HSK13220
013230 D100-CONTROL-REPORT SECTION.                                     HSK13230
013240 D100-START.                                                      HSK13240
013250     DISPLAY SPACE.                                               HSK13250
013260     DISPLAY "HSKRET CONTROL TOTALS ----------------------".      HSK13260
013270     DISPLAY "  UT-JRNL RECORDS READ .......... "                 HSK13270
013280         JOURNAL-RECORDS-READ.                                    HSK13280
013290     DISPLAY "  UT-JRNL RECORDS KEPT .......... "                 HSK13290
013300         JOURNAL-RECORDS-KEPT.                                    HSK13300
013310     DISPLAY "  UT-JRNL RECORDS ARCHIVED ...... "                 HSK13310
013320         JOURNAL-RECORDS-ARCHIVED.                                HSK13320
013330     DISPLAY "  DECKS ARCHIVED ................ "                 HSK13330
013340         DECKS-ARCHIVED.                                          HSK13340
013350     DISPLAY "  DECKS REFUSED ................. "                 HSK13350
013360         DECKS-REFUSED.                                           HSK13360
013370     DISPLAY "  UT-RUNHST RECORDS READ ........ "                 HSK13370
013380         HISTORY-RECORDS-READ.                                    HSK13380
013390     DISPLAY "  UT-RUNHST RECORDS KEPT ........ "                 HSK13390
013400         HISTORY-RECORDS-KEPT.                                    HSK13400
013410     DISPLAY "  UT-RUNHST RECORDS ROLLED UP ... "                 HSK13410
013420         HISTORY-RECORDS-ROLLED.                                  HSK13420
013430     DISPLAY "  MONTH SUMMARIES WRITTEN ....... "                 HSK13430
013440         MONTH-SUMMARIES-WRITTEN.                                 HSK13440
013450     DISPLAY "  GENERATIONS LISTED FOR PURGE .. "                 HSK13450
013460         GENERATIONS-LISTED.                                      HSK13460
013470 D100-EXIT.                                                       HSK13470
013480     EXIT.                                                        HSK13480
013490/                                                                 HSK13490
013500 G300-POST-RUN-LEDGER SECTION.                                    HSK13500
013510 G300-START.                                                      HSK13510
013520     MOVE "HSKRET" TO RP-JOB-NAME.                                HSK13520
013530*    The run identifier marks a run that wrote UT-PRGLST - see    HSK13530
013540*    J100-FIND-LAST-LISTING.                                      HSK13540
013550     MOVE "PRGLST" TO RP-RUN-ID.                                  HSK13550
013560     SET RP-MASTER-NOT-USED TO TRUE.                              HSK13560
013570     MOVE RETURN-CODE TO RP-STEP-RC.                              HSK13570
013580     MOVE SPACES TO RP-VERDICT.                                   HSK13580
013590     MOVE "ARCHIVED" TO RP-COUNT-NAME (1).                        HSK13590
013600     MOVE JOURNAL-RECORDS-ARCHIVED TO RP-COUNT (1).               HSK13600
013610     MOVE "ROLLED" TO RP-COUNT-NAME (2).                          HSK13610
013620     MOVE HISTORY-RECORDS-ROLLED TO RP-COUNT (2).                 HSK13620
013630     MOVE "REFUSED" TO RP-COUNT-NAME (3).                         HSK13630
013640     MOVE DECKS-REFUSED TO RP-COUNT (3).                          HSK13640
013650     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        HSK13650
013660 G300-EXIT.                                                       HSK13660
013670     EXIT.                                                        HSK13670
013680/                                                                 HSK13680
013690 J100-FIND-LAST-LISTING SECTION.                                  HSK13690
013700 J100-START.                                                      HSK13700
013710*    First pass of the run ledger - finds the last listing run,   HSK13710
013720*    whose UT-PRGLST the delete step has had.                     HSK13720
013730     OPEN INPUT RUN-LEDGER-FILE.                                  HSK13730
013740     IF RUNLDG-FILE-STATUS = "05"                                 HSK13740
013750         CLOSE RUN-LEDGER-FILE                                    HSK13750
013760         GO TO J100-EXIT.                                         HSK13760
013770     IF RUNLDG-FILE-STATUS NOT = "00"                             HSK13770
013780         DISPLAY "FILE STATUS ERROR OPENING UT-RUNLDG: "          HSK13780
013790                     RUNLDG-FILE-STATUS                           HSK13790
013800         MOVE 12 TO RETURN-CODE                                   HSK13800
013810         GO TO J100-EXIT.                                         HSK13810
013820     PERFORM J150-READ-ONE-STEP                                   HSK13820
013830         UNTIL RUNLDG-FILE-STATUS NOT = "00".                     HSK13830
013840     CLOSE RUN-LEDGER-FILE.                                       HSK13840
013850     IF WS-CC-LIST-ALL                                            HSK13850
013860         MOVE "N" TO WS-LAST-LISTING-SWITCH                       HSK13860
013870         DISPLAY "EVERY GENERATION PAST RETENTION TO BE LISTED"   HSK13870
013880     END-IF.                                                      HSK13880
013890     IF NOT WS-LAST-LISTING-FOUND                                 HSK13890
013900         GO TO J100-EXIT.                                         HSK13900
013910*    That run's cutoff for each file, at the days now on the card.HSK13910
013920     PERFORM VARYING WS-GEN-SUB FROM 1 BY 1                       HSK13920
013930             UNTIL WS-GEN-SUB > WS-GEN-FILE-COUNT                 HSK13930
013940         IF WS-GF-DAYS (WS-GEN-SUB) NOT = ZERO                    HSK13940
013950             COMPUTE WS-DATE-INTEGER =                            HSK13950
013960                 FUNCTION INTEGER-OF-DATE (WS-LAST-LISTING-DATE)  HSK13960
013970                 - WS-GF-DAYS (WS-GEN-SUB)                        HSK13970
013980             COMPUTE WS-GF-PRIOR-CUTOFF-DATE (WS-GEN-SUB) =       HSK13980
013990                 FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)       HSK13990
014000         END-IF                                                   HSK14000
014010     END-PERFORM.                                                 HSK14010
014020     DISPLAY "LAST GENERATION LISTING RUN .. "                    HSK14020
014030         WS-LAST-LISTING-DATE.                                    HSK14030
014040 J100-EXIT.                                                       HSK14040
014050     EXIT.                                                        HSK14050
014060/                                                                 HSK14060
014070 J150-READ-ONE-STEP SECTION.                                      HSK14070
014080 J150-START.                                                      HSK14080
014090     READ RUN-LEDGER-FILE                                         HSK14090
014100         AT END                                                   HSK14100
014110             MOVE "10" TO RUNLDG-FILE-STATUS                      HSK14110
014120             GO TO J150-EXIT                                      HSK14120
014130     END-READ.                                                    HSK14130
014140     IF RUNLDG-FILE-STATUS NOT = "00"                             HSK14140
014150         DISPLAY "FILE STATUS ERROR ON UT-RUNLDG: "               HSK14150
014160                     RUNLDG-FILE-STATUS                           HSK14160
014170         MOVE "10" TO RUNLDG-FILE-STATUS                          HSK14170
014180         MOVE 12 TO RETURN-CODE                                   HSK14180
014190         GO TO J150-EXIT.                                         HSK14190
014200     ADD 1 TO LEDGER-STEPS-READ.                                  HSK14200
014210     IF LG-JOB-NAME = "HSKRET"                                    HSK14210
014220             AND LG-RUN-ID = "PRGLST"                             HSK14220
014230             AND LG-STEP-RC < 12                                  HSK14230
014240             AND LG-RUN-DATE NUMERIC                              HSK14240
014250             AND LG-RUN-TIME NUMERIC                              HSK14250
014260         MOVE LG-RUN-DATE TO WS-LAST-LISTING-DATE                 HSK14260
014270         MOVE LG-RUN-TIME TO WS-LAST-LISTING-TIME                 HSK14270
014280         SET WS-LAST-LISTING-FOUND TO TRUE                        HSK14280
014290     END-IF.                                                      HSK14290
014300 J150-EXIT.                                                       HSK14300
014310     EXIT.                                                        HSK14310
014320/                                                                 HSK14320
014330 J200-LIST-GENERATIONS SECTION.                                   HSK14330
014340 J200-START.                                                      HSK14340
014350     MOVE "GENERATIONS PAST RETENTION" TO REGISTER-RECORD.        HSK14350
014360     WRITE REGISTER-RECORD.                                       HSK14360
014370     WRITE REGISTER-RECORD FROM WS-GEN-HEAD-LINE.                 HSK14370
014380     OPEN INPUT RUN-LEDGER-FILE.                                  HSK14380
014390     IF RUNLDG-FILE-STATUS = "05"                                 HSK14390
014400         CLOSE RUN-LEDGER-FILE                                    HSK14400
014410         MOVE "NO RUN LEDGER - NO GENERATIONS TO DATE"            HSK14410
014420             TO REGISTER-RECORD                                   HSK14420
014430         WRITE REGISTER-RECORD                                    HSK14430
014440         MOVE SPACES TO REGISTER-RECORD                           HSK14440
014450         WRITE REGISTER-RECORD                                    HSK14450
014460         GO TO J200-EXIT.                                         HSK14460
014470     IF RUNLDG-FILE-STATUS NOT = "00"                             HSK14470
014480         DISPLAY "FILE STATUS ERROR OPENING UT-RUNLDG: "          HSK14480
014490                     RUNLDG-FILE-STATUS                           HSK14490
014500         MOVE "N" TO WS-BALANCE-SWITCH                            HSK14500
014510         GO TO J200-EXIT.                                         HSK14510
014520     PERFORM J250-TAKE-ONE-STEP                                   HSK14520
014530         UNTIL RUNLDG-FILE-STATUS NOT = "00".                     HSK14530
014540     CLOSE RUN-LEDGER-FILE.                                       HSK14540
014550*    What each file still holds is its newest generation.         HSK14550
014560     PERFORM J400-KEEP-NEWEST                                     HSK14560
014570         VARYING WS-GEN-SUB FROM 1 BY 1                           HSK14570
014580         UNTIL WS-GEN-SUB > WS-GEN-FILE-COUNT.                    HSK14580
014590     MOVE SPACES TO REGISTER-RECORD.                              HSK14590
014600     WRITE REGISTER-RECORD.                                       HSK14600
014610 J200-EXIT.                                                       HSK14610
014620     EXIT.                                                        HSK14620
014630/                                                                 HSK14630
014640 J250-TAKE-ONE-STEP SECTION.                                      HSK14640
014650 J250-START.                                                      HSK14650
014660     READ RUN-LEDGER-FILE                                         HSK14660
014670         AT END                                                   HSK14670
014680             MOVE "10" TO RUNLDG-FILE-STATUS                      HSK14680
014690             GO TO J250-EXIT                                      HSK14690
014700     END-READ.                                                    HSK14700
014710     IF RUNLDG-FILE-STATUS NOT = "00"                             HSK14710
014720         DISPLAY "FILE STATUS ERROR ON UT-RUNLDG: "               HSK14720
014730                     RUNLDG-FILE-STATUS                           HSK14730
014740         MOVE "10" TO RUNLDG-FILE-STATUS                          HSK14740
014750         MOVE "N" TO WS-BALANCE-SWITCH                            HSK14750
014760         GO TO J250-EXIT.                                         HSK14760
014770     ADD 1 TO LEDGER-STEPS-REREAD.                                HSK14770
014780*    A step with an unreadable date is taken as the newest there  HSK14780
014790*    is, so its generation is never listed.                       HSK14790
014800     IF LG-RUN-DATE NUMERIC                                       HSK14800
014810         MOVE LG-RUN-DATE TO WS-STEP-DATE                         HSK14810
014820     ELSE                                                         HSK14820
014830         MOVE 99999999 TO WS-STEP-DATE                            HSK14830
014840     END-IF.                                                      HSK14840
014850     IF LG-RUN-TIME NUMERIC                                       HSK14850
014860         MOVE LG-RUN-TIME TO WS-STEP-TIME                         HSK14860
014870     ELSE                                                         HSK14870
014880         MOVE ZERO TO WS-STEP-TIME                                HSK14880
014890     END-IF.                                                      HSK14890
014900     IF LG-JOB-NAME = "POPINQ" OR LG-JOB-NAME = "MRCFAUD"         HSK14900
014910         MOVE 1 TO WS-GEN-SUB                                     HSK14910
014920         PERFORM J300-NEW-GENERATION                              HSK14920
014930     END-IF.                                                      HSK14930
014940     IF LG-JOB-NAME = "POPRWK"                                    HSK14940
014950         MOVE 2 TO WS-GEN-SUB                                     HSK14950
014960         PERFORM J300-NEW-GENERATION                              HSK14960
014970     END-IF.                                                      HSK14970
014980     IF LG-JOB-NAME = "POPINQ" AND LG-RUN-ID = "F"                HSK14980
014990         MOVE 3 TO WS-GEN-SUB                                     HSK14990
015000         PERFORM J300-NEW-GENERATION                              HSK15000
015010     END-IF.                                                      HSK15010
015020 J250-EXIT.                                                       HSK15020
015030     EXIT.                                                        HSK15030
015040/                                                                 HSK15040
015050 J300-NEW-GENERATION SECTION.                                     HSK15050
015060 J300-START.                                                      HSK15060
015070*    The step in hand wrote a newer generation, so the one held   HSK15070
015080*    is no longer the newest and can be judged.                   HSK15080
015090     ADD 1 TO WS-GF-ON-LEDGER (WS-GEN-SUB).                       HSK15090
015100     IF WS-GF-NEWEST-HELD (WS-GEN-SUB)                            HSK15100
015110         PERFORM J350-JUDGE-GENERATION                            HSK15110
015120     END-IF.                                                      HSK15120
015130     SET WS-GF-NEWEST-HELD (WS-GEN-SUB) TO TRUE.                  HSK15130
015140     MOVE LG-JOB-NAME TO WS-GF-NEWEST-JOB (WS-GEN-SUB).           HSK15140
015150     MOVE LG-RUN-ID TO WS-GF-NEWEST-RUN-ID (WS-GEN-SUB).          HSK15150
015160     MOVE WS-STEP-STAMP TO WS-GF-NEWEST-STAMP (WS-GEN-SUB).       HSK15160
015170 J300-EXIT.                                                       HSK15170
015180     EXIT.                                                        HSK15180
015190/                                                                 HSK15190
015200 J350-JUDGE-GENERATION SECTION.                                   HSK15200
015210 J350-START.                                                      HSK15210
015220     IF WS-GF-DAYS (WS-GEN-SUB) = ZERO                            HSK15220
015230             OR WS-GF-NEWEST-DATE (WS-GEN-SUB)                    HSK15230
015240                 NOT LESS THAN WS-GF-CUTOFF-DATE (WS-GEN-SUB)     HSK15240
015250         ADD 1 TO WS-GF-KEPT (WS-GEN-SUB)                         HSK15250
015260         GO TO J350-EXIT.                                         HSK15260
015270*    On the last listing run's list if it was past retention then HSK15270
015280*    and the newer generation was already on the ledger.          HSK15280
015290     IF WS-LAST-LISTING-FOUND                                     HSK15290
015300             AND WS-GF-NEWEST-DATE (WS-GEN-SUB)                   HSK15300
015310                 < WS-GF-PRIOR-CUTOFF-DATE (WS-GEN-SUB)           HSK15310
015320             AND WS-STEP-STAMP < WS-LAST-LISTING-STAMP            HSK15320
015330         ADD 1 TO WS-GF-LISTED-EARLIER (WS-GEN-SUB)               HSK15330
015340         GO TO J350-EXIT.                                         HSK15340
015350                                                                  HSK15350
015360     MOVE "LISTED FOR PURGE" TO WS-GEN-DISPOSITION.               HSK15360
015370     PERFORM J450-WRITE-GENERATION-LINE.                          HSK15370
015380     MOVE SPACES TO PURGE-LIST-RECORD.                            HSK15380
015390     MOVE WS-GF-NAME (WS-GEN-SUB) TO PG-FILE-NAME.                HSK15390
015400     MOVE WS-GF-NEWEST-JOB (WS-GEN-SUB) TO PG-JOB-NAME.           HSK15400
015410     MOVE WS-GF-NEWEST-DATE (WS-GEN-SUB) TO PG-RUN-DATE.          HSK15410
015420     MOVE WS-GF-NEWEST-TIME (WS-GEN-SUB) TO PG-RUN-TIME.          HSK15420
015430     MOVE WS-GF-NEWEST-RUN-ID (WS-GEN-SUB) TO PG-RUN-ID.          HSK15430
015440     MOVE WS-GEN-AGE-DAYS TO PG-AGE-DAYS.                         HSK15440
015450     WRITE PURGE-LIST-RECORD.                                     HSK15450
015460     IF PRGLST-FILE-STATUS NOT = "00"                             HSK15460
015470         DISPLAY "FILE STATUS ERROR ON UT-PRGLST: "               HSK15470
015480                     PRGLST-FILE-STATUS                           HSK15480
015490         MOVE "N" TO WS-BALANCE-SWITCH                            HSK15490
015500         GO TO J350-EXIT.                                         HSK15500
015510     ADD 1 TO WS-GF-LISTED (WS-GEN-SUB).                          HSK15510
015520     ADD 1 TO GENERATIONS-LISTED.                                 HSK15520
015530 J350-EXIT.                                                       HSK15530
015540     EXIT.                                                        HSK15540
015550/                                                                 HSK15550
015560 J400-KEEP-NEWEST SECTION.                                        HSK15560
015570 J400-START.                                                      HSK15570
015580*    The newest generation stays whatever its age; one past       HSK15580
015590*    retention is shown on the register as kept.                  HSK15590
015600     IF NOT WS-GF-NEWEST-HELD (WS-GEN-SUB)                        HSK15600
015610         GO TO J400-EXIT.                                         HSK15610
015620     ADD 1 TO WS-GF-KEPT (WS-GEN-SUB).                            HSK15620
015630     IF WS-GF-DAYS (WS-GEN-SUB) = ZERO                            HSK15630
015640             OR WS-GF-NEWEST-DATE (WS-GEN-SUB)                    HSK15640
015650                 NOT LESS THAN WS-GF-CUTOFF-DATE (WS-GEN-SUB)     HSK15650
015660         GO TO J400-EXIT.                                         HSK15660
015670     MOVE "KEPT - NEWEST" TO WS-GEN-DISPOSITION.                  HSK15670
015680     PERFORM J450-WRITE-GENERATION-LINE.                          HSK15680
015690 J400-EXIT.                                                       HSK15690
015700     EXIT.                                                        HSK15700
015710/                                                                 HSK15710
015720 J450-WRITE-GENERATION-LINE SECTION.                              HSK15720
015730 J450-START.                                                      HSK15730
015740     COMPUTE WS-GEN-AGE-DAYS =                                    HSK15740
015750         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD)          HSK15750
015760         - FUNCTION INTEGER-OF-DATE                               HSK15760
015770             (WS-GF-NEWEST-DATE (WS-GEN-SUB)).                    HSK15770
015780     MOVE SPACES TO WS-GEN-LINE.                                  HSK15780
015790     MOVE WS-GF-NAME (WS-GEN-SUB) TO WS-GL-FILE-NAME.             HSK15790
015800     MOVE WS-GF-NEWEST-JOB (WS-GEN-SUB) TO WS-GL-JOB-NAME.        HSK15800
015810     MOVE WS-GF-NEWEST-DATE (WS-GEN-SUB) TO WS-GL-RUN-DATE.       HSK15810
015820     MOVE WS-GF-NEWEST-TIME (WS-GEN-SUB) TO WS-GL-RUN-TIME.       HSK15820
015830     MOVE WS-GF-NEWEST-RUN-ID (WS-GEN-SUB) TO WS-GL-RUN-ID.       HSK15830
015840     MOVE WS-GEN-AGE-DAYS TO WS-GL-AGE-DAYS.                      HSK15840
015850     MOVE WS-GEN-DISPOSITION TO WS-GL-DISPOSITION.                HSK15850
015860     WRITE REGISTER-RECORD FROM WS-GEN-LINE.                      HSK15860
015870 J450-EXIT.                                                       HSK15870
015880     EXIT.                                                        HSK15880
