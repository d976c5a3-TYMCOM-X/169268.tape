000010 IDENTIFICATION DIVISION.                                         CAD00010
000020 PROGRAM-ID. CCTADJ.                                              CAD00020
000030***************************************************************** CAD00030
000040*                                                                 CAD00040
000050*   CCTADJ - Retroactive circuit re-rate and billing adjustment.  CAD00050
000060*   A V&H correction or NPA-NXX delete applied by MRCFUPD only    CAD00060
000070*   reaches billing when CCTPRC next reprices the inventory;      CAD00070
000080*   the charges billed since the deck went in stay wrong.         CAD00080
000090*   CCTADJ reads the UT-JRNL entries for one deck, collects       CAD00090
000100*   every primary NPA-NXX entry whose wire-center V&H moved,      CAD00100
000110*   then sweeps UT-CCTMST for circuits with either end on a       CAD00110
000120*   moved NPA-NXX and re-rates each one twice - with the          CAD00120
000130*   journal before-image coordinates and with the after-image     CAD00130
000140*   coordinates - through POPLOC and the UT-RATBND band in        CAD00140
000150*   force, exactly as CCTPRC prices it.                           CAD00150
000151*   Each circuit prices on its service-class schedule, or the     CAD00151
000152*   default schedule where its class has none, with the class     CAD00152
000153*   termination charges and minimum - the CCTPRC rules.           CAD00153
000160*                                                                 CAD00160
000170*   The monthly difference is prorated over the days from the     CAD00170
000180*   journal run date to the billed-through date (30-day billing   CAD00180
000190*   month) and written to UT-ADJOUT, laid out to post beside      CAD00190
000200*   the UT-BILOUT interface:                                      CAD00200
000210*                                                                 CAD00210
000220*       "HH" header      - run date, deck, billed-through date    CAD00220
000230*       "R"  adjustment  - one per re-rated circuit: account,     CAD00230
000240*                          circuit, class, new mileage and        CAD00240
000250*                          step, prorated amount, "D" debit       CAD00250
000260*                          or "C" credit, prior mileage and       CAD00260
000270*                          step, period and deck                  CAD00270
000280*       "A"  account     - net adjustment per account             CAD00280
000290*       "TT" trailer     - circuits affected / adjusted /         CAD00290
000300*                          failed                                 CAD00300
000310*                                                                 CAD00310
000320*   UT-ADJRPT is the adjustment register, by account.  A          CAD00320
000330*   circuit that cannot be re-rated both ways (end deleted by     CAD00330
000340*   the deck, lookup, mileage or band failure) is listed there    CAD00340
000350*   with the reason and the run ends with condition code 4.       CAD00350
000360*                                                                 CAD00360
000370*   The UT-CNTL card names the deck:                              CAD00370
000380*       cols  1-8   deck ID (required)                            CAD00380
000390*       cols  9-16  billed-through date YYYYMMDD (blank takes     CAD00390
000400*                   the run date)                                 CAD00400
000410*       cols 17-24  pricing date YYYYMMDD for the tariff          CAD00410
000420*                   version (blank takes the billed-through       CAD00420
000430*                   date)                                         CAD00430
000440*                                                                 CAD00440
000450***************************************************************** CAD00450
000460*                                                                 CAD00460
000470*DATE-COMPILED.                                                   CAD00470
000480                                                                  CAD00480
000490 ENVIRONMENT DIVISION.                                            CAD00490
000500 CONFIGURATION SECTION.                                           CAD00500
000510 INPUT-OUTPUT SECTION.                                            CAD00510
000520 FILE-CONTROL.                                                    CAD00520
000530     SELECT JOURNAL-FILE ASSIGN TO UT-JRNL                        CAD00530
000540                        ORGANIZATION IS SEQUENTIAL                CAD00540
000550                        ACCESS IS SEQUENTIAL                      CAD00550
000560                        FILE STATUS IS JOURNAL-FILE-STATUS.       CAD00560
000570                                                                  CAD00570
000580     SELECT CIRCUIT-MST ASSIGN TO UT-CCTMST                       CAD00580
000590                     ORGANIZATION IS INDEXED                      CAD00590
000600                     ACCESS MODE IS SEQUENTIAL                    CAD00600
000610                     RECORD KEY IS CCT-CIRCUIT-ID                 CAD00610
000620                     FILE STATUS IS CCTMST-FILE-STATUS.           CAD00620
000630                                                                  CAD00630
000640*    Same tariff rate-band table CCTPRC prices against.           CAD00640
000650     SELECT RATE-BAND-FILE ASSIGN TO UT-RATBND                    CAD00650
000660                        ORGANIZATION IS SEQUENTIAL                CAD00660
000670                        ACCESS IS SEQUENTIAL                      CAD00670
000680                        FILE STATUS IS RATBND-FILE-STATUS.        CAD00680
000690                                                                  CAD00690
000700*    UT-ADJOUT is the billing adjustment interface - header,      CAD00700
000710*    circuit adjustments, per-account net, trailer.               CAD00710
000720     SELECT ADJUST-FILE ASSIGN TO UT-ADJOUT                       CAD00720
000730                        ORGANIZATION IS SEQUENTIAL                CAD00730
000740                        ACCESS IS SEQUENTIAL                      CAD00740
000750                        FILE STATUS IS ADJOUT-FILE-STATUS.        CAD00750
000760                                                                  CAD00760
000770*    UT-ADJRPT is the adjustment register, by account.            CAD00770
000780     SELECT ADJUST-RPT-FILE ASSIGN TO UT-ADJRPT                   CAD00780
000790                        ORGANIZATION IS SEQUENTIAL                CAD00790
000800                        ACCESS IS SEQUENTIAL                      CAD00800
000810                        FILE STATUS IS ADJRPT-FILE-STATUS.        CAD00810
000820                                                                  CAD00820
000830     SELECT CONTROL-CARD-FILE ASSIGN TO UT-CNTL                   CAD00830
000840                        ORGANIZATION IS SEQUENTIAL                CAD00840
000850                        ACCESS IS SEQUENTIAL                      CAD00850
000860                        FILE STATUS IS CONTROL-FILE-STATUS.       CAD00860
000870                                                                  CAD00870
000880*    Sort work file putting the adjustments in account order.     CAD00880
000890     SELECT SORT-WORK-FILE ASSIGN TO UT-SORTWK1.                  CAD00890
000900                                                                  CAD00900
000910 DATA DIVISION.                                                   CAD00910
000920 FILE SECTION.                                                    CAD00920
000930 FD  JOURNAL-FILE                                                 CAD00930
000940     RECORD CONTAINS 1233 CHARACTERS,                             CAD00940
000950     LABEL RECORDS STANDARD.                                      CAD00950
000960 01  JOURNAL-RECORD.                                              CAD00960
000970     05  JR-RUN-DATE                     PIC 9(08).               CAD00970
000980     05  JR-RUN-TIME                     PIC 9(06).               CAD00980
000990     05  JR-DECK-ID                      PIC X(08).               CAD00990
001000     05  JR-SEQUENCE                     PIC 9(08).               CAD01000
001010     05  JR-ACTION                       PIC X(01).               CAD01010
001020     05  JR-BEFORE-IMAGE                 PIC X(595).              CAD01020
001030     05  JR-AFTER-IMAGE                  PIC X(595).              CAD01030
001040     05  FILLER                          PIC X(12).               CAD01040
001050                                                                  CAD01050
001060 FD  CIRCUIT-MST                                                  CAD01060
001070     RECORD CONTAINS 80 CHARACTERS,                               CAD01070
001080     LABEL RECORDS ARE STANDARD.                                  CAD01080
001090 01  CIRCUIT-RECORD.                                              CAD01090
001100     05  CCT-CIRCUIT-ID                  PIC X(10).               CAD01100
001110     05  CCT-ACCOUNT-NBR                 PIC X(10).               CAD01110
001120     05  CCT-ORIG-NPA                    PIC 9(03).               CAD01120
001130     05  CCT-ORIG-NXX                    PIC 9(03).               CAD01130
001140     05  CCT-DEST-NPA                    PIC 9(03).               CAD01140
001150     05  CCT-DEST-NXX                    PIC 9(03).               CAD01150
001160     05  CCT-SERVICE-CLASS               PIC X(02).               CAD01160
001170     05  FILLER                          PIC X(46).               CAD01170
001180                                                                  CAD01180
001190 FD  RATE-BAND-FILE                                               CAD01190
001200     LABEL RECORDS STANDARD.                                      CAD01200
001210 01  RATE-BAND-RECORD.                                            CAD01210
001220     05  RB-LOW-MILES                    PIC 9(05).               CAD01220
001230     05  RB-HIGH-MILES                   PIC 9(05).               CAD01230
001240     05  RB-RATE-STEP                    PIC X(02).               CAD01240
001250     05  RB-RATE-PER-MILE                PIC 9(03)V9(04).         CAD01250
001260     05  RB-FIXED-CHARGE                 PIC 9(05)V99.            CAD01260
001270     05  RB-TARIFF-VERSION               PIC X(08).               CAD01270
001280     05  RB-EFFECTIVE-DATE               PIC 9(08).               CAD01280
001281     05  RB-SERVICE-CLASS                PIC X(02).               CAD01281
001282     05  RB-MINIMUM-CHARGE               PIC 9(05)V99.            CAD01282
001283     05  RB-TERMINATION-CHARGE           PIC 9(05)V99.            CAD01283
001290     05  FILLER                          PIC X(22).               CAD01290
001300                                                                  CAD01300
001310 FD  ADJUST-FILE                                                  CAD01310
001320     LABEL RECORDS STANDARD.                                      CAD01320
001330 01  ADJUST-DETAIL-RECORD.                                        CAD01330
001340     05  AD-RECORD-TYPE                  PIC X(01).               CAD01340
001350     05  AD-ACCOUNT-NBR                  PIC X(10).               CAD01350
001360     05  AD-CIRCUIT-ID                   PIC X(10).               CAD01360
001370     05  AD-SERVICE-CLASS                PIC X(02).               CAD01370
001380     05  AD-MILEAGE                      PIC 9(05)V999.           CAD01380
001390     05  AD-RATE-STEP                    PIC X(02).               CAD01390
001400     05  AD-ADJUST-AMOUNT                PIC 9(07)V99.            CAD01400
001410     05  AD-DEBIT-CREDIT                 PIC X(01).               CAD01410
001420     05  AD-PRIOR-MILEAGE                PIC 9(05)V999.           CAD01420
001430     05  AD-PRIOR-RATE-STEP              PIC X(02).               CAD01430
001440     05  AD-FROM-DATE                    PIC 9(08).               CAD01440
001450     05  AD-THRU-DATE                    PIC 9(08).               CAD01450
001460     05  AD-DAYS                         PIC 9(03).               CAD01460
001470     05  AD-DECK-ID                      PIC X(08).               CAD01470
001480*                                                                 CAD01480
001490*    Per-account net record - written behind the account's        CAD01490
001500*    adjustments.                                                 CAD01500
001510 01  ADJUST-ACCOUNT-RECORD.                                       CAD01510
001520     05  AA-RECORD-TYPE                  PIC X(01).               CAD01520
001530     05  AA-ACCOUNT-NBR                  PIC X(10).               CAD01530
001540     05  AA-CIRCUIT-COUNT                PIC 9(06).               CAD01540
001550     05  AA-NET-AMOUNT                   PIC 9(09)V99.            CAD01550
001560     05  AA-DEBIT-CREDIT                 PIC X(01).               CAD01560
001570     05  FILLER                          PIC X(51).               CAD01570
001580*                                                                 CAD01580
001590*    Header record - written first.                               CAD01590
001600 01  ADJUST-HEADER-RECORD.                                        CAD01600
001610     05  AH-RECORD-TYPE                  PIC X(02).               CAD01610
001620     05  AH-RUN-DATE                     PIC 9(08).               CAD01620
001630     05  AH-DECK-ID                      PIC X(08).               CAD01630
001640     05  AH-THRU-DATE                    PIC 9(08).               CAD01640
001650     05  FILLER                          PIC X(54).               CAD01650
001660*                                                                 CAD01660
001670*    Trailer record - written last so billing can balance.        CAD01670
001680 01  ADJUST-TRAILER-RECORD.                                       CAD01680
001690     05  AT-RECORD-TYPE                  PIC X(02).               CAD01690
001700     05  AT-CIRCUITS-AFFECTED            PIC 9(08).               CAD01700
001710     05  AT-CIRCUITS-ADJUSTED            PIC 9(08).               CAD01710
001720     05  AT-CIRCUITS-FAILED              PIC 9(08).               CAD01720
001730     05  FILLER                          PIC X(54).               CAD01730
001740                                                                  CAD01740
001750 FD  ADJUST-RPT-FILE                                              CAD01750
001760     LABEL RECORDS STANDARD.                                      CAD01760
001770 01  ADJUST-RPT-RECORD                   PIC X(80).               CAD01770
001780                                                                  CAD01780
001790 FD  CONTROL-CARD-FILE                                            CAD01790
001800     LABEL RECORDS STANDARD.                                      CAD01800
001810 01  CONTROL-CARD-RECORD                 PIC X(80).               CAD01810
001820                                                                  CAD01820
001830 SD  SORT-WORK-FILE.                                              CAD01830
001840 01  SORT-RECORD.                                                 CAD01840
001850     05  SORT-ACCOUNT-NBR                PIC X(10).               CAD01850
001860     05  SORT-CIRCUIT-ID                 PIC X(10).               CAD01860
001870     05  SORT-SERVICE-CLASS              PIC X(02).               CAD01870
001880     05  SORT-FROM-DATE                  PIC 9(08).               CAD01880
001890     05  SORT-DAYS                       PIC 9(03).               CAD01890
001900     05  SORT-OLD-MILEAGE                PIC 9(05)V999.           CAD01900
001910     05  SORT-NEW-MILEAGE                PIC 9(05)V999.           CAD01910
001920     05  SORT-OLD-RATE-STEP              PIC X(02).               CAD01920
001930     05  SORT-NEW-RATE-STEP              PIC X(02).               CAD01930
001940     05  SORT-OLD-CHARGE                 PIC 9(07)V99.            CAD01940
001950     05  SORT-NEW-CHARGE                 PIC 9(07)V99.            CAD01950
001960     05  SORT-ADJUST-AMOUNT              PIC S9(07)V99.           CAD01960
001970     05  SORT-REASON                     PIC X(40).               CAD01970
001980                                                                  CAD01980
001990 WORKING-STORAGE SECTION.                                         CAD01990
002000*                                                                 CAD02000
002010*     Working Storage Variables                                   CAD02010
002020*                                                                 CAD02020
002030                                                                  CAD02030
002040 01  JOURNAL-FILE-STATUS                 PIC XX.                  CAD02040
002050     88  JOURNAL-FILE-AT-END             VALUE "10".              CAD02050
002060 01  CCTMST-FILE-STATUS                  PIC XX.                  CAD02060
002070     88  CCTMST-FILE-AT-END              VALUE "10".              CAD02070
002080 01  RATBND-FILE-STATUS                  PIC XX.                  CAD02080
002090 01  ADJOUT-FILE-STATUS                  PIC XX.                  CAD02090
002100 01  ADJRPT-FILE-STATUS                  PIC XX.                  CAD02100
002110 01  CONTROL-FILE-STATUS                 PIC XX.                  CAD02110
002120                                                                  CAD02120
002130 01  ADJUST-COUNTS.                                               CAD02130
002140     05  JOURNAL-RECORDS-READ            PIC 9(08) COMP VALUE 0.  CAD02140
002150     05  ENTRIES-SELECTED                PIC 9(08) COMP VALUE 0.  CAD02150
002160     05  WIRE-CENTERS-MOVED              PIC 9(08) COMP VALUE 0.  CAD02160
002170     05  WIRE-CENTERS-DELETED            PIC 9(08) COMP VALUE 0.  CAD02170
002180     05  ENTRIES-NOT-RATING              PIC 9(08) COMP VALUE 0.  CAD02180
002190     05  CIRCUITS-READ                   PIC 9(08) COMP VALUE 0.  CAD02190
002200     05  CIRCUITS-AFFECTED               PIC 9(08) COMP VALUE 0.  CAD02200
002210     05  CIRCUITS-ADJUSTED               PIC 9(08) COMP VALUE 0.  CAD02210
002220     05  CIRCUITS-UNCHANGED              PIC 9(08) COMP VALUE 0.  CAD02220
002230     05  CIRCUITS-FAILED                 PIC 9(08) COMP VALUE 0.  CAD02230
002240     05  DEBITS-WRITTEN                  PIC 9(08) COMP VALUE 0.  CAD02240
002250     05  CREDITS-WRITTEN                 PIC 9(08) COMP VALUE 0.  CAD02250
002260     05  ACCOUNTS-WRITTEN                PIC 9(08) COMP VALUE 0.  CAD02260
002270                                                                  CAD02270
002280 01  WS-DISPLAY-VARIABLES.                                        CAD02280
002290     05  WS-DISP-NBR                     PIC ZZ9.                 CAD02290
002300                                                                  CAD02300
002310 01  WS-RCLOOK-ARGS.                                              CAD02310
002320     COPY RCLOOKV1.                                               CAD02320
002330                                                                  CAD02330
002340 01  WS-POPLOC-ARGS.                                              CAD02340
002350     COPY POPLOCV2.                                               CAD02350
002360                                                                  CAD02360
002370 01  MRCF-KEY.                                                    CAD02370
002380     COPY RCFUSAKY.                                               CAD02380
002390*    Journal image being decoded - before or after.               CAD02390
002400 01  WS-IMAGE-REC.                                                CAD02400
002410     COPY RCFUSA.                                                 CAD02410
002420                                                                  CAD02420
002430*    Signed coordinates decoded from a journal image.             CAD02430
002440 01  WS-IMAGE-VH.                                                 CAD02440
002450     05  WS-IMG-V                        PIC S9(05)V99  COMP-3.   CAD02450
002460     05  WS-IMG-H                        PIC S9(05)V99  COMP-3.   CAD02460
002470     05  WS-IMG-OK-SWITCH                PIC X(01).               CAD02470
002480         88  WS-IMG-OK                   VALUE "Y".               CAD02480
002490 01  WS-BEFORE-VH.                                                CAD02490
002500     05  WS-BEF-V                        PIC S9(05)V99  COMP-3.   CAD02500
002510     05  WS-BEF-H                        PIC S9(05)V99  COMP-3.   CAD02510
002520     05  WS-BEF-OK-SWITCH                PIC X(01).               CAD02520
002530         88  WS-BEF-OK                   VALUE "Y".               CAD02530
002540                                                                  CAD02540
002550*                                                                 CAD02550
002560*     Moved Wire-Center Table - one entry per primary NPA-NXX     CAD02560
002570*     the deck moved: the first before-image and the latest       CAD02570
002580*     after-image, so a deck that touched a key twice nets out.   CAD02580
002590*                                                                 CAD02590
002600 01  WS-MOVE-LIMIT                       PIC 9(04) COMP           CAD02600
002610                                             VALUE 2000.          CAD02610
002620 01  WS-MOVE-COUNT                       PIC 9(04) COMP VALUE 0.  CAD02620
002630 01  WS-MOVE-TABLE.                                               CAD02630
002640     05  WS-MOVE-ENTRY OCCURS 2000 TIMES.                         CAD02640
002650         10  WS-MV-NPA                   PIC 9(03).               CAD02650
002660         10  WS-MV-NXX                   PIC 9(03).               CAD02660
002670         10  WS-MV-RUN-DATE              PIC 9(08).               CAD02670
002680         10  WS-MV-OLD-V                 PIC S9(05)V99  COMP-3.   CAD02680
002690         10  WS-MV-OLD-H                 PIC S9(05)V99  COMP-3.   CAD02690
002700         10  WS-MV-OLD-OK                PIC X(01).               CAD02700
002710         10  WS-MV-NEW-V                 PIC S9(05)V99  COMP-3.   CAD02710
002720         10  WS-MV-NEW-H                 PIC S9(05)V99  COMP-3.   CAD02720
002730         10  WS-MV-NEW-OK                PIC X(01).               CAD02730
002740         10  WS-MV-DELETED               PIC X(01).               CAD02740
002750 01  WS-MV-SUB                           PIC 9(04) COMP.          CAD02750
002760 01  WS-MV-FOUND-SUB                     PIC 9(04) COMP.          CAD02760
002770 01  WS-ORIG-MOVE-SUB                    PIC 9(04) COMP.          CAD02770
002780 01  WS-DEST-MOVE-SUB                    PIC 9(04) COMP.          CAD02780
002790 01  WS-LOOK-NPA                         PIC 9(03).               CAD02790
002800 01  WS-LOOK-NXX                         PIC 9(03).               CAD02800
002810                                                                  CAD02810
002820 01  WS-OVERFLOW-SWITCH                  PIC X(01) VALUE "N".     CAD02820
002830     88  WS-TABLE-OVERFLOWED             VALUE "Y".               CAD02830
002831 01  WS-CCTMST-ERROR-SWITCH              PIC X(01) VALUE "N".     CAD02831
002832     88  WS-CCTMST-ERROR                 VALUE "Y".               CAD02832
002840                                                                  CAD02840
002850*                                                                 CAD02850
002860*     Rate-Band Table (UT-RATBND) - as in CCTPRC, with the        CAD02860
002870*     tariff version in force picked at load by A087.             CAD02870
002880*                                                                 CAD02880
002890 01  WS-RATE-BAND-LIMIT                  PIC 9(03) COMP VALUE 200.CAD02890
002900 01  WS-RATE-BAND-COUNT                  PIC 9(03) COMP VALUE 0.  CAD02900
002910 01  WS-RATE-BAND-TABLE.                                          CAD02910
002920     05  WS-RATE-BAND-ENTRY OCCURS 200 TIMES.                     CAD02920
002930         10  WS-RB-LOW-MILES             PIC 9(05)      COMP-3.   CAD02930
002940         10  WS-RB-HIGH-MILES            PIC 9(05)      COMP-3.   CAD02940
002950         10  WS-RB-RATE-STEP             PIC X(02).               CAD02950
002960         10  WS-RB-RATE-PER-MILE         PIC S9(03)V9(04)         CAD02960
002970                                                        COMP-3.   CAD02970
002980         10  WS-RB-FIXED-CHARGE          PIC S9(05)V99  COMP-3.   CAD02980
002990         10  WS-RB-VERSION               PIC X(08).               CAD02990
003000         10  WS-RB-EFF-DATE              PIC 9(08).               CAD03000
003001         10  WS-RB-CLASS                 PIC X(02).               CAD03001
003002         10  WS-RB-MIN-CHARGE            PIC S9(05)V99  COMP-3.   CAD03002
003003         10  WS-RB-TERM-CHARGE           PIC S9(05)V99  COMP-3.   CAD03003
003010 01  WS-RB-SUB                           PIC 9(03) COMP.          CAD03010
003020 01  WS-BAND-SUB                         PIC 9(03) COMP.          CAD03020
003030 01  WS-PRICING-DATE                     PIC 9(08) VALUE ZERO.    CAD03030
003040 01  WS-SELECTED-VERSION                 PIC X(08).               CAD03040
003050 01  WS-SELECTED-EFF-DATE                PIC 9(08).               CAD03050
003060 01  WS-VERSION-PICKED-SWITCH            PIC X(01) VALUE "N".     CAD03060
003070     88  WS-VERSION-PICKED               VALUE "Y".               CAD03070
003071 01  WS-SCHEDULE-CLASS                   PIC X(02).               CAD03071
003080                                                                  CAD03080
003090*    Both ends of the circuit, before and after the deck.         CAD03090
003100 01  WS-ENDPOINT-VH.                                              CAD03100
003110     05  WS-OLD-ORIG-V                   PIC S9(05)V99  COMP-3.   CAD03110
003120     05  WS-OLD-ORIG-H                   PIC S9(05)V99  COMP-3.   CAD03120
003130     05  WS-NEW-ORIG-V                   PIC S9(05)V99  COMP-3.   CAD03130
003140     05  WS-NEW-ORIG-H                   PIC S9(05)V99  COMP-3.   CAD03140
003150     05  WS-OLD-DEST-V                   PIC S9(05)V99  COMP-3.   CAD03150
003160     05  WS-OLD-DEST-H                   PIC S9(05)V99  COMP-3.   CAD03160
003170     05  WS-NEW-DEST-V                   PIC S9(05)V99  COMP-3.   CAD03170
003180     05  WS-NEW-DEST-H                   PIC S9(05)V99  COMP-3.   CAD03180
003190                                                                  CAD03190
003200 01  WS-PRICE-MILEAGE                    PIC S9(07)V999 COMP-3.   CAD03200
003201 01  WS-BAND-MILEAGE                     PIC 9(07)      COMP-3.   CAD03201
003210 01  WS-EXTENDED-CHARGE                  PIC S9(07)V99  COMP-3.   CAD03210
003211 01  WS-MILEAGE-CHARGE                   PIC S9(07)V99  COMP-3.   CAD03211
003212 01  WS-TERMINATION-CHARGE               PIC S9(07)V99  COMP-3.   CAD03212
003213 01  WS-MINIMUM-UPLIFT                   PIC S9(07)V99  COMP-3.   CAD03213
003220 01  WS-OLD-MILEAGE                      PIC S9(07)V999 COMP-3.   CAD03220
003230 01  WS-OLD-CHARGE                       PIC S9(07)V99  COMP-3.   CAD03230
003240 01  WS-OLD-RATE-STEP                    PIC X(02).               CAD03240
003250 01  WS-ADJUST-AMOUNT                    PIC S9(07)V99  COMP-3.   CAD03250
003260                                                                  CAD03260
003270*    Proration period - journal run date to billed-through.       CAD03270
003280 01  WS-FROM-DATE                        PIC 9(08).               CAD03280
003290 01  WS-THRU-DATE                        PIC 9(08) VALUE ZERO.    CAD03290
003300 01  WS-ADJUST-DAYS                      PIC S9(07)     COMP.     CAD03300
003310 01  WS-BILLING-MONTH-DAYS               PIC 9(02) COMP VALUE 30. CAD03310
003320                                                                  CAD03320
003330 01  WS-RATE-SWITCHES.                                            CAD03330
003340     05  WS-RATE-OK-SWITCH               PIC X(01).               CAD03340
003350         88  WS-RATE-OK                  VALUE "Y".               CAD03350
003360     05  WS-FAIL-REASON                  PIC X(40).               CAD03360
003370                                                                  CAD03370
003380*    Account control break on the sorted adjustments.             CAD03380
003390 01  WS-CURRENT-ACCOUNT                  PIC X(10) VALUE SPACES.  CAD03390
003400 01  WS-ACCT-CIRCUITS                    PIC 9(06) COMP.          CAD03400
003410 01  WS-ACCT-NET                         PIC S9(09)V99  COMP-3.   CAD03410
003420 01  WS-GRAND-NET                        PIC S9(09)V99  COMP-3    CAD03420
003430                                             VALUE ZERO.          CAD03430
003440 01  WS-SORT-OUT-EOF-SWITCH              PIC X(01) VALUE "N".     CAD03440
003450     88  WS-SORT-OUT-AT-END              VALUE "Y".               CAD03450
003460                                                                  CAD03460
003470 01  WS-CONTROL-CARD.                                             CAD03470
003480     05  WS-CC-DECK-ID                   PIC X(08).               CAD03480
003490     05  WS-CC-THRU-DATE                 PIC 9(08).               CAD03490
003500     05  WS-CC-PRICING-DATE              PIC 9(08).               CAD03500
003510     05  FILLER                          PIC X(56).               CAD03510
003520                                                                  CAD03520
003530 01  WS-HEADING-LINE.                                             CAD03530
003540     05  FILLER                          PIC X(14) VALUE          CAD03540
003550         "CIRCUIT    CL".                                         CAD03550
003560     05  FILLER                          PIC X(16) VALUE          CAD03560
003570         " OLD-MI  NEW-MI".                                       CAD03570
003580     05  FILLER                          PIC X(20) VALUE          CAD03580
003590         "  OLD-CHG   NEW-CHG".                                   CAD03590
003600     05  FILLER                          PIC X(18) VALUE          CAD03600
003610         " DAYS  ADJUSTMENT".                                     CAD03610
003620     05  FILLER                          PIC X(12) VALUE SPACES.  CAD03620
003630                                                                  CAD03630
003640 01  WS-ACCOUNT-LINE.                                             CAD03640
003650     05  FILLER                          PIC X(08) VALUE          CAD03650
003660         "ACCOUNT ".                                              CAD03660
003670     05  WS-AL-ACCOUNT                   PIC X(10).               CAD03670
003680     05  FILLER                          PIC X(62) VALUE SPACES.  CAD03680
003690                                                                  CAD03690
003700 01  WS-ADJUST-LINE.                                              CAD03700
003710     05  WS-AJ-CIRCUIT-ID                PIC X(10).               CAD03710
003720     05  FILLER                          PIC X(01).               CAD03720
003730     05  WS-AJ-CLASS                     PIC X(02).               CAD03730
003740     05  FILLER                          PIC X(01).               CAD03740
003750     05  WS-AJ-OLD-MILES                 PIC ZZZZ9.9.             CAD03750
003760     05  FILLER                          PIC X(01).               CAD03760
003770     05  WS-AJ-NEW-MILES                 PIC ZZZZ9.9.             CAD03770
003780     05  FILLER                          PIC X(01).               CAD03780
003790     05  WS-AJ-OLD-CHARGE                PIC ZZZZZ9.99.           CAD03790
003800     05  FILLER                          PIC X(01).               CAD03800
003810     05  WS-AJ-NEW-CHARGE                PIC ZZZZZ9.99.           CAD03810
003820     05  FILLER                          PIC X(01).               CAD03820
003830     05  WS-AJ-DAYS                      PIC ZZ9.                 CAD03830
003840     05  FILLER                          PIC X(01).               CAD03840
003850     05  WS-AJ-AMOUNT                    PIC ZZZZZZ9.99.          CAD03850
003860     05  FILLER                          PIC X(01).               CAD03860
003870     05  WS-AJ-DEBIT-CREDIT              PIC X(02).               CAD03870
003880     05  FILLER                          PIC X(13).               CAD03880
003890                                                                  CAD03890
003900 01  WS-FAILURE-LINE.                                             CAD03900
003910     05  WS-FL-CIRCUIT-ID                PIC X(10).               CAD03910
003920     05  FILLER                          PIC X(01).               CAD03920
003930     05  WS-FL-CLASS                     PIC X(02).               CAD03930
003940     05  FILLER                          PIC X(01).               CAD03940
003950     05  WS-FL-REASON                    PIC X(40).               CAD03950
003960     05  FILLER                          PIC X(26).               CAD03960
003970                                                                  CAD03970
003980 01  WS-NET-LINE.                                                 CAD03980
003990     05  WS-NL-LABEL                     PIC X(34).               CAD03990
004000     05  WS-NL-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99.      CAD04000
004010     05  FILLER                          PIC X(01).               CAD04010
004020     05  WS-NL-DEBIT-CREDIT              PIC X(02).               CAD04020
004030     05  FILLER                          PIC X(29).               CAD04030
004040                                                                  CAD04040
004050 01  WS-TOTAL-LINE.                                               CAD04050
004060     05  WS-TOT-LABEL                    PIC X(34).               CAD04060
004070     05  WS-TOT-COUNT                    PIC ZZ,ZZZ,ZZ9.          CAD04070
004080     05  FILLER                          PIC X(36).               CAD04080
004090                                                                  CAD04090
004100 01  WS-RUN-DATE.                                                 CAD04100
004110     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               CAD04110
004120                                                                  CAD04120
004121                                                                  CAD04121
004122 01  WS-RUNPOST-ARGS.                                             CAD04122
004123     COPY RUNPSTV1.                                               CAD04123
004130/                                                                 CAD04130
004140 PROCEDURE DIVISION.                                              CAD04140
004150                                                                  CAD04150
004160 A100-MAIN SECTION.                                               CAD04160
004170 A100-START.                                                      CAD04170
004180     DISPLAY "CCTADJ - CIRCUIT RE-RATE BILLING ADJUSTMENT".       CAD04180
004190     DISPLAY SPACE.                                               CAD04190
004200     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.              CAD04200
004210                                                                  CAD04210
004220     PERFORM A050-READ-CONTROL-CARD.                              CAD04220
004230     IF RETURN-CODE = 12                                          CAD04230
004240         GO TO A100-EXIT.                                         CAD04240
004250     PERFORM A085-LOAD-RATE-BANDS.                                CAD04250
004260     IF WS-RATE-BAND-COUNT = ZERO                                 CAD04260
004270         DISPLAY "NO RATE BANDS - RUN ABANDONED"                  CAD04270
004280         MOVE 12 TO RETURN-CODE                                   CAD04280
004290         GO TO A100-EXIT.                                         CAD04290
004300                                                                  CAD04300
004310     PERFORM B100-LOAD-MOVED-WIRE-CENTERS.                        CAD04310
004320     IF RETURN-CODE = 12                                          CAD04320
004330         GO TO A100-EXIT.                                         CAD04330
004340     IF WS-TABLE-OVERFLOWED                                       CAD04340
004350         DISPLAY "MOVED NPA-NXX EXCEED TABLE - RUN HELD"          CAD04350
004360         MOVE 12 TO RETURN-CODE                                   CAD04360
004370         GO TO A100-EXIT.                                         CAD04370
004380                                                                  CAD04380
004390     OPEN OUTPUT ADJUST-FILE.                                     CAD04390
004400     OPEN OUTPUT ADJUST-RPT-FILE.                                 CAD04400
004410     PERFORM A200-WRITE-REPORT-HEADER.                            CAD04410
004420     MOVE SPACES TO ADJUST-HEADER-RECORD.                         CAD04420
004430     MOVE "HH" TO AH-RECORD-TYPE.                                 CAD04430
004440     MOVE WS-RUN-DATE-YYYYMMDD TO AH-RUN-DATE.                    CAD04440
004450     MOVE WS-CC-DECK-ID TO AH-DECK-ID.                            CAD04450
004460     MOVE WS-THRU-DATE TO AH-THRU-DATE.                           CAD04460
004470     WRITE ADJUST-HEADER-RECORD.                                  CAD04470
004480                                                                  CAD04480
004490     IF WS-MOVE-COUNT = ZERO                                      CAD04490
004500         DISPLAY "NO WIRE-CENTER MOVES ON DECK " WS-CC-DECK-ID    CAD04500
004510         MOVE 4 TO RETURN-CODE                                    CAD04510
004520     ELSE                                                         CAD04520
004530         SORT SORT-WORK-FILE                                      CAD04530
004540             ON ASCENDING KEY SORT-ACCOUNT-NBR                    CAD04540
004550                              SORT-CIRCUIT-ID                     CAD04550
004560             INPUT PROCEDURE C000-RERATE-ALL-CIRCUITS             CAD04560
004570             OUTPUT PROCEDURE E000-WRITE-ADJUSTMENTS              CAD04570
004580         SET RL-CLOSE-FUNCTION TO TRUE                            CAD04580
004590         CALL "RCLOOK" USING WS-RCLOOK-ARGS                       CAD04590
004600     END-IF.                                                      CAD04600
004610                                                                  CAD04610
004620     MOVE SPACES TO ADJUST-TRAILER-RECORD.                        CAD04620
004630     MOVE "TT" TO AT-RECORD-TYPE.                                 CAD04630
004640     MOVE CIRCUITS-AFFECTED TO AT-CIRCUITS-AFFECTED.              CAD04640
004650     MOVE CIRCUITS-ADJUSTED TO AT-CIRCUITS-ADJUSTED.              CAD04650
004660     MOVE CIRCUITS-FAILED TO AT-CIRCUITS-FAILED.                  CAD04660
004670     WRITE ADJUST-TRAILER-RECORD.                                 CAD04670
004680                                                                  CAD04680
004690     PERFORM A300-WRITE-REPORT-TOTALS.                            CAD04690
004700     PERFORM D100-CONTROL-REPORT.                                 CAD04700
004710     CLOSE ADJUST-FILE.                                           CAD04710
004720     CLOSE ADJUST-RPT-FILE.                                       CAD04720
004730                                                                  CAD04730
004740     IF CIRCUITS-FAILED > ZERO                                    CAD04740
004750         DISPLAY "CIRCUITS NOT RE-RATED - SEE UT-ADJRPT"          CAD04750
004760*        A file-error condition code already on the run stands.   CAD04760
004770         IF RETURN-CODE < 4                                       CAD04770
004780             MOVE 4 TO RETURN-CODE                                CAD04780
004790         END-IF                                                   CAD04790
004800     END-IF.                                                      CAD04800
004810                                                                  CAD04810
004820     DISPLAY SPACE.                                               CAD04820
004830     DISPLAY "DONE !".                                            CAD04830
004840                                                                  CAD04840
004841 A100-EXIT.                                                       CAD04841
004842*    RCLOOK and POPLOC reset RETURN-CODE, so a UT-CCTMST error in CAD04842
004843*    the re-rate is carried on its switch until the last CALL.    CAD04843
004844     IF WS-CCTMST-ERROR                                           CAD04844
004845         DISPLAY "RE-RATE INCOMPLETE - UT-CCTMST ERROR"           CAD04845
004846         MOVE 12 TO RETURN-CODE                                   CAD04846
004847     END-IF.                                                      CAD04847
004851     PERFORM G300-POST-RUN-LEDGER.                                CAD04851
004860     STOP RUN.                                                    CAD04860
004870/                                                                 CAD04870
004880 A050-READ-CONTROL-CARD SECTION.                                  CAD04880
004890 A050-START.                                                      CAD04890
004900     MOVE SPACES TO WS-CONTROL-CARD.                              CAD04900
004910     OPEN INPUT CONTROL-CARD-FILE.                                CAD04910
004920     IF CONTROL-FILE-STATUS = "00"                                CAD04920
004930         READ CONTROL-CARD-FILE                                   CAD04930
004940             AT END                                               CAD04940
004950                 MOVE "10" TO CONTROL-FILE-STATUS                 CAD04950
004960         END-READ                                                 CAD04960
004970     END-IF.                                                      CAD04970
004980     IF CONTROL-FILE-STATUS = "00"                                CAD04980
004990         MOVE CONTROL-CARD-RECORD TO WS-CONTROL-CARD              CAD04990
005000     END-IF.                                                      CAD05000
005010     IF CONTROL-FILE-STATUS NOT = "35"                            CAD05010
005020         CLOSE CONTROL-CARD-FILE                                  CAD05020
005030     END-IF.                                                      CAD05030
005040     IF WS-CC-DECK-ID = SPACES                                    CAD05040
005050         DISPLAY "UT-CNTL MUST NAME THE DECK ID TO ADJUST"        CAD05050
005060         MOVE 12 TO RETURN-CODE                                   CAD05060
005070         GO TO A050-EXIT.                                         CAD05070
005080                                                                  CAD05080
005090     MOVE WS-RUN-DATE-YYYYMMDD TO WS-THRU-DATE.                   CAD05090
005100     IF WS-CC-THRU-DATE NUMERIC                                   CAD05100
005110             AND WS-CC-THRU-DATE > ZERO                           CAD05110
005120         MOVE WS-CC-THRU-DATE TO WS-THRU-DATE                     CAD05120
005130     END-IF.                                                      CAD05130
005140     MOVE WS-THRU-DATE TO WS-PRICING-DATE.                        CAD05140
005150     IF WS-CC-PRICING-DATE NUMERIC                                CAD05150
005160             AND WS-CC-PRICING-DATE > ZERO                        CAD05160
005170         MOVE WS-CC-PRICING-DATE TO WS-PRICING-DATE               CAD05170
005180     END-IF.                                                      CAD05180
005190     DISPLAY "ADJUSTING DECK: " WS-CC-DECK-ID                     CAD05190
005200         " BILLED THROUGH: " WS-THRU-DATE.                        CAD05200
005210 A050-EXIT.                                                       CAD05210
005220     EXIT.                                                        CAD05220
005230/                                                                 CAD05230
005240 A085-LOAD-RATE-BANDS SECTION.                                    CAD05240
005250 A085-START.                                                      CAD05250
005260     OPEN INPUT RATE-BAND-FILE.                                   CAD05260
005270     IF RATBND-FILE-STATUS NOT = "00"                             CAD05270
005280         DISPLAY "FILE STATUS ERROR OPENING UT-RATBND: "          CAD05280
005290                     RATBND-FILE-STATUS                           CAD05290
005300         GO TO A085-EXIT.                                         CAD05300
005310     PERFORM UNTIL RATBND-FILE-STATUS NOT = "00"                  CAD05310
005320         READ RATE-BAND-FILE                                      CAD05320
005330             AT END                                               CAD05330
005340                 MOVE "10" TO RATBND-FILE-STATUS                  CAD05340
005350             NOT AT END                                           CAD05350
005360                 PERFORM A086-LOAD-ONE-RATE-BAND                  CAD05360
005370         END-READ                                                 CAD05370
005380     END-PERFORM.                                                 CAD05380
005390     CLOSE RATE-BAND-FILE.                                        CAD05390
005400     MOVE WS-RATE-BAND-COUNT TO WS-DISP-NBR.                      CAD05400
005410     DISPLAY "RATE BANDS LOADED FROM UT-RATBND: " WS-DISP-NBR.    CAD05410
005420     PERFORM A087-SELECT-TARIFF-VERSION.                          CAD05420
005430 A085-EXIT.                                                       CAD05430
005440     EXIT.                                                        CAD05440
005450/                                                                 CAD05450
005460 A086-LOAD-ONE-RATE-BAND SECTION.                                 CAD05460
005470 A086-START.                                                      CAD05470
005480     IF WS-RATE-BAND-COUNT NOT LESS THAN WS-RATE-BAND-LIMIT       CAD05480
005490         DISPLAY "RATE BAND TABLE FULL - BAND IGNORED: "          CAD05490
005500             RB-RATE-STEP                                         CAD05500
005510         GO TO A086-EXIT.                                         CAD05510
005520     IF RB-LOW-MILES NOT NUMERIC                                  CAD05520
005530             OR RB-HIGH-MILES NOT NUMERIC                         CAD05530
005540             OR RB-RATE-PER-MILE NOT NUMERIC                      CAD05540
005550             OR RB-FIXED-CHARGE NOT NUMERIC                       CAD05550
005560         DISPLAY "INVALID RATE BAND CARD IGNORED"                 CAD05560
005570         GO TO A086-EXIT.                                         CAD05570
005580     ADD 1 TO WS-RATE-BAND-COUNT.                                 CAD05580
005590     MOVE WS-RATE-BAND-COUNT TO WS-RB-SUB.                        CAD05590
005600     MOVE RB-LOW-MILES TO WS-RB-LOW-MILES (WS-RB-SUB).            CAD05600
005610     MOVE RB-HIGH-MILES TO WS-RB-HIGH-MILES (WS-RB-SUB).          CAD05610
005620     MOVE RB-RATE-STEP TO WS-RB-RATE-STEP (WS-RB-SUB).            CAD05620
005630     MOVE RB-RATE-PER-MILE TO WS-RB-RATE-PER-MILE (WS-RB-SUB).    CAD05630
005640     MOVE RB-FIXED-CHARGE TO WS-RB-FIXED-CHARGE (WS-RB-SUB).      CAD05640
005650*    Legacy band cards carry no version or date - they load as    CAD05650
005660*    the blank base version, in force since day one.              CAD05660
005670     MOVE RB-TARIFF-VERSION TO WS-RB-VERSION (WS-RB-SUB).         CAD05670
005680     IF RB-EFFECTIVE-DATE NUMERIC                                 CAD05680
005690         MOVE RB-EFFECTIVE-DATE TO WS-RB-EFF-DATE (WS-RB-SUB)     CAD05690
005700     ELSE                                                         CAD05700
005710         MOVE ZERO TO WS-RB-EFF-DATE (WS-RB-SUB)                  CAD05710
005720     END-IF.                                                      CAD05720
005721     MOVE RB-SERVICE-CLASS TO WS-RB-CLASS (WS-RB-SUB).            CAD05721
005722*    Cards without the class charges bill no minimum and no       CAD05722
005723*    termination.                                                 CAD05723
005724     IF RB-MINIMUM-CHARGE NUMERIC                                 CAD05724
005725         MOVE RB-MINIMUM-CHARGE TO WS-RB-MIN-CHARGE (WS-RB-SUB)   CAD05725
005726     ELSE                                                         CAD05726
005727         MOVE ZERO TO WS-RB-MIN-CHARGE (WS-RB-SUB)                CAD05727
005728     END-IF.                                                      CAD05728
005729     IF RB-TERMINATION-CHARGE NUMERIC                             CAD05729
005730         MOVE RB-TERMINATION-CHARGE                               CAD05730
005731             TO WS-RB-TERM-CHARGE (WS-RB-SUB)                     CAD05731
005732     ELSE                                                         CAD05732
005733         MOVE ZERO TO WS-RB-TERM-CHARGE (WS-RB-SUB)               CAD05733
005734     END-IF.                                                      CAD05734
005735 A086-EXIT.                                                       CAD05735
005740     EXIT.                                                        CAD05740
005750/                                                                 CAD05750
005760 A087-SELECT-TARIFF-VERSION SECTION.                              CAD05760
005770 A087-START.                                                      CAD05770
005780     MOVE SPACES TO WS-SELECTED-VERSION.                          CAD05780
005790     MOVE ZERO TO WS-SELECTED-EFF-DATE.                           CAD05790
005800     MOVE "N" TO WS-VERSION-PICKED-SWITCH.                        CAD05800
005810     PERFORM A088-SCORE-ONE-VERSION                               CAD05810
005820         VARYING WS-RB-SUB FROM 1 BY 1                            CAD05820
005830         UNTIL WS-RB-SUB > WS-RATE-BAND-COUNT.                    CAD05830
005840     IF WS-VERSION-PICKED                                         CAD05840
005850         DISPLAY "TARIFF VERSION IN FORCE: "                      CAD05850
005860             WS-SELECTED-VERSION " EFFECTIVE "                    CAD05860
005870             WS-SELECTED-EFF-DATE " FOR PRICING DATE "            CAD05870
005880             WS-PRICING-DATE                                      CAD05880
005890     ELSE                                                         CAD05890
005900         DISPLAY "NO TARIFF VERSION IN FORCE FOR PRICING DATE "   CAD05900
005910             WS-PRICING-DATE                                      CAD05910
005920     END-IF.                                                      CAD05920
005930 A087-EXIT.                                                       CAD05930
005940     EXIT.                                                        CAD05940
005950/                                                                 CAD05950
005960 A088-SCORE-ONE-VERSION SECTION.                                  CAD05960
005970 A088-START.                                                      CAD05970
005980     IF WS-RB-EFF-DATE (WS-RB-SUB) > WS-PRICING-DATE              CAD05980
005990         GO TO A088-EXIT.                                         CAD05990
006000     IF NOT WS-VERSION-PICKED                                     CAD06000
006010             OR WS-RB-EFF-DATE (WS-RB-SUB)                        CAD06010
006020                 > WS-SELECTED-EFF-DATE                           CAD06020
006030         MOVE WS-RB-VERSION (WS-RB-SUB) TO WS-SELECTED-VERSION    CAD06030
006040         MOVE WS-RB-EFF-DATE (WS-RB-SUB)                          CAD06040
006050             TO WS-SELECTED-EFF-DATE                              CAD06050
006060         SET WS-VERSION-PICKED TO TRUE                            CAD06060
006070     END-IF.                                                      CAD06070
006080 A088-EXIT.                                                       CAD06080
006090     EXIT.                                                        CAD06090
006100/                                                                 CAD06100
006110 A200-WRITE-REPORT-HEADER SECTION.                                CAD06110
006120 A200-START.                                                      CAD06120
006130     MOVE SPACES TO ADJUST-RPT-RECORD.                            CAD06130
006140     STRING                                                       CAD06140
006150         "RE-RATE ADJUSTMENT REGISTER - DECK "                    CAD06150
006160                                        DELIMITED BY SIZE         CAD06160
006170         WS-CC-DECK-ID                  DELIMITED BY SIZE         CAD06170
006180         " RUN DATE "                   DELIMITED BY SIZE         CAD06180
006190         WS-RUN-DATE-YYYYMMDD           DELIMITED BY SIZE         CAD06190
006200         INTO ADJUST-RPT-RECORD                                   CAD06200
006210     END-STRING.                                                  CAD06210
006220     WRITE ADJUST-RPT-RECORD.                                     CAD06220
006230     MOVE SPACES TO ADJUST-RPT-RECORD.                            CAD06230
006240     STRING                                                       CAD06240
006250         "PRORATED THROUGH "            DELIMITED BY SIZE         CAD06250
006260         WS-THRU-DATE                   DELIMITED BY SIZE         CAD06260
006270         " TARIFF VERSION "             DELIMITED BY SIZE         CAD06270
006280         WS-SELECTED-VERSION            DELIMITED BY SIZE         CAD06280
006290         INTO ADJUST-RPT-RECORD                                   CAD06290
006300     END-STRING.                                                  CAD06300
006310     WRITE ADJUST-RPT-RECORD.                                     CAD06310
006320     MOVE SPACES TO ADJUST-RPT-RECORD.                            CAD06320
006330     WRITE ADJUST-RPT-RECORD.                                     CAD06330
006340     WRITE ADJUST-RPT-RECORD FROM WS-HEADING-LINE.                CAD06340
006350 A200-EXIT.                                                       CAD06350
006360     EXIT.                                                        CAD06360
006370/                                                                 CAD06370
006380 A300-WRITE-REPORT-TOTALS SECTION.                                CAD06380
006390 A300-START.                                                      CAD06390
006400     MOVE SPACES TO ADJUST-RPT-RECORD.                            CAD06400
006410     WRITE ADJUST-RPT-RECORD.                                     CAD06410
006420     MOVE SPACES TO WS-NET-LINE.                                  CAD06420
006430     MOVE "NET ADJUSTMENT ALL ACCOUNTS ..." TO WS-NL-LABEL.       CAD06430
006440     PERFORM E350-SET-NET-GRAND.                                  CAD06440
006450     WRITE ADJUST-RPT-RECORD FROM WS-NET-LINE.                    CAD06450
006460     MOVE SPACES TO ADJUST-RPT-RECORD.                            CAD06460
006470     WRITE ADJUST-RPT-RECORD.                                     CAD06470
006480     MOVE SPACES TO WS-TOTAL-LINE.                                CAD06480
006490     MOVE "JOURNAL RECORDS READ ........." TO WS-TOT-LABEL.       CAD06490
006500     MOVE JOURNAL-RECORDS-READ TO WS-TOT-COUNT.                   CAD06500
006510     WRITE ADJUST-RPT-RECORD FROM WS-TOTAL-LINE.                  CAD06510
006520     MOVE "DECK ENTRIES SELECTED ........" TO WS-TOT-LABEL.       CAD06520
006530     MOVE ENTRIES-SELECTED TO WS-TOT-COUNT.                       CAD06530
006540     WRITE ADJUST-RPT-RECORD FROM WS-TOTAL-LINE.                  CAD06540
006550     MOVE "ENTRIES NOT AFFECTING RATING ." TO WS-TOT-LABEL.       CAD06550
006560     MOVE ENTRIES-NOT-RATING TO WS-TOT-COUNT.                     CAD06560
006570     WRITE ADJUST-RPT-RECORD FROM WS-TOTAL-LINE.                  CAD06570
006580     MOVE "NPA-NXX WIRE CENTERS MOVED ..." TO WS-TOT-LABEL.       CAD06580
006590     MOVE WIRE-CENTERS-MOVED TO WS-TOT-COUNT.                     CAD06590
006600     WRITE ADJUST-RPT-RECORD FROM WS-TOTAL-LINE.                  CAD06600
006610     MOVE "NPA-NXX DELETED BY DECK ......" TO WS-TOT-LABEL.       CAD06610
006620     MOVE WIRE-CENTERS-DELETED TO WS-TOT-COUNT.                   CAD06620
006630     WRITE ADJUST-RPT-RECORD FROM WS-TOTAL-LINE.                  CAD06630
006640     MOVE "CIRCUITS READ ................" TO WS-TOT-LABEL.       CAD06640
006650     MOVE CIRCUITS-READ TO WS-TOT-COUNT.                          CAD06650
006660     WRITE ADJUST-RPT-RECORD FROM WS-TOTAL-LINE.                  CAD06660
006670     MOVE "CIRCUITS AFFECTED ............" TO WS-TOT-LABEL.       CAD06670
006680     MOVE CIRCUITS-AFFECTED TO WS-TOT-COUNT.                      CAD06680
006690     WRITE ADJUST-RPT-RECORD FROM WS-TOTAL-LINE.                  CAD06690
006700     MOVE "CIRCUITS ADJUSTED ............" TO WS-TOT-LABEL.       CAD06700
006710     MOVE CIRCUITS-ADJUSTED TO WS-TOT-COUNT.                      CAD06710
006720     WRITE ADJUST-RPT-RECORD FROM WS-TOTAL-LINE.                  CAD06720
006730     MOVE "CIRCUITS WITH NO CHANGE ......" TO WS-TOT-LABEL.       CAD06730
006740     MOVE CIRCUITS-UNCHANGED TO WS-TOT-COUNT.                     CAD06740
006750     WRITE ADJUST-RPT-RECORD FROM WS-TOTAL-LINE.                  CAD06750
006760     MOVE "CIRCUITS NOT RE-RATED ........" TO WS-TOT-LABEL.       CAD06760
006770     MOVE CIRCUITS-FAILED TO WS-TOT-COUNT.                        CAD06770
006780     WRITE ADJUST-RPT-RECORD FROM WS-TOTAL-LINE.                  CAD06780
006790     MOVE "DEBITS WRITTEN ..............." TO WS-TOT-LABEL.       CAD06790
006800     MOVE DEBITS-WRITTEN TO WS-TOT-COUNT.                         CAD06800
006810     WRITE ADJUST-RPT-RECORD FROM WS-TOTAL-LINE.                  CAD06810
006820     MOVE "CREDITS WRITTEN .............." TO WS-TOT-LABEL.       CAD06820
006830     MOVE CREDITS-WRITTEN TO WS-TOT-COUNT.                        CAD06830
006840     WRITE ADJUST-RPT-RECORD FROM WS-TOTAL-LINE.                  CAD06840
006850     MOVE "ACCOUNTS ON INTERFACE ........" TO WS-TOT-LABEL.       CAD06850
006860     MOVE ACCOUNTS-WRITTEN TO WS-TOT-COUNT.                       CAD06860
006870     WRITE ADJUST-RPT-RECORD FROM WS-TOTAL-LINE.                  CAD06870
006880 A300-EXIT.                                                       CAD06880
006890     EXIT.                                                        CAD06890
006900/                                                                 CAD06900
006910 B100-LOAD-MOVED-WIRE-CENTERS SECTION.                            CAD06910
006920 B100-START.                                                      CAD06920
006930     OPEN INPUT JOURNAL-FILE.                                     CAD06930
006940     IF JOURNAL-FILE-STATUS NOT = "00"                            CAD06940
006950         DISPLAY "FILE STATUS ERROR OPENING UT-JRNL: "            CAD06950
006960                     JOURNAL-FILE-STATUS                          CAD06960
006970         MOVE 12 TO RETURN-CODE                                   CAD06970
006980         GO TO B100-EXIT.                                         CAD06980
006990     PERFORM B150-LOAD-ONE-ENTRY UNTIL JOURNAL-FILE-AT-END.       CAD06990
007000     CLOSE JOURNAL-FILE.                                          CAD07000
007010     DISPLAY "JOURNAL ENTRIES SELECTED: " ENTRIES-SELECTED.       CAD07010
007020     DISPLAY "NPA-NXX WIRE CENTERS MOVED: " WS-MOVE-COUNT.        CAD07020
007030 B100-EXIT.                                                       CAD07030
007040     EXIT.                                                        CAD07040
007050/                                                                 CAD07050
007060 B150-LOAD-ONE-ENTRY SECTION.                                     CAD07060
007070 B150-START.                                                      CAD07070
007080     READ JOURNAL-FILE                                            CAD07080
007090         AT END                                                   CAD07090
007100             MOVE "10" TO JOURNAL-FILE-STATUS                     CAD07100
007110             GO TO B150-EXIT                                      CAD07110
007120     END-READ.                                                    CAD07120
007130     IF JOURNAL-FILE-STATUS NOT = "00"                            CAD07130
007140         DISPLAY "FILE STATUS ERROR ON UT-JRNL: "                 CAD07140
007150                     JOURNAL-FILE-STATUS                          CAD07150
007160         MOVE "10" TO JOURNAL-FILE-STATUS                         CAD07160
007170         MOVE 12 TO RETURN-CODE                                   CAD07170
007180         GO TO B150-EXIT.                                         CAD07180
007190     ADD 1 TO JOURNAL-RECORDS-READ.                               CAD07190
007200     IF JR-DECK-ID NOT = WS-CC-DECK-ID                            CAD07200
007210         GO TO B150-EXIT.                                         CAD07210
007220     ADD 1 TO ENTRIES-SELECTED.                                   CAD07220
007230                                                                  CAD07230
007240*    An add journals no before-image - the key rides in the       CAD07240
007250*    after-image.                                                 CAD07250
007260     IF JR-ACTION = "A"                                           CAD07260
007270         MOVE JR-AFTER-IMAGE (1:20) TO MRCF-KEY                   CAD07270
007280     ELSE                                                         CAD07280
007290         MOVE JR-BEFORE-IMAGE (1:20) TO MRCF-KEY                  CAD07290
007300     END-IF.                                                      CAD07300
007310*    CCTPRC rates each end off the primary entry only - KEY-      CAD07310
007320*    CATEGORY 1 (RCLOOK takes 0 as 1), blank KEY-EXTENSION -      CAD07320
007330*    so alternate entries never reached a bill.                   CAD07330
007340     IF KEY-CATEGORY OF MRCF-KEY NOT = 1                          CAD07340
007350             OR KEY-EXTENSION OF MRCF-KEY NOT = SPACES            CAD07350
007360         ADD 1 TO ENTRIES-NOT-RATING                              CAD07360
007370         GO TO B150-EXIT.                                         CAD07370
007380     MOVE NPA OF MRCF-KEY TO WS-LOOK-NPA.                         CAD07380
007390     MOVE NXX OF MRCF-KEY TO WS-LOOK-NXX.                         CAD07390
007400     PERFORM C150-FIND-MOVE.                                      CAD07400
007410                                                                  CAD07410
007420     IF JR-ACTION = "C"                                           CAD07420
007430         PERFORM B200-POST-CHANGE                                 CAD07430
007440         GO TO B150-EXIT.                                         CAD07440
007450     IF JR-ACTION = "D"                                           CAD07450
007460         PERFORM B250-POST-DELETE                                 CAD07460
007470         GO TO B150-EXIT.                                         CAD07470
007480     IF JR-ACTION = "A"                                           CAD07480
007490         PERFORM B270-POST-ADD                                    CAD07490
007500         GO TO B150-EXIT.                                         CAD07500
007510     ADD 1 TO ENTRIES-NOT-RATING.                                 CAD07510
007520 B150-EXIT.                                                       CAD07520
007530     EXIT.                                                        CAD07530
007540/                                                                 CAD07540
007550 B200-POST-CHANGE SECTION.                                        CAD07550
007560 B200-START.                                                      CAD07560
007570     MOVE JR-BEFORE-IMAGE TO WS-IMAGE-REC.                        CAD07570
007580     PERFORM B300-SET-IMAGE-VH.                                   CAD07580
007590     MOVE WS-IMG-V TO WS-BEF-V.                                   CAD07590
007600     MOVE WS-IMG-H TO WS-BEF-H.                                   CAD07600
007610     MOVE WS-IMG-OK-SWITCH TO WS-BEF-OK-SWITCH.                   CAD07610
007620     MOVE JR-AFTER-IMAGE TO WS-IMAGE-REC.                         CAD07620
007630     PERFORM B300-SET-IMAGE-VH.                                   CAD07630
007640*    A change that left the coordinates alone (city name, LATA,   CAD07640
007650*    company) has no effect on mileage.                           CAD07650
007660     IF WS-MV-FOUND-SUB = ZERO                                    CAD07660
007670             AND WS-BEF-OK-SWITCH = WS-IMG-OK-SWITCH              CAD07670
007680             AND WS-BEF-V = WS-IMG-V                              CAD07680
007690             AND WS-BEF-H = WS-IMG-H                              CAD07690
007700         ADD 1 TO ENTRIES-NOT-RATING                              CAD07700
007710         GO TO B200-EXIT.                                         CAD07710
007720     IF WS-MV-FOUND-SUB = ZERO                                    CAD07720
007730         PERFORM B350-ADD-MOVE-ENTRY                              CAD07730
007740         IF WS-MV-FOUND-SUB = ZERO                                CAD07740
007750             GO TO B200-EXIT                                      CAD07750
007760         END-IF                                                   CAD07760
007770         MOVE WS-BEF-V TO WS-MV-OLD-V (WS-MV-FOUND-SUB)           CAD07770
007780         MOVE WS-BEF-H TO WS-MV-OLD-H (WS-MV-FOUND-SUB)           CAD07780
007790         MOVE WS-BEF-OK-SWITCH TO WS-MV-OLD-OK (WS-MV-FOUND-SUB)  CAD07790
007800     END-IF.                                                      CAD07800
007810     MOVE WS-IMG-V TO WS-MV-NEW-V (WS-MV-FOUND-SUB).              CAD07810
007820     MOVE WS-IMG-H TO WS-MV-NEW-H (WS-MV-FOUND-SUB).              CAD07820
007830     MOVE WS-IMG-OK-SWITCH TO WS-MV-NEW-OK (WS-MV-FOUND-SUB).     CAD07830
007840     MOVE "N" TO WS-MV-DELETED (WS-MV-FOUND-SUB).                 CAD07840
007850 B200-EXIT.                                                       CAD07850
007860     EXIT.                                                        CAD07860
007870/                                                                 CAD07870
007880 B250-POST-DELETE SECTION.                                        CAD07880
007890 B250-START.                                                      CAD07890
007900     IF WS-MV-FOUND-SUB = ZERO                                    CAD07900
007910         MOVE JR-BEFORE-IMAGE TO WS-IMAGE-REC                     CAD07910
007920         PERFORM B300-SET-IMAGE-VH                                CAD07920
007930         PERFORM B350-ADD-MOVE-ENTRY                              CAD07930
007940         IF WS-MV-FOUND-SUB = ZERO                                CAD07940
007950             GO TO B250-EXIT                                      CAD07950
007960         END-IF                                                   CAD07960
007970         MOVE WS-IMG-V TO WS-MV-OLD-V (WS-MV-FOUND-SUB)           CAD07970
007980         MOVE WS-IMG-H TO WS-MV-OLD-H (WS-MV-FOUND-SUB)           CAD07980
007990         MOVE WS-IMG-OK-SWITCH TO WS-MV-OLD-OK (WS-MV-FOUND-SUB)  CAD07990
008000     END-IF.                                                      CAD08000
008010     MOVE "N" TO WS-MV-NEW-OK (WS-MV-FOUND-SUB).                  CAD08010
008020     MOVE "Y" TO WS-MV-DELETED (WS-MV-FOUND-SUB).                 CAD08020
008030 B250-EXIT.                                                       CAD08030
008040     EXIT.                                                        CAD08040
008050/                                                                 CAD08050
008060 B270-POST-ADD SECTION.                                           CAD08060
008070 B270-START.                                                      CAD08070
008080*    A fresh NPA-NXX was never on a bill - only a re-add of a     CAD08080
008090*    key this same deck deleted (the rekey a split or a           CAD08090
008100*    correction by delete-and-add makes) carries a before         CAD08100
008110*    position to adjust from.                                     CAD08110
008120     IF WS-MV-FOUND-SUB = ZERO                                    CAD08120
008130         ADD 1 TO ENTRIES-NOT-RATING                              CAD08130
008140         GO TO B270-EXIT.                                         CAD08140
008150     MOVE JR-AFTER-IMAGE TO WS-IMAGE-REC.                         CAD08150
008160     PERFORM B300-SET-IMAGE-VH.                                   CAD08160
008170     MOVE WS-IMG-V TO WS-MV-NEW-V (WS-MV-FOUND-SUB).              CAD08170
008180     MOVE WS-IMG-H TO WS-MV-NEW-H (WS-MV-FOUND-SUB).              CAD08180
008190     MOVE WS-IMG-OK-SWITCH TO WS-MV-NEW-OK (WS-MV-FOUND-SUB).     CAD08190
008200     MOVE "N" TO WS-MV-DELETED (WS-MV-FOUND-SUB).                 CAD08200
008210 B270-EXIT.                                                       CAD08210
008220     EXIT.                                                        CAD08220
008230/                                                                 CAD08230
008240 B300-SET-IMAGE-VH SECTION.                                       CAD08240
008250 B300-START.                                                      CAD08250
008260     MOVE ZERO TO WS-IMG-V.                                       CAD08260
008270     MOVE ZERO TO WS-IMG-H.                                       CAD08270
008280     MOVE "N" TO WS-IMG-OK-SWITCH.                                CAD08280
008290     IF WIRE-CENTER-V OF DATA-FIELDS OF WS-IMAGE-REC NOT NUMERIC  CAD08290
008300         OR WIRE-CENTER-H OF DATA-FIELDS OF WS-IMAGE-REC          CAD08300
008310             NOT NUMERIC                                          CAD08310
008320         GO TO B300-EXIT.                                         CAD08320
008330     MOVE WIRE-CENTER-V OF DATA-FIELDS OF WS-IMAGE-REC            CAD08330
008340         TO WS-IMG-V.                                             CAD08340
008350     IF WIRE-CENTER-V-SIGN OF DATA-FIELDS OF WS-IMAGE-REC = "-"   CAD08350
008360         COMPUTE WS-IMG-V = WS-IMG-V * -1                         CAD08360
008370     END-IF.                                                      CAD08370
008380     MOVE WIRE-CENTER-H OF DATA-FIELDS OF WS-IMAGE-REC            CAD08380
008390         TO WS-IMG-H.                                             CAD08390
008400     IF WIRE-CENTER-H-SIGN OF DATA-FIELDS OF WS-IMAGE-REC = "-"   CAD08400
008410         COMPUTE WS-IMG-H = WS-IMG-H * -1                         CAD08410
008420     END-IF.                                                      CAD08420
008430     SET WS-IMG-OK TO TRUE.                                       CAD08430
008440 B300-EXIT.                                                       CAD08440
008450     EXIT.                                                        CAD08450
008460/                                                                 CAD08460
008470 B350-ADD-MOVE-ENTRY SECTION.                                     CAD08470
008480 B350-START.                                                      CAD08480
008490     IF WS-MOVE-COUNT NOT LESS THAN WS-MOVE-LIMIT                 CAD08490
008500         SET WS-TABLE-OVERFLOWED TO TRUE                          CAD08500
008510         MOVE ZERO TO WS-MV-FOUND-SUB                             CAD08510
008520         GO TO B350-EXIT.                                         CAD08520
008530     ADD 1 TO WS-MOVE-COUNT.                                      CAD08530
008540     MOVE WS-MOVE-COUNT TO WS-MV-FOUND-SUB.                       CAD08540
008550     MOVE WS-LOOK-NPA TO WS-MV-NPA (WS-MV-FOUND-SUB).             CAD08550
008560     MOVE WS-LOOK-NXX TO WS-MV-NXX (WS-MV-FOUND-SUB).             CAD08560
008570     MOVE JR-RUN-DATE TO WS-MV-RUN-DATE (WS-MV-FOUND-SUB).        CAD08570
008580     IF JR-ACTION = "D"                                           CAD08580
008590         ADD 1 TO WIRE-CENTERS-DELETED                            CAD08590
008600     ELSE                                                         CAD08600
008610         ADD 1 TO WIRE-CENTERS-MOVED                              CAD08610
008620     END-IF.                                                      CAD08620
008630 B350-EXIT.                                                       CAD08630
008640     EXIT.                                                        CAD08640
008650/                                                                 CAD08650
008660 C000-RERATE-ALL-CIRCUITS SECTION.                                CAD08660
008670 C000-START.                                                      CAD08670
008680     OPEN INPUT CIRCUIT-MST.                                      CAD08680
008690     IF CCTMST-FILE-STATUS NOT = "00"                             CAD08690
008700         DISPLAY "FILE STATUS ERROR OPENING UT-CCTMST: "          CAD08700
008710                     CCTMST-FILE-STATUS                           CAD08710
008711         SET WS-CCTMST-ERROR TO TRUE                              CAD08711
008730         GO TO C000-EXIT.                                         CAD08730
008740     PERFORM C100-RERATE-ONE-CIRCUIT UNTIL CCTMST-FILE-AT-END.    CAD08740
008750     CLOSE CIRCUIT-MST.                                           CAD08750
008760 C000-EXIT.                                                       CAD08760
008770     EXIT.                                                        CAD08770
008780/                                                                 CAD08780
008790 C100-RERATE-ONE-CIRCUIT SECTION.                                 CAD08790
008800 C100-START.                                                      CAD08800
008810     READ CIRCUIT-MST                                             CAD08810
008820         AT END                                                   CAD08820
008830             MOVE "10" TO CCTMST-FILE-STATUS                      CAD08830
008840             GO TO C100-EXIT                                      CAD08840
008850     END-READ.                                                    CAD08850
008860     IF CCTMST-FILE-STATUS NOT = "00"                             CAD08860
008870         DISPLAY "FILE STATUS ERROR ON UT-CCTMST: "               CAD08870
008880                     CCTMST-FILE-STATUS                           CAD08880
008890         MOVE "10" TO CCTMST-FILE-STATUS                          CAD08890
008891         SET WS-CCTMST-ERROR TO TRUE                              CAD08891
008910         GO TO C100-EXIT.                                         CAD08910
008920     ADD 1 TO CIRCUITS-READ.                                      CAD08920
008930*    CCTPRC fails a circuit with a non-numeric end outright -     CAD08930
008940*    it was never billed, so there is nothing to adjust.          CAD08940
008950     IF CCT-ORIG-NPA NOT NUMERIC OR CCT-ORIG-NXX NOT NUMERIC      CAD08950
008960             OR CCT-DEST-NPA NOT NUMERIC                          CAD08960
008970             OR CCT-DEST-NXX NOT NUMERIC                          CAD08970
008980         GO TO C100-EXIT.                                         CAD08980
008990                                                                  CAD08990
009000     MOVE CCT-ORIG-NPA TO WS-LOOK-NPA.                            CAD09000
009010     MOVE CCT-ORIG-NXX TO WS-LOOK-NXX.                            CAD09010
009020     PERFORM C150-FIND-MOVE.                                      CAD09020
009030     MOVE WS-MV-FOUND-SUB TO WS-ORIG-MOVE-SUB.                    CAD09030
009040     MOVE CCT-DEST-NPA TO WS-LOOK-NPA.                            CAD09040
009050     MOVE CCT-DEST-NXX TO WS-LOOK-NXX.                            CAD09050
009060     PERFORM C150-FIND-MOVE.                                      CAD09060
009070     MOVE WS-MV-FOUND-SUB TO WS-DEST-MOVE-SUB.                    CAD09070
009080     IF WS-ORIG-MOVE-SUB = ZERO AND WS-DEST-MOVE-SUB = ZERO       CAD09080
009090         GO TO C100-EXIT.                                         CAD09090
009100     ADD 1 TO CIRCUITS-AFFECTED.                                  CAD09100
009110                                                                  CAD09110
009120     MOVE SPACES TO SORT-RECORD.                                  CAD09120
009130     MOVE CCT-ACCOUNT-NBR TO SORT-ACCOUNT-NBR.                    CAD09130
009140     MOVE CCT-CIRCUIT-ID TO SORT-CIRCUIT-ID.                      CAD09140
009150     MOVE CCT-SERVICE-CLASS TO SORT-SERVICE-CLASS.                CAD09150
009160     MOVE ZERO TO SORT-DAYS.                                      CAD09160
009170     MOVE ZERO TO SORT-OLD-MILEAGE.                               CAD09170
009180     MOVE ZERO TO SORT-NEW-MILEAGE.                               CAD09180
009190     MOVE ZERO TO SORT-OLD-CHARGE.                                CAD09190
009200     MOVE ZERO TO SORT-NEW-CHARGE.                                CAD09200
009210     MOVE ZERO TO SORT-ADJUST-AMOUNT.                             CAD09210
009220     SET WS-RATE-OK TO TRUE.                                      CAD09220
009230     MOVE SPACES TO WS-FAIL-REASON.                               CAD09230
009240                                                                  CAD09240
009250*    The period runs from the earlier journal date of the two     CAD09250
009260*    ends - a deck is normally applied in one run.                CAD09260
009270     IF WS-ORIG-MOVE-SUB NOT = ZERO                               CAD09270
009280         MOVE WS-MV-RUN-DATE (WS-ORIG-MOVE-SUB) TO WS-FROM-DATE   CAD09280
009290     ELSE                                                         CAD09290
009300         MOVE WS-MV-RUN-DATE (WS-DEST-MOVE-SUB) TO WS-FROM-DATE   CAD09300
009310     END-IF.                                                      CAD09310
009320     IF WS-DEST-MOVE-SUB NOT = ZERO                               CAD09320
009330         IF WS-MV-RUN-DATE (WS-DEST-MOVE-SUB) < WS-FROM-DATE      CAD09330
009340             MOVE WS-MV-RUN-DATE (WS-DEST-MOVE-SUB)               CAD09340
009350                 TO WS-FROM-DATE                                  CAD09350
009360         END-IF                                                   CAD09360
009370     END-IF.                                                      CAD09370
009380     MOVE WS-FROM-DATE TO SORT-FROM-DATE.                         CAD09380
009390                                                                  CAD09390
009400     PERFORM C200-SET-ORIGIN-ENDS.                                CAD09400
009410     IF WS-RATE-OK                                                CAD09410
009420         PERFORM C250-SET-DESTINATION-ENDS                        CAD09420
009430     END-IF.                                                      CAD09430
009440     IF WS-RATE-OK                                                CAD09440
009450         PERFORM C300-RATE-BEFORE-AND-AFTER                       CAD09450
009460     END-IF.                                                      CAD09460
009470     IF WS-RATE-OK                                                CAD09470
009480         PERFORM C400-PRORATE-DIFFERENCE                          CAD09480
009490     END-IF.                                                      CAD09490
009500                                                                  CAD09500
009510     IF NOT WS-RATE-OK                                            CAD09510
009520         MOVE WS-FAIL-REASON TO SORT-REASON                       CAD09520
009530         ADD 1 TO CIRCUITS-FAILED                                 CAD09530
009540     END-IF.                                                      CAD09540
009550     RELEASE SORT-RECORD.                                         CAD09550
009560 C100-EXIT.                                                       CAD09560
009570     EXIT.                                                        CAD09570
009580/                                                                 CAD09580
009590 C150-FIND-MOVE SECTION.                                          CAD09590
009600 C150-START.                                                      CAD09600
009610     MOVE ZERO TO WS-MV-FOUND-SUB.                                CAD09610
009620     PERFORM VARYING WS-MV-SUB FROM 1 BY 1                        CAD09620
009630             UNTIL WS-MV-SUB > WS-MOVE-COUNT                      CAD09630
009640                 OR WS-MV-FOUND-SUB NOT = ZERO                    CAD09640
009650         IF WS-LOOK-NPA = WS-MV-NPA (WS-MV-SUB)                   CAD09650
009660                 AND WS-LOOK-NXX = WS-MV-NXX (WS-MV-SUB)          CAD09660
009670             MOVE WS-MV-SUB TO WS-MV-FOUND-SUB                    CAD09670
009680         END-IF                                                   CAD09680
009690     END-PERFORM.                                                 CAD09690
009700 C150-EXIT.                                                       CAD09700
009710     EXIT.                                                        CAD09710
009720/                                                                 CAD09720
009730 C200-SET-ORIGIN-ENDS SECTION.                                    CAD09730
009740 C200-START.                                                      CAD09740
009750     IF WS-ORIG-MOVE-SUB = ZERO                                   CAD09750
009760         MOVE CCT-ORIG-NPA TO WS-LOOK-NPA                         CAD09760
009770         MOVE CCT-ORIG-NXX TO WS-LOOK-NXX                         CAD09770
009780         PERFORM C270-LOOKUP-UNMOVED-END                          CAD09780
009790         IF NOT WS-RATE-OK                                        CAD09790
009800             MOVE "ORIGIN NPA-NXX NOT ON MRCF-MST"                CAD09800
009810                 TO WS-FAIL-REASON                                CAD09810
009820             GO TO C200-EXIT                                      CAD09820
009830         END-IF                                                   CAD09830
009840         MOVE WS-IMG-V TO WS-OLD-ORIG-V                           CAD09840
009850         MOVE WS-IMG-H TO WS-OLD-ORIG-H                           CAD09850
009860         MOVE WS-IMG-V TO WS-NEW-ORIG-V                           CAD09860
009870         MOVE WS-IMG-H TO WS-NEW-ORIG-H                           CAD09870
009880         GO TO C200-EXIT.                                         CAD09880
009890     IF WS-MV-OLD-OK (WS-ORIG-MOVE-SUB) NOT = "Y"                 CAD09890
009900         MOVE "N" TO WS-RATE-OK-SWITCH                            CAD09900
009910         MOVE "ORIGIN BEFORE-IMAGE V-H UNUSABLE"                  CAD09910
009920             TO WS-FAIL-REASON                                    CAD09920
009930         GO TO C200-EXIT.                                         CAD09930
009940     IF WS-MV-DELETED (WS-ORIG-MOVE-SUB) = "Y"                    CAD09940
009950         MOVE "N" TO WS-RATE-OK-SWITCH                            CAD09950
009960         MOVE "ORIGIN NPA-NXX DELETED BY DECK"                    CAD09960
009970             TO WS-FAIL-REASON                                    CAD09970
009980         GO TO C200-EXIT.                                         CAD09980
009990     IF WS-MV-NEW-OK (WS-ORIG-MOVE-SUB) NOT = "Y"                 CAD09990
010000         MOVE "N" TO WS-RATE-OK-SWITCH                            CAD10000
010010         MOVE "ORIGIN AFTER-IMAGE V-H UNUSABLE"                   CAD10010
010020             TO WS-FAIL-REASON                                    CAD10020
010030         GO TO C200-EXIT.                                         CAD10030
010040     MOVE WS-MV-OLD-V (WS-ORIG-MOVE-SUB) TO WS-OLD-ORIG-V.        CAD10040
010050     MOVE WS-MV-OLD-H (WS-ORIG-MOVE-SUB) TO WS-OLD-ORIG-H.        CAD10050
010060     MOVE WS-MV-NEW-V (WS-ORIG-MOVE-SUB) TO WS-NEW-ORIG-V.        CAD10060
010070     MOVE WS-MV-NEW-H (WS-ORIG-MOVE-SUB) TO WS-NEW-ORIG-H.        CAD10070
010080 C200-EXIT.                                                       CAD10080
010090     EXIT.                                                        CAD10090
010100/                                                                 CAD10100
010110 C250-SET-DESTINATION-ENDS SECTION.                               CAD10110
010120 C250-START.                                                      CAD10120
010130     IF WS-DEST-MOVE-SUB = ZERO                                   CAD10130
010140         MOVE CCT-DEST-NPA TO WS-LOOK-NPA                         CAD10140
010150         MOVE CCT-DEST-NXX TO WS-LOOK-NXX                         CAD10150
010160         PERFORM C270-LOOKUP-UNMOVED-END                          CAD10160
010170         IF NOT WS-RATE-OK                                        CAD10170
010180             MOVE "DESTINATION NPA-NXX NOT ON MRCF-MST"           CAD10180
010190                 TO WS-FAIL-REASON                                CAD10190
010200             GO TO C250-EXIT                                      CAD10200
010210         END-IF                                                   CAD10210
010220         MOVE WS-IMG-V TO WS-OLD-DEST-V                           CAD10220
010230         MOVE WS-IMG-H TO WS-OLD-DEST-H                           CAD10230
010240         MOVE WS-IMG-V TO WS-NEW-DEST-V                           CAD10240
010250         MOVE WS-IMG-H TO WS-NEW-DEST-H                           CAD10250
010260         GO TO C250-EXIT.                                         CAD10260
010270     IF WS-MV-OLD-OK (WS-DEST-MOVE-SUB) NOT = "Y"                 CAD10270
010280         MOVE "N" TO WS-RATE-OK-SWITCH                            CAD10280
010290         MOVE "DESTINATION BEFORE-IMAGE V-H UNUSABLE"             CAD10290
010300             TO WS-FAIL-REASON                                    CAD10300
010310         GO TO C250-EXIT.                                         CAD10310
010320     IF WS-MV-DELETED (WS-DEST-MOVE-SUB) = "Y"                    CAD10320
010330         MOVE "N" TO WS-RATE-OK-SWITCH                            CAD10330
010340         MOVE "DESTINATION NPA-NXX DELETED BY DECK"               CAD10340
010350             TO WS-FAIL-REASON                                    CAD10350
010360         GO TO C250-EXIT.                                         CAD10360
010370     IF WS-MV-NEW-OK (WS-DEST-MOVE-SUB) NOT = "Y"                 CAD10370
010380         MOVE "N" TO WS-RATE-OK-SWITCH                            CAD10380
010390         MOVE "DESTINATION AFTER-IMAGE V-H UNUSABLE"              CAD10390
010400             TO WS-FAIL-REASON                                    CAD10400
010410         GO TO C250-EXIT.                                         CAD10410
010420     MOVE WS-MV-OLD-V (WS-DEST-MOVE-SUB) TO WS-OLD-DEST-V.        CAD10420
010430     MOVE WS-MV-OLD-H (WS-DEST-MOVE-SUB) TO WS-OLD-DEST-H.        CAD10430
010440     MOVE WS-MV-NEW-V (WS-DEST-MOVE-SUB) TO WS-NEW-DEST-V.        CAD10440
010450     MOVE WS-MV-NEW-H (WS-DEST-MOVE-SUB) TO WS-NEW-DEST-H.        CAD10450
010460 C250-EXIT.                                                       CAD10460
010470     EXIT.                                                        CAD10470
010480/                                                                 CAD10480
010490 C270-LOOKUP-UNMOVED-END SECTION.                                 CAD10490
010500 C270-START.                                                      CAD10500
010510*    The deck did not touch this end - it sits where it sat       CAD10510
010520*    before and after, as filed on the master today.              CAD10520
010530     MOVE SPACE TO RL-FUNCTION.                                   CAD10530
010540     MOVE ZERO TO RL-KEY-CATEGORY.                                CAD10540
010550     MOVE SPACES TO RL-KEY-EXTENSION.                             CAD10550
010560     MOVE WS-LOOK-NPA TO RL-NPA.                                  CAD10560
010570     MOVE WS-LOOK-NXX TO RL-NXX.                                  CAD10570
010580     CALL "RCLOOK" USING WS-RCLOOK-ARGS.                          CAD10580
010590     IF NOT RL-RECORD-FOUND                                       CAD10590
010600             OR RL-WIRE-CENTER-V NOT NUMERIC                      CAD10600
010610             OR RL-WIRE-CENTER-H NOT NUMERIC                      CAD10610
010620         MOVE "N" TO WS-RATE-OK-SWITCH                            CAD10620
010630         GO TO C270-EXIT.                                         CAD10630
010640     MOVE RL-WIRE-CENTER-V TO WS-IMG-V.                           CAD10640
010650     IF RL-WIRE-CENTER-V-SIGN = "-"                               CAD10650
010660         COMPUTE WS-IMG-V = WS-IMG-V * -1                         CAD10660
010670     END-IF.                                                      CAD10670
010680     MOVE RL-WIRE-CENTER-H TO WS-IMG-H.                           CAD10680
010690     IF RL-WIRE-CENTER-H-SIGN = "-"                               CAD10690
010700         COMPUTE WS-IMG-H = WS-IMG-H * -1                         CAD10700
010710     END-IF.                                                      CAD10710
010720 C270-EXIT.                                                       CAD10720
010730     EXIT.                                                        CAD10730
010740/                                                                 CAD10740
010750 C300-RATE-BEFORE-AND-AFTER SECTION.                              CAD10750
010760 C300-START.                                                      CAD10760
010761     MOVE CCT-SERVICE-CLASS TO WS-SCHEDULE-CLASS.                 CAD10761
010762     PERFORM C340-SELECT-SCHEDULE.                                CAD10762
010770     MOVE WS-OLD-ORIG-V TO PL-ORIGIN-V.                           CAD10770
010780     MOVE WS-OLD-ORIG-H TO PL-ORIGIN-H.                           CAD10780
010790     MOVE WS-OLD-DEST-V TO PL-DESTINATION-V.                      CAD10790
010800     MOVE WS-OLD-DEST-H TO PL-DESTINATION-H.                      CAD10800
010810     PERFORM C350-PRICE-ONE-WAY.                                  CAD10810
010820     IF NOT WS-RATE-OK                                            CAD10820
010830         GO TO C300-EXIT.                                         CAD10830
010840     MOVE WS-PRICE-MILEAGE TO WS-OLD-MILEAGE.                     CAD10840
010850     MOVE WS-EXTENDED-CHARGE TO WS-OLD-CHARGE.                    CAD10850
010860     MOVE WS-RB-RATE-STEP (WS-BAND-SUB) TO WS-OLD-RATE-STEP.      CAD10860
010870                                                                  CAD10870
010880     MOVE WS-NEW-ORIG-V TO PL-ORIGIN-V.                           CAD10880
010890     MOVE WS-NEW-ORIG-H TO PL-ORIGIN-H.                           CAD10890
010900     MOVE WS-NEW-DEST-V TO PL-DESTINATION-V.                      CAD10900
010910     MOVE WS-NEW-DEST-H TO PL-DESTINATION-H.                      CAD10910
010920     PERFORM C350-PRICE-ONE-WAY.                                  CAD10920
010930     IF NOT WS-RATE-OK                                            CAD10930
010940         GO TO C300-EXIT.                                         CAD10940
010950                                                                  CAD10950
010960     MOVE WS-OLD-MILEAGE TO SORT-OLD-MILEAGE.                     CAD10960
010970     MOVE WS-OLD-CHARGE TO SORT-OLD-CHARGE.                       CAD10970
010980     MOVE WS-OLD-RATE-STEP TO SORT-OLD-RATE-STEP.                 CAD10980
010990     MOVE WS-PRICE-MILEAGE TO SORT-NEW-MILEAGE.                   CAD10990
011000     MOVE WS-EXTENDED-CHARGE TO SORT-NEW-CHARGE.                  CAD11000
011010     MOVE WS-RB-RATE-STEP (WS-BAND-SUB) TO SORT-NEW-RATE-STEP.    CAD11010
011020 C300-EXIT.                                                       CAD11020
011030     EXIT.                                                        CAD11030
011040/                                                                 CAD11040
011041 C340-SELECT-SCHEDULE SECTION.                                    CAD11041
011042 C340-START.                                                      CAD11042
011043*    A class with no schedule of its own in the version in force  CAD11043
011044*    falls back to the default (blank-class) schedule.            CAD11044
011045     IF WS-SCHEDULE-CLASS = SPACES                                CAD11045
011046         GO TO C340-EXIT.                                         CAD11046
011047     MOVE ZERO TO WS-BAND-SUB.                                    CAD11047
011048     PERFORM VARYING WS-RB-SUB FROM 1 BY 1                        CAD11048
011049             UNTIL WS-RB-SUB > WS-RATE-BAND-COUNT                 CAD11049
011050                 OR WS-BAND-SUB NOT = ZERO                        CAD11050
011051         IF WS-RB-VERSION (WS-RB-SUB) = WS-SELECTED-VERSION       CAD11051
011052                 AND WS-RB-CLASS (WS-RB-SUB) = WS-SCHEDULE-CLASS  CAD11052
011053             MOVE WS-RB-SUB TO WS-BAND-SUB                        CAD11053
011054         END-IF                                                   CAD11054
011055     END-PERFORM.                                                 CAD11055
011056     IF WS-BAND-SUB = ZERO                                        CAD11056
011057         MOVE SPACES TO WS-SCHEDULE-CLASS.                        CAD11057
011058 C340-EXIT.                                                       CAD11058
011059     EXIT.                                                        CAD11059
011060/                                                                 CAD11060
011061 C350-PRICE-ONE-WAY SECTION.                                      CAD11061
011062 C350-START.                                                      CAD11062
011070     CALL "POPLOC" USING WS-POPLOC-ARGS.                          CAD11070
011080     IF NOT PL-VALID-CALCULATION                                  CAD11080
011090         MOVE "N" TO WS-RATE-OK-SWITCH                            CAD11090
011100         IF PL-BEYOND-RANGE                                       CAD11100
011110             MOVE "MILEAGE BEYOND V-H FORMULA RATEABLE RANGE"     CAD11110
011120                 TO WS-FAIL-REASON                                CAD11120
011130         ELSE                                                     CAD11130
011140             MOVE "ENDPOINT COORDINATES NOT RATEABLE"             CAD11140
011150                 TO WS-FAIL-REASON                                CAD11150
011160         END-IF                                                   CAD11160
011170         GO TO C350-EXIT.                                         CAD11170
011180     MOVE PL-MILEAGE TO WS-PRICE-MILEAGE.                         CAD11180
011190                                                                  CAD11190
011191*    Bands run in whole miles - a part mile rates in the band     CAD11191
011192*    of the whole miles below it.                                 CAD11192
011193     MOVE WS-PRICE-MILEAGE TO WS-BAND-MILEAGE.                    CAD11193
011200     MOVE ZERO TO WS-BAND-SUB.                                    CAD11200
011210     PERFORM VARYING WS-RB-SUB FROM 1 BY 1                        CAD11210
011220             UNTIL WS-RB-SUB > WS-RATE-BAND-COUNT                 CAD11220
011230                 OR WS-BAND-SUB NOT = ZERO                        CAD11230
011240         IF WS-RB-VERSION (WS-RB-SUB) = WS-SELECTED-VERSION       CAD11240
011241                 AND WS-RB-CLASS (WS-RB-SUB) = WS-SCHEDULE-CLASS  CAD11241
011250                 AND WS-BAND-MILEAGE                              CAD11250
011260                 NOT LESS THAN WS-RB-LOW-MILES (WS-RB-SUB)        CAD11260
011270                 AND WS-BAND-MILEAGE                              CAD11270
011280                 NOT GREATER THAN WS-RB-HIGH-MILES (WS-RB-SUB)    CAD11280
011290             MOVE WS-RB-SUB TO WS-BAND-SUB                        CAD11290
011300         END-IF                                                   CAD11300
011310     END-PERFORM.                                                 CAD11310
011320     IF WS-BAND-SUB = ZERO                                        CAD11320
011330         MOVE "N" TO WS-RATE-OK-SWITCH                            CAD11330
011340         MOVE "MILEAGE OUTSIDE ALL RATE BANDS"                    CAD11340
011350             TO WS-FAIL-REASON                                    CAD11350
011360         GO TO C350-EXIT.                                         CAD11360
011361*    Mileage charge off the band, a termination charge for each   CAD11361
011362*    end, and the schedule minimum as a floor under the two.      CAD11362
011363     COMPUTE WS-MILEAGE-CHARGE ROUNDED =                          CAD11363
011380         WS-RB-FIXED-CHARGE (WS-BAND-SUB) +                       CAD11380
011390         (WS-RB-RATE-PER-MILE (WS-BAND-SUB) *                     CAD11390
011400             WS-PRICE-MILEAGE).                                   CAD11400
011401     COMPUTE WS-TERMINATION-CHARGE =                              CAD11401
011402         WS-RB-TERM-CHARGE (WS-BAND-SUB) * 2.                     CAD11402
011403     COMPUTE WS-EXTENDED-CHARGE =                                 CAD11403
011404         WS-MILEAGE-CHARGE + WS-TERMINATION-CHARGE.               CAD11404
011405     MOVE ZERO TO WS-MINIMUM-UPLIFT.                              CAD11405
011406     IF WS-EXTENDED-CHARGE < WS-RB-MIN-CHARGE (WS-BAND-SUB)       CAD11406
011407         COMPUTE WS-MINIMUM-UPLIFT =                              CAD11407
011408             WS-RB-MIN-CHARGE (WS-BAND-SUB) - WS-EXTENDED-CHARGE  CAD11408
011409         MOVE WS-RB-MIN-CHARGE (WS-BAND-SUB)                      CAD11409
011410             TO WS-EXTENDED-CHARGE                                CAD11410
011411     END-IF.                                                      CAD11411
011412 C350-EXIT.                                                       CAD11412
011420     EXIT.                                                        CAD11420
011430/                                                                 CAD11430
011440 C400-PRORATE-DIFFERENCE SECTION.                                 CAD11440
011450 C400-START.                                                      CAD11450
011460     IF WS-FROM-DATE NOT NUMERIC                                  CAD11460
011470             OR WS-FROM-DATE NOT LESS THAN WS-THRU-DATE           CAD11470
011480         MOVE ZERO TO WS-ADJUST-DAYS                              CAD11480
011490     ELSE                                                         CAD11490
011500         COMPUTE WS-ADJUST-DAYS =                                 CAD11500
011510             FUNCTION INTEGER-OF-DATE (WS-THRU-DATE)              CAD11510
011520             - FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)            CAD11520
011530     END-IF.                                                      CAD11530
011540     IF WS-ADJUST-DAYS > 999                                      CAD11540
011550         MOVE "N" TO WS-RATE-OK-SWITCH                            CAD11550
011560         MOVE "ADJUSTMENT PERIOD OVER 999 DAYS"                   CAD11560
011570             TO WS-FAIL-REASON                                    CAD11570
011580         GO TO C400-EXIT.                                         CAD11580
011590     MOVE WS-ADJUST-DAYS TO SORT-DAYS.                            CAD11590
011600     COMPUTE WS-ADJUST-AMOUNT ROUNDED =                           CAD11600
011610         (WS-EXTENDED-CHARGE - WS-OLD-CHARGE)                     CAD11610
011620             * WS-ADJUST-DAYS / WS-BILLING-MONTH-DAYS.            CAD11620
011630     MOVE WS-ADJUST-AMOUNT TO SORT-ADJUST-AMOUNT.                 CAD11630
011640 C400-EXIT.                                                       CAD11640
011650     EXIT.                                                        CAD11650
011660/                                                                 CAD11660
011670 E000-WRITE-ADJUSTMENTS SECTION.                                  CAD11670
011680 E000-START.                                                      CAD11680
011690     MOVE "N" TO WS-SORT-OUT-EOF-SWITCH.                          CAD11690
011700     PERFORM UNTIL WS-SORT-OUT-AT-END                             CAD11700
011710         RETURN SORT-WORK-FILE                                    CAD11710
011720             AT END                                               CAD11720
011730                 SET WS-SORT-OUT-AT-END TO TRUE                   CAD11730
011740             NOT AT END                                           CAD11740
011750                 PERFORM E100-WRITE-ONE-CIRCUIT                   CAD11750
011760         END-RETURN                                               CAD11760
011770     END-PERFORM.                                                 CAD11770
011780     IF WS-CURRENT-ACCOUNT NOT = SPACES                           CAD11780
011790         PERFORM E300-CLOSE-ACCOUNT                               CAD11790
011800     END-IF.                                                      CAD11800
011810 E000-EXIT.                                                       CAD11810
011820     EXIT.                                                        CAD11820
011830/                                                                 CAD11830
011840 E100-WRITE-ONE-CIRCUIT SECTION.                                  CAD11840
011850 E100-START.                                                      CAD11850
011860     IF SORT-ACCOUNT-NBR NOT = WS-CURRENT-ACCOUNT                 CAD11860
011870         IF WS-CURRENT-ACCOUNT NOT = SPACES                       CAD11870
011880             PERFORM E300-CLOSE-ACCOUNT                           CAD11880
011890         END-IF                                                   CAD11890
011900         PERFORM E200-OPEN-ACCOUNT                                CAD11900
011910     END-IF.                                                      CAD11910
011920                                                                  CAD11920
011930     IF SORT-REASON NOT = SPACES                                  CAD11930
011940         MOVE SPACES TO WS-FAILURE-LINE                           CAD11940
011950         MOVE SORT-CIRCUIT-ID TO WS-FL-CIRCUIT-ID                 CAD11950
011960         MOVE SORT-SERVICE-CLASS TO WS-FL-CLASS                   CAD11960
011970         MOVE SORT-REASON TO WS-FL-REASON                         CAD11970
011980         WRITE ADJUST-RPT-RECORD FROM WS-FAILURE-LINE             CAD11980
011990         GO TO E100-EXIT.                                         CAD11990
012000                                                                  CAD12000
012010     MOVE SPACES TO WS-ADJUST-LINE.                               CAD12010
012020     MOVE SORT-CIRCUIT-ID TO WS-AJ-CIRCUIT-ID.                    CAD12020
012030     MOVE SORT-SERVICE-CLASS TO WS-AJ-CLASS.                      CAD12030
012040     MOVE SORT-OLD-MILEAGE TO WS-AJ-OLD-MILES.                    CAD12040
012050     MOVE SORT-NEW-MILEAGE TO WS-AJ-NEW-MILES.                    CAD12050
012060     MOVE SORT-OLD-CHARGE TO WS-AJ-OLD-CHARGE.                    CAD12060
012070     MOVE SORT-NEW-CHARGE TO WS-AJ-NEW-CHARGE.                    CAD12070
012080     MOVE SORT-DAYS TO WS-AJ-DAYS.                                CAD12080
012090     MOVE SORT-ADJUST-AMOUNT TO WS-AJ-AMOUNT.                     CAD12090
012100     IF SORT-ADJUST-AMOUNT = ZERO                                 CAD12100
012110         MOVE "NC" TO WS-AJ-DEBIT-CREDIT                          CAD12110
012120         ADD 1 TO CIRCUITS-UNCHANGED                              CAD12120
012130         WRITE ADJUST-RPT-RECORD FROM WS-ADJUST-LINE              CAD12130
012140         GO TO E100-EXIT.                                         CAD12140
012150                                                                  CAD12150
012160     MOVE SPACES TO ADJUST-DETAIL-RECORD.                         CAD12160
012170     MOVE "R" TO AD-RECORD-TYPE.                                  CAD12170
012180     MOVE SORT-ACCOUNT-NBR TO AD-ACCOUNT-NBR.                     CAD12180
012190     MOVE SORT-CIRCUIT-ID TO AD-CIRCUIT-ID.                       CAD12190
012200     MOVE SORT-SERVICE-CLASS TO AD-SERVICE-CLASS.                 CAD12200
012210     MOVE SORT-NEW-MILEAGE TO AD-MILEAGE.                         CAD12210
012220     MOVE SORT-NEW-RATE-STEP TO AD-RATE-STEP.                     CAD12220
012230     MOVE SORT-ADJUST-AMOUNT TO AD-ADJUST-AMOUNT.                 CAD12230
012240     IF SORT-ADJUST-AMOUNT > ZERO                                 CAD12240
012250         MOVE "D" TO AD-DEBIT-CREDIT                              CAD12250
012260         MOVE "DB" TO WS-AJ-DEBIT-CREDIT                          CAD12260
012270         ADD 1 TO DEBITS-WRITTEN                                  CAD12270
012280     ELSE                                                         CAD12280
012290         MOVE "C" TO AD-DEBIT-CREDIT                              CAD12290
012300         MOVE "CR" TO WS-AJ-DEBIT-CREDIT                          CAD12300
012310         ADD 1 TO CREDITS-WRITTEN                                 CAD12310
012320     END-IF.                                                      CAD12320
012330     MOVE SORT-OLD-MILEAGE TO AD-PRIOR-MILEAGE.                   CAD12330
012340     MOVE SORT-OLD-RATE-STEP TO AD-PRIOR-RATE-STEP.               CAD12340
012350     MOVE SORT-FROM-DATE TO AD-FROM-DATE.                         CAD12350
012360     MOVE WS-THRU-DATE TO AD-THRU-DATE.                           CAD12360
012370     MOVE SORT-DAYS TO AD-DAYS.                                   CAD12370
012380     MOVE WS-CC-DECK-ID TO AD-DECK-ID.                            CAD12380
012390     WRITE ADJUST-DETAIL-RECORD.                                  CAD12390
012400     WRITE ADJUST-RPT-RECORD FROM WS-ADJUST-LINE.                 CAD12400
012410                                                                  CAD12410
012420     ADD 1 TO CIRCUITS-ADJUSTED.                                  CAD12420
012430     ADD 1 TO WS-ACCT-CIRCUITS.                                   CAD12430
012440     ADD SORT-ADJUST-AMOUNT TO WS-ACCT-NET.                       CAD12440
012450     ADD SORT-ADJUST-AMOUNT TO WS-GRAND-NET.                      CAD12450
012460 E100-EXIT.                                                       CAD12460
012470     EXIT.                                                        CAD12470
012480/                                                                 CAD12480
012490 E200-OPEN-ACCOUNT SECTION.                                       CAD12490
012500 E200-START.                                                      CAD12500
012510     MOVE SORT-ACCOUNT-NBR TO WS-CURRENT-ACCOUNT.                 CAD12510
012520     MOVE ZERO TO WS-ACCT-CIRCUITS.                               CAD12520
012530     MOVE ZERO TO WS-ACCT-NET.                                    CAD12530
012540     MOVE SPACES TO ADJUST-RPT-RECORD.                            CAD12540
012550     WRITE ADJUST-RPT-RECORD.                                     CAD12550
012560     MOVE WS-CURRENT-ACCOUNT TO WS-AL-ACCOUNT.                    CAD12560
012570     WRITE ADJUST-RPT-RECORD FROM WS-ACCOUNT-LINE.                CAD12570
012580 E200-EXIT.                                                       CAD12580
012590     EXIT.                                                        CAD12590
012600/                                                                 CAD12600
012610 E300-CLOSE-ACCOUNT SECTION.                                      CAD12610
012620 E300-START.                                                      CAD12620
012630*    An account whose circuits all failed or netted to nothing    CAD12630
012640*    puts no "A" record on the interface.                         CAD12640
012650     IF WS-ACCT-CIRCUITS = ZERO                                   CAD12650
012660         GO TO E300-EXIT.                                         CAD12660
012670     MOVE SPACES TO ADJUST-ACCOUNT-RECORD.                        CAD12670
012680     MOVE "A" TO AA-RECORD-TYPE.                                  CAD12680
012690     MOVE WS-CURRENT-ACCOUNT TO AA-ACCOUNT-NBR.                   CAD12690
012700     MOVE WS-ACCT-CIRCUITS TO AA-CIRCUIT-COUNT.                   CAD12700
012710     MOVE WS-ACCT-NET TO AA-NET-AMOUNT.                           CAD12710
012720     IF WS-ACCT-NET < ZERO                                        CAD12720
012730         MOVE "C" TO AA-DEBIT-CREDIT                              CAD12730
012740     ELSE                                                         CAD12740
012750         MOVE "D" TO AA-DEBIT-CREDIT                              CAD12750
012760     END-IF.                                                      CAD12760
012770     WRITE ADJUST-ACCOUNT-RECORD.                                 CAD12770
012780     ADD 1 TO ACCOUNTS-WRITTEN.                                   CAD12780
012790                                                                  CAD12790
012800     MOVE SPACES TO WS-NET-LINE.                                  CAD12800
012810     MOVE "  ACCOUNT NET ADJUSTMENT ......" TO WS-NL-LABEL.       CAD12810
012820     MOVE WS-ACCT-NET TO WS-NL-AMOUNT.                            CAD12820
012830     IF WS-ACCT-NET < ZERO                                        CAD12830
012840         MOVE "CR" TO WS-NL-DEBIT-CREDIT                          CAD12840
012850     ELSE                                                         CAD12850
012860         MOVE "DB" TO WS-NL-DEBIT-CREDIT                          CAD12860
012870     END-IF.                                                      CAD12870
012880     WRITE ADJUST-RPT-RECORD FROM WS-NET-LINE.                    CAD12880
012890 E300-EXIT.                                                       CAD12890
012900     EXIT.                                                        CAD12900
012910/                                                                 CAD12910
012920 E350-SET-NET-GRAND SECTION.                                      CAD12920
012930 E350-START.                                                      CAD12930
012940     MOVE WS-GRAND-NET TO WS-NL-AMOUNT.                           CAD12940
012950     IF WS-GRAND-NET < ZERO                                       CAD12950
012960         MOVE "CR" TO WS-NL-DEBIT-CREDIT                          CAD12960
012970     ELSE                                                         CAD12970
012980         MOVE "DB" TO WS-NL-DEBIT-CREDIT                          CAD12980
012990     END-IF.                                                      CAD12990
013000 E350-EXIT.                                                       CAD13000
013010     EXIT.                                                        CAD13010
013020/                                                                 CAD13020
013030 D100-CONTROL-REPORT SECTION.                                     CAD13030
013040 D100-START.                                                      CAD13040
013050     DISPLAY SPACE.                                               CAD13050
013060     DISPLAY "CCTADJ CONTROL TOTALS ----------------------".      CAD13060
013070     DISPLAY "  JOURNAL RECORDS READ .......... "                 CAD13070
013080         JOURNAL-RECORDS-READ.                                    CAD13080
013090     DISPLAY "  DECK ENTRIES SELECTED ......... "                 CAD13090
013100         ENTRIES-SELECTED.                                        CAD13100
013110     DISPLAY "  NPA-NXX WIRE CENTERS MOVED .... "                 CAD13110
013120         WIRE-CENTERS-MOVED.                                      CAD13120
013130     DISPLAY "  NPA-NXX DELETED BY DECK ....... "                 CAD13130
013140         WIRE-CENTERS-DELETED.                                    CAD13140
013150     DISPLAY "  CIRCUITS READ ................. "                 CAD13150
013160         CIRCUITS-READ.                                           CAD13160
013170     DISPLAY "  CIRCUITS AFFECTED ............. "                 CAD13170
013180         CIRCUITS-AFFECTED.                                       CAD13180
013190     DISPLAY "  CIRCUITS ADJUSTED ............. "                 CAD13190
013200         CIRCUITS-ADJUSTED.                                       CAD13200
013210     DISPLAY "  CIRCUITS WITH NO CHANGE ....... "                 CAD13210
013220         CIRCUITS-UNCHANGED.                                      CAD13220
013230     DISPLAY "  CIRCUITS NOT RE-RATED ......... "                 CAD13230
013240         CIRCUITS-FAILED.                                         CAD13240
013250     DISPLAY "  ACCOUNTS ON INTERFACE ......... "                 CAD13250
013260         ACCOUNTS-WRITTEN.                                        CAD13260
013270 D100-EXIT.                                                       CAD13270
013280     EXIT.                                                        CAD13280
013281/                                                                 CAD13281
013282 G300-POST-RUN-LEDGER SECTION.                                    CAD13282
013283 G300-START.                                                      CAD13283
013284     MOVE "CCTADJ" TO RP-JOB-NAME.                                CAD13284
013285     MOVE WS-CC-DECK-ID TO RP-RUN-ID.                             CAD13285
013286     SET RP-MASTER-READ TO TRUE.                                  CAD13286
013287     MOVE RETURN-CODE TO RP-STEP-RC.                              CAD13287
013288     MOVE SPACES TO RP-VERDICT.                                   CAD13288
013289     MOVE "READ" TO RP-COUNT-NAME (1).                            CAD13289
013290     MOVE CIRCUITS-READ TO RP-COUNT (1).                          CAD13290
013291     MOVE "ADJUSTED" TO RP-COUNT-NAME (2).                        CAD13291
013292     MOVE CIRCUITS-ADJUSTED TO RP-COUNT (2).                      CAD13292
013293     MOVE "FAILED" TO RP-COUNT-NAME (3).                          CAD13293
013294     MOVE CIRCUITS-FAILED TO RP-COUNT (3).                        CAD13294
013295     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        CAD13295
013296 G300-EXIT.                                                       CAD13296
013297     EXIT.                                                        CAD13297
