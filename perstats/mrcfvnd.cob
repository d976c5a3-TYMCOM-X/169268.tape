000010 IDENTIFICATION DIVISION.                                         VND00010
000020 PROGRAM-ID. MRCFVND.                                             VND00020
000030***************************************************************** VND00030
000040*                                                                 VND00040
000050*   MRCFVND - MRCFUPD deck from the vendor full-refresh file.     VND00050
000060*   The vendor ships the complete NPA-NXX file every month in     VND00060
000070*   their own layout (UT-VNDIN) instead of change decks.          VND00070
000080*   MRCFVND maps each vendor record onto the RCFUSA layout,       VND00080
000090*   matches the mapped file against MRCF-MST on the RCFUSAKY key  VND00090
000100*   and writes the ready-to-apply MRCFUPD deck on UT-VNDTRN, in   VND00100
000110*   UT-TRANIN format, with the UT-CNTL card for the MRCFUPD step  VND00110
000120*   on UT-UPDCTL so the deck ID reaches the apply journal:        VND00120
000130*                                                                 VND00130
000140*       vendor only           - "A" add                           VND00140
000150*       both, fields differ   - "C" change                        VND00150
000160*       MRCF-MST only         - "D" delete, unless protected      VND00160
000170*                                                                 VND00170
000180*   The vendor carries primary entries only - KEY-CATEGORY 1      VND00180
000190*   with a blank KEY-EXTENSION.  Alternate-category and           VND00190
000200*   extension entries are never deleted.  Neither are NPASPL      VND00200
000210*   permissive-dialing dual entries: a primary entry under        VND00210
000220*   either NPA of a split pair named on the card is kept while    VND00220
000230*   its counterpart under the other NPA is on MRCF-MST.           VND00230
000240*                                                                 VND00240
000250*   Vendor record (UT-VNDIN, 80 bytes):                           VND00250
000260*       cols  1-3   NPA           cols  4-6   NXX                 VND00260
000270*       cols  7-14  V coordinate  S9(5)V99, leading sign          VND00270
000280*       cols 15-22  H coordinate  S9(5)V99, leading sign          VND00280
000290*       cols 23-32  rate-center city                              VND00290
000300*       cols 33-34  rate-center state                             VND00300
000310*       cols 35-39  LATA code     cols 40-43  operating company   VND00310
000320*   A change carries only these fields onto the master image;     VND00320
000330*   an add takes its RATING-AREA from the NPA's entries already   VND00330
000340*   on MRCF-MST.                                                  VND00340
000350*                                                                 VND00350
000360*   UT-CNTL card (required):                                      VND00360
000370*       cols  1-8   deck ID stamped on the UT-UPDCTL card         VND00370
000380*       cols 10-12  delete limit, whole percent of the primary    VND00380
000390*                   entries on MRCF-MST (blank = 2)               VND00390
000400*       cols 14-67  up to 9 permissive split pairs, old NPA(3)    VND00400
000410*                   and new NPA(3) each                           VND00410
000420*                                                                 VND00420
000430*   Unmappable vendor records are listed on UT-VNDERR and         VND00430
000440*   left out of the deck.  UT-VNDRPT lists every delete and       VND00440
000450*   summarizes the deck by action and by state.  When deletes     VND00450
000460*   exceed the limit the vendor file is taken to be truncated:    VND00460
000470*   the deck is held with condition code 12 and must not be       VND00470
000480*   applied.                                                      VND00480
000490*                                                                 VND00490
000500***************************************************************** VND00500
000510*                                                                 VND00510
000520*DATE-COMPILED.                                                   VND00520
000530                                                                  VND00530
000540 ENVIRONMENT DIVISION.                                            VND00540
000550 CONFIGURATION SECTION.                                           VND00550
000560 INPUT-OUTPUT SECTION.                                            VND00560
000570 FILE-CONTROL.                                                    VND00570
000580     SELECT MRCF-MST ASSIGN TO UT-MRCF                            VND00580
000590                     ORGANIZATION IS INDEXED                      VND00590
000600                     ACCESS MODE IS SEQUENTIAL                    VND00600
000610                     RECORD KEY IS KEY-FIELDS OF MRCF-RECORD      VND00610
000620                     FILE STATUS IS MRCF-FILE-STATUS.             VND00620
000630                                                                  VND00630
000640*    The same master read by key, for permissive counterparts.    VND00640
000650     SELECT LOOKUP-MST ASSIGN TO UT-MRCF                          VND00650
000660                     ORGANIZATION IS INDEXED                      VND00660
000670                     ACCESS MODE IS RANDOM                        VND00670
000680                     RECORD KEY IS KEY-FIELDS OF LOOKUP-RECORD    VND00680
000690                     FILE STATUS IS LOOKUP-FILE-STATUS.           VND00690
000700                                                                  VND00700
000710*    UT-VNDIN is the vendor full-refresh file.                    VND00710
000720     SELECT VENDOR-FILE ASSIGN TO UT-VNDIN                        VND00720
000730                        ORGANIZATION IS SEQUENTIAL                VND00730
000740                        ACCESS IS SEQUENTIAL                      VND00740
000750                        FILE STATUS IS VENDOR-FILE-STATUS.        VND00750
000760                                                                  VND00760
000770*    UT-VNDTRN is the MRCFUPD deck in UT-TRANIN format.           VND00770
000780     SELECT TRAN-FILE ASSIGN TO UT-VNDTRN                         VND00780
000790                        ORGANIZATION IS SEQUENTIAL                VND00790
000800                        ACCESS IS SEQUENTIAL                      VND00800
000810                        FILE STATUS IS TRAN-FILE-STATUS.          VND00810
000820                                                                  VND00820
000830*    UT-UPDCTL is the UT-CNTL card for the MRCFUPD step.          VND00830
000840     SELECT UPDATE-CARD-FILE ASSIGN TO UT-UPDCTL                  VND00840
000850                        ORGANIZATION IS SEQUENTIAL                VND00850
000860                        ACCESS IS SEQUENTIAL                      VND00860
000870                        FILE STATUS IS UPDCTL-FILE-STATUS.        VND00870
000880                                                                  VND00880
000890*    UT-VNDERR is the mapping-error list.                         VND00890
000900     SELECT ERROR-FILE ASSIGN TO UT-VNDERR                        VND00900
000910                        ORGANIZATION IS SEQUENTIAL                VND00910
000920                        ACCESS IS SEQUENTIAL                      VND00920
000930                        FILE STATUS IS ERROR-FILE-STATUS.         VND00930
000940                                                                  VND00940
000950*    UT-VNDRPT is the deck register and summary.                  VND00950
000960     SELECT REGISTER-FILE ASSIGN TO UT-VNDRPT                     VND00960
000970                        ORGANIZATION IS SEQUENTIAL                VND00970
000980                        ACCESS IS SEQUENTIAL                      VND00980
000990                        FILE STATUS IS REGISTER-FILE-STATUS.      VND00990
001000                                                                  VND01000
001010     SELECT CONTROL-CARD-FILE ASSIGN TO UT-CNTL                   VND01010
001020                        ORGANIZATION IS SEQUENTIAL                VND01020
001030                        ACCESS IS SEQUENTIAL                      VND01030
001040                        FILE STATUS IS CONTROL-FILE-STATUS.       VND01040
001050                                                                  VND01050
001060     SELECT SORT-WORK-FILE ASSIGN TO UT-SORTWK1.                  VND01060
001070                                                                  VND01070
001080 DATA DIVISION.                                                   VND01080
001090 FILE SECTION.                                                    VND01090
001100 FD  MRCF-MST                                                     VND01100
001110     RECORD CONTAINS 595 CHARACTERS,                              VND01110
001120     LABEL RECORDS ARE STANDARD.                                  VND01120
001130 01  MRCF-RECORD.                                                 VND01130
001140     05  KEY-FIELDS                      PIC X(20).               VND01140
001150     05  DATA-FIELDS                     PIC X(575).              VND01150
001160                                                                  VND01160
001170 FD  LOOKUP-MST                                                   VND01170
001180     RECORD CONTAINS 595 CHARACTERS,                              VND01180
001190     LABEL RECORDS ARE STANDARD.                                  VND01190
001200 01  LOOKUP-RECORD.                                               VND01200
001210     05  KEY-FIELDS                      PIC X(20).               VND01210
001220     05  DATA-FIELDS                     PIC X(575).              VND01220
001230                                                                  VND01230
001240 FD  VENDOR-FILE                                                  VND01240
001250     LABEL RECORDS STANDARD.                                      VND01250
001260 01  VENDOR-RECORD.                                               VND01260
001270     05  VR-NPA                          PIC X(03).               VND01270
001280     05  VR-NXX                          PIC X(03).               VND01280
001290     05  VR-V-COORD                      PIC S9(05)V99            VND01290
001300                                SIGN IS LEADING SEPARATE.         VND01300
001310     05  VR-H-COORD                      PIC S9(05)V99            VND01310
001320                                SIGN IS LEADING SEPARATE.         VND01320
001330     05  VR-RATE-CENTER-CITY             PIC X(10).               VND01330
001340     05  VR-RATE-CENTER-ST               PIC X(02).               VND01340
001350     05  VR-LATA-CODE                    PIC X(05).               VND01350
001360     05  VR-OPERATING-COMPANY            PIC X(04).               VND01360
001370     05  FILLER                          PIC X(37).               VND01370
001380                                                                  VND01380
001390 FD  TRAN-FILE                                                    VND01390
001400     RECORD CONTAINS 596 CHARACTERS,                              VND01400
001410     LABEL RECORDS STANDARD.                                      VND01410
001420 01  TRAN-RECORD.                                                 VND01420
001430     05  TR-ACTION-CODE                  PIC X(01).               VND01430
001440     05  TR-MASTER-IMAGE                 PIC X(595).              VND01440
001450                                                                  VND01450
001460 FD  UPDATE-CARD-FILE                                             VND01460
001470     LABEL RECORDS STANDARD.                                      VND01470
001480 01  UPDATE-CARD-RECORD.                                          VND01480
001490     05  UC-DECK-ID                      PIC X(08).               VND01490
001500     05  FILLER                          PIC X(72).               VND01500
001510                                                                  VND01510
001520 FD  ERROR-FILE                                                   VND01520
001530     LABEL RECORDS STANDARD.                                      VND01530
001540 01  ERROR-RECORD                        PIC X(80).               VND01540
001550                                                                  VND01550
001560 FD  REGISTER-FILE                                                VND01560
001570     LABEL RECORDS STANDARD.                                      VND01570
001580 01  REGISTER-RECORD                     PIC X(80).               VND01580
001590                                                                  VND01590
001600 FD  CONTROL-CARD-FILE                                            VND01600
001610     LABEL RECORDS STANDARD.                                      VND01610
001620 01  CONTROL-CARD-RECORD                 PIC X(80).               VND01620
001630                                                                  VND01630
001640 SD  SORT-WORK-FILE.                                              VND01640
001650 01  SORT-RECORD.                                                 VND01650
001660     05  SORT-MASTER-IMAGE.                                       VND01660
001670         10  SORT-KEY-FIELDS             PIC X(20).               VND01670
001680         10  SORT-DATA-FIELDS            PIC X(575).              VND01680
001690     05  SORT-VENDOR-RECORD              PIC X(80).               VND01690
001700                                                                  VND01700
001710 WORKING-STORAGE SECTION.                                         VND01710
001720*                                                                 VND01720
001730*     Working Storage Variables                                   VND01730
001740*                                                                 VND01740
001750                                                                  VND01750
001760 01  MRCF-FILE-STATUS                    PIC XX.                  VND01760
001770 01  LOOKUP-FILE-STATUS                  PIC XX.                  VND01770
001780 01  VENDOR-FILE-STATUS                  PIC XX.                  VND01780
001790     88  VENDOR-FILE-AT-END              VALUE "10".              VND01790
001800 01  TRAN-FILE-STATUS                    PIC XX.                  VND01800
001810 01  UPDCTL-FILE-STATUS                  PIC XX.                  VND01810
001820 01  ERROR-FILE-STATUS                   PIC XX.                  VND01820
001830 01  REGISTER-FILE-STATUS                PIC XX.                  VND01830
001840 01  CONTROL-FILE-STATUS                 PIC XX.                  VND01840
001850                                                                  VND01850
001860 01  REFRESH-COUNTS.                                              VND01860
001870     05  VENDOR-RECORDS-READ             PIC 9(08) COMP VALUE 0.  VND01870
001880     05  VENDOR-RECORDS-MAPPED           PIC 9(08) COMP VALUE 0.  VND01880
001890     05  MAPPING-ERRORS                  PIC 9(08) COMP VALUE 0.  VND01890
001900     05  DUPLICATE-KEYS                  PIC 9(08) COMP VALUE 0.  VND01900
001910     05  MASTER-RECORDS-READ             PIC 9(08) COMP VALUE 0.  VND01910
001920     05  MASTER-PRIMARY-ENTRIES          PIC 9(08) COMP VALUE 0.  VND01920
001930     05  ADDS-WRITTEN                    PIC 9(08) COMP VALUE 0.  VND01930
001940     05  CHANGES-WRITTEN                 PIC 9(08) COMP VALUE 0.  VND01940
001950     05  DELETES-WRITTEN                 PIC 9(08) COMP VALUE 0.  VND01950
001960     05  RECORDS-UNCHANGED               PIC 9(08) COMP VALUE 0.  VND01960
001970     05  ALTERNATES-PROTECTED            PIC 9(08) COMP VALUE 0.  VND01970
001980     05  PERMISSIVE-PROTECTED            PIC 9(08) COMP VALUE 0.  VND01980
001990                                                                  VND01990
002000 01  WS-CONTROL-CARD.                                             VND02000
002010     05  WS-CC-DECK-ID                   PIC X(08).               VND02010
002020     05  FILLER                          PIC X(01).               VND02020
002030     05  WS-CC-DELETE-PERCENT            PIC X(03).               VND02030
002040     05  FILLER                          PIC X(01).               VND02040
002050     05  WS-CC-SPLIT-PAIRS.                                       VND02050
002060         10  WS-CC-SPLIT-PAIR OCCURS 9 TIMES.                     VND02060
002070             15  WS-CC-OLD-NPA           PIC X(03).               VND02070
002080             15  WS-CC-NEW-NPA           PIC X(03).               VND02080
002090     05  FILLER                          PIC X(13).               VND02090
002100                                                                  VND02100
002110 01  WS-DELETE-PERCENT                   PIC 9(03) VALUE 2.       VND02110
002120 01  WS-DELETE-LIMIT                     PIC 9(08) COMP VALUE 0.  VND02120
002130                                                                  VND02130
002140 01  WS-PAIR-COUNT                       PIC 9(02) COMP VALUE 0.  VND02140
002150 01  WS-PAIR-TABLE.                                               VND02150
002160     05  WS-PAIR-ENTRY OCCURS 9 TIMES.                            VND02160
002170         10  WS-PR-OLD-NPA               PIC 9(03).               VND02170
002180         10  WS-PR-NEW-NPA               PIC 9(03).               VND02180
002190 01  WS-PAIR-SUB                         PIC 9(02) COMP.          VND02190
002200 01  WS-COUNTERPART-NPA                  PIC 9(03).               VND02200
002210                                                                  VND02210
002220*                                                                 VND02220
002230*     NPA Table - the RATING-AREA primary entries of each NPA     VND02230
002240*     carry on MRCF-MST, subscripted by NPA + 1; zero means the   VND02240
002250*     NPA is not yet on file.                                     VND02250
002260*                                                                 VND02260
002270 01  WS-NPA-AREA-TABLE.                                           VND02270
002280     05  WS-NPA-AREA OCCURS 1000 TIMES   PIC 9(01).               VND02280
002290 01  WS-NPA-SUB                          PIC 9(04) COMP.          VND02290
002300                                                                  VND02300
002310*                                                                 VND02310
002320*     State Table - deck summary by state, kept in state order.   VND02320
002330*                                                                 VND02330
002340 01  WS-STATE-LIMIT                      PIC 9(03) COMP           VND02340
002350                                             VALUE 100.           VND02350
002360 01  WS-STATE-COUNT                      PIC 9(03) COMP VALUE 0.  VND02360
002370 01  WS-STATE-TABLE.                                              VND02370
002380     05  WS-STATE-ENTRY OCCURS 101 TIMES.                         VND02380
002390         10  WS-ST-CODE                  PIC X(02).               VND02390
002400         10  WS-ST-ADDS                  PIC 9(07) COMP.          VND02400
002410         10  WS-ST-CHANGES               PIC 9(07) COMP.          VND02410
002420         10  WS-ST-DELETES               PIC 9(07) COMP.          VND02420
002430         10  WS-ST-UNCHANGED             PIC 9(07) COMP.          VND02430
002440         10  WS-ST-PROTECTED             PIC 9(07) COMP.          VND02440
002450 01  WS-ST-SUB                           PIC 9(03) COMP.          VND02450
002460 01  WS-ST-FOUND-SUB                     PIC 9(03) COMP.          VND02460
002470 01  WS-ST-MOVE-SUB                      PIC 9(03) COMP.          VND02470
002480 01  WS-LOOK-STATE                       PIC X(02).               VND02480
002490 01  WS-STATE-ACTION                     PIC X(01).               VND02490
002500                                                                  VND02500
002510 01  MRCF-KEY.                                                    VND02510
002520     COPY RCFUSAKY.                                               VND02520
002530                                                                  VND02530
002540*    Master entry in hand on the match.                           VND02540
002550 01  WS-MST-REC.                                                  VND02550
002560     COPY RCFUSA.                                                 VND02560
002570                                                                  VND02570
002580*    Mapped vendor entry in hand on the match.                    VND02580
002590 01  WS-VND-REC.                                                  VND02590
002600     COPY RCFUSA.                                                 VND02600
002610                                                                  VND02610
002620*    Change image - the master entry with the vendor fields.      VND02620
002630 01  WS-CHG-REC.                                                  VND02630
002640     COPY RCFUSA.                                                 VND02640
002650                                                                  VND02650
002660 01  WS-MST-KEY                          PIC X(20).               VND02660
002670 01  WS-VND-KEY                          PIC X(20).               VND02670
002680 01  WS-PREVIOUS-VND-KEY                 PIC X(20)                VND02680
002690                                             VALUE LOW-VALUES.    VND02690
002700 01  WS-VND-RAW-RECORD                   PIC X(80).               VND02700
002710                                                                  VND02710
002720 01  WS-MST-V-SIGNED                     PIC S9(05)V99.           VND02720
002730 01  WS-MST-H-SIGNED                     PIC S9(05)V99.           VND02730
002740 01  WS-VND-V-SIGNED                     PIC S9(05)V99.           VND02740
002750 01  WS-VND-H-SIGNED                     PIC S9(05)V99.           VND02750
002760                                                                  VND02760
002770 01  WS-LIST-LABEL                       PIC X(09).               VND02770
002780 01  WS-MAP-REASON                       PIC X(36).               VND02780
002790 01  WS-SORT-OUT-EOF-SWITCH              PIC X(01) VALUE "N".     VND02790
002800     88  WS-SORT-OUT-AT-END              VALUE "Y".               VND02800
002810 01  WS-MRCF-EOF-SWITCH                  PIC X(01) VALUE "N".     VND02810
002820     88  WS-MRCF-AT-END                  VALUE "Y".               VND02820
002830 01  WS-PROTECT-SWITCH                   PIC X(01).               VND02830
002840     88  WS-ENTRY-PROTECTED              VALUE "Y".               VND02840
002850 01  WS-HOLD-SWITCH                      PIC X(01) VALUE "N".     VND02850
002860     88  WS-DECK-HELD                    VALUE "Y".               VND02860
002870                                                                  VND02870
002880 01  WS-ERROR-LINE.                                               VND02880
002890     05  WS-EL-VENDOR-DATA               PIC X(43).               VND02890
002900     05  FILLER                          PIC X(01).               VND02900
002910     05  WS-EL-REASON                    PIC X(36).               VND02910
002920                                                                  VND02920
002930 01  WS-DELETE-LINE.                                              VND02930
002940     05  WS-DL-LABEL                     PIC X(09).               VND02940
002950     05  WS-DL-KEY                       PIC X(20).               VND02950
002960     05  FILLER                          PIC X(01).               VND02960
002970     05  WS-DL-CITY                      PIC X(10).               VND02970
002980     05  FILLER                          PIC X(01).               VND02980
002990     05  WS-DL-ST                        PIC X(02).               VND02990
003000     05  FILLER                          PIC X(37).               VND03000
003010                                                                  VND03010
003020 01  WS-STATE-HEAD-LINE.                                          VND03020
003030     05  FILLER                          PIC X(40) VALUE          VND03030
003040         "ST      ADDS  CHANGES  DELETES UNCHANGED".              VND03040
003050     05  FILLER                          PIC X(40) VALUE          VND03050
003060         " PROTECTED                              ".              VND03060
003070                                                                  VND03070
003080 01  WS-STATE-LINE.                                               VND03080
003090     05  WS-SL-CODE                      PIC X(02).               VND03090
003100     05  FILLER                          PIC X(01).               VND03100
003110     05  WS-SL-ADDS                      PIC Z,ZZZ,ZZ9.           VND03110
003120     05  WS-SL-CHANGES                   PIC Z,ZZZ,ZZ9.           VND03120
003130     05  WS-SL-DELETES                   PIC Z,ZZZ,ZZ9.           VND03130
003140     05  FILLER                          PIC X(01).               VND03140
003150     05  WS-SL-UNCHANGED                 PIC Z,ZZZ,ZZ9.           VND03150
003160     05  FILLER                          PIC X(01).               VND03160
003170     05  WS-SL-PROTECTED                 PIC Z,ZZZ,ZZ9.           VND03170
003180     05  FILLER                          PIC X(30).               VND03180
003190                                                                  VND03190
003200 01  WS-REGISTER-TOTAL-LINE.                                      VND03200
003210     05  WS-RT-LABEL                     PIC X(34).               VND03210
003220     05  WS-RT-COUNT                     PIC ZZ,ZZZ,ZZ9.          VND03220
003230     05  FILLER                          PIC X(36).               VND03230
003240                                                                  VND03240
003250 01  WS-RUN-DATE.                                                 VND03250
003260     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               VND03260
003270                                                                  VND03270
003280 01  WS-RUNPOST-ARGS.                                             VND03280
003290     COPY RUNPSTV1.                                               VND03290
003300                                                                  VND03300
003310/                                                                 VND03310
003320 PROCEDURE DIVISION.                                              VND03320
003330                                                                  VND03330
003340 A100-MAIN SECTION.                                               VND03340
003350 A100-START.                                                      VND03350
003360     DISPLAY "MRCFVND - MRCFUPD DECK FROM VENDOR REFRESH".        VND03360
003370     DISPLAY SPACE.                                               VND03370
003380     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.              VND03380
003390                                                                  VND03390
003400     PERFORM A050-READ-CONTROL-CARD.                              VND03400
003410     IF RETURN-CODE = 12                                          VND03410
003420         GO TO A100-EXIT.                                         VND03420
003430                                                                  VND03430
003440     PERFORM B100-LOAD-NPA-AREAS.                                 VND03440
003450     IF RETURN-CODE = 12                                          VND03450
003460         GO TO A100-EXIT.                                         VND03460
003470                                                                  VND03470
003480     OPEN INPUT VENDOR-FILE.                                      VND03480
003490     IF VENDOR-FILE-STATUS NOT = "00"                             VND03490
003500         DISPLAY "FILE STATUS ERROR OPENING UT-VNDIN: "           VND03500
003510                     VENDOR-FILE-STATUS                           VND03510
003520         MOVE 12 TO RETURN-CODE                                   VND03520
003530         GO TO A100-EXIT.                                         VND03530
003540     OPEN INPUT MRCF-MST.                                         VND03540
003550     IF MRCF-FILE-STATUS NOT = "00"                               VND03550
003560         DISPLAY "FILE STATUS ERROR OPENING UT-MRCF: "            VND03560
003570                     MRCF-FILE-STATUS                             VND03570
003580         MOVE 12 TO RETURN-CODE                                   VND03580
003590         CLOSE VENDOR-FILE                                        VND03590
003600         GO TO A100-EXIT.                                         VND03600
003610     OPEN INPUT LOOKUP-MST.                                       VND03610
003620     IF LOOKUP-FILE-STATUS NOT = "00"                             VND03620
003630         DISPLAY "FILE STATUS ERROR OPENING UT-MRCF: "            VND03630
003640                     LOOKUP-FILE-STATUS                           VND03640
003650         MOVE 12 TO RETURN-CODE                                   VND03650
003660         CLOSE VENDOR-FILE                                        VND03660
003670         CLOSE MRCF-MST                                           VND03670
003680         GO TO A100-EXIT.                                         VND03680
003690     OPEN OUTPUT TRAN-FILE.                                       VND03690
003700     OPEN OUTPUT ERROR-FILE.                                      VND03700
003710     OPEN OUTPUT REGISTER-FILE.                                   VND03710
003720     PERFORM A200-WRITE-HEADERS.                                  VND03720
003730                                                                  VND03730
003740*    The vendor file arrives in no set order - it is mapped and   VND03740
003750*    sorted into master key order for the match.                  VND03750
003760     SORT SORT-WORK-FILE                                          VND03760
003770         ON ASCENDING KEY SORT-KEY-FIELDS                         VND03770
003780         INPUT PROCEDURE C000-MAP-VENDOR-FILE                     VND03780
003790         OUTPUT PROCEDURE E000-MATCH-MASTER.                      VND03790
003800                                                                  VND03800
003810     CLOSE VENDOR-FILE.                                           VND03810
003820     CLOSE MRCF-MST.                                              VND03820
003830     CLOSE LOOKUP-MST.                                            VND03830
003840     CLOSE TRAN-FILE.                                             VND03840
003850     CLOSE ERROR-FILE.                                            VND03850
003860                                                                  VND03860
003870*    A vendor file cut short shows up as a flood of deletes.      VND03870
003880     COMPUTE WS-DELETE-LIMIT =                                    VND03880
003890         MASTER-PRIMARY-ENTRIES * WS-DELETE-PERCENT / 100.        VND03890
003900     IF DELETES-WRITTEN > WS-DELETE-LIMIT                         VND03900
003910         SET WS-DECK-HELD TO TRUE                                 VND03910
003920     END-IF.                                                      VND03920
003930                                                                  VND03930
003940     PERFORM A300-WRITE-REGISTER-TOTALS.                          VND03940
003950     PERFORM F300-WRITE-STATE-SUMMARY.                            VND03950
003960     CLOSE REGISTER-FILE.                                         VND03960
003970                                                                  VND03970
003980     OPEN OUTPUT UPDATE-CARD-FILE.                                VND03980
003990     MOVE SPACES TO UPDATE-CARD-RECORD.                           VND03990
004000     MOVE WS-CC-DECK-ID TO UC-DECK-ID.                            VND04000
004010     WRITE UPDATE-CARD-RECORD.                                    VND04010
004020     CLOSE UPDATE-CARD-FILE.                                      VND04020
004030                                                                  VND04030
004040     PERFORM D100-CONTROL-REPORT.                                 VND04040
004050                                                                  VND04050
004060     IF WS-DECK-HELD                                              VND04060
004070         DISPLAY "DECK HELD, NOT TO BE APPLIED - DELETES "        VND04070
004080             DELETES-WRITTEN " LIMIT " WS-DELETE-LIMIT            VND04080
004090         MOVE 12 TO RETURN-CODE                                   VND04090
004100     ELSE                                                         VND04100
004110         IF MAPPING-ERRORS > ZERO                                 VND04110
004120             DISPLAY "MAPPING ERRORS - SEE UT-VNDERR"             VND04120
004130             IF RETURN-CODE < 4                                   VND04130
004140                 MOVE 4 TO RETURN-CODE                            VND04140
004150             END-IF                                               VND04150
004160         END-IF                                                   VND04160
004170     END-IF.                                                      VND04170
004180                                                                  VND04180
004190     DISPLAY SPACE.                                               VND04190
004200     DISPLAY "DONE !".                                            VND04200
004210                                                                  VND04210
004220 A100-EXIT.                                                       VND04220
004230     PERFORM G300-POST-RUN-LEDGER.                                VND04230
004240     STOP RUN.                                                    VND04240
004250/                                                                 VND04250
004260 A050-READ-CONTROL-CARD SECTION.                                  VND04260
004270 A050-START.                                                      VND04270
004280     OPEN INPUT CONTROL-CARD-FILE.                                VND04280
004290     IF CONTROL-FILE-STATUS NOT = "00"                            VND04290
004300         DISPLAY "REFRESH CONTROL CARD MISSING - STATUS: "        VND04300
004310                     CONTROL-FILE-STATUS                          VND04310
004320         MOVE 12 TO RETURN-CODE                                   VND04320
004330         GO TO A050-EXIT.                                         VND04330
004340     READ CONTROL-CARD-FILE                                       VND04340
004350         AT END                                                   VND04350
004360             DISPLAY "REFRESH CONTROL CARD MISSING"               VND04360
004370             MOVE 12 TO RETURN-CODE                               VND04370
004380             CLOSE CONTROL-CARD-FILE                              VND04380
004390             GO TO A050-EXIT                                      VND04390
004400     END-READ.                                                    VND04400
004410     MOVE CONTROL-CARD-RECORD TO WS-CONTROL-CARD.                 VND04410
004420     CLOSE CONTROL-CARD-FILE.                                     VND04420
004430                                                                  VND04430
004440     IF WS-CC-DECK-ID = SPACES                                    VND04440
004450         DISPLAY "DECK ID REQUIRED ON REFRESH CARD"               VND04450
004460         MOVE 12 TO RETURN-CODE                                   VND04460
004470         GO TO A050-EXIT.                                         VND04470
004480     IF WS-CC-DELETE-PERCENT NOT = SPACES                         VND04480
004490         IF WS-CC-DELETE-PERCENT NOT NUMERIC                      VND04490
004500                 OR WS-CC-DELETE-PERCENT > "100"                  VND04500
004510             DISPLAY "INVALID DELETE LIMIT ON REFRESH CARD"       VND04510
004520             MOVE 12 TO RETURN-CODE                               VND04520
004530             GO TO A050-EXIT                                      VND04530
004540         END-IF                                                   VND04540
004550         MOVE WS-CC-DELETE-PERCENT TO WS-DELETE-PERCENT           VND04550
004560     END-IF.                                                      VND04560
004570     PERFORM A060-LOAD-ONE-PAIR                                   VND04570
004580         VARYING WS-PAIR-SUB FROM 1 BY 1                          VND04580
004590         UNTIL WS-PAIR-SUB > 9.                                   VND04590
004600                                                                  VND04600
004610     DISPLAY "DECK ID FOR THIS REFRESH: " WS-CC-DECK-ID.          VND04610
004620     DISPLAY "DELETE LIMIT PERCENT ......... " WS-DELETE-PERCENT. VND04620
004630     DISPLAY "PERMISSIVE SPLIT PAIRS ....... " WS-PAIR-COUNT.     VND04630
004640 A050-EXIT.                                                       VND04640
004650     EXIT.                                                        VND04650
004660/                                                                 VND04660
004670 A060-LOAD-ONE-PAIR SECTION.                                      VND04670
004680 A060-START.                                                      VND04680
004690     IF WS-CC-SPLIT-PAIR (WS-PAIR-SUB) = SPACES                   VND04690
004700         GO TO A060-EXIT.                                         VND04700
004710     IF WS-CC-OLD-NPA (WS-PAIR-SUB) NOT NUMERIC                   VND04710
004720             OR WS-CC-NEW-NPA (WS-PAIR-SUB) NOT NUMERIC           VND04720
004730         DISPLAY "INVALID SPLIT PAIR IGNORED: "                   VND04730
004740             WS-CC-SPLIT-PAIR (WS-PAIR-SUB)                       VND04740
004750         GO TO A060-EXIT.                                         VND04750
004760     ADD 1 TO WS-PAIR-COUNT.                                      VND04760
004770     MOVE WS-CC-OLD-NPA (WS-PAIR-SUB)                             VND04770
004780         TO WS-PR-OLD-NPA (WS-PAIR-COUNT).                        VND04780
004790     MOVE WS-CC-NEW-NPA (WS-PAIR-SUB)                             VND04790
004800         TO WS-PR-NEW-NPA (WS-PAIR-COUNT).                        VND04800
004810 A060-EXIT.                                                       VND04810
004820     EXIT.                                                        VND04820
004830/                                                                 VND04830
004840 A200-WRITE-HEADERS SECTION.                                      VND04840
004850 A200-START.                                                      VND04850
004860     MOVE SPACES TO REGISTER-RECORD.                              VND04860
004870     STRING                                                       VND04870
004880         "VENDOR REFRESH DECK REGISTER - RUN DATE "               VND04880
004890                                        DELIMITED BY SIZE         VND04890
004900         WS-RUN-DATE-YYYYMMDD           DELIMITED BY SIZE         VND04900
004910         "  DECK "                      DELIMITED BY SIZE         VND04910
004920         WS-CC-DECK-ID                  DELIMITED BY SIZE         VND04920
004930         INTO REGISTER-RECORD                                     VND04930
004940     END-STRING.                                                  VND04940
004950     WRITE REGISTER-RECORD.                                       VND04950
004960     MOVE SPACES TO REGISTER-RECORD.                              VND04960
004970     WRITE REGISTER-RECORD.                                       VND04970
004980     MOVE SPACES TO ERROR-RECORD.                                 VND04980
004990     STRING                                                       VND04990
005000         "VENDOR REFRESH MAPPING ERRORS - RUN DATE "              VND05000
005010                                        DELIMITED BY SIZE         VND05010
005020         WS-RUN-DATE-YYYYMMDD           DELIMITED BY SIZE         VND05020
005030         INTO ERROR-RECORD                                        VND05030
005040     END-STRING.                                                  VND05040
005050     WRITE ERROR-RECORD.                                          VND05050
005060     MOVE SPACES TO ERROR-RECORD.                                 VND05060
005070     WRITE ERROR-RECORD.                                          VND05070
005080 A200-EXIT.                                                       VND05080
005090     EXIT.                                                        VND05090
005100/                                                                 VND05100
005110 A300-WRITE-REGISTER-TOTALS SECTION.                              VND05110
005120 A300-START.                                                      VND05120
005130     MOVE SPACES TO REGISTER-RECORD.                              VND05130
005140     WRITE REGISTER-RECORD.                                       VND05140
005150     MOVE SPACES TO WS-REGISTER-TOTAL-LINE.                       VND05150
005160     MOVE "VENDOR RECORDS READ .........." TO WS-RT-LABEL.        VND05160
005170     MOVE VENDOR-RECORDS-READ TO WS-RT-COUNT.                     VND05170
005180     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           VND05180
005190     MOVE "MAPPING ERRORS ..............." TO WS-RT-LABEL.        VND05190
005200     MOVE MAPPING-ERRORS TO WS-RT-COUNT.                          VND05200
005210     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           VND05210
005220     MOVE "  OF WHICH DUPLICATE KEYS ...." TO WS-RT-LABEL.        VND05220
005230     MOVE DUPLICATE-KEYS TO WS-RT-COUNT.                          VND05230
005240     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           VND05240
005250     MOVE "MRCF-MST RECORDS READ ........" TO WS-RT-LABEL.        VND05250
005260     MOVE MASTER-RECORDS-READ TO WS-RT-COUNT.                     VND05260
005270     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           VND05270
005280     MOVE "MRCF-MST PRIMARY ENTRIES ....." TO WS-RT-LABEL.        VND05280
005290     MOVE MASTER-PRIMARY-ENTRIES TO WS-RT-COUNT.                  VND05290
005300     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           VND05300
005310     MOVE "ADD TRANSACTIONS ............." TO WS-RT-LABEL.        VND05310
005320     MOVE ADDS-WRITTEN TO WS-RT-COUNT.                            VND05320
005330     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           VND05330
005340     MOVE "CHANGE TRANSACTIONS .........." TO WS-RT-LABEL.        VND05340
005350     MOVE CHANGES-WRITTEN TO WS-RT-COUNT.                         VND05350
005360     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           VND05360
005370     MOVE "DELETE TRANSACTIONS .........." TO WS-RT-LABEL.        VND05370
005380     MOVE DELETES-WRITTEN TO WS-RT-COUNT.                         VND05380
005390     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           VND05390
005400     MOVE "UNCHANGED ...................." TO WS-RT-LABEL.        VND05400
005410     MOVE RECORDS-UNCHANGED TO WS-RT-COUNT.                       VND05410
005420     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           VND05420
005430     MOVE "PROTECTED - ALTERNATE ENTRY .." TO WS-RT-LABEL.        VND05430
005440     MOVE ALTERNATES-PROTECTED TO WS-RT-COUNT.                    VND05440
005450     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           VND05450
005460     MOVE "PROTECTED - PERMISSIVE DUAL .." TO WS-RT-LABEL.        VND05460
005470     MOVE PERMISSIVE-PROTECTED TO WS-RT-COUNT.                    VND05470
005480     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           VND05480
005490     MOVE "DELETE LIMIT ................." TO WS-RT-LABEL.        VND05490
005500     MOVE WS-DELETE-LIMIT TO WS-RT-COUNT.                         VND05500
005510     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           VND05510
005520     MOVE SPACES TO REGISTER-RECORD.                              VND05520
005530     WRITE REGISTER-RECORD.                                       VND05530
005540     IF WS-DECK-HELD                                              VND05540
005550         MOVE "DECK HELD - NOT TO BE APPLIED"                     VND05550
005560             TO REGISTER-RECORD                                   VND05560
005570     ELSE                                                         VND05570
005580         MOVE "DECK RELEASED FOR MRCFUPD" TO REGISTER-RECORD      VND05580
005590     END-IF.                                                      VND05590
005600     WRITE REGISTER-RECORD.                                       VND05600
005610     MOVE SPACES TO REGISTER-RECORD.                              VND05610
005620     WRITE REGISTER-RECORD.                                       VND05620
005630 A300-EXIT.                                                       VND05630
005640     EXIT.                                                        VND05640
005650/                                                                 VND05650
005660 B100-LOAD-NPA-AREAS SECTION.                                     VND05660
005670 B100-START.                                                      VND05670
005680*    One pass over the master finds each NPA's RATING-AREA and    VND05680
005690*    the primary-entry count the delete limit is taken from.      VND05690
005700     MOVE ZERO TO WS-NPA-AREA-TABLE.                              VND05700
005710     OPEN INPUT MRCF-MST.                                         VND05710
005720     IF MRCF-FILE-STATUS NOT = "00"                               VND05720
005730         DISPLAY "FILE STATUS ERROR OPENING UT-MRCF: "            VND05730
005740                     MRCF-FILE-STATUS                             VND05740
005750         MOVE 12 TO RETURN-CODE                                   VND05750
005760         GO TO B100-EXIT.                                         VND05760
005770     PERFORM B150-NOTE-ONE-RECORD UNTIL WS-MRCF-AT-END.           VND05770
005780     CLOSE MRCF-MST.                                              VND05780
005790     MOVE "N" TO WS-MRCF-EOF-SWITCH.                              VND05790
005800 B100-EXIT.                                                       VND05800
005810     EXIT.                                                        VND05810
005820/                                                                 VND05820
005830 B150-NOTE-ONE-RECORD SECTION.                                    VND05830
005840 B150-START.                                                      VND05840
005850     READ MRCF-MST INTO WS-MST-REC                                VND05850
005860         AT END                                                   VND05860
005870             SET WS-MRCF-AT-END TO TRUE                           VND05870
005880             GO TO B150-EXIT                                      VND05880
005890     END-READ.                                                    VND05890
005900     IF MRCF-FILE-STATUS NOT = "00"                               VND05900
005910         DISPLAY "FILE STATUS ERROR ON UT-MRCF: "                 VND05910
005920                     MRCF-FILE-STATUS                             VND05920
005930         SET WS-MRCF-AT-END TO TRUE                               VND05930
005940         MOVE 12 TO RETURN-CODE                                   VND05940
005950         GO TO B150-EXIT.                                         VND05950
005960     MOVE KEY-FIELDS OF WS-MST-REC TO MRCF-KEY.                   VND05960
005970     IF KEY-CATEGORY OF MRCF-KEY NOT = 1                          VND05970
005980             OR KEY-EXTENSION OF MRCF-KEY NOT = SPACES            VND05980
005990             OR NPA OF MRCF-KEY NOT NUMERIC                       VND05990
006000         GO TO B150-EXIT.                                         VND06000
006010     ADD 1 TO MASTER-PRIMARY-ENTRIES.                             VND06010
006020     COMPUTE WS-NPA-SUB = NPA OF MRCF-KEY + 1.                    VND06020
006030     IF WS-NPA-AREA (WS-NPA-SUB) = ZERO                           VND06030
006040             AND VALID-RATING-AREA OF WS-MST-REC                  VND06040
006050         MOVE RATING-AREA OF WS-MST-REC                           VND06050
006060             TO WS-NPA-AREA (WS-NPA-SUB)                          VND06060
006070     END-IF.                                                      VND06070
006080 B150-EXIT.                                                       VND06080
006090     EXIT.                                                        VND06090
006100/                                                                 VND06100
006110 C000-MAP-VENDOR-FILE SECTION.                                    VND06110
006120 C000-START.                                                      VND06120
006130     PERFORM C100-MAP-ONE-RECORD UNTIL VENDOR-FILE-AT-END.        VND06130
006140     DISPLAY "VENDOR RECORDS MAPPED: " VENDOR-RECORDS-MAPPED.     VND06140
006150 C000-EXIT.                                                       VND06150
006160     EXIT.                                                        VND06160
006170/                                                                 VND06170
006180 C100-MAP-ONE-RECORD SECTION.                                     VND06180
006190 C100-START.                                                      VND06190
006200     READ VENDOR-FILE                                             VND06200
006210         AT END                                                   VND06210
006220             MOVE "10" TO VENDOR-FILE-STATUS                      VND06220
006230             GO TO C100-EXIT                                      VND06230
006240     END-READ.                                                    VND06240
006250     IF VENDOR-FILE-STATUS NOT = "00"                             VND06250
006260         DISPLAY "FILE STATUS ERROR ON UT-VNDIN: "                VND06260
006270                     VENDOR-FILE-STATUS                           VND06270
006280         MOVE "10" TO VENDOR-FILE-STATUS                          VND06280
006290         MOVE 12 TO RETURN-CODE                                   VND06290
006300         SET WS-DECK-HELD TO TRUE                                 VND06300
006310         GO TO C100-EXIT.                                         VND06310
006320     ADD 1 TO VENDOR-RECORDS-READ.                                VND06320
006330     MOVE VENDOR-RECORD TO WS-VND-RAW-RECORD.                     VND06330
006340                                                                  VND06340
006350     IF VR-NPA NOT NUMERIC OR VR-NXX NOT NUMERIC                  VND06350
006360         MOVE "NPA/NXX NOT NUMERIC" TO WS-MAP-REASON              VND06360
006370         PERFORM C900-MAPPING-ERROR                               VND06370
006380         GO TO C100-EXIT.                                         VND06380
006390     IF VR-V-COORD NOT NUMERIC OR VR-H-COORD NOT NUMERIC          VND06390
006400         MOVE "V&H COORDINATE NOT NUMERIC" TO WS-MAP-REASON       VND06400
006410         PERFORM C900-MAPPING-ERROR                               VND06410
006420         GO TO C100-EXIT.                                         VND06420
006430     IF VR-RATE-CENTER-CITY = SPACES                              VND06430
006440         MOVE "RATE-CENTER CITY BLANK" TO WS-MAP-REASON           VND06440
006450         PERFORM C900-MAPPING-ERROR                               VND06450
006460         GO TO C100-EXIT.                                         VND06460
006470     IF VR-RATE-CENTER-ST NOT ALPHABETIC                          VND06470
006480             OR VR-RATE-CENTER-ST (1:1) = SPACE                   VND06480
006490             OR VR-RATE-CENTER-ST (2:1) = SPACE                   VND06490
006500         MOVE "RATE-CENTER STATE INVALID" TO WS-MAP-REASON        VND06500
006510         PERFORM C900-MAPPING-ERROR                               VND06510
006520         GO TO C100-EXIT.                                         VND06520
006530                                                                  VND06530
006540     MOVE SPACES TO WS-VND-REC.                                   VND06540
006550     MOVE 1 TO KEY-CATEGORY OF MRCF-KEY.                          VND06550
006560     MOVE VR-NPA TO NPA OF MRCF-KEY.                              VND06560
006570     MOVE VR-NXX TO NXX OF MRCF-KEY.                              VND06570
006580     MOVE SPACES TO KEY-EXTENSION OF MRCF-KEY.                    VND06580
006590     MOVE ZERO TO ZERO-FILL-10 OF MRCF-KEY.                       VND06590
006600     MOVE MRCF-KEY TO KEY-FIELDS OF WS-VND-REC.                   VND06600
006610                                                                  VND06610
006620*    An add needs the NPA's RATING-AREA from MRCF-MST - a new     VND06620
006630*    NPA has to be keyed by hand the first time.                  VND06630
006640     COMPUTE WS-NPA-SUB = NPA OF MRCF-KEY + 1.                    VND06640
006650     MOVE WS-NPA-AREA (WS-NPA-SUB) TO RATING-AREA OF WS-VND-REC.  VND06650
006660     MOVE VR-NPA TO ZONE-1-NPA OF WS-VND-REC.                     VND06660
006670     MOVE VR-NXX TO ZONE-1-NXX OF WS-VND-REC.                     VND06670
006680     IF VR-V-COORD < ZERO                                         VND06680
006690         MOVE "-" TO WIRE-CENTER-V-SIGN OF WS-VND-REC             VND06690
006700     ELSE                                                         VND06700
006710         MOVE "+" TO WIRE-CENTER-V-SIGN OF WS-VND-REC             VND06710
006720     END-IF.                                                      VND06720
006730     MOVE VR-V-COORD TO WIRE-CENTER-V OF WS-VND-REC.              VND06730
006740     IF VR-H-COORD < ZERO                                         VND06740
006750         MOVE "-" TO WIRE-CENTER-H-SIGN OF WS-VND-REC             VND06750
006760     ELSE                                                         VND06760
006770         MOVE "+" TO WIRE-CENTER-H-SIGN OF WS-VND-REC             VND06770
006780     END-IF.                                                      VND06780
006790     MOVE VR-H-COORD TO WIRE-CENTER-H OF WS-VND-REC.              VND06790
006800     MOVE VR-RATE-CENTER-CITY                                     VND06800
006810         TO RATE-CENTER-CITY OF WS-VND-REC.                       VND06810
006820     MOVE VR-RATE-CENTER-ST TO RATE-CENTER-ST OF WS-VND-REC.      VND06820
006830     MOVE VR-LATA-CODE TO LATA-CODE OF WS-VND-REC.                VND06830
006840     MOVE VR-OPERATING-COMPANY                                    VND06840
006850         TO OPERATING-COMPANY-NBR OF WS-VND-REC.                  VND06850
006860                                                                  VND06860
006870     MOVE WS-VND-REC TO SORT-MASTER-IMAGE.                        VND06870
006880     MOVE WS-VND-RAW-RECORD TO SORT-VENDOR-RECORD.                VND06880
006890     RELEASE SORT-RECORD.                                         VND06890
006900     ADD 1 TO VENDOR-RECORDS-MAPPED.                              VND06900
006910 C100-EXIT.                                                       VND06910
006920     EXIT.                                                        VND06920
006930/                                                                 VND06930
006940 C900-MAPPING-ERROR SECTION.                                      VND06940
006950 C900-START.                                                      VND06950
006960     ADD 1 TO MAPPING-ERRORS.                                     VND06960
006970     MOVE SPACES TO WS-ERROR-LINE.                                VND06970
006980     MOVE WS-VND-RAW-RECORD TO WS-EL-VENDOR-DATA.                 VND06980
006990     MOVE WS-MAP-REASON TO WS-EL-REASON.                          VND06990
007000     WRITE ERROR-RECORD FROM WS-ERROR-LINE.                       VND07000
007010 C900-EXIT.                                                       VND07010
007020     EXIT.                                                        VND07020
007030/                                                                 VND07030
007040 E000-MATCH-MASTER SECTION.                                       VND07040
007050 E000-START.                                                      VND07050
007060     PERFORM E150-READ-MASTER.                                    VND07060
007070     PERFORM E160-RETURN-VENDOR.                                  VND07070
007080     PERFORM E100-MATCH-ONE-KEY                                   VND07080
007090         UNTIL WS-VND-KEY = HIGH-VALUES                           VND07090
007100             AND WS-MST-KEY = HIGH-VALUES.                        VND07100
007110 E000-EXIT.                                                       VND07110
007120     EXIT.                                                        VND07120
007130/                                                                 VND07130
007140 E100-MATCH-ONE-KEY SECTION.                                      VND07140
007150 E100-START.                                                      VND07150
007160     IF WS-VND-KEY < WS-MST-KEY                                   VND07160
007170         PERFORM E200-VENDOR-ONLY                                 VND07170
007180         PERFORM E160-RETURN-VENDOR                               VND07180
007190         GO TO E100-EXIT.                                         VND07190
007200     IF WS-MST-KEY < WS-VND-KEY                                   VND07200
007210         PERFORM E400-MASTER-ONLY                                 VND07210
007220         PERFORM E150-READ-MASTER                                 VND07220
007230         GO TO E100-EXIT.                                         VND07230
007240     PERFORM E300-ON-BOTH.                                        VND07240
007250     PERFORM E160-RETURN-VENDOR.                                  VND07250
007260     PERFORM E150-READ-MASTER.                                    VND07260
007270 E100-EXIT.                                                       VND07270
007280     EXIT.                                                        VND07280
007290/                                                                 VND07290
007300 E150-READ-MASTER SECTION.                                        VND07300
007310 E150-START.                                                      VND07310
007320     IF WS-MRCF-AT-END                                            VND07320
007330         MOVE HIGH-VALUES TO WS-MST-KEY                           VND07330
007340         GO TO E150-EXIT.                                         VND07340
007350     READ MRCF-MST INTO WS-MST-REC                                VND07350
007360         AT END                                                   VND07360
007370             SET WS-MRCF-AT-END TO TRUE                           VND07370
007380             MOVE HIGH-VALUES TO WS-MST-KEY                       VND07380
007390             GO TO E150-EXIT                                      VND07390
007400     END-READ.                                                    VND07400
007410     IF MRCF-FILE-STATUS NOT = "00"                               VND07410
007420         DISPLAY "FILE STATUS ERROR ON UT-MRCF: "                 VND07420
007430                     MRCF-FILE-STATUS                             VND07430
007440         SET WS-MRCF-AT-END TO TRUE                               VND07440
007450         MOVE HIGH-VALUES TO WS-MST-KEY                           VND07450
007460         MOVE 12 TO RETURN-CODE                                   VND07460
007470*        A short read would turn the rest of the master into      VND07470
007480*        deletes - the deck is held.                              VND07480
007490         SET WS-DECK-HELD TO TRUE                                 VND07490
007500         GO TO E150-EXIT.                                         VND07500
007510     ADD 1 TO MASTER-RECORDS-READ.                                VND07510
007520     MOVE KEY-FIELDS OF WS-MST-REC TO WS-MST-KEY.                 VND07520
007530 E150-EXIT.                                                       VND07530
007540     EXIT.                                                        VND07540
007550/                                                                 VND07550
007560 E160-RETURN-VENDOR SECTION.                                      VND07560
007570 E160-START.                                                      VND07570
007580     IF WS-SORT-OUT-AT-END                                        VND07580
007590         MOVE HIGH-VALUES TO WS-VND-KEY                           VND07590
007600         GO TO E160-EXIT.                                         VND07600
007610     RETURN SORT-WORK-FILE                                        VND07610
007620         AT END                                                   VND07620
007630             SET WS-SORT-OUT-AT-END TO TRUE                       VND07630
007640             MOVE HIGH-VALUES TO WS-VND-KEY                       VND07640
007650             GO TO E160-EXIT                                      VND07650
007660     END-RETURN.                                                  VND07660
007670*    The first of a repeated key is matched; the others are       VND07670
007680*    listed and left out of the deck.                             VND07680
007690     IF SORT-KEY-FIELDS = WS-PREVIOUS-VND-KEY                     VND07690
007700         MOVE SORT-VENDOR-RECORD TO WS-VND-RAW-RECORD             VND07700
007710         MOVE "DUPLICATE NPA-NXX ON VENDOR FILE"                  VND07710
007720             TO WS-MAP-REASON                                     VND07720
007730         PERFORM C900-MAPPING-ERROR                               VND07730
007740         ADD 1 TO DUPLICATE-KEYS                                  VND07740
007750         GO TO E160-START.                                        VND07750
007760     MOVE SORT-KEY-FIELDS TO WS-PREVIOUS-VND-KEY.                 VND07760
007770     MOVE SORT-KEY-FIELDS TO WS-VND-KEY.                          VND07770
007780     MOVE SORT-MASTER-IMAGE TO WS-VND-REC.                        VND07780
007790     MOVE SORT-VENDOR-RECORD TO WS-VND-RAW-RECORD.                VND07790
007800 E160-EXIT.                                                       VND07800
007810     EXIT.                                                        VND07810
007820/                                                                 VND07820
007830 E200-VENDOR-ONLY SECTION.                                        VND07830
007840 E200-START.                                                      VND07840
007850     IF RATING-AREA OF WS-VND-REC = ZERO                          VND07850
007860         MOVE "NPA NOT ON MRCF-MST - AREA UNKNOWN"                VND07860
007870             TO WS-MAP-REASON                                     VND07870
007880         PERFORM C900-MAPPING-ERROR                               VND07880
007890         GO TO E200-EXIT.                                         VND07890
007900     MOVE "A" TO TR-ACTION-CODE.                                  VND07900
007910     MOVE WS-VND-REC TO TR-MASTER-IMAGE.                          VND07910
007920     WRITE TRAN-RECORD.                                           VND07920
007930     ADD 1 TO ADDS-WRITTEN.                                       VND07930
007940     MOVE RATE-CENTER-ST OF WS-VND-REC TO WS-LOOK-STATE.          VND07940
007950     MOVE "A" TO WS-STATE-ACTION.                                 VND07950
007960     PERFORM F100-COUNT-STATE.                                    VND07960
007970 E200-EXIT.                                                       VND07970
007980     EXIT.                                                        VND07980
007990/                                                                 VND07990
008000 E300-ON-BOTH SECTION.                                            VND08000
008010 E300-START.                                                      VND08010
008020     MOVE WS-MST-REC TO WS-CHG-REC.                               VND08020
008030     MOVE WIRE-CENTER-V OF WS-MST-REC TO WS-MST-V-SIGNED.         VND08030
008040     IF WIRE-CENTER-V-SIGN OF WS-MST-REC = "-"                    VND08040
008050         COMPUTE WS-MST-V-SIGNED = ZERO - WS-MST-V-SIGNED         VND08050
008060     END-IF.                                                      VND08060
008070     MOVE WIRE-CENTER-H OF WS-MST-REC TO WS-MST-H-SIGNED.         VND08070
008080     IF WIRE-CENTER-H-SIGN OF WS-MST-REC = "-"                    VND08080
008090         COMPUTE WS-MST-H-SIGNED = ZERO - WS-MST-H-SIGNED         VND08090
008100     END-IF.                                                      VND08100
008110     MOVE WIRE-CENTER-V OF WS-VND-REC TO WS-VND-V-SIGNED.         VND08110
008120     IF WIRE-CENTER-V-SIGN OF WS-VND-REC = "-"                    VND08120
008130         COMPUTE WS-VND-V-SIGNED = ZERO - WS-VND-V-SIGNED         VND08130
008140     END-IF.                                                      VND08140
008150     MOVE WIRE-CENTER-H OF WS-VND-REC TO WS-VND-H-SIGNED.         VND08150
008160     IF WIRE-CENTER-H-SIGN OF WS-VND-REC = "-"                    VND08160
008170         COMPUTE WS-VND-H-SIGNED = ZERO - WS-VND-H-SIGNED         VND08170
008180     END-IF.                                                      VND08180
008190                                                                  VND08190
008200*    Only the fields the vendor carries are laid over the         VND08200
008210*    master entry; a coordinate that has not moved keeps its      VND08210
008220*    sign byte as filed.                                          VND08220
008230     IF WIRE-CENTER-V OF WS-MST-REC NOT NUMERIC                   VND08230
008240             OR WS-VND-V-SIGNED NOT = WS-MST-V-SIGNED             VND08240
008250         MOVE WIRE-CENTER-V-SIGN OF WS-VND-REC                    VND08250
008260             TO WIRE-CENTER-V-SIGN OF WS-CHG-REC                  VND08260
008270         MOVE WIRE-CENTER-V OF WS-VND-REC                         VND08270
008280             TO WIRE-CENTER-V OF WS-CHG-REC                       VND08280
008290     END-IF.                                                      VND08290
008300     IF WIRE-CENTER-H OF WS-MST-REC NOT NUMERIC                   VND08300
008310             OR WS-VND-H-SIGNED NOT = WS-MST-H-SIGNED             VND08310
008320         MOVE WIRE-CENTER-H-SIGN OF WS-VND-REC                    VND08320
008330             TO WIRE-CENTER-H-SIGN OF WS-CHG-REC                  VND08330
008340         MOVE WIRE-CENTER-H OF WS-VND-REC                         VND08340
008350             TO WIRE-CENTER-H OF WS-CHG-REC                       VND08350
008360     END-IF.                                                      VND08360
008370     MOVE RATE-CENTER-CITY OF WS-VND-REC                          VND08370
008380         TO RATE-CENTER-CITY OF WS-CHG-REC.                       VND08380
008390     MOVE RATE-CENTER-ST OF WS-VND-REC                            VND08390
008400         TO RATE-CENTER-ST OF WS-CHG-REC.                         VND08400
008410     MOVE LATA-CODE OF WS-VND-REC TO LATA-CODE OF WS-CHG-REC.     VND08410
008420     MOVE OPERATING-COMPANY-NBR OF WS-VND-REC                     VND08420
008430         TO OPERATING-COMPANY-NBR OF WS-CHG-REC.                  VND08430
008440                                                                  VND08440
008450     MOVE RATE-CENTER-ST OF WS-VND-REC TO WS-LOOK-STATE.          VND08450
008460     IF WS-CHG-REC = WS-MST-REC                                   VND08460
008470         ADD 1 TO RECORDS-UNCHANGED                               VND08470
008480         MOVE "U" TO WS-STATE-ACTION                              VND08480
008490         PERFORM F100-COUNT-STATE                                 VND08490
008500         GO TO E300-EXIT.                                         VND08500
008510     MOVE "C" TO TR-ACTION-CODE.                                  VND08510
008520     MOVE WS-CHG-REC TO TR-MASTER-IMAGE.                          VND08520
008530     WRITE TRAN-RECORD.                                           VND08530
008540     ADD 1 TO CHANGES-WRITTEN.                                    VND08540
008550     MOVE "C" TO WS-STATE-ACTION.                                 VND08550
008560     PERFORM F100-COUNT-STATE.                                    VND08560
008570 E300-EXIT.                                                       VND08570
008580     EXIT.                                                        VND08580
008590/                                                                 VND08590
008600 E400-MASTER-ONLY SECTION.                                        VND08600
008610 E400-START.                                                      VND08610
008620     MOVE RATE-CENTER-ST OF WS-MST-REC TO WS-LOOK-STATE.          VND08620
008630     MOVE KEY-FIELDS OF WS-MST-REC TO MRCF-KEY.                   VND08630
008640*    The vendor never carries alternate entries.                  VND08640
008650     IF KEY-CATEGORY OF MRCF-KEY NOT = 1                          VND08650
008660             OR KEY-EXTENSION OF MRCF-KEY NOT = SPACES            VND08660
008670         ADD 1 TO ALTERNATES-PROTECTED                            VND08670
008680         MOVE "P" TO WS-STATE-ACTION                              VND08680
008690         PERFORM F100-COUNT-STATE                                 VND08690
008700         GO TO E400-EXIT.                                         VND08700
008710     PERFORM E450-TEST-PERMISSIVE-DUAL.                           VND08710
008720     IF WS-ENTRY-PROTECTED                                        VND08720
008730         ADD 1 TO PERMISSIVE-PROTECTED                            VND08730
008740         MOVE "P" TO WS-STATE-ACTION                              VND08740
008750         PERFORM F100-COUNT-STATE                                 VND08750
008760         MOVE "PROTECTED" TO WS-LIST-LABEL                        VND08760
008770         PERFORM E500-LIST-ENTRY                                  VND08770
008780         GO TO E400-EXIT.                                         VND08780
008790                                                                  VND08790
008800     MOVE "D" TO TR-ACTION-CODE.                                  VND08800
008810     MOVE WS-MST-REC TO TR-MASTER-IMAGE.                          VND08810
008820     WRITE TRAN-RECORD.                                           VND08820
008830     ADD 1 TO DELETES-WRITTEN.                                    VND08830
008840     MOVE "D" TO WS-STATE-ACTION.                                 VND08840
008850     PERFORM F100-COUNT-STATE.                                    VND08850
008860     MOVE "DELETE" TO WS-LIST-LABEL.                              VND08860
008870     PERFORM E500-LIST-ENTRY.                                     VND08870
008880 E400-EXIT.                                                       VND08880
008890     EXIT.                                                        VND08890
008900/                                                                 VND08900
008910 E450-TEST-PERMISSIVE-DUAL SECTION.                               VND08910
008920 E450-START.                                                      VND08920
008930*    A primary entry under one NPA of a split pair is a dual      VND08930
008940*    entry while the same NXX is still filed under the other.     VND08940
008950     MOVE "N" TO WS-PROTECT-SWITCH.                               VND08950
008960     PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1                      VND08960
008970             UNTIL WS-PAIR-SUB > WS-PAIR-COUNT                    VND08970
008980                 OR WS-ENTRY-PROTECTED                            VND08980
008990         MOVE ZERO TO WS-COUNTERPART-NPA                          VND08990
009000         IF NPA OF MRCF-KEY = WS-PR-OLD-NPA (WS-PAIR-SUB)         VND09000
009010             MOVE WS-PR-NEW-NPA (WS-PAIR-SUB)                     VND09010
009020                 TO WS-COUNTERPART-NPA                            VND09020
009030         END-IF                                                   VND09030
009040         IF NPA OF MRCF-KEY = WS-PR-NEW-NPA (WS-PAIR-SUB)         VND09040
009050             MOVE WS-PR-OLD-NPA (WS-PAIR-SUB)                     VND09050
009060                 TO WS-COUNTERPART-NPA                            VND09060
009070         END-IF                                                   VND09070
009080         IF WS-COUNTERPART-NPA NOT = ZERO                         VND09080
009090             PERFORM E460-READ-COUNTERPART                        VND09090
009100         END-IF                                                   VND09100
009110     END-PERFORM.                                                 VND09110
009120 E450-EXIT.                                                       VND09120
009130     EXIT.                                                        VND09130
009140/                                                                 VND09140
009150 E460-READ-COUNTERPART SECTION.                                   VND09150
009160 E460-START.                                                      VND09160
009170     MOVE KEY-FIELDS OF WS-MST-REC TO KEY-FIELDS OF LOOKUP-RECORD.VND09170
009180     MOVE WS-COUNTERPART-NPA                                      VND09180
009190         TO KEY-FIELDS OF LOOKUP-RECORD (2:3).                    VND09190
009200     READ LOOKUP-MST                                              VND09200
009210         INVALID KEY                                              VND09210
009220             GO TO E460-EXIT                                      VND09220
009230     END-READ.                                                    VND09230
009240     IF LOOKUP-FILE-STATUS = "00"                                 VND09240
009250         SET WS-ENTRY-PROTECTED TO TRUE                           VND09250
009260     END-IF.                                                      VND09260
009270 E460-EXIT.                                                       VND09270
009280     EXIT.                                                        VND09280
009290/                                                                 VND09290
009300 E500-LIST-ENTRY SECTION.                                         VND09300
009310 E500-START.                                                      VND09310
009320     MOVE SPACES TO WS-DELETE-LINE.                               VND09320
009330     MOVE WS-LIST-LABEL TO WS-DL-LABEL.                           VND09330
009340     MOVE KEY-FIELDS OF WS-MST-REC TO WS-DL-KEY.                  VND09340
009350     MOVE RATE-CENTER-CITY OF WS-MST-REC TO WS-DL-CITY.           VND09350
009360     MOVE RATE-CENTER-ST OF WS-MST-REC TO WS-DL-ST.               VND09360
009370     WRITE REGISTER-RECORD FROM WS-DELETE-LINE.                   VND09370
009380 E500-EXIT.                                                       VND09380
009390     EXIT.                                                        VND09390
009400/                                                                 VND09400
009410 F100-COUNT-STATE SECTION.                                        VND09410
009420 F100-START.                                                      VND09420
009430*    Finds WS-LOOK-STATE in the table, adding it in state order   VND09430
009440*    when new; a table full up counts under "**".                 VND09440
009450     MOVE ZERO TO WS-ST-FOUND-SUB.                                VND09450
009460     PERFORM VARYING WS-ST-SUB FROM 1 BY 1                        VND09460
009470             UNTIL WS-ST-SUB > WS-STATE-COUNT                     VND09470
009480                 OR WS-ST-FOUND-SUB NOT = ZERO                    VND09480
009490         IF WS-ST-CODE (WS-ST-SUB) = WS-LOOK-STATE                VND09490
009500             MOVE WS-ST-SUB TO WS-ST-FOUND-SUB                    VND09500
009510         END-IF                                                   VND09510
009520     END-PERFORM.                                                 VND09520
009530     IF WS-ST-FOUND-SUB = ZERO                                    VND09530
009540         IF WS-STATE-COUNT NOT LESS THAN WS-STATE-LIMIT           VND09540
009550             MOVE "**" TO WS-LOOK-STATE                           VND09550
009560             MOVE 101 TO WS-ST-FOUND-SUB                          VND09560
009570             IF WS-ST-CODE (101) NOT = "**"                       VND09570
009580                 PERFORM F150-CLEAR-ENTRY                         VND09580
009590             END-IF                                               VND09590
009600         ELSE                                                     VND09600
009610             PERFORM F200-INSERT-STATE                            VND09610
009620         END-IF                                                   VND09620
009630     END-IF.                                                      VND09630
009640                                                                  VND09640
009650     IF WS-STATE-ACTION = "A"                                     VND09650
009660         ADD 1 TO WS-ST-ADDS (WS-ST-FOUND-SUB)                    VND09660
009670     END-IF.                                                      VND09670
009680     IF WS-STATE-ACTION = "C"                                     VND09680
009690         ADD 1 TO WS-ST-CHANGES (WS-ST-FOUND-SUB)                 VND09690
009700     END-IF.                                                      VND09700
009710     IF WS-STATE-ACTION = "D"                                     VND09710
009720         ADD 1 TO WS-ST-DELETES (WS-ST-FOUND-SUB)                 VND09720
009730     END-IF.                                                      VND09730
009740     IF WS-STATE-ACTION = "U"                                     VND09740
009750         ADD 1 TO WS-ST-UNCHANGED (WS-ST-FOUND-SUB)               VND09750
009760     END-IF.                                                      VND09760
009770     IF WS-STATE-ACTION = "P"                                     VND09770
009780         ADD 1 TO WS-ST-PROTECTED (WS-ST-FOUND-SUB)               VND09780
009790     END-IF.                                                      VND09790
009800 F100-EXIT.                                                       VND09800
009810     EXIT.                                                        VND09810
009820/                                                                 VND09820
009830 F150-CLEAR-ENTRY SECTION.                                        VND09830
009840 F150-START.                                                      VND09840
009850     MOVE WS-LOOK-STATE TO WS-ST-CODE (WS-ST-FOUND-SUB).          VND09850
009860     MOVE ZERO TO WS-ST-ADDS (WS-ST-FOUND-SUB).                   VND09860
009870     MOVE ZERO TO WS-ST-CHANGES (WS-ST-FOUND-SUB).                VND09870
009880     MOVE ZERO TO WS-ST-DELETES (WS-ST-FOUND-SUB).                VND09880
009890     MOVE ZERO TO WS-ST-UNCHANGED (WS-ST-FOUND-SUB).              VND09890
009900     MOVE ZERO TO WS-ST-PROTECTED (WS-ST-FOUND-SUB).              VND09900
009910 F150-EXIT.                                                       VND09910
009920     EXIT.                                                        VND09920
009930/                                                                 VND09930
009940 F200-INSERT-STATE SECTION.                                       VND09940
009950 F200-START.                                                      VND09950
009960     MOVE 1 TO WS-ST-FOUND-SUB.                                   VND09960
009970     PERFORM VARYING WS-ST-SUB FROM 1 BY 1                        VND09970
009980             UNTIL WS-ST-SUB > WS-STATE-COUNT                     VND09980
009990         IF WS-ST-CODE (WS-ST-SUB) < WS-LOOK-STATE                VND09990
010000             COMPUTE WS-ST-FOUND-SUB = WS-ST-SUB + 1              VND10000
010010         END-IF                                                   VND10010
010020     END-PERFORM.                                                 VND10020
010030     PERFORM VARYING WS-ST-MOVE-SUB FROM WS-STATE-COUNT BY -1     VND10030
010040             UNTIL WS-ST-MOVE-SUB < WS-ST-FOUND-SUB               VND10040
010050         MOVE WS-STATE-ENTRY (WS-ST-MOVE-SUB)                     VND10050
010060             TO WS-STATE-ENTRY (WS-ST-MOVE-SUB + 1)               VND10060
010070     END-PERFORM.                                                 VND10070
010080     ADD 1 TO WS-STATE-COUNT.                                     VND10080
010090     PERFORM F150-CLEAR-ENTRY.                                    VND10090
010100 F200-EXIT.                                                       VND10100
010110     EXIT.                                                        VND10110
010120/                                                                 VND10120
010130 F300-WRITE-STATE-SUMMARY SECTION.                                VND10130
010140 F300-START.                                                      VND10140
010150     MOVE "DECK SUMMARY BY STATE" TO REGISTER-RECORD.             VND10150
010160     WRITE REGISTER-RECORD.                                       VND10160
010170     WRITE REGISTER-RECORD FROM WS-STATE-HEAD-LINE.               VND10170
010180     PERFORM F350-WRITE-ONE-STATE                                 VND10180
010190         VARYING WS-ST-SUB FROM 1 BY 1                            VND10190
010200         UNTIL WS-ST-SUB > WS-STATE-COUNT.                        VND10200
010210     IF WS-ST-CODE (101) = "**"                                   VND10210
010220         MOVE 101 TO WS-ST-SUB                                    VND10220
010230         PERFORM F350-WRITE-ONE-STATE                             VND10230
010240     END-IF.                                                      VND10240
010250 F300-EXIT.                                                       VND10250
010260     EXIT.                                                        VND10260
010270/                                                                 VND10270
010280 F350-WRITE-ONE-STATE SECTION.                                    VND10280
010290 F350-START.                                                      VND10290
010300     MOVE SPACES TO WS-STATE-LINE.                                VND10300
010310     MOVE WS-ST-CODE (WS-ST-SUB) TO WS-SL-CODE.                   VND10310
010320     MOVE WS-ST-ADDS (WS-ST-SUB) TO WS-SL-ADDS.                   VND10320
010330     MOVE WS-ST-CHANGES (WS-ST-SUB) TO WS-SL-CHANGES.             VND10330
010340     MOVE WS-ST-DELETES (WS-ST-SUB) TO WS-SL-DELETES.             VND10340
010350     MOVE WS-ST-UNCHANGED (WS-ST-SUB) TO WS-SL-UNCHANGED.         VND10350
010360     MOVE WS-ST-PROTECTED (WS-ST-SUB) TO WS-SL-PROTECTED.         VND10360
010370     WRITE REGISTER-RECORD FROM WS-STATE-LINE.                    VND10370
010380 F350-EXIT.                                                       VND10380
010390     EXIT.                                                        VND10390
010400/                                                                 VND10400
010410 D100-CONTROL-REPORT SECTION.                                     VND10410
010420 D100-START.                                                      VND10420
010430     DISPLAY SPACE.                                               VND10430
010440     DISPLAY "MRCFVND CONTROL TOTALS ---------------------".      VND10440
010450     DISPLAY "  VENDOR RECORDS READ ........... "                 VND10450
010460         VENDOR-RECORDS-READ.                                     VND10460
010470     DISPLAY "  MAPPING ERRORS ................ "                 VND10470
010480         MAPPING-ERRORS.                                          VND10480
010490     DISPLAY "  MRCF-MST RECORDS READ ......... "                 VND10490
010500         MASTER-RECORDS-READ.                                     VND10500
010510     DISPLAY "  ADD TRANSACTIONS .............. "                 VND10510
010520         ADDS-WRITTEN.                                            VND10520
010530     DISPLAY "  CHANGE TRANSACTIONS ........... "                 VND10530
010540         CHANGES-WRITTEN.                                         VND10540
010550     DISPLAY "  DELETE TRANSACTIONS ........... "                 VND10550
010560         DELETES-WRITTEN.                                         VND10560
010570     DISPLAY "  UNCHANGED ..................... "                 VND10570
010580         RECORDS-UNCHANGED.                                       VND10580
010590     DISPLAY "  PROTECTED - ALTERNATE ......... "                 VND10590
010600         ALTERNATES-PROTECTED.                                    VND10600
010610     DISPLAY "  PROTECTED - PERMISSIVE ........ "                 VND10610
010620         PERMISSIVE-PROTECTED.                                    VND10620
010630 D100-EXIT.                                                       VND10630
010640     EXIT.                                                        VND10640
010650/                                                                 VND10650
010660 G300-POST-RUN-LEDGER SECTION.                                    VND10660
010670 G300-START.                                                      VND10670
010680     MOVE "MRCFVND" TO RP-JOB-NAME.                               VND10680
010690     MOVE WS-CC-DECK-ID TO RP-RUN-ID.                             VND10690
010700     SET RP-MASTER-READ TO TRUE.                                  VND10700
010710     MOVE RETURN-CODE TO RP-STEP-RC.                              VND10710
010720     IF WS-DECK-HELD                                              VND10720
010730         MOVE "HELD" TO RP-VERDICT                                VND10730
010740     ELSE                                                         VND10740
010750         MOVE SPACES TO RP-VERDICT                                VND10750
010760     END-IF.                                                      VND10760
010770     MOVE "ADDS" TO RP-COUNT-NAME (1).                            VND10770
010780     MOVE ADDS-WRITTEN TO RP-COUNT (1).                           VND10780
010790     MOVE "CHANGES" TO RP-COUNT-NAME (2).                         VND10790
010800     MOVE CHANGES-WRITTEN TO RP-COUNT (2).                        VND10800
010810     MOVE "DELETES" TO RP-COUNT-NAME (3).                         VND10810
010820     MOVE DELETES-WRITTEN TO RP-COUNT (3).                        VND10820
010830     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        VND10830
010840 G300-EXIT.                                                       VND10840
010850     EXIT.                                                        VND10850
