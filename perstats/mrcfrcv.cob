000010 IDENTIFICATION DIVISION.                                         RCV00010
000020 PROGRAM-ID. MRCFRCV.                                             RCV00020
000030***************************************************************** RCV00030
000040*                                                                 RCV00040
000050*   MRCFRCV - MRCF-MST point-in-time forward recovery.            RCV00050
000060*   MRCFREL can only put the master back as it was at the last    RCV00060
000070*   MRCFUNL backup, and MRCFBKO only works backward against a     RCV00070
000080*   master that is still intact.  MRCFRCV rebuilds the master as  RCV00080
000090*   it stood at any later point: it reloads the UT-UNLOAD backup  RCV00090
000100*   onto a fresh indexed UT-NEWMST, proving the backup against    RCV00100
000110*   its "TT" trailer exactly as MRCFREL does, then rolls the      RCV00110
000120*   UT-JRNL after-images forward in JR-RUN-DATE / JR-RUN-TIME /   RCV00120
000130*   JR-SEQUENCE order up to the recovery point:                   RCV00130
000140*                                                                 RCV00140
000150*       "A" add     - the after-image is added                    RCV00150
000160*       "C" change  - the after-image is rewritten over the key   RCV00160
000170*       "D" delete  - the key is deleted                          RCV00170
000180*                                                                 RCV00180
000190*   Only entries journaled after the backup was taken are         RCV00190
000200*   rolled - the unload date and time ride in the trailer.        RCV00200
000210*   Before each entry is applied the rebuilt master must still    RCV00210
000220*   look exactly as the journal says it did: an add's key must    RCV00220
000230*   be absent, and a change or delete must find the key with a    RCV00230
000240*   record identical to the before-image.  The first mismatch     RCV00240
000250*   means the journal and the backup do not belong together;      RCV00250
000260*   the roll stops there with condition code 12 and the new       RCV00260
000270*   master must not be cataloged.                                 RCV00270
000280*                                                                 RCV00280
000290*   UT-CNTL recovery card (required):                             RCV00290
000300*       cols  1-8   recovery point date YYYYMMDD     - or -       RCV00300
000310*       cols  9-14  recovery point time HHMMSS (blank = end       RCV00310
000320*                   of day)                                       RCV00320
000330*       cols 16-23  recovery point deck ID - the master as it     RCV00330
000340*                   stood when that deck finished applying        RCV00340
000350*       cols 25-38  backup date and time, for a backup whose      RCV00350
000360*                   trailer carries no unload stamp               RCV00360
000370*       cols 41-80  up to five deck IDs reversed by MRCFBKO       RCV00370
000380*                   since the backup, which are not rolled        RCV00380
000390*                                                                 RCV00390
000400*   The run finishes with the MRCFREL proof over the rebuilt      RCV00400
000410*   file: the record count and the NPA, NXX, WIRE-CENTER-V and    RCV00410
000420*   WIRE-CENTER-H hash totals read back from UT-NEWMST must       RCV00420
000430*   equal the backup trailer totals carried forward through       RCV00430
000440*   every journal image applied.  Every entry rolled is listed    RCV00440
000450*   on the UT-RCVRPT register.                                    RCV00450
000460*                                                                 RCV00460
000470***************************************************************** RCV00470
000480*                                                                 RCV00480
000490*DATE-COMPILED.                                                   RCV00490
000500                                                                  RCV00500
000510 ENVIRONMENT DIVISION.                                            RCV00510
000520 CONFIGURATION SECTION.                                           RCV00520
000530 INPUT-OUTPUT SECTION.                                            RCV00530
000540 FILE-CONTROL.                                                    RCV00540
000550     SELECT UNLOAD-FILE ASSIGN TO UT-UNLOAD                       RCV00550
000560                        ORGANIZATION IS SEQUENTIAL                RCV00560
000570                        ACCESS IS SEQUENTIAL                      RCV00570
000580                        FILE STATUS IS UNLOAD-FILE-STATUS.        RCV00580
000590                                                                  RCV00590
000600*    UT-NEWMST is loaded and proved sequentially through NEW-MST  RCV00600
000610*    and rolled forward randomly through RCV-MST - the two are    RCV00610
000620*    never open at the same time.                                 RCV00620
000630     SELECT NEW-MST ASSIGN TO UT-NEWMST                           RCV00630
000640                     ORGANIZATION IS INDEXED                      RCV00640
000650                     ACCESS MODE IS SEQUENTIAL                    RCV00650
000660                     RECORD KEY IS KEY-FIELDS OF NEW-RECORD       RCV00660
000670                     FILE STATUS IS NEW-FILE-STATUS.              RCV00670
000680                                                                  RCV00680
000690     SELECT RCV-MST ASSIGN TO UT-NEWMST                           RCV00690
000700                     ORGANIZATION IS INDEXED                      RCV00700
000710                     ACCESS MODE IS RANDOM                        RCV00710
000720                     RECORD KEY IS KEY-FIELDS OF RCV-RECORD       RCV00720
000730                     FILE STATUS IS RCV-FILE-STATUS.              RCV00730
000740                                                                  RCV00740
000750     SELECT JOURNAL-FILE ASSIGN TO UT-JRNL                        RCV00750
000760                        ORGANIZATION IS SEQUENTIAL                RCV00760
000770                        ACCESS IS SEQUENTIAL                      RCV00770
000780                        FILE STATUS IS JOURNAL-FILE-STATUS.       RCV00780
000790                                                                  RCV00790
000800*    UT-RCVRPT is the recovery register - one line per entry.     RCV00800
000810     SELECT REGISTER-FILE ASSIGN TO UT-RCVRPT                     RCV00810
000820                        ORGANIZATION IS SEQUENTIAL                RCV00820
000830                        ACCESS IS SEQUENTIAL                      RCV00830
000840                        FILE STATUS IS REGISTER-FILE-STATUS.      RCV00840
000850                                                                  RCV00850
000860     SELECT CONTROL-CARD-FILE ASSIGN TO UT-CNTL                   RCV00860
000870                        ORGANIZATION IS SEQUENTIAL                RCV00870
000880                        ACCESS IS SEQUENTIAL                      RCV00880
000890                        FILE STATUS IS CONTROL-FILE-STATUS.       RCV00890
000900                                                                  RCV00900
000910     SELECT SORT-WORK-FILE ASSIGN TO UT-SORTWK1.                  RCV00910
000920                                                                  RCV00920
000930 DATA DIVISION.                                                   RCV00930
000940 FILE SECTION.                                                    RCV00940
000950 FD  UNLOAD-FILE                                                  RCV00950
000960     RECORD CONTAINS 595 CHARACTERS,                              RCV00960
000970     LABEL RECORDS STANDARD.                                      RCV00970
000980 01  UNLOAD-RECORD                       PIC X(595).              RCV00980
000990*    Trailer - "TT" cannot collide with a real record, whose      RCV00990
001000*    first byte is a KEY-CATEGORY digit.                          RCV01000
001010 01  UNLOAD-TRAILER-REC.                                          RCV01010
001020     05  UT-TRAILER-ID                   PIC X(02).               RCV01020
001030     05  UT-RECORD-COUNT                 PIC 9(09).               RCV01030
001040     05  UT-HASH-NPA                     PIC 9(13)V99.            RCV01040
001050     05  UT-HASH-NXX                     PIC 9(13)V99.            RCV01050
001060     05  UT-HASH-V                       PIC 9(13)V99.            RCV01060
001070     05  UT-HASH-H                       PIC 9(13)V99.            RCV01070
001080     05  UT-UNLOAD-DATE                  PIC 9(08).               RCV01080
001090     05  UT-UNLOAD-TIME                  PIC 9(06).               RCV01090
001100     05  FILLER                          PIC X(510).              RCV01100
001110                                                                  RCV01110
001120 FD  NEW-MST                                                      RCV01120
001130     RECORD CONTAINS 595 CHARACTERS,                              RCV01130
001140     LABEL RECORDS ARE STANDARD.                                  RCV01140
001150 01  NEW-RECORD.                                                  RCV01150
001160     05  KEY-FIELDS                      PIC X(20).               RCV01160
001170     05  DATA-FIELDS                     PIC X(575).              RCV01170
001180                                                                  RCV01180
001190 FD  RCV-MST                                                      RCV01190
001200     RECORD CONTAINS 595 CHARACTERS,                              RCV01200
001210     LABEL RECORDS ARE STANDARD.                                  RCV01210
001220 01  RCV-RECORD.                                                  RCV01220
001230     05  KEY-FIELDS                      PIC X(20).               RCV01230
001240     05  DATA-FIELDS                     PIC X(575).              RCV01240
001250                                                                  RCV01250
001260 FD  JOURNAL-FILE                                                 RCV01260
001270     RECORD CONTAINS 1233 CHARACTERS,                             RCV01270
001280     LABEL RECORDS STANDARD.                                      RCV01280
001290 01  JOURNAL-RECORD.                                              RCV01290
001300     05  JR-RUN-DATE                     PIC 9(08).               RCV01300
001310     05  JR-RUN-TIME                     PIC 9(06).               RCV01310
001320     05  JR-DECK-ID                      PIC X(08).               RCV01320
001330     05  JR-SEQUENCE                     PIC 9(08).               RCV01330
001340     05  JR-ACTION                       PIC X(01).               RCV01340
001350     05  JR-BEFORE-IMAGE                 PIC X(595).              RCV01350
001360     05  JR-AFTER-IMAGE                  PIC X(595).              RCV01360
001370     05  FILLER                          PIC X(12).               RCV01370
001380                                                                  RCV01380
001390 FD  REGISTER-FILE                                                RCV01390
001400     LABEL RECORDS STANDARD.                                      RCV01400
001410 01  REGISTER-RECORD                     PIC X(80).               RCV01410
001420                                                                  RCV01420
001430 FD  CONTROL-CARD-FILE                                            RCV01430
001440     LABEL RECORDS STANDARD.                                      RCV01440
001450 01  CONTROL-CARD-RECORD                 PIC X(80).               RCV01450
001460                                                                  RCV01460
001470 SD  SORT-WORK-FILE.                                              RCV01470
001480 01  SORT-RECORD.                                                 RCV01480
001490     05  SORT-RUN-DATE                   PIC 9(08).               RCV01490
001500     05  SORT-RUN-TIME                   PIC 9(06).               RCV01500
001510     05  SORT-DECK-ID                    PIC X(08).               RCV01510
001520     05  SORT-SEQUENCE                   PIC 9(08).               RCV01520
001530     05  SORT-ACTION                     PIC X(01).               RCV01530
001540     05  SORT-BEFORE-IMAGE               PIC X(595).              RCV01540
001550     05  SORT-AFTER-IMAGE                PIC X(595).              RCV01550
001560     05  FILLER                          PIC X(12).               RCV01560
001570                                                                  RCV01570
001580 WORKING-STORAGE SECTION.                                         RCV01580
001590*                                                                 RCV01590
001600*     Working Storage Variables                                   RCV01600
001610*                                                                 RCV01610
001620                                                                  RCV01620
001630 01  UNLOAD-FILE-STATUS                  PIC XX.                  RCV01630
001640     88  UNLOAD-FILE-AT-END              VALUE "10".              RCV01640
001650 01  NEW-FILE-STATUS                     PIC XX.                  RCV01650
001660 01  RCV-FILE-STATUS                     PIC XX.                  RCV01660
001670 01  JOURNAL-FILE-STATUS                 PIC XX.                  RCV01670
001680     88  JOURNAL-FILE-AT-END             VALUE "10".              RCV01680
001690 01  REGISTER-FILE-STATUS                PIC XX.                  RCV01690
001700 01  CONTROL-FILE-STATUS                 PIC XX.                  RCV01700
001710                                                                  RCV01710
001720 01  RECOVERY-COUNTS.                                             RCV01720
001730     05  RECORDS-LOADED                  PIC 9(09) COMP VALUE 0.  RCV01730
001740     05  SEQUENCE-ERRORS                 PIC 9(08) COMP VALUE 0.  RCV01740
001750     05  LOAD-ERRORS                     PIC 9(08) COMP VALUE 0.  RCV01750
001760     05  JOURNAL-RECORDS-READ            PIC 9(08) COMP VALUE 0.  RCV01760
001770     05  ENTRIES-ON-BACKUP               PIC 9(08) COMP VALUE 0.  RCV01770
001780     05  ENTRIES-PAST-POINT              PIC 9(08) COMP VALUE 0.  RCV01780
001790     05  ENTRIES-BACKED-OUT              PIC 9(08) COMP VALUE 0.  RCV01790
001800     05  ENTRIES-SELECTED                PIC 9(08) COMP VALUE 0.  RCV01800
001810     05  ENTRIES-APPLIED                 PIC 9(08) COMP VALUE 0.  RCV01810
001820     05  ENTRIES-NOT-APPLIED             PIC 9(08) COMP VALUE 0.  RCV01820
001830     05  ADDS-APPLIED                    PIC 9(08) COMP VALUE 0.  RCV01830
001840     05  CHANGES-APPLIED                 PIC 9(08) COMP VALUE 0.  RCV01840
001850     05  DELETES-APPLIED                 PIC 9(08) COMP VALUE 0.  RCV01850
001860     05  RECORDS-PROVED                  PIC 9(09) COMP VALUE 0.  RCV01860
001870                                                                  RCV01870
001880 01  WS-CONTROL-CARD.                                             RCV01880
001890     05  WS-CC-POINT-DATE                PIC X(08).               RCV01890
001900     05  WS-CC-POINT-TIME                PIC X(06).               RCV01900
001910     05  FILLER                          PIC X(01).               RCV01910
001920     05  WS-CC-POINT-DECK-ID             PIC X(08).               RCV01920
001930     05  FILLER                          PIC X(01).               RCV01930
001940     05  WS-CC-BACKUP-DATE               PIC X(08).               RCV01940
001950     05  WS-CC-BACKUP-TIME               PIC X(06).               RCV01950
001960     05  FILLER                          PIC X(02).               RCV01960
001970     05  WS-CC-BACKED-OUT-DECKS.                                  RCV01970
001980         10  WS-CC-BACKED-OUT-DECK       PIC X(08)                RCV01980
001990                                             OCCURS 5 TIMES.      RCV01990
002000 01  WS-CC-SUB                           PIC 9(01) COMP.          RCV02000
002010                                                                  RCV02010
002020 01  MRCF-REC.                                                    RCV02020
002030     COPY RCFUSA.                                                 RCV02030
002040                                                                  RCV02040
002050 01  MRCF-KEY.                                                    RCV02050
002060     COPY RCFUSAKY.                                               RCV02060
002070                                                                  RCV02070
002080*                                                                 RCV02080
002090*     Hash Totals - same accumulation rule as MRCFUNL and         RCV02090
002100*     MRCFREL: a nonnumeric coordinate field adds zero.           RCV02100
002110*                                                                 RCV02110
002120 01  WS-HASH-TOTALS.                                              RCV02120
002130     05  WS-HASH-NPA                     PIC S9(13)V99  COMP-3    RCV02130
002140                                             VALUE +0.            RCV02140
002150     05  WS-HASH-NXX                     PIC S9(13)V99  COMP-3    RCV02150
002160                                             VALUE +0.            RCV02160
002170     05  WS-HASH-V                       PIC S9(13)V99  COMP-3    RCV02170
002180                                             VALUE +0.            RCV02180
002190     05  WS-HASH-H                       PIC S9(13)V99  COMP-3    RCV02190
002200                                             VALUE +0.            RCV02200
002210                                                                  RCV02210
002220*    Totals the rebuilt master must prove to - the trailer,       RCV02220
002230*    carried forward through every image rolled.                  RCV02230
002240 01  WS-EXPECTED-TOTALS.                                          RCV02240
002250     05  WS-EXP-RECORD-COUNT             PIC S9(09) COMP          RCV02250
002260                                             VALUE +0.            RCV02260
002270     05  WS-EXP-HASH-NPA                 PIC S9(13)V99  COMP-3    RCV02270
002280                                             VALUE +0.            RCV02280
002290     05  WS-EXP-HASH-NXX                 PIC S9(13)V99  COMP-3    RCV02290
002300                                             VALUE +0.            RCV02300
002310     05  WS-EXP-HASH-V                   PIC S9(13)V99  COMP-3    RCV02310
002320                                             VALUE +0.            RCV02320
002330     05  WS-EXP-HASH-H                   PIC S9(13)V99  COMP-3    RCV02330
002340                                             VALUE +0.            RCV02340
002350                                                                  RCV02350
002360*    Hashes of the one image in hand - see B200.                  RCV02360
002370 01  WS-IMAGE-HASHES.                                             RCV02370
002380     05  WS-IMG-HASH-NPA                 PIC S9(13)V99  COMP-3.   RCV02380
002390     05  WS-IMG-HASH-NXX                 PIC S9(13)V99  COMP-3.   RCV02390
002400     05  WS-IMG-HASH-V                   PIC S9(13)V99  COMP-3.   RCV02400
002410     05  WS-IMG-HASH-H                   PIC S9(13)V99  COMP-3.   RCV02410
002420                                                                  RCV02420
002430*    Trailer image held for the acceptance test.                  RCV02430
002440 01  WS-TRAILER-TOTALS.                                           RCV02440
002450     05  WS-TRL-RECORD-COUNT             PIC 9(09).               RCV02450
002460     05  WS-TRL-HASH-NPA                 PIC 9(13)V99.            RCV02460
002470     05  WS-TRL-HASH-NXX                 PIC 9(13)V99.            RCV02470
002480     05  WS-TRL-HASH-V                   PIC 9(13)V99.            RCV02480
002490     05  WS-TRL-HASH-H                   PIC 9(13)V99.            RCV02490
002500     05  WS-TRL-UNLOAD-DATE              PIC X(08).               RCV02500
002510     05  WS-TRL-UNLOAD-TIME              PIC X(06).               RCV02510
002520                                                                  RCV02520
002530*                                                                 RCV02530
002540*     Date/time stamps - compared as 14-digit strings, which      RCV02540
002550*     orders them the same as the dates and times.                RCV02550
002560*                                                                 RCV02560
002570 01  WS-BACKUP-STAMP.                                             RCV02570
002580     05  WS-BACKUP-DATE                  PIC 9(08).               RCV02580
002590     05  WS-BACKUP-TIME                  PIC 9(06).               RCV02590
002600 01  WS-POINT-STAMP.                                              RCV02600
002610     05  WS-POINT-DATE                   PIC 9(08).               RCV02610
002620     05  WS-POINT-TIME                   PIC 9(06).               RCV02620
002630 01  WS-ENTRY-STAMP.                                              RCV02630
002640     05  WS-ENTRY-DATE                   PIC 9(08).               RCV02640
002650     05  WS-ENTRY-TIME                   PIC 9(06).               RCV02650
002660                                                                  RCV02660
002670 01  WS-PREVIOUS-KEY                     PIC X(20)                RCV02670
002680                                             VALUE LOW-VALUES.    RCV02680
002690 01  WS-TRAILER-SEEN-SWITCH              PIC X(01) VALUE "N".     RCV02690
002700     88  WS-TRAILER-SEEN                 VALUE "Y".               RCV02700
002710 01  WS-BACKUP-SWITCH                    PIC X(01) VALUE "Y".     RCV02710
002720     88  WS-BACKUP-ACCEPTED              VALUE "Y".               RCV02720
002730 01  WS-ACCEPT-SWITCH                    PIC X(01) VALUE "Y".     RCV02730
002740     88  WS-NEW-MASTER-ACCEPTED          VALUE "Y".               RCV02740
002750 01  WS-ROLL-SWITCH                      PIC X(01) VALUE "N".     RCV02750
002760     88  WS-ROLL-STOPPED                 VALUE "Y".               RCV02760
002770 01  WS-DECK-FOUND-SWITCH                PIC X(01) VALUE "N".     RCV02770
002780     88  WS-POINT-DECK-FOUND             VALUE "Y".               RCV02780
002790 01  WS-SKIP-SWITCH                      PIC X(01).               RCV02790
002800     88  WS-ENTRY-BACKED-OUT             VALUE "Y".               RCV02800
002810 01  WS-SORT-OUT-EOF-SWITCH              PIC X(01) VALUE "N".     RCV02810
002820     88  WS-SORT-OUT-AT-END              VALUE "Y".               RCV02820
002830 01  WS-NEW-EOF-SWITCH                   PIC X(01) VALUE "N".     RCV02830
002840     88  WS-NEW-AT-END                   VALUE "Y".               RCV02840
002850                                                                  RCV02850
002860 01  WS-STOP-REASON                      PIC X(40).               RCV02860
002870                                                                  RCV02870
002880 01  WS-REGISTER-LINE.                                            RCV02880
002890     05  WS-REG-DISPOSITION              PIC X(09).               RCV02890
002900     05  WS-REG-ACTION                   PIC X(01).               RCV02900
002910     05  FILLER                          PIC X(01).               RCV02910
002920     05  WS-REG-KEY                      PIC X(20).               RCV02920
002930     05  FILLER                          PIC X(01).               RCV02930
002940     05  WS-REG-RUN-DATE                 PIC 9(08).               RCV02940
002950     05  FILLER                          PIC X(01).               RCV02950
002960     05  WS-REG-RUN-TIME                 PIC 9(06).               RCV02960
002970     05  FILLER                          PIC X(01).               RCV02970
002980     05  WS-REG-DECK-ID                  PIC X(08).               RCV02980
002990     05  FILLER                          PIC X(01).               RCV02990
003000     05  WS-REG-SEQUENCE                 PIC 9(08).               RCV03000
003010     05  FILLER                          PIC X(15).               RCV03010
003020                                                                  RCV03020
003030 01  WS-REGISTER-TOTAL-LINE.                                      RCV03030
003040     05  WS-RT-LABEL                     PIC X(34).               RCV03040
003050     05  WS-RT-COUNT                     PIC ZZ,ZZZ,ZZ9.          RCV03050
003060     05  FILLER                          PIC X(36).               RCV03060
003070                                                                  RCV03070
003080 01  WS-RUN-DATE.                                                 RCV03080
003090     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               RCV03090
003100                                                                  RCV03100
003110 01  WS-RUNPOST-ARGS.                                             RCV03110
003120     COPY RUNPSTV1.                                               RCV03120
003130                                                                  RCV03130
003140/                                                                 RCV03140
003150 PROCEDURE DIVISION.                                              RCV03150
003160                                                                  RCV03160
003170 A100-MAIN SECTION.                                               RCV03170
003180 A100-START.                                                      RCV03180
003190     DISPLAY "MRCFRCV - MRCF-MST FORWARD RECOVERY".               RCV03190
003200     DISPLAY SPACE.                                               RCV03200
003210     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.              RCV03210
003220                                                                  RCV03220
003230     PERFORM A050-READ-CONTROL-CARD.                              RCV03230
003240     IF RETURN-CODE = 12                                          RCV03240
003250         GO TO A100-EXIT.                                         RCV03250
003260                                                                  RCV03260
003270     PERFORM B100-LOAD-BACKUP.                                    RCV03270
003280     IF NOT WS-BACKUP-ACCEPTED                                    RCV03280
003290         DISPLAY "BACKUP NOT ACCEPTED - RECOVERY ABANDONED"       RCV03290
003300         MOVE 12 TO RETURN-CODE                                   RCV03300
003310         GO TO A100-EXIT.                                         RCV03310
003320                                                                  RCV03320
003330     PERFORM A150-SET-RECOVERY-POINT.                             RCV03330
003340     IF RETURN-CODE = 12                                          RCV03340
003350         GO TO A100-EXIT.                                         RCV03350
003360                                                                  RCV03360
003370     OPEN I-O RCV-MST.                                            RCV03370
003380     IF RCV-FILE-STATUS NOT = "00"                                RCV03380
003390         DISPLAY "FILE STATUS ERROR OPENING UT-NEWMST: "          RCV03390
003400                     RCV-FILE-STATUS                              RCV03400
003410         MOVE 12 TO RETURN-CODE                                   RCV03410
003420         GO TO A100-EXIT.                                         RCV03420
003430     OPEN OUTPUT REGISTER-FILE.                                   RCV03430
003440     PERFORM A200-WRITE-REGISTER-HEADER.                          RCV03440
003450                                                                  RCV03450
003460*    The journal is sorted back into application order, so a      RCV03460
003470*    journal concatenated out of order still rolls correctly.     RCV03470
003480     SORT SORT-WORK-FILE                                          RCV03480
003490         ON ASCENDING KEY SORT-RUN-DATE                           RCV03490
003500                          SORT-RUN-TIME                           RCV03500
003510                          SORT-SEQUENCE                           RCV03510
003520         INPUT PROCEDURE C000-SELECT-JOURNAL                      RCV03520
003530         OUTPUT PROCEDURE E000-ROLL-FORWARD.                      RCV03530
003540     CLOSE RCV-MST.                                               RCV03540
003550                                                                  RCV03550
003560     IF WS-ROLL-STOPPED                                           RCV03560
003570         MOVE "N" TO WS-ACCEPT-SWITCH                             RCV03570
003580     ELSE                                                         RCV03580
003590         PERFORM F100-PROVE-TOTALS                                RCV03590
003600     END-IF.                                                      RCV03600
003610                                                                  RCV03610
003620     PERFORM A300-WRITE-REGISTER-TOTALS.                          RCV03620
003630     PERFORM D100-CONTROL-REPORT.                                 RCV03630
003640     CLOSE REGISTER-FILE.                                         RCV03640
003650                                                                  RCV03650
003660     IF WS-NEW-MASTER-ACCEPTED                                    RCV03660
003670         DISPLAY "NEW MASTER ACCEPTED - RECOVERED TO "            RCV03670
003680             WS-POINT-DATE " " WS-POINT-TIME                      RCV03680
003690     ELSE                                                         RCV03690
003700         DISPLAY "NEW MASTER NOT ACCEPTED"                        RCV03700
003710         MOVE 12 TO RETURN-CODE                                   RCV03710
003720     END-IF.                                                      RCV03720
003730                                                                  RCV03730
003740     DISPLAY SPACE.                                               RCV03740
003750     DISPLAY "DONE !".                                            RCV03750
003760                                                                  RCV03760
003770 A100-EXIT.                                                       RCV03770
003780     PERFORM G300-POST-RUN-LEDGER.                                RCV03780
003790     STOP RUN.                                                    RCV03790
003800/                                                                 RCV03800
003810 A050-READ-CONTROL-CARD SECTION.                                  RCV03810
003820 A050-START.                                                      RCV03820
003830     MOVE SPACES TO WS-CONTROL-CARD.                              RCV03830
003840     OPEN INPUT CONTROL-CARD-FILE.                                RCV03840
003850     IF CONTROL-FILE-STATUS NOT = "00"                            RCV03850
003860         DISPLAY "RECOVERY CARD MISSING - STATUS: "               RCV03860
003870                     CONTROL-FILE-STATUS                          RCV03870
003880         MOVE 12 TO RETURN-CODE                                   RCV03880
003890         GO TO A050-EXIT.                                         RCV03890
003900     READ CONTROL-CARD-FILE                                       RCV03900
003910         AT END                                                   RCV03910
003920             DISPLAY "RECOVERY CARD MISSING"                      RCV03920
003930             MOVE 12 TO RETURN-CODE                               RCV03930
003940             CLOSE CONTROL-CARD-FILE                              RCV03940
003950             GO TO A050-EXIT                                      RCV03950
003960     END-READ.                                                    RCV03960
003970     MOVE CONTROL-CARD-RECORD TO WS-CONTROL-CARD.                 RCV03970
003980     CLOSE CONTROL-CARD-FILE.                                     RCV03980
003990                                                                  RCV03990
004000*    Exactly one recovery point - a date/time or a deck ID.       RCV04000
004010     IF WS-CC-POINT-DATE = SPACES                                 RCV04010
004020             AND WS-CC-POINT-DECK-ID = SPACES                     RCV04020
004030         DISPLAY "UT-CNTL MUST NAME A RECOVERY DATE OR DECK ID"   RCV04030
004040         MOVE 12 TO RETURN-CODE                                   RCV04040
004050         GO TO A050-EXIT.                                         RCV04050
004060     IF WS-CC-POINT-DATE NOT = SPACES                             RCV04060
004070             AND WS-CC-POINT-DECK-ID NOT = SPACES                 RCV04070
004080         DISPLAY "UT-CNTL MAY NAME A RECOVERY DATE OR A DECK ID"  RCV04080
004090             " - NOT BOTH"                                        RCV04090
004100         MOVE 12 TO RETURN-CODE                                   RCV04100
004110         GO TO A050-EXIT.                                         RCV04110
004120     IF WS-CC-POINT-DATE NOT = SPACES                             RCV04120
004130         IF WS-CC-POINT-DATE NOT NUMERIC                          RCV04130
004140             DISPLAY "INVALID RECOVERY DATE ON UT-CNTL"           RCV04140
004150             MOVE 12 TO RETURN-CODE                               RCV04150
004160             GO TO A050-EXIT                                      RCV04160
004170         END-IF                                                   RCV04170
004180         IF WS-CC-POINT-TIME = SPACES                             RCV04180
004190             MOVE "235959" TO WS-CC-POINT-TIME                    RCV04190
004200         END-IF                                                   RCV04200
004210         IF WS-CC-POINT-TIME NOT NUMERIC                          RCV04210
004220             DISPLAY "INVALID RECOVERY TIME ON UT-CNTL"           RCV04220
004230             MOVE 12 TO RETURN-CODE                               RCV04230
004240             GO TO A050-EXIT                                      RCV04240
004250         END-IF                                                   RCV04250
004260         MOVE WS-CC-POINT-DATE TO WS-POINT-DATE                   RCV04260
004270         MOVE WS-CC-POINT-TIME TO WS-POINT-TIME                   RCV04270
004280     END-IF.                                                      RCV04280
004290     IF WS-CC-BACKUP-DATE NOT = SPACES                            RCV04290
004300         IF WS-CC-BACKUP-TIME = SPACES                            RCV04300
004310             MOVE ZERO TO WS-CC-BACKUP-TIME                       RCV04310
004320         END-IF                                                   RCV04320
004330         IF WS-CC-BACKUP-DATE NOT NUMERIC                         RCV04330
004340                 OR WS-CC-BACKUP-TIME NOT NUMERIC                 RCV04340
004350             DISPLAY "INVALID BACKUP DATE/TIME ON UT-CNTL"        RCV04350
004360             MOVE 12 TO RETURN-CODE                               RCV04360
004370             GO TO A050-EXIT                                      RCV04370
004380         END-IF                                                   RCV04380
004390     END-IF.                                                      RCV04390
004400                                                                  RCV04400
004410     DISPLAY "RECOVERY POINT - DATE: " WS-CC-POINT-DATE           RCV04410
004420         " TIME: " WS-CC-POINT-TIME                               RCV04420
004430         " DECK: " WS-CC-POINT-DECK-ID.                           RCV04430
004440     PERFORM VARYING WS-CC-SUB FROM 1 BY 1 UNTIL WS-CC-SUB > 5    RCV04440
004450         IF WS-CC-BACKED-OUT-DECK (WS-CC-SUB) NOT = SPACES        RCV04450
004460             DISPLAY "DECK NOT ROLLED (BACKED OUT): "             RCV04460
004470                 WS-CC-BACKED-OUT-DECK (WS-CC-SUB)                RCV04470
004480         END-IF                                                   RCV04480
004490     END-PERFORM.                                                 RCV04490
004500 A050-EXIT.                                                       RCV04500
004510     EXIT.                                                        RCV04510
004520/                                                                 RCV04520
004530 A150-SET-RECOVERY-POINT SECTION.                                 RCV04530
004540 A150-START.                                                      RCV04540
004550*    The backup stands at the unload stamp in its trailer; only   RCV04550
004560*    a backup taken before the stamp was carried needs the card.  RCV04560
004570     IF WS-TRL-UNLOAD-DATE NUMERIC                                RCV04570
004580             AND WS-TRL-UNLOAD-DATE NOT = ZERO                    RCV04580
004590             AND WS-TRL-UNLOAD-TIME NUMERIC                       RCV04590
004600         MOVE WS-TRL-UNLOAD-DATE TO WS-BACKUP-DATE                RCV04600
004610         MOVE WS-TRL-UNLOAD-TIME TO WS-BACKUP-TIME                RCV04610
004620     ELSE                                                         RCV04620
004630         IF WS-CC-BACKUP-DATE = SPACES                            RCV04630
004640             DISPLAY "BACKUP CARRIES NO UNLOAD STAMP - "          RCV04640
004650                 "BACKUP DATE/TIME NEEDED ON UT-CNTL"             RCV04650
004660             MOVE 12 TO RETURN-CODE                               RCV04660
004670             GO TO A150-EXIT                                      RCV04670
004680         END-IF                                                   RCV04680
004690         MOVE WS-CC-BACKUP-DATE TO WS-BACKUP-DATE                 RCV04690
004700         MOVE WS-CC-BACKUP-TIME TO WS-BACKUP-TIME                 RCV04700
004710     END-IF.                                                      RCV04710
004720     DISPLAY "BACKUP TAKEN ................. "                    RCV04720
004730         WS-BACKUP-DATE " " WS-BACKUP-TIME.                       RCV04730
004740                                                                  RCV04740
004750     IF WS-CC-POINT-DECK-ID NOT = SPACES                          RCV04750
004760         PERFORM B300-FIND-DECK-POINT                             RCV04760
004770         IF RETURN-CODE = 12                                      RCV04770
004780             GO TO A150-EXIT                                      RCV04780
004790         END-IF                                                   RCV04790
004800         IF NOT WS-POINT-DECK-FOUND                               RCV04800
004810             DISPLAY "DECK " WS-CC-POINT-DECK-ID                  RCV04810
004820                 " NOT ON UT-JRNL AFTER THE BACKUP"               RCV04820
004830             MOVE 12 TO RETURN-CODE                               RCV04830
004840             GO TO A150-EXIT                                      RCV04840
004850         END-IF                                                   RCV04850
004860     END-IF.                                                      RCV04860
004870                                                                  RCV04870
004880     IF WS-POINT-STAMP NOT GREATER THAN WS-BACKUP-STAMP           RCV04880
004890         DISPLAY "RECOVERY POINT IS NOT AFTER THE BACKUP - "      RCV04890
004900             "USE MRCFREL"                                        RCV04900
004910         MOVE 12 TO RETURN-CODE                                   RCV04910
004920         GO TO A150-EXIT.                                         RCV04920
004930     DISPLAY "RECOVERING TO ................ "                    RCV04930
004940         WS-POINT-DATE " " WS-POINT-TIME.                         RCV04940
004950 A150-EXIT.                                                       RCV04950
004960     EXIT.                                                        RCV04960
004970/                                                                 RCV04970
004980 A200-WRITE-REGISTER-HEADER SECTION.                              RCV04980
004990 A200-START.                                                      RCV04990
005000     MOVE SPACES TO REGISTER-RECORD.                              RCV05000
005010     STRING                                                       RCV05010
005020         "MRCF-MST FORWARD RECOVERY REGISTER - RUN DATE "         RCV05020
005030                                        DELIMITED BY SIZE         RCV05030
005040         WS-RUN-DATE-YYYYMMDD           DELIMITED BY SIZE         RCV05040
005050         INTO REGISTER-RECORD                                     RCV05050
005060     END-STRING.                                                  RCV05060
005070     WRITE REGISTER-RECORD.                                       RCV05070
005080     MOVE SPACES TO REGISTER-RECORD.                              RCV05080
005090     STRING                                                       RCV05090
005100         "BACKUP "                      DELIMITED BY SIZE         RCV05100
005110         WS-BACKUP-DATE                 DELIMITED BY SIZE         RCV05110
005120         " "                            DELIMITED BY SIZE         RCV05120
005130         WS-BACKUP-TIME                 DELIMITED BY SIZE         RCV05130
005140         "  RECOVERY POINT "            DELIMITED BY SIZE         RCV05140
005150         WS-POINT-DATE                  DELIMITED BY SIZE         RCV05150
005160         " "                            DELIMITED BY SIZE         RCV05160
005170         WS-POINT-TIME                  DELIMITED BY SIZE         RCV05170
005180         "  DECK "                      DELIMITED BY SIZE         RCV05180
005190         WS-CC-POINT-DECK-ID            DELIMITED BY SIZE         RCV05190
005200         INTO REGISTER-RECORD                                     RCV05200
005210     END-STRING.                                                  RCV05210
005220     WRITE REGISTER-RECORD.                                       RCV05220
005230     MOVE SPACES TO REGISTER-RECORD.                              RCV05230
005240     WRITE REGISTER-RECORD.                                       RCV05240
005250 A200-EXIT.                                                       RCV05250
005260     EXIT.                                                        RCV05260
005270/                                                                 RCV05270
005280 A300-WRITE-REGISTER-TOTALS SECTION.                              RCV05280
005290 A300-START.                                                      RCV05290
005300     MOVE SPACES TO REGISTER-RECORD.                              RCV05300
005310     WRITE REGISTER-RECORD.                                       RCV05310
005320     MOVE SPACES TO WS-REGISTER-TOTAL-LINE.                       RCV05320
005330     MOVE "BACKUP RECORDS LOADED ........" TO WS-RT-LABEL.        RCV05330
005340     MOVE RECORDS-LOADED TO WS-RT-COUNT.                          RCV05340
005350     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RCV05350
005360     MOVE "JOURNAL RECORDS READ ........." TO WS-RT-LABEL.        RCV05360
005370     MOVE JOURNAL-RECORDS-READ TO WS-RT-COUNT.                    RCV05370
005380     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RCV05380
005390     MOVE "ENTRIES ALREADY ON BACKUP ...." TO WS-RT-LABEL.        RCV05390
005400     MOVE ENTRIES-ON-BACKUP TO WS-RT-COUNT.                       RCV05400
005410     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RCV05410
005420     MOVE "ENTRIES PAST RECOVERY POINT .." TO WS-RT-LABEL.        RCV05420
005430     MOVE ENTRIES-PAST-POINT TO WS-RT-COUNT.                      RCV05430
005440     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RCV05440
005450     MOVE "ENTRIES OF BACKED-OUT DECKS .." TO WS-RT-LABEL.        RCV05450
005460     MOVE ENTRIES-BACKED-OUT TO WS-RT-COUNT.                      RCV05460
005470     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RCV05470
005480     MOVE "ENTRIES SELECTED ............." TO WS-RT-LABEL.        RCV05480
005490     MOVE ENTRIES-SELECTED TO WS-RT-COUNT.                        RCV05490
005500     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RCV05500
005510     MOVE "ENTRIES APPLIED .............." TO WS-RT-LABEL.        RCV05510
005520     MOVE ENTRIES-APPLIED TO WS-RT-COUNT.                         RCV05520
005530     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RCV05530
005540     MOVE "ENTRIES NOT APPLIED .........." TO WS-RT-LABEL.        RCV05540
005550     MOVE ENTRIES-NOT-APPLIED TO WS-RT-COUNT.                     RCV05550
005560     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RCV05560
005570     MOVE "RECORDS ON RECOVERED MASTER .." TO WS-RT-LABEL.        RCV05570
005580     MOVE RECORDS-PROVED TO WS-RT-COUNT.                          RCV05580
005590     WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.           RCV05590
005600     MOVE SPACES TO REGISTER-RECORD.                              RCV05600
005610     WRITE REGISTER-RECORD.                                       RCV05610
005620     IF WS-NEW-MASTER-ACCEPTED                                    RCV05620
005630         MOVE "NEW MASTER ACCEPTED" TO REGISTER-RECORD            RCV05630
005640     ELSE                                                         RCV05640
005650         MOVE "NEW MASTER NOT ACCEPTED" TO REGISTER-RECORD        RCV05650
005660     END-IF.                                                      RCV05660
005670     WRITE REGISTER-RECORD.                                       RCV05670
005680 A300-EXIT.                                                       RCV05680
005690     EXIT.                                                        RCV05690
005700/                                                                 RCV05700
005710 B100-LOAD-BACKUP SECTION.                                        RCV05710
005720 B100-START.                                                      RCV05720
005730     OPEN INPUT UNLOAD-FILE.                                      RCV05730
005740     IF UNLOAD-FILE-STATUS NOT = "00"                             RCV05740
005750         DISPLAY "FILE STATUS ERROR OPENING UT-UNLOAD: "          RCV05750
005760                     UNLOAD-FILE-STATUS                           RCV05760
005770         MOVE "N" TO WS-BACKUP-SWITCH                             RCV05770
005780         GO TO B100-EXIT.                                         RCV05780
005790     OPEN OUTPUT NEW-MST.                                         RCV05790
005800     IF NEW-FILE-STATUS NOT = "00"                                RCV05800
005810         DISPLAY "FILE STATUS ERROR OPENING UT-NEWMST: "          RCV05810
005820                     NEW-FILE-STATUS                              RCV05820
005830         MOVE "N" TO WS-BACKUP-SWITCH                             RCV05830
005840         CLOSE UNLOAD-FILE                                        RCV05840
005850         GO TO B100-EXIT.                                         RCV05850
005860                                                                  RCV05860
005870     PERFORM B150-LOAD-ONE-RECORD UNTIL UNLOAD-FILE-AT-END.       RCV05870
005880     CLOSE UNLOAD-FILE.                                           RCV05880
005890     CLOSE NEW-MST.                                               RCV05890
005900     PERFORM C900-PROVE-BACKUP.                                   RCV05900
005910                                                                  RCV05910
005920*    The roll-forward starts from the proved trailer totals.      RCV05920
005930     MOVE WS-TRL-RECORD-COUNT TO WS-EXP-RECORD-COUNT.             RCV05930
005940     MOVE WS-TRL-HASH-NPA TO WS-EXP-HASH-NPA.                     RCV05940
005950     MOVE WS-TRL-HASH-NXX TO WS-EXP-HASH-NXX.                     RCV05950
005960     MOVE WS-TRL-HASH-V TO WS-EXP-HASH-V.                         RCV05960
005970     MOVE WS-TRL-HASH-H TO WS-EXP-HASH-H.                         RCV05970
005980 B100-EXIT.                                                       RCV05980
005990     EXIT.                                                        RCV05990
006000/                                                                 RCV06000
006010 B150-LOAD-ONE-RECORD SECTION.                                    RCV06010
006020 B150-START.                                                      RCV06020
006030     READ UNLOAD-FILE                                             RCV06030
006040         AT END                                                   RCV06040
006050             MOVE "10" TO UNLOAD-FILE-STATUS                      RCV06050
006060             GO TO B150-EXIT                                      RCV06060
006070     END-READ.                                                    RCV06070
006080     IF UNLOAD-FILE-STATUS NOT = "00"                             RCV06080
006090         DISPLAY "FILE STATUS ERROR ON UT-UNLOAD: "               RCV06090
006100                     UNLOAD-FILE-STATUS                           RCV06100
006110         MOVE "10" TO UNLOAD-FILE-STATUS                          RCV06110
006120         MOVE "N" TO WS-BACKUP-SWITCH                             RCV06120
006130         GO TO B150-EXIT.                                         RCV06130
006140                                                                  RCV06140
006150     IF UT-TRAILER-ID = "TT"                                      RCV06150
006160         MOVE UT-RECORD-COUNT TO WS-TRL-RECORD-COUNT              RCV06160
006170         MOVE UT-HASH-NPA TO WS-TRL-HASH-NPA                      RCV06170
006180         MOVE UT-HASH-NXX TO WS-TRL-HASH-NXX                      RCV06180
006190         MOVE UT-HASH-V TO WS-TRL-HASH-V                          RCV06190
006200         MOVE UT-HASH-H TO WS-TRL-HASH-H                          RCV06200
006210         MOVE UT-UNLOAD-DATE TO WS-TRL-UNLOAD-DATE                RCV06210
006220         MOVE UT-UNLOAD-TIME TO WS-TRL-UNLOAD-TIME                RCV06220
006230         SET WS-TRAILER-SEEN TO TRUE                              RCV06230
006240         MOVE "10" TO UNLOAD-FILE-STATUS                          RCV06240
006250         GO TO B150-EXIT.                                         RCV06250
006260                                                                  RCV06260
006270     MOVE UNLOAD-RECORD TO MRCF-REC.                              RCV06270
006280     IF KEY-FIELDS OF MRCF-REC NOT GREATER THAN WS-PREVIOUS-KEY   RCV06280
006290         DISPLAY "KEY SEQUENCE ERROR AT: "                        RCV06290
006300             KEY-FIELDS OF MRCF-REC                               RCV06300
006310         ADD 1 TO SEQUENCE-ERRORS                                 RCV06310
006320         MOVE "N" TO WS-BACKUP-SWITCH                             RCV06320
006330         MOVE "10" TO UNLOAD-FILE-STATUS                          RCV06330
006340         GO TO B150-EXIT.                                         RCV06340
006350     MOVE KEY-FIELDS OF MRCF-REC TO WS-PREVIOUS-KEY.              RCV06350
006360                                                                  RCV06360
006370     MOVE MRCF-REC TO NEW-RECORD.                                 RCV06370
006380     WRITE NEW-RECORD                                             RCV06380
006390         INVALID KEY                                              RCV06390
006400             DISPLAY "LOAD ERROR AT KEY: "                        RCV06400
006410                 KEY-FIELDS OF MRCF-REC                           RCV06410
006420             ADD 1 TO LOAD-ERRORS                                 RCV06420
006430             MOVE "N" TO WS-BACKUP-SWITCH                         RCV06430
006440             MOVE "10" TO UNLOAD-FILE-STATUS                      RCV06440
006450             GO TO B150-EXIT                                      RCV06450
006460     END-WRITE.                                                   RCV06460
006470     ADD 1 TO RECORDS-LOADED.                                     RCV06470
006480     PERFORM B200-HASH-IMAGE.                                     RCV06480
006490     ADD WS-IMG-HASH-NPA TO WS-HASH-NPA.                          RCV06490
006500     ADD WS-IMG-HASH-NXX TO WS-HASH-NXX.                          RCV06500
006510     ADD WS-IMG-HASH-V TO WS-HASH-V.                              RCV06510
006520     ADD WS-IMG-HASH-H TO WS-HASH-H.                              RCV06520
006530 B150-EXIT.                                                       RCV06530
006540     EXIT.                                                        RCV06540
006550/                                                                 RCV06550
006560 B200-HASH-IMAGE SECTION.                                         RCV06560
006570 B200-START.                                                      RCV06570
006580*    Hashes the master image in MRCF-REC into WS-IMAGE-HASHES.    RCV06580
006590     MOVE ZERO TO WS-IMG-HASH-NPA.                                RCV06590
006600     MOVE ZERO TO WS-IMG-HASH-NXX.                                RCV06600
006610     MOVE ZERO TO WS-IMG-HASH-V.                                  RCV06610
006620     MOVE ZERO TO WS-IMG-HASH-H.                                  RCV06620
006630     MOVE KEY-FIELDS OF MRCF-REC TO MRCF-KEY.                     RCV06630
006640     IF NPA OF MRCF-KEY NUMERIC                                   RCV06640
006650         MOVE NPA OF MRCF-KEY TO WS-IMG-HASH-NPA                  RCV06650
006660     END-IF.                                                      RCV06660
006670     IF NXX OF MRCF-KEY NUMERIC                                   RCV06670
006680         MOVE NXX OF MRCF-KEY TO WS-IMG-HASH-NXX                  RCV06680
006690     END-IF.                                                      RCV06690
006700     IF WIRE-CENTER-V OF DATA-FIELDS OF MRCF-REC NUMERIC          RCV06700
006710         MOVE WIRE-CENTER-V OF DATA-FIELDS OF MRCF-REC            RCV06710
006720             TO WS-IMG-HASH-V                                     RCV06720
006730     END-IF.                                                      RCV06730
006740     IF WIRE-CENTER-H OF DATA-FIELDS OF MRCF-REC NUMERIC          RCV06740
006750         MOVE WIRE-CENTER-H OF DATA-FIELDS OF MRCF-REC            RCV06750
006760             TO WS-IMG-HASH-H                                     RCV06760
006770     END-IF.                                                      RCV06770
006780 B200-EXIT.                                                       RCV06780
006790     EXIT.                                                        RCV06790
006800/                                                                 RCV06800
006810 B300-FIND-DECK-POINT SECTION.                                    RCV06810
006820 B300-START.                                                      RCV06820
006830*    A deck recovery point is the last application of that deck   RCV06830
006840*    after the backup - the master as the deck left it.           RCV06840
006850     OPEN INPUT JOURNAL-FILE.                                     RCV06850
006860     IF JOURNAL-FILE-STATUS NOT = "00"                            RCV06860
006870         DISPLAY "FILE STATUS ERROR OPENING UT-JRNL: "            RCV06870
006880                     JOURNAL-FILE-STATUS                          RCV06880
006890         MOVE 12 TO RETURN-CODE                                   RCV06890
006900         GO TO B300-EXIT.                                         RCV06900
006910     MOVE LOW-VALUES TO WS-POINT-STAMP.                           RCV06910
006920     PERFORM B350-TEST-ONE-ENTRY UNTIL JOURNAL-FILE-AT-END.       RCV06920
006930     CLOSE JOURNAL-FILE.                                          RCV06930
006940 B300-EXIT.                                                       RCV06940
006950     EXIT.                                                        RCV06950
006960/                                                                 RCV06960
006970 B350-TEST-ONE-ENTRY SECTION.                                     RCV06970
006980 B350-START.                                                      RCV06980
006990     READ JOURNAL-FILE                                            RCV06990
007000         AT END                                                   RCV07000
007010             MOVE "10" TO JOURNAL-FILE-STATUS                     RCV07010
007020             GO TO B350-EXIT                                      RCV07020
007030     END-READ.                                                    RCV07030
007040     IF JOURNAL-FILE-STATUS NOT = "00"                            RCV07040
007050         DISPLAY "FILE STATUS ERROR ON UT-JRNL: "                 RCV07050
007060                     JOURNAL-FILE-STATUS                          RCV07060
007070         MOVE "10" TO JOURNAL-FILE-STATUS                         RCV07070
007080         MOVE 12 TO RETURN-CODE                                   RCV07080
007090         GO TO B350-EXIT.                                         RCV07090
007100     IF JR-DECK-ID NOT = WS-CC-POINT-DECK-ID                      RCV07100
007110         GO TO B350-EXIT.                                         RCV07110
007120     IF JR-RUN-DATE NOT NUMERIC OR JR-RUN-TIME NOT NUMERIC        RCV07120
007130         GO TO B350-EXIT.                                         RCV07130
007140     MOVE JR-RUN-DATE TO WS-ENTRY-DATE.                           RCV07140
007150     MOVE JR-RUN-TIME TO WS-ENTRY-TIME.                           RCV07150
007160     IF WS-ENTRY-STAMP NOT GREATER THAN WS-BACKUP-STAMP           RCV07160
007170         GO TO B350-EXIT.                                         RCV07170
007180     IF NOT WS-POINT-DECK-FOUND                                   RCV07180
007190             OR WS-ENTRY-STAMP > WS-POINT-STAMP                   RCV07190
007200         MOVE WS-ENTRY-STAMP TO WS-POINT-STAMP                    RCV07200
007210         SET WS-POINT-DECK-FOUND TO TRUE                          RCV07210
007220     END-IF.                                                      RCV07220
007230 B350-EXIT.                                                       RCV07230
007240     EXIT.                                                        RCV07240
007250/                                                                 RCV07250
007260 C000-SELECT-JOURNAL SECTION.                                     RCV07260
007270 C000-START.                                                      RCV07270
007280     OPEN INPUT JOURNAL-FILE.                                     RCV07280
007290     IF JOURNAL-FILE-STATUS NOT = "00"                            RCV07290
007300         DISPLAY "FILE STATUS ERROR OPENING UT-JRNL: "            RCV07300
007310                     JOURNAL-FILE-STATUS                          RCV07310
007320         MOVE "FILE STATUS ERROR OPENING UT-JRNL"                 RCV07320
007330             TO WS-STOP-REASON                                    RCV07330
007340         SET WS-ROLL-STOPPED TO TRUE                              RCV07340
007350         GO TO C000-EXIT.                                         RCV07350
007360     PERFORM C100-SELECT-ONE-ENTRY UNTIL JOURNAL-FILE-AT-END.     RCV07360
007370     CLOSE JOURNAL-FILE.                                          RCV07370
007380     DISPLAY "JOURNAL ENTRIES SELECTED: " ENTRIES-SELECTED.       RCV07380
007390 C000-EXIT.                                                       RCV07390
007400     EXIT.                                                        RCV07400
007410/                                                                 RCV07410
007420 C100-SELECT-ONE-ENTRY SECTION.                                   RCV07420
007430 C100-START.                                                      RCV07430
007440     READ JOURNAL-FILE                                            RCV07440
007450         AT END                                                   RCV07450
007460             MOVE "10" TO JOURNAL-FILE-STATUS                     RCV07460
007470             GO TO C100-EXIT                                      RCV07470
007480     END-READ.                                                    RCV07480
007490     IF JOURNAL-FILE-STATUS NOT = "00"                            RCV07490
007500         DISPLAY "FILE STATUS ERROR ON UT-JRNL: "                 RCV07500
007510                     JOURNAL-FILE-STATUS                          RCV07510
007520         MOVE "FILE STATUS ERROR ON UT-JRNL"                      RCV07520
007530             TO WS-STOP-REASON                                    RCV07530
007540         SET WS-ROLL-STOPPED TO TRUE                              RCV07540
007550         MOVE "10" TO JOURNAL-FILE-STATUS                         RCV07550
007560         GO TO C100-EXIT.                                         RCV07560
007570     ADD 1 TO JOURNAL-RECORDS-READ.                               RCV07570
007580*    An entry that cannot be placed in time cannot be rolled      RCV07580
007590*    safely - nothing is applied.                                 RCV07590
007600     IF JR-RUN-DATE NOT NUMERIC                                   RCV07600
007610             OR JR-RUN-TIME NOT NUMERIC                           RCV07610
007620             OR JR-SEQUENCE NOT NUMERIC                           RCV07620
007630         DISPLAY "UNREADABLE JOURNAL ENTRY AT RECORD "            RCV07630
007640             JOURNAL-RECORDS-READ                                 RCV07640
007650         MOVE "UNREADABLE DATE/TIME ON UT-JRNL"                   RCV07650
007660             TO WS-STOP-REASON                                    RCV07660
007670         SET WS-ROLL-STOPPED TO TRUE                              RCV07670
007680         GO TO C100-EXIT.                                         RCV07680
007690     MOVE JR-RUN-DATE TO WS-ENTRY-DATE.                           RCV07690
007700     MOVE JR-RUN-TIME TO WS-ENTRY-TIME.                           RCV07700
007710     IF WS-ENTRY-STAMP NOT GREATER THAN WS-BACKUP-STAMP           RCV07710
007720         ADD 1 TO ENTRIES-ON-BACKUP                               RCV07720
007730         GO TO C100-EXIT.                                         RCV07730
007740     IF WS-ENTRY-STAMP > WS-POINT-STAMP                           RCV07740
007750         ADD 1 TO ENTRIES-PAST-POINT                              RCV07750
007760         GO TO C100-EXIT.                                         RCV07760
007770     MOVE "N" TO WS-SKIP-SWITCH.                                  RCV07770
007780     PERFORM VARYING WS-CC-SUB FROM 1 BY 1 UNTIL WS-CC-SUB > 5    RCV07780
007790         IF WS-CC-BACKED-OUT-DECK (WS-CC-SUB) NOT = SPACES        RCV07790
007800             AND WS-CC-BACKED-OUT-DECK (WS-CC-SUB) = JR-DECK-ID   RCV07800
007810             SET WS-ENTRY-BACKED-OUT TO TRUE                      RCV07810
007820         END-IF                                                   RCV07820
007830     END-PERFORM.                                                 RCV07830
007840     IF WS-ENTRY-BACKED-OUT                                       RCV07840
007850         ADD 1 TO ENTRIES-BACKED-OUT                              RCV07850
007860         GO TO C100-EXIT.                                         RCV07860
007870     ADD 1 TO ENTRIES-SELECTED.                                   RCV07870
007880     RELEASE SORT-RECORD FROM JOURNAL-RECORD.                     RCV07880
007890 C100-EXIT.                                                       RCV07890
007900     EXIT.                                                        RCV07900
007910/                                                                 RCV07910
007920 C900-PROVE-BACKUP SECTION.                                       RCV07920
007930 C900-START.                                                      RCV07930
007940     IF NOT WS-TRAILER-SEEN                                       RCV07940
007950         DISPLAY "NO TRAILER ON UT-UNLOAD - TOTALS UNPROVABLE"    RCV07950
007960         MOVE "N" TO WS-BACKUP-SWITCH                             RCV07960
007970         GO TO C900-EXIT.                                         RCV07970
007980     IF RECORDS-LOADED NOT = WS-TRL-RECORD-COUNT                  RCV07980
007990         DISPLAY "RECORD COUNT OUT OF BALANCE - TRAILER "         RCV07990
008000             WS-TRL-RECORD-COUNT " LOADED " RECORDS-LOADED        RCV08000
008010         MOVE "N" TO WS-BACKUP-SWITCH                             RCV08010
008020     END-IF.                                                      RCV08020
008030     IF WS-HASH-NPA NOT = WS-TRL-HASH-NPA                         RCV08030
008040         DISPLAY "NPA HASH OUT OF BALANCE"                        RCV08040
008050         MOVE "N" TO WS-BACKUP-SWITCH                             RCV08050
008060     END-IF.                                                      RCV08060
008070     IF WS-HASH-NXX NOT = WS-TRL-HASH-NXX                         RCV08070
008080         DISPLAY "NXX HASH OUT OF BALANCE"                        RCV08080
008090         MOVE "N" TO WS-BACKUP-SWITCH                             RCV08090
008100     END-IF.                                                      RCV08100
008110     IF WS-HASH-V NOT = WS-TRL-HASH-V                             RCV08110
008120         DISPLAY "WIRE-CENTER-V HASH OUT OF BALANCE"              RCV08120
008130         MOVE "N" TO WS-BACKUP-SWITCH                             RCV08130
008140     END-IF.                                                      RCV08140
008150     IF WS-HASH-H NOT = WS-TRL-HASH-H                             RCV08150
008160         DISPLAY "WIRE-CENTER-H HASH OUT OF BALANCE"              RCV08160
008170         MOVE "N" TO WS-BACKUP-SWITCH                             RCV08170
008180     END-IF.                                                      RCV08180
008190 C900-EXIT.                                                       RCV08190
008200     EXIT.                                                        RCV08200
008210/                                                                 RCV08210
008220 E000-ROLL-FORWARD SECTION.                                       RCV08220
008230 E000-START.                                                      RCV08230
008240     MOVE "N" TO WS-SORT-OUT-EOF-SWITCH.                          RCV08240
008250*    A stop during selection means nothing is rolled at all.      RCV08250
008260     IF WS-ROLL-STOPPED                                           RCV08260
008270         PERFORM E800-WRITE-STOP-REASON                           RCV08270
008280     END-IF.                                                      RCV08280
008290     PERFORM UNTIL WS-SORT-OUT-AT-END                             RCV08290
008300         RETURN SORT-WORK-FILE                                    RCV08300
008310             AT END                                               RCV08310
008320                 SET WS-SORT-OUT-AT-END TO TRUE                   RCV08320
008330             NOT AT END                                           RCV08330
008340                 PERFORM E100-ROLL-ONE-ENTRY                      RCV08340
008350         END-RETURN                                               RCV08350
008360     END-PERFORM.                                                 RCV08360
008370 E000-EXIT.                                                       RCV08370
008380     EXIT.                                                        RCV08380
008390/                                                                 RCV08390
008400 E100-ROLL-ONE-ENTRY SECTION.                                     RCV08400
008410 E100-START.                                                      RCV08410
008420     IF WS-ROLL-STOPPED                                           RCV08420
008430         ADD 1 TO ENTRIES-NOT-APPLIED                             RCV08430
008440         GO TO E100-EXIT.                                         RCV08440
008450     MOVE SPACES TO WS-REGISTER-LINE.                             RCV08450
008460     MOVE SORT-ACTION TO WS-REG-ACTION.                           RCV08460
008470     MOVE SORT-RUN-DATE TO WS-REG-RUN-DATE.                       RCV08470
008480     MOVE SORT-RUN-TIME TO WS-REG-RUN-TIME.                       RCV08480
008490     MOVE SORT-DECK-ID TO WS-REG-DECK-ID.                         RCV08490
008500     MOVE SORT-SEQUENCE TO WS-REG-SEQUENCE.                       RCV08500
008510*    An add journals no before-image - the key rides in the       RCV08510
008520*    after-image.                                                 RCV08520
008530     IF SORT-ACTION = "A"                                         RCV08530
008540         MOVE SORT-AFTER-IMAGE (1:20) TO WS-REG-KEY               RCV08540
008550     ELSE                                                         RCV08550
008560         MOVE SORT-BEFORE-IMAGE (1:20) TO WS-REG-KEY              RCV08560
008570     END-IF.                                                      RCV08570
008580                                                                  RCV08580
008590     IF SORT-ACTION = "A"                                         RCV08590
008600         PERFORM E200-ROLL-ADD                                    RCV08600
008610     ELSE                                                         RCV08610
008620         IF SORT-ACTION = "C"                                     RCV08620
008630             PERFORM E300-ROLL-CHANGE                             RCV08630
008640         ELSE                                                     RCV08640
008650             IF SORT-ACTION = "D"                                 RCV08650
008660                 PERFORM E400-ROLL-DELETE                         RCV08660
008670             ELSE                                                 RCV08670
008680                 MOVE "INVALID ACTION ON JOURNAL ENTRY"           RCV08680
008690                     TO WS-STOP-REASON                            RCV08690
008700                 PERFORM E700-STOP-ROLL                           RCV08700
008710             END-IF                                               RCV08710
008720         END-IF                                                   RCV08720
008730     END-IF.                                                      RCV08730
008740 E100-EXIT.                                                       RCV08740
008750     EXIT.                                                        RCV08750
008760/                                                                 RCV08760
008770 E200-ROLL-ADD SECTION.                                           RCV08770
008780 E200-START.                                                      RCV08780
008790     MOVE WS-REG-KEY TO KEY-FIELDS OF RCV-RECORD.                 RCV08790
008800     READ RCV-MST                                                 RCV08800
008810         INVALID KEY                                              RCV08810
008820             CONTINUE                                             RCV08820
008830     END-READ.                                                    RCV08830
008840     IF RCV-FILE-STATUS = "00"                                    RCV08840
008850         MOVE "ADDED KEY ALREADY ON REBUILT MASTER"               RCV08850
008860             TO WS-STOP-REASON                                    RCV08860
008870         PERFORM E700-STOP-ROLL                                   RCV08870
008880         GO TO E200-EXIT.                                         RCV08880
008890     MOVE SORT-AFTER-IMAGE TO RCV-RECORD.                         RCV08890
008900     WRITE RCV-RECORD                                             RCV08900
008910         INVALID KEY                                              RCV08910
008920             MOVE "ADD REFUSED BY REBUILT MASTER"                 RCV08920
008930                 TO WS-STOP-REASON                                RCV08930
008940             PERFORM E700-STOP-ROLL                               RCV08940
008950             GO TO E200-EXIT                                      RCV08950
008960     END-WRITE.                                                   RCV08960
008970     ADD 1 TO ADDS-APPLIED.                                       RCV08970
008980     ADD 1 TO WS-EXP-RECORD-COUNT.                                RCV08980
008990     MOVE SORT-AFTER-IMAGE TO MRCF-REC.                           RCV08990
009000     PERFORM E600-ADD-IMAGE-HASHES.                               RCV09000
009010     PERFORM E500-WRITE-APPLIED.                                  RCV09010
009020 E200-EXIT.                                                       RCV09020
009030     EXIT.                                                        RCV09030
009040/                                                                 RCV09040
009050 E300-ROLL-CHANGE SECTION.                                        RCV09050
009060 E300-START.                                                      RCV09060
009070     PERFORM E350-CHECK-BEFORE-IMAGE.                             RCV09070
009080     IF WS-ROLL-STOPPED                                           RCV09080
009090         GO TO E300-EXIT.                                         RCV09090
009100     MOVE SORT-AFTER-IMAGE TO RCV-RECORD.                         RCV09100
009110     REWRITE RCV-RECORD                                           RCV09110
009120         INVALID KEY                                              RCV09120
009130             MOVE "CHANGE REFUSED BY REBUILT MASTER"              RCV09130
009140                 TO WS-STOP-REASON                                RCV09140
009150             PERFORM E700-STOP-ROLL                               RCV09150
009160             GO TO E300-EXIT                                      RCV09160
009170     END-REWRITE.                                                 RCV09170
009180     ADD 1 TO CHANGES-APPLIED.                                    RCV09180
009190     MOVE SORT-BEFORE-IMAGE TO MRCF-REC.                          RCV09190
009200     PERFORM E650-SUBTRACT-IMAGE-HASHES.                          RCV09200
009210     MOVE SORT-AFTER-IMAGE TO MRCF-REC.                           RCV09210
009220     PERFORM E600-ADD-IMAGE-HASHES.                               RCV09220
009230     PERFORM E500-WRITE-APPLIED.                                  RCV09230
009240 E300-EXIT.                                                       RCV09240
009250     EXIT.                                                        RCV09250
009260/                                                                 RCV09260
009270 E350-CHECK-BEFORE-IMAGE SECTION.                                 RCV09270
009280 E350-START.                                                      RCV09280
009290*    The rebuilt master must hold exactly what the journal says   RCV09290
009300*    was there before the entry was first applied.                RCV09300
009310     MOVE WS-REG-KEY TO KEY-FIELDS OF RCV-RECORD.                 RCV09310
009320     READ RCV-MST                                                 RCV09320
009330         INVALID KEY                                              RCV09330
009340             MOVE "KEY NOT ON REBUILT MASTER"                     RCV09340
009350                 TO WS-STOP-REASON                                RCV09350
009360             PERFORM E700-STOP-ROLL                               RCV09360
009370             GO TO E350-EXIT                                      RCV09370
009380     END-READ.                                                    RCV09380
009390     IF RCV-RECORD NOT = SORT-BEFORE-IMAGE                        RCV09390
009400         MOVE "BEFORE-IMAGE DOES NOT MATCH REBUILT MASTER"        RCV09400
009410             TO WS-STOP-REASON                                    RCV09410
009420         PERFORM E700-STOP-ROLL                                   RCV09420
009430     END-IF.                                                      RCV09430
009440 E350-EXIT.                                                       RCV09440
009450     EXIT.                                                        RCV09450
009460/                                                                 RCV09460
009470 E400-ROLL-DELETE SECTION.                                        RCV09470
009480 E400-START.                                                      RCV09480
009490     PERFORM E350-CHECK-BEFORE-IMAGE.                             RCV09490
009500     IF WS-ROLL-STOPPED                                           RCV09500
009510         GO TO E400-EXIT.                                         RCV09510
009520     DELETE RCV-MST RECORD                                        RCV09520
009530         INVALID KEY                                              RCV09530
009540             MOVE "DELETE REFUSED BY REBUILT MASTER"              RCV09540
009550                 TO WS-STOP-REASON                                RCV09550
009560             PERFORM E700-STOP-ROLL                               RCV09560
009570             GO TO E400-EXIT                                      RCV09570
009580     END-DELETE.                                                  RCV09580
009590     ADD 1 TO DELETES-APPLIED.                                    RCV09590
009600     SUBTRACT 1 FROM WS-EXP-RECORD-COUNT.                         RCV09600
009610     MOVE SORT-BEFORE-IMAGE TO MRCF-REC.                          RCV09610
009620     PERFORM E650-SUBTRACT-IMAGE-HASHES.                          RCV09620
009630     PERFORM E500-WRITE-APPLIED.                                  RCV09630
009640 E400-EXIT.                                                       RCV09640
009650     EXIT.                                                        RCV09650
009660/                                                                 RCV09660
009670 E500-WRITE-APPLIED SECTION.                                      RCV09670
009680 E500-START.                                                      RCV09680
009690     ADD 1 TO ENTRIES-APPLIED.                                    RCV09690
009700     MOVE "APPLIED" TO WS-REG-DISPOSITION.                        RCV09700
009710     WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.                 RCV09710
009720 E500-EXIT.                                                       RCV09720
009730     EXIT.                                                        RCV09730
009740/                                                                 RCV09740
009750 E600-ADD-IMAGE-HASHES SECTION.                                   RCV09750
009760 E600-START.                                                      RCV09760
009770     PERFORM B200-HASH-IMAGE.                                     RCV09770
009780     ADD WS-IMG-HASH-NPA TO WS-EXP-HASH-NPA.                      RCV09780
009790     ADD WS-IMG-HASH-NXX TO WS-EXP-HASH-NXX.                      RCV09790
009800     ADD WS-IMG-HASH-V TO WS-EXP-HASH-V.                          RCV09800
009810     ADD WS-IMG-HASH-H TO WS-EXP-HASH-H.                          RCV09810
009820 E600-EXIT.                                                       RCV09820
009830     EXIT.                                                        RCV09830
009840/                                                                 RCV09840
009850 E650-SUBTRACT-IMAGE-HASHES SECTION.                              RCV09850
009860 E650-START.                                                      RCV09860
009870     PERFORM B200-HASH-IMAGE.                                     RCV09870
009880     SUBTRACT WS-IMG-HASH-NPA FROM WS-EXP-HASH-NPA.               RCV09880
009890     SUBTRACT WS-IMG-HASH-NXX FROM WS-EXP-HASH-NXX.               RCV09890
009900     SUBTRACT WS-IMG-HASH-V FROM WS-EXP-HASH-V.                   RCV09900
009910     SUBTRACT WS-IMG-HASH-H FROM WS-EXP-HASH-H.                   RCV09910
009920 E650-EXIT.                                                       RCV09920
009930     EXIT.                                                        RCV09930
009940/                                                                 RCV09940
009950 E700-STOP-ROLL SECTION.                                          RCV09950
009960 E700-START.                                                      RCV09960
009970*    The first mismatch ends the roll - the entry is listed       RCV09970
009980*    STOPPED and nothing after it is applied.                     RCV09980
009990     SET WS-ROLL-STOPPED TO TRUE.                                 RCV09990
010000     ADD 1 TO ENTRIES-NOT-APPLIED.                                RCV10000
010010     MOVE "STOPPED" TO WS-REG-DISPOSITION.                        RCV10010
010020     WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.                 RCV10020
010030     PERFORM E800-WRITE-STOP-REASON.                              RCV10030
010040     DISPLAY "ROLL-FORWARD STOPPED AT " WS-REG-RUN-DATE " "       RCV10040
010050         WS-REG-RUN-TIME " DECK " WS-REG-DECK-ID                  RCV10050
010060         " SEQ " WS-REG-SEQUENCE.                                 RCV10060
010070 E700-EXIT.                                                       RCV10070
010080     EXIT.                                                        RCV10080
010090/                                                                 RCV10090
010100 E800-WRITE-STOP-REASON SECTION.                                  RCV10100
010110 E800-START.                                                      RCV10110
010120     DISPLAY "ROLL-FORWARD STOPPED - " WS-STOP-REASON.            RCV10120
010130     MOVE SPACES TO REGISTER-RECORD.                              RCV10130
010140     STRING                                                       RCV10140
010150         "ROLL-FORWARD STOPPED - "      DELIMITED BY SIZE         RCV10150
010160         WS-STOP-REASON                 DELIMITED BY SIZE         RCV10160
010170         INTO REGISTER-RECORD                                     RCV10170
010180     END-STRING.                                                  RCV10180
010190     WRITE REGISTER-RECORD.                                       RCV10190
010200     MOVE 12 TO RETURN-CODE.                                      RCV10200
010210 E800-EXIT.                                                       RCV10210
010220     EXIT.                                                        RCV10220
010230/                                                                 RCV10230
010240 F100-PROVE-TOTALS SECTION.                                       RCV10240
010250 F100-START.                                                      RCV10250
010260*    Read the rebuilt master back end to end and prove it to      RCV10260
010270*    the trailer totals carried forward through the roll.         RCV10270
010280     MOVE LOW-VALUES TO WS-PREVIOUS-KEY.                          RCV10280
010290     MOVE ZERO TO WS-HASH-NPA.                                    RCV10290
010300     MOVE ZERO TO WS-HASH-NXX.                                    RCV10300
010310     MOVE ZERO TO WS-HASH-V.                                      RCV10310
010320     MOVE ZERO TO WS-HASH-H.                                      RCV10320
010330     OPEN INPUT NEW-MST.                                          RCV10330
010340     IF NEW-FILE-STATUS NOT = "00"                                RCV10340
010350         DISPLAY "FILE STATUS ERROR OPENING UT-NEWMST: "          RCV10350
010360                     NEW-FILE-STATUS                              RCV10360
010370         MOVE "N" TO WS-ACCEPT-SWITCH                             RCV10370
010380         GO TO F100-EXIT.                                         RCV10380
010390     PERFORM F150-PROVE-ONE-RECORD UNTIL WS-NEW-AT-END.           RCV10390
010400     CLOSE NEW-MST.                                               RCV10400
010410                                                                  RCV10410
010420     IF RECORDS-PROVED NOT = WS-EXP-RECORD-COUNT                  RCV10420
010430         DISPLAY "RECORD COUNT OUT OF BALANCE - EXPECTED "        RCV10430
010440             WS-EXP-RECORD-COUNT " ON FILE " RECORDS-PROVED       RCV10440
010450         MOVE "N" TO WS-ACCEPT-SWITCH                             RCV10450
010460     END-IF.                                                      RCV10460
010470     IF WS-HASH-NPA NOT = WS-EXP-HASH-NPA                         RCV10470
010480         DISPLAY "NPA HASH OUT OF BALANCE"                        RCV10480
010490         MOVE "N" TO WS-ACCEPT-SWITCH                             RCV10490
010500     END-IF.                                                      RCV10500
010510     IF WS-HASH-NXX NOT = WS-EXP-HASH-NXX                         RCV10510
010520         DISPLAY "NXX HASH OUT OF BALANCE"                        RCV10520
010530         MOVE "N" TO WS-ACCEPT-SWITCH                             RCV10530
010540     END-IF.                                                      RCV10540
010550     IF WS-HASH-V NOT = WS-EXP-HASH-V                             RCV10550
010560         DISPLAY "WIRE-CENTER-V HASH OUT OF BALANCE"              RCV10560
010570         MOVE "N" TO WS-ACCEPT-SWITCH                             RCV10570
010580     END-IF.                                                      RCV10580
010590     IF WS-HASH-H NOT = WS-EXP-HASH-H                             RCV10590
010600         DISPLAY "WIRE-CENTER-H HASH OUT OF BALANCE"              RCV10600
010610         MOVE "N" TO WS-ACCEPT-SWITCH                             RCV10610
010620     END-IF.                                                      RCV10620
010630 F100-EXIT.                                                       RCV10630
010640     EXIT.                                                        RCV10640
010650/                                                                 RCV10650
010660 F150-PROVE-ONE-RECORD SECTION.                                   RCV10660
010670 F150-START.                                                      RCV10670
010680     READ NEW-MST INTO MRCF-REC                                   RCV10680
010690         AT END                                                   RCV10690
010700             SET WS-NEW-AT-END TO TRUE                            RCV10700
010710             GO TO F150-EXIT                                      RCV10710
010720     END-READ.                                                    RCV10720
010730     IF NEW-FILE-STATUS NOT = "00"                                RCV10730
010740         DISPLAY "FILE STATUS ERROR ON UT-NEWMST: "               RCV10740
010750                     NEW-FILE-STATUS                              RCV10750
010760         SET WS-NEW-AT-END TO TRUE                                RCV10760
010770         MOVE "N" TO WS-ACCEPT-SWITCH                             RCV10770
010780         GO TO F150-EXIT.                                         RCV10780
010790     IF KEY-FIELDS OF MRCF-REC NOT GREATER THAN WS-PREVIOUS-KEY   RCV10790
010800         DISPLAY "KEY SEQUENCE ERROR AT: "                        RCV10800
010810             KEY-FIELDS OF MRCF-REC                               RCV10810
010820         ADD 1 TO SEQUENCE-ERRORS                                 RCV10820
010830         SET WS-NEW-AT-END TO TRUE                                RCV10830
010840         MOVE "N" TO WS-ACCEPT-SWITCH                             RCV10840
010850         GO TO F150-EXIT.                                         RCV10850
010860     MOVE KEY-FIELDS OF MRCF-REC TO WS-PREVIOUS-KEY.              RCV10860
010870     ADD 1 TO RECORDS-PROVED.                                     RCV10870
010880     PERFORM B200-HASH-IMAGE.                                     RCV10880
010890     ADD WS-IMG-HASH-NPA TO WS-HASH-NPA.                          RCV10890
010900     ADD WS-IMG-HASH-NXX TO WS-HASH-NXX.                          RCV10900
010910     ADD WS-IMG-HASH-V TO WS-HASH-V.                              RCV10910
010920     ADD WS-IMG-HASH-H TO WS-HASH-H.                              RCV10920
010930 F150-EXIT.                                                       RCV10930
010940     EXIT.                                                        RCV10940
010950/                                                                 RCV10950
010960 D100-CONTROL-REPORT SECTION.                                     RCV10960
010970 D100-START.                                                      RCV10970
010980     DISPLAY SPACE.                                               RCV10980
010990     DISPLAY "MRCFRCV CONTROL TOTALS ---------------------".      RCV10990
011000     DISPLAY "  BACKUP RECORDS LOADED ......... "                 RCV11000
011010         RECORDS-LOADED.                                          RCV11010
011020     DISPLAY "  JOURNAL RECORDS READ .......... "                 RCV11020
011030         JOURNAL-RECORDS-READ.                                    RCV11030
011040     DISPLAY "  ENTRIES ALREADY ON BACKUP ..... "                 RCV11040
011050         ENTRIES-ON-BACKUP.                                       RCV11050
011060     DISPLAY "  ENTRIES PAST RECOVERY POINT ... "                 RCV11060
011070         ENTRIES-PAST-POINT.                                      RCV11070
011080     DISPLAY "  ENTRIES OF BACKED-OUT DECKS ... "                 RCV11080
011090         ENTRIES-BACKED-OUT.                                      RCV11090
011100     DISPLAY "  ENTRIES SELECTED .............. "                 RCV11100
011110         ENTRIES-SELECTED.                                        RCV11110
011120     DISPLAY "  ADDS APPLIED .................. "                 RCV11120
011130         ADDS-APPLIED.                                            RCV11130
011140     DISPLAY "  CHANGES APPLIED ............... "                 RCV11140
011150         CHANGES-APPLIED.                                         RCV11150
011160     DISPLAY "  DELETES APPLIED ............... "                 RCV11160
011170         DELETES-APPLIED.                                         RCV11170
011180     DISPLAY "  ENTRIES NOT APPLIED ........... "                 RCV11180
011190         ENTRIES-NOT-APPLIED.                                     RCV11190
011200     DISPLAY "  RECORDS ON RECOVERED MASTER ... "                 RCV11200
011210         RECORDS-PROVED.                                          RCV11210
011220     DISPLAY "  HASH NPA ...................... " WS-HASH-NPA.    RCV11220
011230     DISPLAY "  HASH NXX ...................... " WS-HASH-NXX.    RCV11230
011240     DISPLAY "  HASH V ........................ " WS-HASH-V.      RCV11240
011250     DISPLAY "  HASH H ........................ " WS-HASH-H.      RCV11250
011260 D100-EXIT.                                                       RCV11260
011270     EXIT.                                                        RCV11270
011280/                                                                 RCV11280
011290 G300-POST-RUN-LEDGER SECTION.                                    RCV11290
011300 G300-START.                                                      RCV11300
011310     MOVE "MRCFRCV" TO RP-JOB-NAME.                               RCV11310
011320     IF WS-CC-POINT-DECK-ID = SPACES                              RCV11320
011330         MOVE WS-CC-POINT-DATE TO RP-RUN-ID                       RCV11330
011340     ELSE                                                         RCV11340
011350         MOVE WS-CC-POINT-DECK-ID TO RP-RUN-ID                    RCV11350
011360     END-IF.                                                      RCV11360
011370*    An accepted recovery is the new generation of the master.    RCV11370
011380     IF RETURN-CODE < 12                                          RCV11380
011390         SET RP-MASTER-REPLACED TO TRUE                           RCV11390
011400     ELSE                                                         RCV11400
011410         SET RP-MASTER-NOT-USED TO TRUE                           RCV11410
011420     END-IF.                                                      RCV11420
011430     MOVE RETURN-CODE TO RP-STEP-RC.                              RCV11430
011440     MOVE SPACES TO RP-VERDICT.                                   RCV11440
011450     MOVE "LOADED" TO RP-COUNT-NAME (1).                          RCV11450
011460     MOVE RECORDS-LOADED TO RP-COUNT (1).                         RCV11460
011470     MOVE "APPLIED" TO RP-COUNT-NAME (2).                         RCV11470
011480     MOVE ENTRIES-APPLIED TO RP-COUNT (2).                        RCV11480
011490     MOVE "NOTAPPLD" TO RP-COUNT-NAME (3).                        RCV11490
011500     MOVE ENTRIES-NOT-APPLIED TO RP-COUNT (3).                    RCV11500
011510     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        RCV11510
011520 G300-EXIT.                                                       RCV11520
011530     EXIT.                                                        RCV11530
