000130*       byte  1     action code - "A" add, "C" change,            PUP00130
000140*                   "D" decommission                              PUP00140
000150*       bytes 2-81  full UT-POPMST record image (site ID, name,   PUP00150
000160*                   V&H pair, port capacity, site status).        PUP00160
000170*   On a decommission only the site ID of the image is examined.  PUP00170
000180*                                                                 PUP00180
000190*   Every transaction is reported on the applied/rejected registerPUP00190
000280*   any rate center with no surviving site within the threshold   PUP00280
000290*   mileage (UT-CNTL cols 1-5, whole miles, default 400) is       PUP00290
000300*   rejected and the run ends with condition code 8.              PUP00300
000301*                                                                 PUP00301
000302*   Each site carries a port capacity (cols 45-49, circuit ends;  PUP00302
000303*   zero or blank when the site is not capacity-managed) and a    PUP00303
000304*   site status (col 51 - "A" or blank in service, "P" planned    PUP00304
000305*   and not yet carrying traffic) for the POPCAP homing pass.     PUP00305
000306*   On a change a blank capacity or status keeps the value on     PUP00306
000307*   file, so a V&H correction need not repeat them.               PUP00307
000310*                                                                 PUP00310
000320***************************************************************** PUP00320
000330*                                                                 PUP00330
001090     05  FILLER                          PIC X(01).               PUP01090
001100     05  PS-H-SIGN                       PIC X(01).               PUP01100
001110     05  PS-H                            PIC 9(05)V99.            PUP01110
001111     05  FILLER                          PIC X(01).               PUP01111
001112     05  PS-PORT-CAPACITY                PIC 9(05).               PUP01112
001113     05  FILLER                          PIC X(01).               PUP01113
001114     05  PS-SITE-STATUS                  PIC X(01).               PUP01114
001120     05  FILLER                          PIC X(29).               PUP01120
001130                                                                  PUP01130
001140 FD  NEW-POP-FILE                                                 PUP01140
001150     LABEL RECORDS STANDARD.                                      PUP01150
001780     05  FILLER                          PIC X(01).               PUP01780
001790     05  TS-H-SIGN                       PIC X(01).               PUP01790
001800     05  TS-H                            PIC 9(05)V99.            PUP01800
001801     05  FILLER                          PIC X(01).               PUP01801
001802     05  TS-PORT-CAPACITY                PIC 9(05).               PUP01802
001803     05  TS-PORT-CAPACITY-X REDEFINES TS-PORT-CAPACITY            PUP01803
001804                                         PIC X(05).               PUP01804
001805     05  FILLER                          PIC X(01).               PUP01805
001806     05  TS-SITE-STATUS                  PIC X(01).               PUP01806
001807         88  TS-STATUS-VALID             VALUE "A" "P" SPACE.     PUP01807
001810     05  FILLER                          PIC X(29).               PUP01810
001820                                                                  PUP01820
001821*    New-master site image staged here - the POP-SITE-FILE record PUP01821
001822*    area is undefined once A090 has closed that file.            PUP01822
001830     05  FILLER                          PIC X(01).               PUP01830
001831     05  NS-H-SIGN                       PIC X(01).               PUP01831
001832     05  NS-H                            PIC 9(05)V99.            PUP01832
001833     05  FILLER                          PIC X(01).               PUP01833
001834     05  NS-PORT-CAPACITY                PIC 9(05).               PUP01834
001835     05  FILLER                          PIC X(01).               PUP01835
001836     05  NS-SITE-STATUS                  PIC X(01).               PUP01836
001837     05  FILLER                          PIC X(29).               PUP01837
001838                                                                  PUP01838
001839 01  MRCF-REC.                                                    PUP01839
001840     COPY RCFUSA.                                                 PUP01840
001850                                                                  PUP01850
001860 01  WS-DISPLAY-VARIABLES.                                        PUP01860
002030         10  WS-POP-H                    PIC 9(05)V99.            PUP02030
002040         10  WS-POP-VC                   PIC S9(05)V99  COMP-3.   PUP02040
002050         10  WS-POP-HC                   PIC S9(05)V99  COMP-3.   PUP02050
002051         10  WS-POP-CAPACITY             PIC 9(05).               PUP02051
002052         10  WS-POP-STATUS               PIC X(01).               PUP02052
002060         10  WS-POP-ACTIVE-FLAG          PIC X(01).               PUP02060
002070             88  WS-POP-ACTIVE           VALUE "Y".               PUP02070
002080 01  WS-POP-SUB                          PIC 9(02) COMP.          PUP02080
002940 01  WS-RUN-DATE.                                                 PUP02940
002950     05  WS-RUN-DATE-YYYYMMDD            PIC 9(08).               PUP02950
002960                                                                  PUP02960
002961                                                                  PUP02961
002962 01  WS-RUNPOST-ARGS.                                             PUP02962
002963     COPY RUNPSTV1.                                               PUP02963
002970/                                                                 PUP02970
002980 PROCEDURE DIVISION.                                              PUP02980
002990                                                                  PUP02990
003340     CLOSE REGISTER-FILE.                                         PUP03340
003350     CLOSE REJECT-FILE.                                           PUP03350
003360     CLOSE IMPACT-RPT-FILE.                                       PUP03360
003361     PERFORM G300-POST-RUN-LEDGER.                                PUP03361
003370     STOP RUN.                                                    PUP03370
003380/                                                                 PUP03380
003390 A050-READ-CONTROL-CARD SECTION.                                  PUP03390
003990     MOVE PS-V TO WS-POP-V (WS-POP-SUB).                          PUP03990
004000     MOVE PS-H-SIGN TO WS-POP-H-SIGN (WS-POP-SUB).                PUP04000
004010     MOVE PS-H TO WS-POP-H (WS-POP-SUB).                          PUP04010
004011     IF PS-PORT-CAPACITY NUMERIC                                  PUP04011
004012         MOVE PS-PORT-CAPACITY TO WS-POP-CAPACITY (WS-POP-SUB)    PUP04012
004013     ELSE                                                         PUP04013
004014         MOVE ZERO TO WS-POP-CAPACITY (WS-POP-SUB)                PUP04014
004015     END-IF.                                                      PUP04015
004016     IF PS-SITE-STATUS = SPACE                                    PUP04016
004017         MOVE "A" TO WS-POP-STATUS (WS-POP-SUB)                   PUP04017
004018     ELSE                                                         PUP04018
004019         MOVE PS-SITE-STATUS TO WS-POP-STATUS (WS-POP-SUB)        PUP04019
004020     END-IF.                                                      PUP04020
004021     MOVE "Y" TO WS-POP-ACTIVE-FLAG (WS-POP-SUB).                 PUP04021
004030     PERFORM A097-SET-PACKED-COORDINATES.                         PUP04030
004040 A095-EXIT.                                                       PUP04040
004050     EXIT.                                                        PUP04050
005240         MOVE "INVALID SITE ID OR V-H ON ADD" TO WS-REG-REASON    PUP05240
005250         PERFORM C500-REJECT-TRANSACTION                          PUP05250
005260         GO TO C100-EXIT.                                         PUP05260
005261     IF (TS-PORT-CAPACITY NOT NUMERIC                             PUP05261
005262             AND TS-PORT-CAPACITY-X NOT = SPACES)                 PUP05262
005263             OR NOT TS-STATUS-VALID                               PUP05263
005264         MOVE "INVALID PORT CAPACITY OR SITE STATUS"              PUP05264
005265             TO WS-REG-REASON                                     PUP05265
005266         PERFORM C500-REJECT-TRANSACTION                          PUP05266
005267         GO TO C100-EXIT.                                         PUP05267
005270     IF WS-POP-SITE-COUNT NOT LESS THAN WS-POP-SITE-LIMIT         PUP05270
005280         MOVE "POP SITE TABLE FULL" TO WS-REG-REASON              PUP05280
005290         PERFORM C500-REJECT-TRANSACTION                          PUP05290
005360     MOVE TS-V TO WS-POP-V (WS-POP-SUB).                          PUP05360
005370     MOVE TS-H-SIGN TO WS-POP-H-SIGN (WS-POP-SUB).                PUP05370
005380     MOVE TS-H TO WS-POP-H (WS-POP-SUB).                          PUP05380
005381     IF TS-PORT-CAPACITY NUMERIC                                  PUP05381
005382         MOVE TS-PORT-CAPACITY TO WS-POP-CAPACITY (WS-POP-SUB)    PUP05382
005383     ELSE                                                         PUP05383
005384         MOVE ZERO TO WS-POP-CAPACITY (WS-POP-SUB)                PUP05384
005385     END-IF.                                                      PUP05385
005386     IF TS-SITE-STATUS = SPACE                                    PUP05386
005387         MOVE "A" TO WS-POP-STATUS (WS-POP-SUB)                   PUP05387
005388     ELSE                                                         PUP05388
005389         MOVE TS-SITE-STATUS TO WS-POP-STATUS (WS-POP-SUB)        PUP05389
005390     END-IF.                                                      PUP05390
005391     MOVE "Y" TO WS-POP-ACTIVE-FLAG (WS-POP-SUB).                 PUP05391
005400     PERFORM A097-SET-PACKED-COORDINATES.                         PUP05400
005410     ADD 1 TO ADDS-APPLIED.                                       PUP05410
005420     PERFORM C400-WRITE-APPLIED.                                  PUP05420
005580         MOVE "INVALID V-H ON CHANGE" TO WS-REG-REASON            PUP05580
005590         PERFORM C500-REJECT-TRANSACTION                          PUP05590
005600         GO TO C200-EXIT.                                         PUP05600
005601     IF (TS-PORT-CAPACITY NOT NUMERIC                             PUP05601
005602             AND TS-PORT-CAPACITY-X NOT = SPACES)                 PUP05602
005603             OR NOT TS-STATUS-VALID                               PUP05603
005604         MOVE "INVALID PORT CAPACITY OR SITE STATUS"              PUP05604
005605             TO WS-REG-REASON                                     PUP05605
005606         PERFORM C500-REJECT-TRANSACTION                          PUP05606
005607         GO TO C200-EXIT.                                         PUP05607
005610     MOVE WS-SITE-FOUND-SUB TO WS-POP-SUB.                        PUP05610
005620     MOVE TS-SITE-NAME TO WS-POP-NAME (WS-POP-SUB).               PUP05620
005630     MOVE TS-V-SIGN TO WS-POP-V-SIGN (WS-POP-SUB).                PUP05630
005640     MOVE TS-V TO WS-POP-V (WS-POP-SUB).                          PUP05640
005650     MOVE TS-H-SIGN TO WS-POP-H-SIGN (WS-POP-SUB).                PUP05650
005660     MOVE TS-H TO WS-POP-H (WS-POP-SUB).                          PUP05660
005661     IF TS-PORT-CAPACITY NUMERIC                                  PUP05661
005662         MOVE TS-PORT-CAPACITY TO WS-POP-CAPACITY (WS-POP-SUB)    PUP05662
005663     END-IF.                                                      PUP05663
005664     IF TS-SITE-STATUS NOT = SPACE                                PUP05664
005665         MOVE TS-SITE-STATUS TO WS-POP-STATUS (WS-POP-SUB)        PUP05665
005666     END-IF.                                                      PUP05666
005670     PERFORM A097-SET-PACKED-COORDINATES.                         PUP05670
005680     ADD 1 TO CHANGES-APPLIED.                                    PUP05680
005690     PERFORM C400-WRITE-APPLIED.                                  PUP05690
007090/                                                                 PUP07090
007100 E150-SCORE-POP-SITE SECTION.                                     PUP07100
007110 E150-START.                                                      PUP07110
007111*    A planned site carries no traffic - nothing homes on it yet  PUP07111
007112*    and nothing can rehome to it.                                PUP07112
007120     IF NOT WS-POP-ACTIVE (WS-POP-SUB)                            PUP07120
007121             OR WS-POP-STATUS (WS-POP-SUB) = "P"                  PUP07121
007130         GO TO E150-EXIT.                                         PUP07130
007140     MOVE WS-POP-VC (WS-POP-SUB) TO PL-ORIGIN-V.                  PUP07140
007150     MOVE WS-POP-HC (WS-POP-SUB) TO PL-ORIGIN-H.                  PUP07150
007910     MOVE WS-POP-V (WS-POP-SUB) TO NS-V.                          PUP07910
007920     MOVE WS-POP-H-SIGN (WS-POP-SUB) TO NS-H-SIGN.                PUP07920
007930     MOVE WS-POP-H (WS-POP-SUB) TO NS-H.                          PUP07930
007931     MOVE WS-POP-CAPACITY (WS-POP-SUB) TO NS-PORT-CAPACITY.       PUP07931
007932     MOVE WS-POP-STATUS (WS-POP-SUB) TO NS-SITE-STATUS.           PUP07932
007940     WRITE NEW-POP-RECORD FROM WS-NEW-SITE.                       PUP07940
007950     ADD 1 TO SITES-WRITTEN.                                      PUP07950
007960 F150-EXIT.                                                       PUP07960
008120         SITES-WRITTEN.                                           PUP08120
008130 D100-EXIT.                                                       PUP08130
008140     EXIT.                                                        PUP08140
008141/                                                                 PUP08141
008142 G300-POST-RUN-LEDGER SECTION.                                    PUP08142
008143 G300-START.                                                      PUP08143
008144     MOVE "POPUPD" TO RP-JOB-NAME.                                PUP08144
008145     MOVE SPACES TO RP-RUN-ID.                                    PUP08145
008146     SET RP-MASTER-READ TO TRUE.                                  PUP08146
008147     MOVE RETURN-CODE TO RP-STEP-RC.                              PUP08147
008148     MOVE SPACES TO RP-VERDICT.                                   PUP08148
008149     MOVE "READ" TO RP-COUNT-NAME (1).                            PUP08149
008150     MOVE TRANS-READ TO RP-COUNT (1).                             PUP08150
008151     MOVE "APPLIED" TO RP-COUNT-NAME (2).                         PUP08151
008152     COMPUTE RP-COUNT (2) =                                       PUP08152
008153         ADDS-APPLIED + CHANGES-APPLIED + DECOMMISSIONS-APPLIED.  PUP08153
008154     MOVE "REJECTED" TO RP-COUNT-NAME (3).                        PUP08154
008155     MOVE TRANS-REJECTED TO RP-COUNT (3).                         PUP08155
008156     CALL "RUNPOST" USING WS-RUNPOST-ARGS.                        PUP08156
008157 G300-EXIT.                                                       PUP08157
008158     EXIT.                                                        PUP08158
