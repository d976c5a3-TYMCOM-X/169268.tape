000010***************************************************************** RPV00010
000020*   RUNPSTV1 - Linkage arguments for the RUNPOST run-ledger       RPV00020
000030*   posting module.  Copied into WS-RUNPOST-ARGS and passed on    RPV00030
000040*   the CALL "RUNPOST" statement each job makes at end of run.    RPV00040
000050*                                                                 RPV00050
000060*   RP-MASTER-USE tells the ledger what the step did with         RPV00060
000070*   MRCF-MST: "R" read it, "N" left a new generation behind       RPV00070
000080*   (apply, backout, reload), blank did not use it.  RUNPOST      RPV00080
000090*   returns the generation stamped on the step in RP-GENERATION.  RPV00090
000100*   A blank RP-VERDICT is set from the step condition code.       RPV00100
000110***************************************************************** RPV00110
000120     05  RP-JOB-NAME                 PIC X(08).                   RPV00120
000130     05  RP-RUN-ID                   PIC X(08).                   RPV00130
000140     05  RP-MASTER-USE               PIC X(01).                   RPV00140
000150         88  RP-MASTER-READ          VALUE "R".                   RPV00150
000160         88  RP-MASTER-REPLACED      VALUE "N".                   RPV00160
000170         88  RP-MASTER-NOT-USED      VALUE SPACE.                 RPV00170
000180     05  RP-STEP-RC                  PIC 9(04).                   RPV00180
000190     05  RP-VERDICT                  PIC X(08).                   RPV00190
000200     05  RP-COUNT-ENTRY OCCURS 3 TIMES.                           RPV00200
000210         10  RP-COUNT-NAME           PIC X(08).                   RPV00210
000220         10  RP-COUNT                PIC 9(09).                   RPV00220
000230     05  RP-GENERATION               PIC X(14).                   RPV00230
000240     05  RP-RETURN-CODE              PIC X(02).                   RPV00240
000250         88  RP-STEP-POSTED          VALUE "00".                  RPV00250
000260         88  RP-LEDGER-ERROR         VALUE "02".                  RPV00260
