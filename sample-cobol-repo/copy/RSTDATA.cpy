      *----------------------------------------------------------------*
      * RSTDATA.CPY - Restart Driver Step Definition and Log Records   *
      * Used by: RSTDRVR                                               *
      * RESTART-STEP-DEF is one 80-byte card per BANKNITE step that    *
      * needs more than the default handling when a restart deck is    *
      * cut; a step with no card is an ordinary step (class P, not on  *
      * BATSTAT, no dependencies). Cards with '*' in column 1 are      *
      * comments. Columns:                                             *
      *    1- 8  step name as on the EXEC statement                    *
      *   10     class  P ordinary step                                *
      *                 K checkpointed - SYSIN line 1 is the restart   *
      *                   flag, set to Y when the deck starts at this  *
      *                   step and BATSTAT shows it was running        *
      *                 R reset - IEBGENER empties RSD-RESET-DSN;      *
      *                   once it has run tonight it is not repeated   *
      *                   over steps that have used the dataset since  *
      *                 X cycle-start step - never part of a rerun     *
      *   12     Y when the step reports to BATSTAT                    *
      *   14-43  reset steps: the dataset emptied, without the HLQ     *
      *   45-70  up to three steps that must run in the same deck      *
      *          (a COND test naming them), eight columns and a blank  *
      *          each                                                  *
      *                                                                *
      * RESTART-LOG-RECORD is appended to RSTLOG for every driver run, *
      * deck cut or refused: who asked, for what, what was decided.    *
      *----------------------------------------------------------------*
       01  RESTART-STEP-DEF.
           05  RSD-STEP-NAME          PIC X(08).
           05  FILLER                 PIC X(01).
           05  RSD-STEP-CLASS         PIC X(01).
               88  RSD-ORDINARY           VALUE 'P' ' '.
               88  RSD-CHECKPOINTED       VALUE 'K'.
               88  RSD-RESET              VALUE 'R'.
               88  RSD-CYCLE-START        VALUE 'X'.
           05  FILLER                 PIC X(01).
           05  RSD-TRACKED            PIC X(01).
               88  RSD-ON-BATSTAT         VALUE 'Y'.
           05  FILLER                 PIC X(01).
           05  RSD-RESET-DSN          PIC X(30).
           05  FILLER                 PIC X(01).
           05  RSD-DEPEND-ENTRY       OCCURS 3 TIMES.
               10  RSD-DEPENDS-ON     PIC X(08).
               10  FILLER             PIC X(01).
           05  FILLER                 PIC X(09).

       01  RESTART-LOG-RECORD.
      *        CCYYMMDDHHMMSSHH the driver ran.
           05  RSL-RUN-STAMP          PIC X(16).
           05  RSL-OPERATOR-ID        PIC X(08).
           05  RSL-JOB-NAME           PIC X(08).
           05  RSL-BUSINESS-DATE      PIC X(08).
      *        Step the operator named (spaces = let the driver
      *        decide), the step the driver found had failed, the
      *        first step of the deck and the step it stops short of.
           05  RSL-REQUESTED-STEP     PIC X(08).
           05  RSL-DERIVED-STEP       PIC X(08).
           05  RSL-START-STEP         PIC X(08).
           05  RSL-STOP-STEP          PIC X(08).
           05  RSL-FORCE-FLAG         PIC X(01).
           05  RSL-DECK-STEPS         PIC 9(03).
           05  RSL-SKIPPED-STEPS      PIC 9(03).
           05  RSL-GENS-DELETED       PIC 9(03).
           05  RSL-RETURN-CODE        PIC 9(02).
           05  RSL-STOP-REASON        PIC X(40).
           05  RSL-REASON-TEXT        PIC X(60).
           05  FILLER                 PIC X(16).
