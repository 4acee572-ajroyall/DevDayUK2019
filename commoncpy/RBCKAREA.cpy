      *****************************************************************
      *    RBCKAREA - LINKAGE AREA FOR LOANRBCK, THE STEP ROLLBACK.
      *    THE CALLER NAMES THE STEP AND THE RUN DATE TO ROLL BACK
      *    (ZERO MEANS THE STEP'S LATEST RUN ON THE JOURNAL);
      *    LOANRBCK ANSWERS WITH THE RUN DATE IT ROLLED BACK, HOW
      *    MANY RECORDS IT PUT BACK AND HOW MANY IT COULD NOT, AND
      *    WHETHER THE ROLLBACK IS CLEAN ENOUGH TO RERUN OVER.
      *****************************************************************
       01  ROLLBACK-AREA.
           03 RB-STEP-NAME           PIC X(08).
           03 RB-RUN-DATE            PIC 9(8).
           03 RB-RESTORED-COUNT      PIC 9(8).
           03 RB-REJECTED-COUNT      PIC 9(8).
      *    "Y" ROLLED BACK CLEAN; "N" NOTHING ON THE JOURNAL FOR
      *    THE STEP; "F" ONE OR MORE RECORDS COULD NOT BE PUT BACK.
           03 RB-RESULT              PIC X(01).
              88 RB-ROLLED-BACK      VALUE "Y".
              88 RB-NOTHING-JOURNALED VALUE "N".
              88 RB-FAILED           VALUE "F".
