      *****************************************************************
      *    JRNLAREA - CALL AREA FOR LOANJRNL, THE SHARED BEFORE-IMAGE
      *    JOURNAL WRITER.  AN UPDATING STEP FILLS IN ITS OWN NAME
      *    AND RUN DATE ONCE, THEN BEFORE EVERY CHANGE TO A LOANMSTR,
      *    LOANPMTH OR ESCRLEDG RECORD NAMES THE FILE, WHAT IS BEING
      *    DONE TO THE RECORD AND THE LENGTH OF THE IMAGE IT PASSES
      *    WITH THE CALL.  A CHANGED ("C") OR DELETED ("D") RECORD
      *    IS JOURNALED AS IT STOOD BEFORE THE CHANGE; AN ADDED
      *    ("A") RECORD AS WRITTEN, SO ROLLBACK KNOWS WHICH KEY TO
      *    TAKE BACK OUT.  "R" IS LOANRBCK'S OWN MARK THAT THE
      *    STEP'S ENTRIES AHEAD OF IT HAVE BEEN ROLLED BACK.
      *****************************************************************
       01  JOURNAL-AREA.
           03 JA-STEP-NAME           PIC X(08).
           03 JA-RUN-DATE            PIC 9(8).
           03 JA-FILE-ID             PIC X(01).
              88 JA-LOAN-MASTER      VALUE "M".
              88 JA-PAYMENT-HISTORY  VALUE "P".
              88 JA-ESCROW-LEDGER    VALUE "E".
           03 JA-ACTION              PIC X(01).
              88 JA-CHANGED          VALUE "C".
              88 JA-ADDED            VALUE "A".
              88 JA-DELETED          VALUE "D".
              88 JA-ROLLED-BACK      VALUE "R".
           03 JA-IMAGE-LENGTH        PIC 9(5).
