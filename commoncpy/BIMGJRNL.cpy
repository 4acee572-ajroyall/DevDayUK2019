      *****************************************************************
      *    BIMGJRNL - ONE ENTRY ON THE LOANBIMG BEFORE-IMAGE JOURNAL,
      *    WRITTEN THROUGH LOANJRNL BY EVERY UPDATING STEP AHEAD OF
      *    EACH CHANGE IT MAKES TO LOANMSTR, LOANPMTH OR ESCRLEDG.
      *    SEQUENTIAL, IN THE ORDER THE CHANGES WERE MADE, TAGGED
      *    WITH THE STEP AND THE RUN DATE IT STARTED UNDER.  THE
      *    IMAGE IS THE WHOLE RECORD, AS LONG AS THE RECORD IS -- A
      *    MASTER RECORD CARRIES ITS FULL SCHEDULE.  LOANRBCK READS
      *    IT BACK TO PUT THE FILES AS THEY WERE WHEN THE STEP
      *    STARTED.  LOANSKED STARTS A FRESH JOURNAL EVERY FULL
      *    NIGHT; A RESTART KEEPS THE FAILED NIGHT'S.
      *****************************************************************
       01  BEFORE-IMAGE-RECORD.
           03 BJ-STEP-NAME           PIC X(08).
           03 BJ-RUN-DATE            PIC 9(8).
      *    WHEN LOANJRNL WROTE THE ENTRY, AND ITS COUNT WITHIN THE
      *    RUN, SO TWO ENTRIES IN THE SAME HUNDREDTH STILL ORDER.
           03 BJ-STAMP-DATE          PIC 9(8).
           03 BJ-STAMP-TIME          PIC 9(8).
           03 BJ-SEQUENCE            PIC 9(8).
           03 BJ-FILE-ID             PIC X(01).
              88 BJ-LOAN-MASTER      VALUE "M".
              88 BJ-PAYMENT-HISTORY  VALUE "P".
              88 BJ-ESCROW-LEDGER    VALUE "E".
           03 BJ-ACTION              PIC X(01).
              88 BJ-CHANGED          VALUE "C".
              88 BJ-ADDED            VALUE "A".
              88 BJ-DELETED          VALUE "D".
              88 BJ-ROLLED-BACK      VALUE "R".
           03 BJ-IMAGE-LENGTH        PIC 9(5).
           03 BJ-IMAGE.
              05 BJ-IMAGE-BYTE       PIC X(01)
                                      OCCURS 1 TO 60000 TIMES
                                      DEPENDING ON BJ-IMAGE-LENGTH.
