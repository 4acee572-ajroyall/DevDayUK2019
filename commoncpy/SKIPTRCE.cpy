      *****************************************************************
      *    SKIPTRCE - SKIP-TRACE WORKLIST FOR THE COLLECTIONS DESK.
      *    INDEXED, KEYED BY BORROWER ID PLUS LOAN NUMBER, SO EVERY
      *    LOAN OF A BORROWER WHOSE MAIL HAS COME BACK SITS
      *    TOGETHER.  LOANRMLE PUTS EACH LOAN THE BORROWER IS STILL
      *    LIABLE ON HERE WHEN THE RETURNED MAIL IS RECORDED;
      *    LOANBORM MARKS THE BORROWER'S ENTRIES FOUND WHEN A NEW
      *    ADDRESS IS KEYED.  LOANRMLR LISTS WHAT IS STILL OPEN.
      *    NOTHING IS EVER DELETED; MAIL RETURNED AGAIN REOPENS
      *    THE ENTRY.
      *****************************************************************
       01  SKIP-TRACE-RECORD.
           03 ST-TRACE-KEY.
              05 ST-BORROWER-ID      PIC X(10).
              05 ST-LOAN-NUMBER      PIC X(10).
           03 ST-RETURNED-DATE       PIC 9(8).
           03 ST-OPENED-BY           PIC X(08).
      *    "O" STILL BEING TRACED; "F" A NEW ADDRESS WAS KEYED.
           03 ST-TRACE-STATUS        PIC X(01).
              88 ST-TRACE-OPEN       VALUE "O".
              88 ST-TRACE-FOUND      VALUE "F".
           03 ST-FOUND-DATE          PIC 9(8).
           03 ST-FOUND-BY            PIC X(08).
