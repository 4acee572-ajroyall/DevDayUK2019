      *****************************************************************
      *    LIENREL - THE LIEN RELEASE OWED ON ONE PAID-OFF LOAN.
      *    INDEXED, KEYED BY LOAN NUMBER -- ONE RELEASE PER LOAN.
      *    WRITTEN BY LOANPAYX THE NIGHT THE PAYOFF POSTS, WITH THE
      *    PROPERTY'S STATE AND RECORDING COUNTY FROM THE COLLATERAL
      *    MASTER AND THE DUE DATE THE STATE'S STATUTE SETS (THE
      *    LIENDAYS TABLE).  LOANLRLE RECORDS THE DAY THE RELEASE
      *    WENT TO THE COUNTY AND THE DAY THE COUNTY CONFIRMED IT
      *    RECORDED; THE DAILY LOANLRLR REPORT AGES EVERY RELEASE
      *    STILL OWED.  A ZERO DATE MEANS THE STEP HAS NOT HAPPENED.
      *****************************************************************
       01  LIEN-RELEASE-RECORD.
           03 LR-LOAN-NUMBER         PIC X(10).
           03 LR-PAYOFF-DATE         PIC 9(8).
           03 LR-PROPERTY-STATE      PIC X(02).
           03 LR-PROPERTY-COUNTY     PIC X(20).
      *    CALENDAR DAYS THE STATE ALLOWS FROM PAYOFF TO RELEASE,
      *    AND THE DATE THAT WORKS OUT TO.
           03 LR-DEADLINE-DAYS       PIC 9(3).
           03 LR-DUE-DATE            PIC 9(8).
           03 LR-SENT-DATE           PIC 9(8).
           03 LR-CONFIRMED-DATE      PIC 9(8).
      *    THE COUNTY'S BOOK/PAGE OR INSTRUMENT NUMBER FOR THE
      *    RECORDED RELEASE, AS THE CONFIRMATION QUOTES IT.
           03 LR-RECORDING-REF       PIC X(16).
           03 LR-RELEASE-STATUS      PIC X(01).
              88 LR-AWAITING-SEND    VALUE "O".
              88 LR-SENT-TO-COUNTY   VALUE "S".
              88 LR-RECORDED         VALUE "C".
