      *    DRAW TO THE BORROWER'S REDUCED REMITTANCE SO THE
      *    SCHEDULED PAYMENT IS STILL FULLY SATISFIED, AND WHATEVER
      *    REMAINS AT PAYOFF IS REFUNDABLE TO THE DEPOSITOR
      *    (LOANPAYX), BY CHECK DRAWN TO THE DEPOSITOR NAMED HERE.
      *    FILED BY LOANBUYE; LOANBUYR IS THE MONTHLY ACTIVITY
      *    REPORT.
      *****************************************************************
       01  BUYDOWN-SUBSIDY-RECORD.
           03 BD-LOAN-NUMBER         PIC X(10).
           03 BD-SUBSIDY-MONTHS      PIC 9(3).
           03 BD-DRAWN-TO-DATE       PIC 9(8)V99.
           03 BD-REMAINING-BALANCE   PIC 9(8)V99.
           03 BD-DEPOSITOR-NAME      PIC X(30).
