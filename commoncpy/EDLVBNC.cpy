      *****************************************************************
      *    EDLVBNC - AN E-DELIVERY BOUNCE RETURNED BY THE PORTAL
      *    VENDOR: THE BORROWER, THE ADDRESS THAT FAILED AND WHY.
      *    LINE SEQUENTIAL, DROPPED BY THE VENDOR AND EMPTIED BY
      *    LOANEDLV ONCE EVERY BOUNCE HAS BEEN APPLIED.
      *****************************************************************
       01  EDLV-BOUNCE-RECORD.
           03 EB-BORROWER-ID         PIC X(10).
           03 EB-EMAIL-ADDRESS       PIC X(60).
           03 EB-BOUNCE-DATE         PIC 9(8).
           03 EB-BOUNCE-REASON       PIC X(30).
