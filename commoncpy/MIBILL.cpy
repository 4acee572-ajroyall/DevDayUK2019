      *****************************************************************
      *    MIBILL - ONE LINE OF A MORTGAGE INSURANCE CARRIER'S
      *    MONTHLY PREMIUM BILL, AS THE CARRIER SENDS IT.  FIXED-WIDTH
      *    TEXT, ONE RECORD PER CERTIFICATE BILLED; THE MONTH'S BILLS
      *    FROM EVERY CARRIER ARE PUT TOGETHER IN ONE MIBILL FILE.
      *    LINES FOR ANY OTHER BILLING PERIOD ARE COUNTED AND PASSED
      *    BY.  READ BY LOANMIRM, WHICH RECONCILES THE BILL AGAINST
      *    WHAT IT REMITS CERTIFICATE BY CERTIFICATE.
      *****************************************************************
       01  MI-BILL-RECORD.
           03 MB-CARRIER-CODE        PIC X(06).
           03 MB-CERTIFICATE         PIC X(15).
      *    THE CARRIER'S NOTE OF OUR LOAN NUMBER -- SHOWN ON THE
      *    REPORT, NOT MATCHED ON.  THE CERTIFICATE IS THE KEY.
           03 MB-LOAN-NUMBER         PIC X(10).
           03 MB-BILL-PERIOD         PIC 9(6).
           03 MB-PREMIUM-AMOUNT      PIC 9(7)V99.
