      *****************************************************************
      *    PRODMSTR - INDEXED LOAN PRODUCT MASTER, KEYED BY PRODUCT
      *    CODE.  THE SERVICING TERMS THE NOTE SETS FOR EVERY LOAN
      *    OF THE PRODUCT: THE LATE-CHARGE GRACE PERIOD AND THE
      *    LATE FEE (PERCENT OF THE PAYMENT, WITH A FLOOR AND A
      *    CEILING), THE ESCROW CUSHION IN MONTHS, AND THE DAY-COUNT
      *    NEW LOANS ARE BOOKED ON (SAME CODES AS LM-DAY-COUNT).
      *    MAINTAINED BY LOANPRDM; READ THROUGH THE SHARED LOANPRDL
      *    LOOKUP BY LOANEDIT, LOANBATCH, LOANFEES AND LOANESCA.
      *****************************************************************
       01  PRODUCT-MASTER-RECORD.
           03 PD-PRODUCT-CODE        PIC X(06).
           03 PD-DESCRIPTION         PIC X(30).
           03 PD-GRACE-DAYS          PIC 9(3).
           03 PD-LATE-FEE-PERCENT    PIC 9(3)V99.
           03 PD-LATE-FEE-MINIMUM    PIC 9(5)V99.
           03 PD-LATE-FEE-MAXIMUM    PIC 9(5)V99.
           03 PD-CUSHION-MONTHS      PIC 9(2).
           03 PD-DAY-COUNT           PIC X(01).
              88 PD-DAY-COUNT-30-360 VALUE SPACE, "3".
              88 PD-DAY-COUNT-ACT-365 VALUE "A".
