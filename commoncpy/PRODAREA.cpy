      *****************************************************************
      *    PRODAREA - LINKAGE AREA FOR LOANPRDL, THE SHARED PRODUCT
      *    LOOKUP.  THE CALLER SUPPLIES A PRODUCT CODE; LOANPRDL
      *    ANSWERS WITH THAT PRODUCT'S TERMS FROM PRODMSTR.  A BLANK
      *    CODE -- EVERY LOAN BOOKED BEFORE PRODUCTS EXISTED -- GETS
      *    THE HOUSE-STANDARD TERMS AND COUNTS AS FOUND; A CODE NOT
      *    ON THE FILE ALSO GETS THE HOUSE STANDARD BUT IS FLAGGED
      *    MISSING SO THE CALLER CAN REJECT OR REPORT IT.
      *****************************************************************
       01  PRODUCT-LOOKUP-AREA.
           03 PA-PRODUCT-CODE        PIC X(06).
           03 PA-FOUND-FLAG          PIC X(01).
              88 PA-PRODUCT-FOUND    VALUE "Y".
              88 PA-PRODUCT-MISSING  VALUE "N".
           03 PA-GRACE-DAYS          PIC 9(3).
           03 PA-LATE-FEE-PERCENT    PIC 9(3)V99.
           03 PA-LATE-FEE-MINIMUM    PIC 9(5)V99.
           03 PA-LATE-FEE-MAXIMUM    PIC 9(5)V99.
           03 PA-CUSHION-MONTHS      PIC 9(2).
           03 PA-DAY-COUNT           PIC X(01).
