      *****************************************************************
      *    LOANAPPREC - ONE LOAN-APPLICATION INPUT RECORD FOR THE
      *    BATCH AMORTIZATION RUN (LOANBATCH).  FIXED-WIDTH TEXT.
      *    THE PRODUCT CODE (SEE PRODMSTR) IS THE LAST FIELD, SO AN
      *    APPLICATION KEYED IN THE OLD SHORTER LAYOUT READS WITH A
      *    BLANK PRODUCT -- THE HOUSE STANDARD TERMS.  THE
      *    ORIGINATION FEE FOLLOWS IT ON THE SAME PRINCIPLE: A LINE
      *    THAT STOPS SHORT OF IT CARRIES NO FEE, AND ONE THAT STOPS
      *    SHORT OF THE INTEREST-ONLY MONTHS HAS NO INTEREST-ONLY
      *    PERIOD.
      *****************************************************************
       01  LOAN-APP-RECORD.
           03 LA-LOAN-NUMBER         PIC X(10).
           03 LA-RATE                PIC 9(4)V99.
           03 LA-BORROWER-NAME       PIC X(30).
           03 LA-ORIGINATION-DATE    PIC 9(8).
           03 LA-PRODUCT-CODE        PIC X(06).
           03 LA-ORIGINATION-FEE     PIC 9(5)V99.
           03 LA-ORIGINATION-FEE-X REDEFINES LA-ORIGINATION-FEE
                                     PIC X(07).
           03 LA-INTEREST-ONLY-MONTHS PIC 9(4).
           03 LA-INTEREST-ONLY-MONTHS-X
                                     REDEFINES LA-INTEREST-ONLY-MONTHS
                                     PIC X(04).
