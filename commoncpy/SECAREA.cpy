      *****************************************************************
      *    SECAREA - LINKAGE AREA FOR LOANSECK, THE SHARED OPERATOR
      *    ENTITLEMENT CHECK.  THE CALLER NAMES THE OPERATOR, ITSELF,
      *    THE FUNCTION ABOUT TO BE PERFORMED AND -- WHERE THE
      *    FUNCTION MOVES MONEY -- THE AMOUNT.  LOANSECK ANSWERS
      *    AUTHORIZED OR REFUSED WITH THE REASON, AND LOGS EVERY
      *    REFUSAL TO THE SECURITY VIOLATION LOG.  THE LOAN NUMBER
      *    IS CARRIED ONLY SO THE LOG SHOWS WHAT WAS ATTEMPTED.
      *****************************************************************
       01  OPERATOR-CHECK-AREA.
           03 SC-OPERATOR-ID         PIC X(08).
           03 SC-PROGRAM-ID          PIC X(08).
           03 SC-FUNCTION            PIC X(08).
           03 SC-LOAN-NUMBER         PIC X(10).
           03 SC-AMOUNT              PIC 9(8)V99.
           03 SC-RESULT-FLAG         PIC X(01).
              88 SC-AUTHORIZED       VALUE "Y".
              88 SC-REFUSED          VALUE "N".
           03 SC-REASON              PIC X(30).
