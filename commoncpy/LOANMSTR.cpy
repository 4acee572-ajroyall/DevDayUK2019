      *****************************************************************
      *    LOANMSTR - INDEXED LOAN MASTER RECORD.  KEY IS THE LOAN
      *    NUMBER.  HOLDS THE FULL COMPUTED AMORTIZATION SCHEDULE SO
      *    IT CAN BE RETRIEVED WITHOUT RE-RUNNING LOANAMORT.  THE
      *    FILE ALSO CARRIES ALTERNATE KEYS, ALL WITH DUPLICATES, ON
      *    THE BORROWER NAME, THE POOL AND THE STATUS.  LOANMCV3
      *    BUILDS ALL THREE AS IT CONVERTS A MASTER FROM THE
      *    LOANMCV2 LAYOUT; LOANMRLD REBUILDS THEM ON A MASTER
      *    ALREADY IN THIS LAYOUT.
      *****************************************************************
       01  LOAN-MASTER-RECORD.
           03 LM-LOAN-NUMBER         PIC X(10).
      *       BUYER SERVICES IT NOW.  NOT OPEN, SO EVERY NIGHTLY
      *       PASS LEAVES IT ALONE.
              88 LM-STATUS-TRANSFERRED VALUE "TR".
      *       REFERRED TO FORECLOSURE COUNSEL THROUGH LOANFCLE --
      *       THE MILESTONES LIVE ON THE LOANFCLS FILE.  STILL
      *       OWED AND STILL ON THE BOOKS, SO STILL OPEN, BUT THE
      *       BORROWER IS NO LONGER BILLED, DRAFTED, DUNNED OR
      *       CHARGED LATE FEES -- THE ATTORNEY HAS THE FILE.
              88 LM-STATUS-FORECLOSURE VALUE "FC".
      *       A LOAN STILL ON THE BOOKS AND OWED MONEY -- THE SET
      *       EVERY PORTFOLIO-LEVEL PASS SHOULD BE LOOKING AT.  THE
      *       SAME VALUES ARE LISTED IN OPENSTAT FOR THE PASSES
      *       THAT READ THE OPEN BOOK OFF THE STATUS KEY.
              88 LM-STATUS-OPEN        VALUE "AC", SPACES, "DL",
                                             "HD", "FC".

      *    DELINQUENCY POSITION, MAINTAINED NIGHTLY BY LOANAGED FROM
      *    THE POSTED PAYMENT HISTORY: EXACT DAYS PAST DUE, AND THE
              88 LM-DAY-COUNT-30-360  VALUE SPACE, "3".
              88 LM-DAY-COUNT-ACT-365 VALUE "A".

      *    LOAN PRODUCT (SEE PRODMSTR).  THE PRODUCT CARRIES THE
      *    NOTE'S SERVICING TERMS -- LATE-CHARGE GRACE AND FEE,
      *    ESCROW CUSHION, BOOKING DAY-COUNT -- WHICH LOANFEES AND
      *    LOANESCA LOOK UP THROUGH LOANPRDL.  SPACES (EVERY LOAN
      *    BOOKED BEFORE PRODUCTS EXISTED) MEANS THE HOUSE
      *    STANDARD TERMS.
           03 LM-PRODUCT-CODE        PIC X(06).

      *    DEFERRED ORIGINATION FEE.  THE FEE CAPITALIZED ONTO
      *    PRINCIPAL AT BOOKING IS UNEARNED INCOME: IT IS CARRIED
      *    HERE AND RECOGNIZED MONTH BY MONTH BY LOANDFEE IN STEP
      *    WITH THE SCHEDULE'S INTEREST (LEVEL YIELD).
      *    LM-FEE-AMORT-THRU-MONTH IS THE LAST INSTALLMENT
      *    RECOGNIZED, SO A RERUN NEVER RECOGNIZES A MONTH TWICE;
      *    LM-FEE-DEFERRED-PERIOD IS THE MONTH (YYYYMM) LOANDFEE
      *    FIRST PICKED THE FEE UP, AND LM-FEE-LAST-PERIOD AND
      *    LM-FEE-LAST-AMORTIZED WHAT IT RECOGNIZED IN ITS MOST
      *    RECENT PERIOD.  A PAYOFF (LOANPAYX) OR CHARGE-OFF
      *    (LOANCHGO) ACCELERATES WHATEVER IS LEFT INTO INCOME AT
      *    ONCE AND RECORDS IT IN LM-FEE-ACCEL-DATE/-AMOUNT.
      *    ZEROES MEAN NO FEE ON THE LOAN.
           03 LM-ORIGINATION-FEE     PIC 9(7)V99.
           03 LM-DEFERRED-FEE        PIC 9(7)V99.
           03 LM-FEE-AMORT-THRU-MONTH PIC 9(4).
           03 LM-FEE-DEFERRED-PERIOD PIC 9(6).
           03 LM-FEE-LAST-PERIOD     PIC 9(6).
           03 LM-FEE-LAST-AMORTIZED  PIC 9(7)V99.
           03 LM-FEE-ACCEL-DATE      PIC 9(8).
           03 LM-FEE-ACCEL-AMOUNT    PIC 9(7)V99.

      *    INTEREST-ONLY PERIOD.  INSTALLMENTS 1 THROUGH THIS ONE
      *    WERE SCHEDULED AT INTEREST ONLY; THE NEXT ONE IS THE
      *    FIRST AT THE HIGHER, FULLY AMORTIZING PAYMENT.  BILLING
      *    WARNS THE BORROWER AHEAD OF THE CHANGE, AND POSTING,
      *    AGING AND THE STATEMENT READ THE TWO LEVELS FROM THE
      *    SCHEDULE.  ZERO MEANS NO INTEREST-ONLY PERIOD.
           03 LM-INTEREST-ONLY-MONTHS PIC 9(4).

      *    MORTGAGE INSURANCE CARRIER AND THE CERTIFICATE IT ISSUED
      *    ON THE LOAN, SET THROUGH LOANMNT.  LOANMIRM REMITS THE
      *    MONTHLY PREMIUM TO THE CARRIER AND RECORDS THE LAST
      *    PERIOD (YYYYMM) AND AMOUNT REMITTED, AND THE PERIOD IN
      *    WHICH THE CARRIER WAS SENT NOTICE OF THE CANCELLATION
      *    LOANPMIM SET.  SPACES/ZEROES MEAN NO CARRIER ON FILE,
      *    NOTHING REMITTED YET, AND NO NOTICE SENT.
           03 LM-MI-CARRIER-CODE     PIC X(06).
           03 LM-MI-CERTIFICATE      PIC X(15).
           03 LM-MI-REMIT-PERIOD     PIC 9(6).
           03 LM-MI-REMIT-AMOUNT     PIC 9(7)V99.
           03 LM-MI-CANCEL-NOTICE-PERIOD
                                     PIC 9(6).

      *    THE SCHEDULE CARRIES ONLY LM-LOANTERM ENTRIES -- A
      *    36-MONTH LOAN IS A 36-ROW RECORD, NOT A 2080-ROW ONE --
      *    SO THE FILE HOLDS DATA, NOT EMPTY SPACE, AND EVERY
