      *****************************************************************
      *    LOANFCLS - THE FORECLOSURE FILE ON ONE LOAN.  INDEXED,
      *    KEYED BY LOAN NUMBER -- ONE FORECLOSURE PER LOAN.  OPENED
      *    BY LOANFCLE WHEN A 120-PLUS LOAN IS REFERRED TO COUNSEL
      *    (THE LOAN GOES TO "FC" STATUS), WHICH THEN RECORDS EACH
      *    MILESTONE AS THE ATTORNEY REPORTS IT: FIRST LEGAL ACTION
      *    FILED, SALE SCHEDULED, SALE HELD -- OR THE FILE CLOSED
      *    WITHOUT A SALE.  THE WEEKLY LOANFCLR REPORT AGES EVERY
      *    OPEN FILE AGAINST THE TARGET DAYS FOR ITS MILESTONE.
      *    A ZERO DATE MEANS THE MILESTONE HAS NOT BEEN REACHED.
      *****************************************************************
       01  FORECLOSURE-RECORD.
           03 FC-LOAN-NUMBER         PIC X(10).
           03 FC-REFERRAL-DATE       PIC 9(8).
      *    FORECLOSURE COUNSEL THE FILE IS REFERRED TO -- THE SHOP'S
      *    CODE FOR THE FIRM, SO THE AGING REPORT CAN TOTAL BY IT.
           03 FC-ATTORNEY-CODE       PIC X(08).
           03 FC-FIRST-LEGAL-DATE    PIC 9(8).
           03 FC-SALE-SCHED-DATE     PIC 9(8).
           03 FC-SALE-DATE           PIC 9(8).
      *    HOW THE FILE ENDED.  A SALE GOES EITHER TO A THIRD-PARTY
      *    BIDDER OR BACK TO US AS REO; A FILE CAN ALSO CLOSE
      *    WITHOUT A SALE WHEN THE BORROWER REINSTATES OR THE ACTION
      *    IS DISMISSED.  SPACES WHILE THE FILE IS STILL OPEN.
           03 FC-SALE-RESULT         PIC X(02).
              88 FC-RESULT-NONE        VALUE SPACES.
              88 FC-RESULT-THIRD-PARTY VALUE "3P".
              88 FC-RESULT-REO         VALUE "RE".
              88 FC-RESULT-REINSTATED  VALUE "RI".
              88 FC-RESULT-DISMISSED   VALUE "DS".
              88 FC-RESULT-SOLD        VALUE "3P", "RE".
              88 FC-RESULT-NO-SALE     VALUE "RI", "DS".
           03 FC-CLOSED-DATE         PIC 9(8).
      *    THE LOAN'S STATUS THE DAY IT WAS REFERRED.
           03 FC-PRIOR-STATUS        PIC X(02).
           03 FC-FILE-STATUS         PIC X(01).
              88 FC-FILE-OPEN        VALUE "O".
              88 FC-FILE-CLOSED      VALUE "C".
