      *****************************************************************
      *    LOANCASE - BORROWER DISPUTE CASE FILE.  INDEXED, KEYED BY
      *    LOAN NUMBER PLUS CASE SEQUENCE, SO ONE LOAN CARRIES EVERY
      *    QUALIFIED WRITTEN REQUEST, NOTICE OF ERROR AND CREDIT-
      *    REPORTING DISPUTE IT HAS EVER HAD, IN ORDER.  LOANQWRE
      *    OPENS A CASE THE DAY THE LETTER IS RECEIVED, WITH THE
      *    STATUTORY DUE DATES WORKED OUT IN BUSINESS DAYS FROM
      *    RECEIPT (LOANCALN), AND RECORDS THE ACKNOWLEDGEMENT AND
      *    THE RESOLUTION.  THE DAILY LOANQWRR REPORT LISTS EVERY
      *    CASE NEARING OR PAST A DUE DATE; LOANMET2 REPORTS THE
      *    DISPUTE COMPLIANCE CONDITION WHILE A CREDIT-REPORTING
      *    DISPUTE IS OPEN.  NOTHING IS EVER DELETED.  A ZERO DATE
      *    MEANS THE STEP HAS NOT HAPPENED.
      *****************************************************************
       01  LOAN-CASE-RECORD.
           03 CS-CASE-KEY.
              05 CS-LOAN-NUMBER      PIC X(10).
              05 CS-CASE-SEQ         PIC 9(3).
           03 CS-CASE-TYPE           PIC X(01).
              88 CS-TYPE-QWR         VALUE "Q".
              88 CS-TYPE-ERROR       VALUE "E".
              88 CS-TYPE-CREDIT      VALUE "D".
              88 CS-TYPE-VALID       VALUE "Q", "E", "D".
           03 CS-OPERATOR-ID         PIC X(08).
           03 CS-RECEIVED-DATE       PIC 9(8).
           03 CS-ACK-DUE-DATE        PIC 9(8).
           03 CS-RESOLVE-DUE-DATE    PIC 9(8).
           03 CS-ACK-DATE            PIC 9(8).
           03 CS-CLOSED-DATE         PIC 9(8).
      *    "O" RECEIVED, NOT YET ACKNOWLEDGED; "A" ACKNOWLEDGED AND
      *    UNDER INVESTIGATION; "C" CLOSED WITH AN OUTCOME.
           03 CS-CASE-STATUS         PIC X(01).
              88 CS-STATUS-RECEIVED  VALUE "O".
              88 CS-STATUS-ACKED     VALUE "A".
              88 CS-STATUS-CLOSED    VALUE "C".
              88 CS-CASE-OPEN        VALUE "O", "A".
      *    HOW THE CASE CLOSED: "C" ERROR FOUND AND CORRECTED, "N"
      *    NO ERROR FOUND, "I" INFORMATION REQUESTED WAS PROVIDED,
      *    "W" WITHDRAWN BY THE BORROWER.  SPACE WHILE OPEN.
           03 CS-OUTCOME             PIC X(01).
              88 CS-OUTCOME-CORRECTED VALUE "C".
              88 CS-OUTCOME-NO-ERROR VALUE "N".
              88 CS-OUTCOME-INFO     VALUE "I".
              88 CS-OUTCOME-WITHDRAWN VALUE "W".
              88 CS-OUTCOME-VALID    VALUE "C", "N", "I", "W".
           03 CS-DESCRIPTION         PIC X(30).
