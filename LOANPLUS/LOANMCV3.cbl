       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMCV3.
       REMARKS. ONE-TIME MASTER-FILE CONVERSION TO THE CURRENT
               LAYOUT.  THE MASTER RECORD GREW IN PLACE AGAIN -- THE
               LOAN PRODUCT CODE, THE DEFERRED ORIGINATION-FEE
               FIELDS, THE INTEREST-ONLY PERIOD AND THE MORTGAGE
               INSURANCE CARRIER FIELDS NOW SIT BETWEEN THE
               DAY-COUNT CONVENTION AND THE SCHEDULE TABLE -- SO A
               RECORD WRITTEN UNDER THE LOANMCV2 LAYOUT NO LONGER
               READS.  SAME DRILL AS
               LOANMCV2: THE OPERATOR RENAMES THE OLD FILE TO
               LOANMSTO, AND EACH LOAN IS WRITTEN TO A FRESH
               LOANMSTR WITH EVERY EXISTING FIELD CARRIED ACROSS AND
               EVERY NEW FIELD AT ITS DEFAULT: NO PRODUCT, SO THE
               HOUSE STANDARD TERMS THE LOAN HAS ALWAYS HAD, NO
               DEFERRED FEE, NO INTEREST-ONLY PERIOD, AND NO MI
               CARRIER UNTIL ONE IS SET THROUGH LOANMNT.  THE NEW FILE
               IS DEFINED WITH THE BORROWER-NAME, POOL AND STATUS
               ALTERNATE KEYS, ALL WITH DUPLICATES, SO ITS INDEXES ARE
               BUILT AS IT IS LOADED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE  ASSIGN TO "LOANMSTO"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS OL-LOAN-NUMBER
                                    FILE STATUS IS WS-OLD-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    ALTERNATE RECORD KEY IS
                                        LM-BORROWER-NAME
                                        WITH DUPLICATES
                                    ALTERNATE RECORD KEY IS
                                        LM-POOL-ID
                                        WITH DUPLICATES
                                    ALTERNATE RECORD KEY IS
                                        LM-STATUS
                                        WITH DUPLICATES
                                    FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    THE OLD LAYOUT EXACTLY AS THE PREVIOUS RELEASE WROTE IT
      *    -- A FROZEN COPY, DELIBERATELY NOT DERIVED FROM THE LIVE
      *    COPYBOOK, ENDING AT THE DAY-COUNT CONVENTION THE WAY
      *    THE FILE BEING CONVERTED DOES.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           03 OL-LOAN-NUMBER         PIC X(10).
           03 OL-PRINCIPAL           PIC 9(8).
           03 OL-LOANTERM            PIC 9(4).
           03 OL-RATE                PIC 9(4)V99.
           03 OL-TOTINTPAID          PIC 9(9)V99.
           03 OL-BORROWER-NAME       PIC X(30).
           03 OL-ORIGINATION-DATE    PIC 9(8).
           03 OL-STATUS              PIC X(02).
           03 OL-DELQ-DAYS           PIC 9(4).
           03 OL-DELQ-BUCKET         PIC X(03).
           03 OL-PROPERTY-VALUE      PIC 9(9).
           03 OL-MONTHLY-PMI-AMOUNT  PIC 9(7)V99.
           03 OL-PMI-CANCEL-MONTH    PIC 9(4).
           03 OL-INDEX-NAME          PIC X(10).
           03 OL-MARGIN              PIC 9(2)V99.
           03 OL-PERIODIC-CAP        PIC 9(2)V99.
           03 OL-LIFE-CAP-RATE       PIC 9(4)V99.
           03 OL-NEXT-RESET-DATE     PIC 9(8).
           03 OL-POOL-ID             PIC X(06).
           03 OL-LATE-FEE-BALANCE    PIC 9(7)V99.
           03 OL-LATE-FEE-THRU-MONTH PIC 9(4).
           03 OL-UNAPPLIED-BALANCE   PIC 9(8)V99.
           03 OL-LEGAL-STATUS        PIC X(02).
           03 OL-LEGAL-FILING-DATE   PIC 9(8).
           03 OL-LEGAL-CASE-REF      PIC X(12).
           03 OL-SCRA-START-DATE     PIC 9(8).
           03 OL-SCRA-END-DATE       PIC 9(8).
           03 OL-SCRA-PRIOR-RATE     PIC 9(4)V99.
           03 OL-CREDIT-LIMIT        PIC 9(9).
           03 OL-DAY-COUNT           PIC X(01).
           03 OL-SCHEDULE OCCURS 1 TO 2080 TIMES
                          DEPENDING ON OL-LOANTERM.
              05 OL-PRINCPAID        PIC S9(8)V99 COMP-3.
              05 OL-INTPAID          PIC S9(9)V9(9) COMP-3.
              05 OL-PAYMENT          PIC 9(8)V99 COMP-3.
              05 OL-BALANCE          PIC 9(8)V99 COMP-3.

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-OLD-FILE      VALUE "Y".

       01  WS-OLD-STATUS             PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-WRITE-OK       VALUE "00".

       01  MONTH                     PIC S9(4) COMP.
       01  WS-READ-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-WRITTEN-COUNT          PIC S9(8) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           OPEN INPUT  OLD-MASTER-FILE
           OPEN OUTPUT LOAN-MASTER-FILE

           PERFORM 0210-READ-OLD-FILE
               THRU 0210-READ-OLD-FILE-EXIT

           PERFORM 0200-CONVERT-ONE-LOAN
               THRU 0200-CONVERT-ONE-LOAN-EXIT
               UNTIL END-OF-OLD-FILE

           CLOSE OLD-MASTER-FILE
           CLOSE LOAN-MASTER-FILE

           DISPLAY "LOANS READ:    " WS-READ-COUNT
           DISPLAY "LOANS WRITTEN: " WS-WRITTEN-COUNT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0210-READ-OLD-FILE SECTION.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-OLD-FILE-EXIT.
           EXIT.

      *************************************************************
      *    FIELD-FOR-FIELD COPY OF EVERYTHING THE OLD RECORD
      *    CARRIES, PLUS NO-ACTIVITY DEFAULTS FOR THE FIELDS THE
      *    LAYOUT GREW.  THE TERM IS MOVED FIRST SO THE NEW
      *    RECORD'S SCHEDULE TABLE IS SIZED BEFORE ANY ENTRY IS
      *    TOUCHED.
      *************************************************************
       0200-CONVERT-ONE-LOAN SECTION.
           ADD 1 TO WS-READ-COUNT

           MOVE OL-LOANTERM            TO LM-LOANTERM
           MOVE OL-LOAN-NUMBER         TO LM-LOAN-NUMBER
           MOVE OL-PRINCIPAL           TO LM-PRINCIPAL
           MOVE OL-RATE                TO LM-RATE
           MOVE OL-TOTINTPAID          TO LM-TOTINTPAID
           MOVE OL-BORROWER-NAME       TO LM-BORROWER-NAME
           MOVE OL-ORIGINATION-DATE    TO LM-ORIGINATION-DATE
           MOVE OL-STATUS              TO LM-STATUS
           MOVE OL-DELQ-DAYS           TO LM-DELQ-DAYS
           MOVE OL-DELQ-BUCKET         TO LM-DELQ-BUCKET
           MOVE OL-PROPERTY-VALUE      TO LM-PROPERTY-VALUE
           MOVE OL-MONTHLY-PMI-AMOUNT  TO LM-MONTHLY-PMI-AMOUNT
           MOVE OL-PMI-CANCEL-MONTH    TO LM-PMI-CANCEL-MONTH
           MOVE OL-INDEX-NAME          TO LM-INDEX-NAME
           MOVE OL-MARGIN              TO LM-MARGIN
           MOVE OL-PERIODIC-CAP        TO LM-PERIODIC-CAP
           MOVE OL-LIFE-CAP-RATE       TO LM-LIFE-CAP-RATE
           MOVE OL-NEXT-RESET-DATE     TO LM-NEXT-RESET-DATE
           MOVE OL-POOL-ID             TO LM-POOL-ID
           MOVE OL-LATE-FEE-BALANCE    TO LM-LATE-FEE-BALANCE
           MOVE OL-LATE-FEE-THRU-MONTH TO LM-LATE-FEE-THRU-MONTH

           MOVE OL-UNAPPLIED-BALANCE   TO LM-UNAPPLIED-BALANCE
           MOVE OL-LEGAL-STATUS        TO LM-LEGAL-STATUS
           MOVE OL-LEGAL-FILING-DATE   TO LM-LEGAL-FILING-DATE
           MOVE OL-LEGAL-CASE-REF      TO LM-LEGAL-CASE-REF
           MOVE OL-SCRA-START-DATE     TO LM-SCRA-START-DATE
           MOVE OL-SCRA-END-DATE       TO LM-SCRA-END-DATE
           MOVE OL-SCRA-PRIOR-RATE     TO LM-SCRA-PRIOR-RATE
           MOVE OL-CREDIT-LIMIT        TO LM-CREDIT-LIMIT
           MOVE OL-DAY-COUNT           TO LM-DAY-COUNT

           MOVE SPACES TO LM-PRODUCT-CODE
           MOVE ZERO   TO LM-ORIGINATION-FEE
           MOVE ZERO   TO LM-DEFERRED-FEE
           MOVE ZERO   TO LM-FEE-AMORT-THRU-MONTH
           MOVE ZERO   TO LM-FEE-DEFERRED-PERIOD
           MOVE ZERO   TO LM-FEE-LAST-PERIOD
           MOVE ZERO   TO LM-FEE-LAST-AMORTIZED
           MOVE ZERO   TO LM-FEE-ACCEL-DATE
           MOVE ZERO   TO LM-FEE-ACCEL-AMOUNT
           MOVE ZERO   TO LM-INTEREST-ONLY-MONTHS
           MOVE SPACES TO LM-MI-CARRIER-CODE
           MOVE SPACES TO LM-MI-CERTIFICATE
           MOVE ZERO   TO LM-MI-REMIT-PERIOD
           MOVE ZERO   TO LM-MI-REMIT-AMOUNT
           MOVE ZERO   TO LM-MI-CANCEL-NOTICE-PERIOD

           PERFORM 0300-COPY-ONE-MONTH
               THRU 0300-COPY-ONE-MONTH-EXIT
               VARYING MONTH FROM 1 BY 1
               UNTIL MONTH > LM-LOANTERM

           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF MASTER-WRITE-OK
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               DISPLAY "WRITE FAILED FOR LOAN " LM-LOAN-NUMBER
                   " STATUS " WS-MASTER-STATUS
           END-IF

           PERFORM 0210-READ-OLD-FILE
               THRU 0210-READ-OLD-FILE-EXIT
           .
       0200-CONVERT-ONE-LOAN-EXIT.
           EXIT.

       0300-COPY-ONE-MONTH SECTION.
           MOVE OL-PRINCPAID(MONTH) TO LM-PRINCPAID(MONTH)
           MOVE OL-INTPAID(MONTH)   TO LM-INTPAID(MONTH)
           MOVE OL-PAYMENT(MONTH)   TO LM-PAYMENT(MONTH)
           MOVE OL-BALANCE(MONTH)   TO LM-BALANCE(MONTH)
           .
       0300-COPY-ONE-MONTH-EXIT.
           EXIT.

       END PROGRAM LOANMCV3.
