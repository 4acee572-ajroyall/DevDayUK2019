       REMARKS. BATCH DRIVER THAT READS A SEQUENTIAL FILE OF LOAN
               APPLICATIONS, CALLS LOANAMORT FOR EACH ONE, AND WRITES
               A CONSOLIDATED PRINT-READY REPORT OF THE RESULTS.
               EACH LOAN IS BOOKED ON ITS PRODUCT'S DAY-COUNT, LOOKED
               UP THROUGH LOANPRDL; AN APPLICATION NAMING A PRODUCT
               NOT ON THE PRODUCT MASTER IS REPORTED, NOT BOOKED.  A
               FRESH RUN DEFINES THE MASTER WITH ALL THREE ALTERNATE
               KEYS (BORROWER NAME, POOL, STATUS).

       ENVIRONMENT DIVISION.

                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
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
       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-WRITE-OK       VALUE "00", "02".

       77  CHECKPOINT-INTERVAL       PIC S9(4) COMP VALUE 25.

       COPY AMORTIN.
       COPY AMORTOUT.

       COPY PRODAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
                      MIN-PAYMENT-AMOUNT
                      ROUNDING-MODE
                      SKIP-PAYMENT-MONTH
                      MONTHLY-ESCROW-AMOUNT
                      MONTHLY-PMI-AMOUNT
                      PAYMENT-FREQUENCY
                      BALLOON-MONTH
                      PENALTY-WINDOW-MONTHS
                      PENALTY-PERCENT
                      INTEREST-ONLY-MONTHS

      *        THE ORIGINATION FEE CAPITALIZES ONTO PRINCIPAL IN
      *        LOANAMORT AND IS CARRIED AS DEFERRED INCOME ON THE
      *        MASTER.  A LINE IN THE OLD LAYOUT HAS NO FEE.
           IF LA-ORIGINATION-FEE-X = SPACES
               MOVE ZERO TO ORIGINATION-FEE
           ELSE
               MOVE LA-ORIGINATION-FEE TO ORIGINATION-FEE
           END-IF

      *        AN INTEREST-ONLY PERIOD IS SIZED INTO THE SCHEDULE BY
      *        LOANAMORT AND KEPT ON THE MASTER.  A LINE IN AN OLDER
      *        LAYOUT HAS NONE.
           IF LA-INTEREST-ONLY-MONTHS-X NOT = SPACES
               MOVE LA-INTEREST-ONLY-MONTHS TO INTEREST-ONLY-MONTHS
           END-IF

      *        THE PRODUCT SETS THE DAY-COUNT THE LOAN IS
      *        AMORTIZED AND BOOKED UNDER.
           MOVE LA-PRODUCT-CODE TO PA-PRODUCT-CODE
           CALL "LOANPRDL" USING PRODUCT-LOOKUP-AREA
           MOVE PA-DAY-COUNT    TO DAY-COUNT-METHOD

           CALL "LOANAMORT" USING LOANINFO OUTDATA

           MOVE LOANTERM       TO RPT-LOANTERM
           MOVE RATE           TO RPT-RATE

           EVALUATE TRUE
               WHEN PA-PRODUCT-MISSING
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE ZERO        TO RPT-PAYMENT RPT-TOTINT
                   MOVE "NO PRODUCT" TO RPT-STATUS
               WHEN OUT-ERROR-COUNT > ZERO
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE ZERO        TO RPT-PAYMENT RPT-TOTINT
                   MOVE "ERROR"     TO RPT-STATUS
               WHEN OTHER
                   MOVE OUTPAYMENT(1)   TO RPT-PAYMENT
                   MOVE OUTTOTINTPAID   TO RPT-TOTINT
                   MOVE "OK"            TO RPT-STATUS
                   PERFORM 0230-SAVE-MASTER-RECORD
                       THRU 0230-SAVE-MASTER-RECORD-EXIT
           END-EVALUATE

           WRITE LOAN-RPT-RECORD FROM RPT-DETAIL-LINE

           MOVE ZERO   TO LM-LATE-FEE-BALANCE
           MOVE ZERO   TO LM-LATE-FEE-THRU-MONTH
           MOVE ZERO   TO LM-UNAPPLIED-BALANCE
           MOVE PA-DAY-COUNT    TO LM-DAY-COUNT
           MOVE LA-PRODUCT-CODE TO LM-PRODUCT-CODE
           MOVE SPACES TO LM-LEGAL-STATUS
           MOVE ZERO   TO LM-LEGAL-FILING-DATE
           MOVE SPACES TO LM-LEGAL-CASE-REF
           MOVE ZERO   TO LM-PROPERTY-VALUE
           MOVE ZERO   TO LM-MONTHLY-PMI-AMOUNT
           MOVE ZERO   TO LM-PMI-CANCEL-MONTH
           MOVE OUT-ORIGINATION-FEE TO LM-ORIGINATION-FEE
           MOVE OUT-ORIGINATION-FEE TO LM-DEFERRED-FEE
           MOVE ZERO   TO LM-FEE-AMORT-THRU-MONTH
           MOVE ZERO   TO LM-FEE-DEFERRED-PERIOD
           MOVE ZERO   TO LM-FEE-LAST-PERIOD
           MOVE ZERO   TO LM-FEE-LAST-AMORTIZED
           MOVE ZERO   TO LM-FEE-ACCEL-DATE
           MOVE ZERO   TO LM-FEE-ACCEL-AMOUNT
           MOVE INTEREST-ONLY-MONTHS TO LM-INTEREST-ONLY-MONTHS
           MOVE SPACES TO LM-MI-CARRIER-CODE
           MOVE SPACES TO LM-MI-CERTIFICATE
           MOVE ZERO   TO LM-MI-REMIT-PERIOD
           MOVE ZERO   TO LM-MI-REMIT-AMOUNT
           MOVE ZERO   TO LM-MI-CANCEL-NOTICE-PERIOD

           PERFORM 0231-COPY-ONE-MONTH
               THRU 0231-COPY-ONE-MONTH-EXIT
