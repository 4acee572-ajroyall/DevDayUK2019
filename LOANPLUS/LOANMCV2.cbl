           MOVE ZERO   TO LM-SCRA-PRIOR-RATE
           MOVE ZERO   TO LM-CREDIT-LIMIT
           MOVE SPACES TO LM-DAY-COUNT
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
