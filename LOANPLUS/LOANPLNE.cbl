           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-PAYMENT         PIC 9(8)V99.

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-NEW-MONTHS          FROM CONSOLE
           ACCEPT WS-NEW-PAYMENT         FROM CONSOLE

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANPLNE"               TO SC-PROGRAM-ID
           MOVE "PLAN"                   TO SC-FUNCTION
           MOVE WS-INQUIRY-LOAN-NUMBER   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-MAINTAIN-PLAN
               THRU 0100-MAINTAIN-PLAN-EXIT

