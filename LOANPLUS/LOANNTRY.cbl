
       01  WS-HIGH-SEQ               PIC 9(6).

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-CATEGORY-CODE       FROM CONSOLE
           ACCEPT WS-NOTE-TEXT           FROM CONSOLE

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANNTRY"               TO SC-PROGRAM-ID
           MOVE WS-CATEGORY-CODE         TO SC-FUNCTION
           MOVE WS-INQUIRY-LOAN-NUMBER   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-RECORD-THE-NOTE
               THRU 0100-RECORD-THE-NOTE-EXIT

