           88  NEW-VALUE-GOOD        VALUE "Y".
           88  NEW-VALUE-BAD         VALUE "N".

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-NEW-AMOUNT          FROM CONSOLE
           ACCEPT WS-NEW-DATE-X          FROM CONSOLE

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANCOLE"               TO SC-PROGRAM-ID
           MOVE WS-OUTCOME-CODE          TO SC-FUNCTION
           MOVE WS-INQUIRY-LOAN-NUMBER   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-RECORD-CONTACT
               THRU 0100-RECORD-CONTACT-EXIT

