           03 FILLER                 PIC X(02) VALUE SPACES.
           03 RCT-DISPOSITION        PIC X(24).

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-TELLER-ID FROM CONSOLE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-TELLER-ID             TO SC-OPERATOR-ID
           MOVE "LOANTELL"               TO SC-PROGRAM-ID
           MOVE "SESSION"                TO SC-FUNCTION
           MOVE SPACES                   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

