       REMARKS. BUYDOWN SUBSIDY ENTRY.  AN OPERATOR FILES THE
               SELLER'S BUYDOWN DEPOSIT AGAINST A LOAN: THE
               DEPOSIT, THE MONTHLY DRAW THE SUBSIDY COVERS, AND
               THE NUMBER OF SUBSIDIZED MONTHS, AND WHO PUT THE
               MONEY UP, SO AN UNDRAWN BALANCE AT PAYOFF CAN BE
               REFUNDED BY CHECK.  THE REMAINING BALANCE STARTS AT
               THE DEPOSIT AND THE POSTING RUN DRAWS IT DOWN
               PAYMENT BY PAYMENT.  THE LOAN MUST EXIST ON THE
               MASTER; RE-FILING REPLACES THE TERMS BUT NEVER THE
               MONEY ALREADY DRAWN.

       ENVIRONMENT DIVISION.

       01  FILLER REDEFINES WS-NEW-MONTHS.
           03 WS-NEW-MONTHS-N        PIC 9(3).

       01  WS-NEW-DEPOSITOR          PIC X(30).

       01  WS-RECORD-FOUND-FLAG      PIC X  VALUE "N".
           88  SUBSIDY-ON-FILE       VALUE "Y".

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-NEW-DEPOSIT         FROM CONSOLE
           ACCEPT WS-NEW-DRAW            FROM CONSOLE
           ACCEPT WS-NEW-MONTHS          FROM CONSOLE
           ACCEPT WS-NEW-DEPOSITOR       FROM CONSOLE

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANBUYE"               TO SC-PROGRAM-ID
           MOVE "SUBSIDY"                TO SC-FUNCTION
           MOVE WS-INQUIRY-LOAN-NUMBER   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           IF WS-NEW-DEPOSIT IS NUMERIC
               MOVE WS-NEW-DEPOSIT-N TO SC-AMOUNT
           END-IF
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-FILE-THE-SUBSIDY
               THRU 0100-FILE-THE-SUBSIDY-EXIT
                   " NON-ZERO"
               GO TO 0100-FILE-THE-SUBSIDY-EXIT
           END-IF
           IF WS-NEW-DEPOSITOR = SPACES
               DISPLAY "DEPOSITOR NAME IS REQUIRED"
               GO TO 0100-FILE-THE-SUBSIDY-EXIT
           END-IF

           OPEN INPUT LOAN-MASTER-FILE
           MOVE WS-INQUIRY-LOAN-NUMBER TO LM-LOAN-NUMBER
           MOVE WS-NEW-DEPOSIT-N TO BD-DEPOSIT-AMOUNT
           MOVE WS-NEW-DRAW-N    TO BD-MONTHLY-DRAW
           MOVE WS-NEW-MONTHS-N  TO BD-SUBSIDY-MONTHS
           MOVE WS-NEW-DEPOSITOR TO BD-DEPOSITOR-NAME
           IF NOT SUBSIDY-ON-FILE
               MOVE ZERO TO BD-DRAWN-TO-DATE
           END-IF
