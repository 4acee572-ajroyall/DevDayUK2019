               BANKRMIT-FORMAT FILE WITH SOURCE "ACH" SO THE DRAFTS
               POST THROUGH THE NORMAL LOANPOST PATH LIKE ANY OTHER
               RECEIPT.  THE ORIGINATION REGISTER CARRIES THE
               CONTROL TOTALS BOTH FILES MUST TIE TO.  THE KEYED
               SETTLEMENT DATE IS CHECKED AGAINST THE BUSINESS-DAY
               CALENDAR (LOANCALN): A WEEKEND OR BANK HOLIDAY ROLLS
               FORWARD TO THE NEXT BUSINESS DAY, AND A DATE THAT IS
               NOT A DATE STOPS THE RUN BEFORE ANY FILE IS WRITTEN.
               NO DRAFT IS ORIGINATED ON A LOAN UNDER A SANCTIONS
               HOLD (LOANOFHD); THE REGISTER COUNTS THOSE SKIPPED.

       ENVIRONMENT DIVISION.

      *    MONEY ON THE DAY IT ACTUALLY MOVES.
       01  WS-SETTLEMENT-DATE        PIC 9(8).

       COPY CALNAREA.

       01  WS-PAID-THRU-MONTH        PIC S9(4) COMP.
       01  MONTH                     PIC S9(4) COMP.


       01  WS-DRAFT-COUNT            PIC S9(8) COMP VALUE ZERO.
       01  WS-DRAFT-TOTAL            PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-HELD-COUNT             PIC S9(8) COMP VALUE ZERO.

       COPY HOLDAREA.

       01  DRAFT-HEADING-1.
           03 FILLER                 PIC X(22)
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 DRT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.

       01  DRAFT-HELD-LINE.
           03 FILLER                 PIC X(24)
                                      VALUE "SKIPPED - SANCTIONS:".
           03 DRT-HELD-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-SETTLEMENT-DATE FROM CONSOLE

      *        THE BANK SETTLES ACH ONLY ON A BUSINESS DAY.
           MOVE WS-SETTLEMENT-DATE TO CA-INPUT-DATE
           SET CA-ROLL-FORWARD TO TRUE
           CALL "LOANCALN" USING CALENDAR-AREA
           IF CA-DATE-INVALID
               DISPLAY "SETTLEMENT DATE NOT A REAL DATE: "
                   WS-SETTLEMENT-DATE " - RUN STOPPED"
               GOBACK
           END-IF
           IF CA-RESULT-DATE NOT = WS-SETTLEMENT-DATE
               DISPLAY "SETTLEMENT DATE " WS-SETTLEMENT-DATE
                   " NOT A BUSINESS DAY - ROLLED TO "
                   CA-RESULT-DATE
               MOVE CA-RESULT-DATE TO WS-SETTLEMENT-DATE
           END-IF

           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

               GO TO 0200-DRAFT-NEXT
           END-IF

      *        NO DRAFT AGAINST A LOAN IN FORECLOSURE -- A SINGLE
      *        INSTALLMENT DOES NOT CURE IT, AND THE ATTORNEY
      *        QUOTES THE REINSTATEMENT FIGURE.
           IF LM-STATUS-FORECLOSURE
               GO TO 0200-DRAFT-NEXT
           END-IF

           MOVE LM-LOAN-NUMBER TO BK-LOAN-NUMBER
           READ BORROWER-BANK-FILE
               INVALID KEY
               GO TO 0200-DRAFT-NEXT
           END-IF

      *        NO MONEY MOVES ON A LOAN UNDER SANCTIONS HOLD.
           MOVE LM-LOAN-NUMBER TO HA-LOAN-NUMBER
           CALL "LOANOFHD" USING HOLD-CHECK-AREA
           IF HA-ON-HOLD
               ADD 1 TO WS-HELD-COUNT
               GO TO 0200-DRAFT-NEXT
           END-IF

           PERFORM 0300-FIND-PAID-THRU
               THRU 0300-FIND-PAID-THRU-EXIT

           MOVE WS-DRAFT-TOTAL TO DRT-AMOUNT
           WRITE DRAFT-RPT-RECORD FROM DRAFT-TOTAL-LINE

           MOVE WS-HELD-COUNT  TO DRT-HELD-COUNT
           WRITE DRAFT-RPT-RECORD FROM DRAFT-HELD-LINE

           CLOSE LOAN-MASTER-FILE
           CLOSE BORROWER-BANK-FILE
           CLOSE PAYMENT-HISTORY-FILE
