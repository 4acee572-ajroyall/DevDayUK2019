       01  WS-SOLVE-INTEREST          PIC S9(9)V9(9) COMP-3.
       01  WS-SOLVE-MONTHS            PIC S9(8) COMP-3.

      *    NUMBER OF PERIODS 0100-CALC-PAYMENT SIZES THE PAYMENT
      *    OVER -- LOANTERM, LESS ANY INTEREST-ONLY MONTHS STILL TO
      *    RUN IN THIS CALL.  WS-IO-MONTHS-LEFT IS THAT COUNT, AND
      *    WS-IO-RESIZED-FLAG RECORDS THAT THE PAYMENT HAS BEEN
      *    RE-SIZED ONTO THE BALANCE LEFT AT THE END OF THE PERIOD.
       01  WS-AMORT-PERIODS           PIC S9(8) COMP-3.
       01  WS-IO-MONTHS-LEFT          PIC S9(8) COMP-3.
       01  WS-IO-RESIZED-FLAG         PIC X  VALUE "N".
           88  IO-PAYMENT-RESIZED     VALUE "Y".

       01 WORK-FIELDS.
          03 WRK-MESSAGE         PIC X(40) VALUE "CALCULATING PAYMENT".
          03 WRK-RATE            PIC S9(9)V9(9) COMP-3.
           MOVE ZERO TO TOTPRINCPAID
           MOVE ZERO TO LAST-MONTH-PAID
           MOVE ZERO TO OUT-PREPAYMENT-PENALTY
           MOVE "N"  TO WS-IO-RESIZED-FLAG
           MOVE IN-LOAN-NUMBER      TO OUT-LOAN-NUMBER
           MOVE IN-BORROWER-NAME    TO OUT-BORROWER-NAME
           MOVE IN-ORIGINATION-DATE TO OUT-ORIGINATION-DATE
                   GO TO 0000-CONTROL-EXIT
               END-IF
           ELSE
      *            AN INTEREST-ONLY PERIOD REPAYS NO PRINCIPAL, SO
      *            THE AMORTIZING PAYMENT IS SIZED OVER ONLY THE
      *            MONTHS OF THIS CALL THAT FOLLOW IT.
               MOVE LOANTERM TO WS-AMORT-PERIODS
               IF INTEREST-ONLY-MONTHS > ZERO
                   IF RESTART-MONTH > ZERO
                       COMPUTE WS-IO-MONTHS-LEFT =
                           INTEREST-ONLY-MONTHS - RESTART-MONTH + 1
                   ELSE
                       MOVE INTEREST-ONLY-MONTHS TO WS-IO-MONTHS-LEFT
                   END-IF
                   IF WS-IO-MONTHS-LEFT > ZERO
                       SUBTRACT WS-IO-MONTHS-LEFT FROM WS-AMORT-PERIODS
                   END-IF
               END-IF
               PERFORM 0100-CALC-PAYMENT
           END-IF

      *        NORMALLY COMPUTED PAYMENT WITH A FIXED, POSSIBLY
      *        INTEREST-SHORT, PAYMENT.  ANY SHORTFALL CAPITALIZES
      *        ONTO PRINCIPAL BELOW, WHICH IS NEGATIVE AMORTIZATION.
      *        AN INTEREST-ONLY MONTH PAYS THE MONTH'S INTEREST AND
      *        NOTHING MORE.  THE FIRST MONTH PAST THE PERIOD RE-SIZES
      *        THE PAYMENT ONTO THE BALANCE THEN OUTSTANDING (EXTRA
      *        PRINCIPAL OR A PAYMENT HOLIDAY DURING THE PERIOD MAY
      *        HAVE MOVED IT) OVER THE MONTHS STILL TO RUN.
                   IF MIN-PAYMENT-MONTHS > ZERO
                       AND MONTH NOT > MIN-PAYMENT-MONTHS
                           MOVE MIN-PAYMENT-AMOUNT TO DECPAYMENT
                   ELSE
                       IF INTEREST-ONLY-MONTHS > ZERO
                           AND OUT-MONTH NOT > INTEREST-ONLY-MONTHS
                           MOVE INTPAID TO DECPAYMENT
                       ELSE
                           IF INTEREST-ONLY-MONTHS > ZERO
                               AND NOT IO-PAYMENT-RESIZED
                               COMPUTE WS-AMORT-PERIODS =
                                   LOANTERM - MONTH + 1
                               PERFORM 0100-CALC-PAYMENT
                               MOVE "Y" TO WS-IO-RESIZED-FLAG
                           END-IF
                           MOVE WRK-PAYMENT TO DECPAYMENT
                       END-IF
                   END-IF

      *        A BALLOON MONTH GETS THE SAME FORCED-EXACT-PAYOFF
           IF RATE = ZERO
               IF ROUNDING-HALF-EVEN
                   COMPUTE WRK-PAYMENT ROUNDED MODE IS NEAREST-EVEN =
                       PRINCIPAL / WS-AMORT-PERIODS
               ELSE
                   COMPUTE WRK-PAYMENT ROUNDED =
                       PRINCIPAL / WS-AMORT-PERIODS
               END-IF
           ELSE
               COMPUTE WRK-RATE = (RATE / 100) / WS-PERIODS-PER-YEAR
               IF ROUNDING-HALF-EVEN
                   COMPUTE WRK-PAYMENT ROUNDED MODE IS NEAREST-EVEN =
                       (PRINCIPAL * WRK-RATE) /
                       (1 - (1 / ((1 + WRK-RATE)
                                  ** (WS-AMORT-PERIODS))))
               ELSE
                   COMPUTE WRK-PAYMENT  ROUNDED = (PRINCIPAL * WRK-RATE)
                        / (1 - (1 / ((1 + WRK-RATE)
                                        ** (WS-AMORT-PERIODS))))
               END-IF
           END-IF.

                   MOVE "Y"            TO  INPUT-ERROR-FLAG
           END-IF

      *        AN INTEREST-ONLY PERIOD MUST END BEFORE THE LAST MONTH
      *        OF THIS CALL'S SCHEDULE, OR NO MONTH IS LEFT TO REPAY
      *        THE PRINCIPAL OVER.  IT IS SIZED AGAINST A KNOWN TERM,
      *        SO IT CANNOT BE COMBINED WITH TARGET-PAYMENT.
           IF INTEREST-ONLY-MONTHS > ZERO
               IF TARGET-PAYMENT > ZERO
                       PERFORM 0111-ADD-ERROR THRU 0111-ADD-ERROR-EXIT
                       MOVE "1011" TO OUT-ERROR-CODE(OUT-ERROR-COUNT)
                       IF OUT-ERROR-COUNT = 1
                           MOVE
                             "ERROR INTEREST ONLY WITH TARGET PAYMENT"
                               TO OUT-ERROR-MESSAGE
                       END-IF
                       MOVE "Y"            TO  INPUT-ERROR-FLAG
               ELSE
                   IF (RESTART-MONTH = ZERO
                       AND INTEREST-ONLY-MONTHS NOT < LOANTERM)
                   OR (RESTART-MONTH > ZERO
                       AND INTEREST-ONLY-MONTHS NOT <
                           (RESTART-MONTH + LOANTERM - 1))
                       PERFORM 0111-ADD-ERROR THRU 0111-ADD-ERROR-EXIT
                       MOVE "1010" TO OUT-ERROR-CODE(OUT-ERROR-COUNT)
                       IF OUT-ERROR-COUNT = 1
                           MOVE "ERROR INTEREST ONLY MONTHS >= TERM"
                               TO OUT-ERROR-MESSAGE
                       END-IF
                       MOVE "Y"            TO  INPUT-ERROR-FLAG
                   END-IF
               END-IF
           END-IF

           .
       0110-CONTROL-EXIT.
           EXIT.
