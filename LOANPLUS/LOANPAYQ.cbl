               SCHEDULES ARE QUOTED UNDER, ADDS OUTSTANDING LATE
               CHARGES, AND PRODUCES AN ITEMIZED QUOTE LETTER WITH
               A GOOD-THROUGH DATE AND THE EXTRA PER-DIEM STATED
               FOR FUNDS ARRIVING AFTER IT.  THE GOOD-THROUGH DATE
               IS ALWAYS A BUSINESS DAY -- A REQUESTED PAYOFF DATE
               ON A WEEKEND OR BANK HOLIDAY IS QUOTED THROUGH THE
               NEXT BUSINESS DAY (LOANCALN), THE FIRST DAY THE
               FUNDS CAN ACTUALLY LAND.  THE SAME FIGURES ARE
               FILED ON THE LOANPOQF QUOTE MASTER, ONE OUTSTANDING
               QUOTE PER LOAN, SO LOANPAYX CAN MATCH THE WIRE THAT
               EVENTUALLY LANDS AGAINST EXACTLY WHAT WAS QUOTED.
           03 WS-PAYOFF-MONTH        PIC 9(2).
           03 WS-PAYOFF-DAY          PIC 9(2).

       COPY CALNAREA.

       01  WS-ORIG-DATE              PIC 9(8).
       01  FILLER REDEFINES WS-ORIG-DATE.
           03 WS-ORIG-YEAR           PIC 9(4).
           ACCEPT WS-INQUIRY-LOAN-NUMBER FROM CONSOLE
           ACCEPT WS-PAYOFF-DATE         FROM CONSOLE

           MOVE WS-PAYOFF-DATE TO CA-INPUT-DATE
           SET CA-ROLL-FORWARD TO TRUE
           CALL "LOANCALN" USING CALENDAR-AREA
           IF CA-DATE-INVALID
               DISPLAY "PAYOFF DATE NOT A REAL DATE: " WS-PAYOFF-DATE
               GOBACK
           END-IF
           IF CA-RESULT-DATE NOT = WS-PAYOFF-DATE
               DISPLAY "PAYOFF DATE " WS-PAYOFF-DATE
                   " NOT A BUSINESS DAY - QUOTED THROUGH "
                   CA-RESULT-DATE
               MOVE CA-RESULT-DATE TO WS-PAYOFF-DATE
           END-IF

           PERFORM 0100-QUOTE-LOAN
               THRU 0100-QUOTE-LOAN-EXIT

