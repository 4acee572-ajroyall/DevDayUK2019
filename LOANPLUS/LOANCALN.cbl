       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCALN.
       REMARKS. SHARED BUSINESS-DAY SERVICE.  CALLED WITH THE
               CALNAREA RECORD: IS A DATE A BUSINESS DAY, WHAT IS
               THE NEXT OR PREVIOUS BUSINESS DAY, AND WHAT DATE
               FALLS A GIVEN NUMBER OF CALENDAR DAYS LATER.
               SATURDAYS AND SUNDAYS ARE NEVER BUSINESS DAYS; THE
               BANK HOLIDAYS ARE WHATEVER OPERATIONS HAS KEYED ON
               THE BANKHOLS CALENDAR FILE, ONE DATED RECORD PER
               HOLIDAY.  THE FIRST CALL OF A RUN LOADS THE CALENDAR
               INTO A TABLE (THE SAME SHAPE AS LOANPRDL) SO A
               NIGHTLY PASS OVER EVERY LOAN DOES NOT RE-READ IT PER
               LOAN.  THE DAY OF THE WEEK IS WORKED FROM A DAY COUNT
               ON THE GREGORIAN CALENDAR, SO NO YEAR NEEDS A TABLE
               OF ITS OWN.  THE SAME DAY COUNT IS HANDED BACK ON EVERY
               CALL, SO A CALLER CAN TAKE THE ACTUAL DAYS BETWEEN TWO
               DATES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLIDAY-FILE
                                    ASSIGN TO "BANKHOLS"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           03 HL-HOLIDAY-DATE        PIC 9(8).
           03 HL-DESCRIPTION         PIC X(30).

       WORKING-STORAGE SECTION.

       77  HOLIDAY-TABLE-MAX         PIC S9(4) COMP VALUE 500.

      *    NO CALENDAR CLOSES THE BANK FOR A MONTH -- A LONGER RUN
      *    OF CLOSED DAYS MEANS THE HOLIDAY FILE IS WRONG.
       77  STEP-LIMIT                PIC S9(4) COMP VALUE 31.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-HOLIDAY-FILE  VALUE "Y".

       01  WS-LOADED-FLAG            PIC X  VALUE "N".
           88  HOLIDAY-TABLE-LOADED VALUE "Y".

      *    THE BANK HOLIDAYS, LOADED ON THE FIRST CALL AND KEPT FOR
      *    THE REST OF THE RUN.
       01  WS-HOLIDAY-TABLE.
           03 WS-HOLIDAY-COUNT       PIC S9(4) COMP VALUE ZERO.
           03 WS-HOLIDAY-DATE OCCURS 500 TIMES
                                     PIC 9(8).

       01  IDX                       PIC S9(4) COMP.

      *    THE DATE BEING TESTED OR STEPPED.
       01  WS-WORK-DATE              PIC 9(8).
       01  FILLER REDEFINES WS-WORK-DATE.
           03 WS-WORK-YEAR           PIC 9(4).
           03 WS-WORK-MONTH          PIC 9(2).
           03 WS-WORK-DAY            PIC 9(2).

       01  WS-MONTH-DAYS-TABLE       PIC X(24)
                                     VALUE "312831303130313130313031".
       01  FILLER REDEFINES WS-MONTH-DAYS-TABLE.
           03 WS-MONTH-DAYS OCCURS 12 TIMES
                                     PIC 9(2).
       01  WS-MONTH-LENGTH           PIC 9(2).
       01  WS-LEAP-QUOTIENT          PIC S9(8) COMP.
       01  WS-LEAP-REMAINDER         PIC S9(4) COMP.

      *    DAY COUNT AND DAY OF THE WEEK.  THE YEAR IS TAKEN TO
      *    START IN MARCH SO THE LEAP DAY FALLS AT ITS END; THE
      *    WEEKDAY COMES OUT 0 = SUNDAY THROUGH 6 = SATURDAY.
       01  WS-CALC-YEAR              PIC S9(8) COMP.
       01  WS-CALC-MONTH             PIC S9(4) COMP.
       01  WS-QUOTIENT-4             PIC S9(8) COMP.
       01  WS-QUOTIENT-100           PIC S9(8) COMP.
       01  WS-QUOTIENT-400           PIC S9(8) COMP.
       01  WS-MONTH-PART             PIC S9(8) COMP.
       01  WS-MONTH-PART-DAYS        PIC S9(8) COMP.
       01  WS-DAY-NUMBER             PIC S9(9) COMP.
       01  WS-WEEK-QUOTIENT          PIC S9(9) COMP.
       01  WS-WEEKDAY                PIC S9(4) COMP.
           88  WEEKEND-DAY           VALUE 0, 6.

       01  WS-OPEN-FLAG              PIC X.
           88  WORK-DATE-OPEN        VALUE "Y".

       01  WS-STEP-COUNT             PIC S9(4) COMP.

       LINKAGE SECTION.
       COPY CALNAREA.

       PROCEDURE DIVISION USING CALENDAR-AREA.

       0000-CONTROL SECTION.
           IF NOT HOLIDAY-TABLE-LOADED
               PERFORM 0100-LOAD-HOLIDAY-TABLE
                   THRU 0100-LOAD-HOLIDAY-TABLE-EXIT
           END-IF

           MOVE ZERO TO CA-RESULT-DATE
           MOVE ZERO TO CA-DAY-NUMBER
           SET CA-DATE-VALID       TO TRUE
           SET CA-NON-BUSINESS-DAY TO TRUE

           MOVE CA-INPUT-DATE TO WS-WORK-DATE
           IF CA-INPUT-DATE NOT NUMERIC
               OR WS-WORK-YEAR < 1900
               OR WS-WORK-MONTH < 01 OR WS-WORK-MONTH > 12
               OR WS-WORK-DAY < 01 OR WS-WORK-DAY > 31
               SET CA-DATE-INVALID TO TRUE
               GOBACK
           END-IF

           PERFORM 0200-SET-MONTH-LENGTH
               THRU 0200-SET-MONTH-LENGTH-EXIT
           IF WS-WORK-DAY > WS-MONTH-LENGTH
               MOVE WS-MONTH-LENGTH TO WS-WORK-DAY
           END-IF

           PERFORM 0300-SET-WEEKDAY
               THRU 0300-SET-WEEKDAY-EXIT
           MOVE WS-DAY-NUMBER TO CA-DAY-NUMBER
           PERFORM 0400-TEST-WORK-DATE
               THRU 0400-TEST-WORK-DATE-EXIT
           IF WORK-DATE-OPEN
               SET CA-BUSINESS-DAY TO TRUE
           END-IF

      *        "N" AND "P" ALWAYS MOVE AT LEAST ONE DAY, SO THE
      *        OPEN FLAG IS DROPPED BEFORE THE FIRST STEP; "F"
      *        STAYS PUT ON A DATE THAT IS ALREADY OPEN.
           MOVE ZERO TO WS-STEP-COUNT
           EVALUATE TRUE
               WHEN CA-NEXT-BUSINESS-DAY
                   MOVE "N" TO WS-OPEN-FLAG
                   PERFORM 0500-STEP-FORWARD
                       THRU 0500-STEP-FORWARD-EXIT
                       UNTIL WORK-DATE-OPEN
                       OR WS-STEP-COUNT > STEP-LIMIT
               WHEN CA-ROLL-FORWARD
                   PERFORM 0500-STEP-FORWARD
                       THRU 0500-STEP-FORWARD-EXIT
                       UNTIL WORK-DATE-OPEN
                       OR WS-STEP-COUNT > STEP-LIMIT
               WHEN CA-PREVIOUS-BUSINESS-DAY
                   MOVE "N" TO WS-OPEN-FLAG
                   PERFORM 0600-STEP-BACK
                       THRU 0600-STEP-BACK-EXIT
                       UNTIL WORK-DATE-OPEN
                       OR WS-STEP-COUNT > STEP-LIMIT
               WHEN CA-ADD-CALENDAR-DAYS
                   PERFORM 0500-STEP-FORWARD
                       THRU 0500-STEP-FORWARD-EXIT
                       UNTIL WS-STEP-COUNT NOT < CA-DAY-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-STEP-COUNT > STEP-LIMIT
               AND NOT CA-ADD-CALENDAR-DAYS
               DISPLAY "NO BUSINESS DAY WITHIN " STEP-LIMIT
                   " DAYS OF " CA-INPUT-DATE
                   " - CHECK THE HOLIDAY CALENDAR"
           END-IF

           MOVE WS-WORK-DATE TO CA-RESULT-DATE

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-LOAD-HOLIDAY-TABLE SECTION.
           MOVE ZERO TO WS-HOLIDAY-COUNT
           MOVE "N"  TO WS-EOF-FLAG

           OPEN INPUT HOLIDAY-FILE

           PERFORM 0110-LOAD-ONE-HOLIDAY
               THRU 0110-LOAD-ONE-HOLIDAY-EXIT
               UNTIL END-OF-HOLIDAY-FILE

           CLOSE HOLIDAY-FILE

           MOVE "Y" TO WS-LOADED-FLAG
           .
       0100-LOAD-HOLIDAY-TABLE-EXIT.
           EXIT.

       0110-LOAD-ONE-HOLIDAY SECTION.
           READ HOLIDAY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ

           IF NOT END-OF-HOLIDAY-FILE
               AND HL-HOLIDAY-DATE IS NUMERIC
               IF WS-HOLIDAY-COUNT < HOLIDAY-TABLE-MAX
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE HL-HOLIDAY-DATE
                       TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
               ELSE
                   DISPLAY "HOLIDAY TABLE FULL - SKIPPED "
                       HL-HOLIDAY-DATE
               END-IF
           END-IF
           .
       0110-LOAD-ONE-HOLIDAY-EXIT.
           EXIT.

      *************************************************************
      *    DAYS IN THE WORK MONTH, FEBRUARY BY THE FULL LEAP RULE
      *    -- EVERY FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY
      *    FOUR HUNDRED.
      *************************************************************
       0200-SET-MONTH-LENGTH SECTION.
           MOVE WS-MONTH-DAYS(WS-WORK-MONTH) TO WS-MONTH-LENGTH
           IF WS-WORK-MONTH = 02
               DIVIDE WS-WORK-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-LENGTH
                   DIVIDE WS-WORK-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-MONTH-LENGTH
                       DIVIDE WS-WORK-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       0200-SET-MONTH-LENGTH-EXIT.
           EXIT.

      *************************************************************
      *    DAY OF THE WEEK OF THE WORK DATE, FROM ITS DAY COUNT ON
      *    THE GREGORIAN CALENDAR.  EACH DIVISION IS ITS OWN STEP
      *    SO EVERY QUOTIENT IS TRUNCATED BEFORE IT IS SUMMED.
      *************************************************************
       0300-SET-WEEKDAY SECTION.
           MOVE WS-WORK-YEAR  TO WS-CALC-YEAR
           MOVE WS-WORK-MONTH TO WS-CALC-MONTH
           IF WS-CALC-MONTH < 3
               SUBTRACT 1 FROM WS-CALC-YEAR
               ADD 12 TO WS-CALC-MONTH
           END-IF

           DIVIDE WS-CALC-YEAR BY 4   GIVING WS-QUOTIENT-4
           DIVIDE WS-CALC-YEAR BY 100 GIVING WS-QUOTIENT-100
           DIVIDE WS-CALC-YEAR BY 400 GIVING WS-QUOTIENT-400
           COMPUTE WS-MONTH-PART = (153 * (WS-CALC-MONTH - 3)) + 2
           DIVIDE WS-MONTH-PART BY 5 GIVING WS-MONTH-PART-DAYS

           COMPUTE WS-DAY-NUMBER =
               (365 * WS-CALC-YEAR) + WS-QUOTIENT-4
               - WS-QUOTIENT-100 + WS-QUOTIENT-400
               + WS-MONTH-PART-DAYS + WS-WORK-DAY + 2
           DIVIDE WS-DAY-NUMBER BY 7
               GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY
           .
       0300-SET-WEEKDAY-EXIT.
           EXIT.

      *************************************************************
      *    THE WORK DATE IS OPEN IF IT IS A WEEKDAY AND NOT ON THE
      *    HOLIDAY CALENDAR.
      *************************************************************
       0400-TEST-WORK-DATE SECTION.
           MOVE "N" TO WS-OPEN-FLAG
           IF WEEKEND-DAY
               GO TO 0400-TEST-WORK-DATE-EXIT
           END-IF

           PERFORM 0410-CHECK-ONE-HOLIDAY
               THRU 0410-CHECK-ONE-HOLIDAY-EXIT
               VARYING IDX FROM 1 BY 1
               UNTIL IDX > WS-HOLIDAY-COUNT
               OR WS-HOLIDAY-DATE(IDX) = WS-WORK-DATE

           IF IDX > WS-HOLIDAY-COUNT
               MOVE "Y" TO WS-OPEN-FLAG
           END-IF
           .
       0400-TEST-WORK-DATE-EXIT.
           EXIT.

       0410-CHECK-ONE-HOLIDAY SECTION.
           CONTINUE
           .
       0410-CHECK-ONE-HOLIDAY-EXIT.
           EXIT.

      *************************************************************
      *    ONE CALENDAR DAY FORWARD, THE WEEKDAY KEPT IN STEP.
      *************************************************************
       0500-STEP-FORWARD SECTION.
           ADD 1 TO WS-STEP-COUNT
           ADD 1 TO WS-WORK-DAY
           IF WS-WORK-DAY > WS-MONTH-LENGTH
               MOVE 01 TO WS-WORK-DAY
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   MOVE 01 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
               PERFORM 0200-SET-MONTH-LENGTH
                   THRU 0200-SET-MONTH-LENGTH-EXIT
           END-IF

           ADD 1 TO WS-WEEKDAY
           IF WS-WEEKDAY > 6
               MOVE ZERO TO WS-WEEKDAY
           END-IF

           PERFORM 0400-TEST-WORK-DATE
               THRU 0400-TEST-WORK-DATE-EXIT
           .
       0500-STEP-FORWARD-EXIT.
           EXIT.

      *************************************************************
      *    ONE CALENDAR DAY BACK, THE WEEKDAY KEPT IN STEP.
      *************************************************************
       0600-STEP-BACK SECTION.
           ADD 1 TO WS-STEP-COUNT
           SUBTRACT 1 FROM WS-WORK-DAY
           IF WS-WORK-DAY < 01
               SUBTRACT 1 FROM WS-WORK-MONTH
               IF WS-WORK-MONTH < 01
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               END-IF
               PERFORM 0200-SET-MONTH-LENGTH
                   THRU 0200-SET-MONTH-LENGTH-EXIT
               MOVE WS-MONTH-LENGTH TO WS-WORK-DAY
           END-IF

           SUBTRACT 1 FROM WS-WEEKDAY
           IF WS-WEEKDAY < 0
               MOVE 6 TO WS-WEEKDAY
           END-IF

           PERFORM 0400-TEST-WORK-DATE
               THRU 0400-TEST-WORK-DATE-EXIT
           .
       0600-STEP-BACK-EXIT.
           EXIT.

       END PROGRAM LOANCALN.
