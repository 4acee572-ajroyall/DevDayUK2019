      *****************************************************************
      *    CALNAREA - LINKAGE AREA FOR LOANCALN, THE SHARED BUSINESS-
      *    DAY SERVICE.  THE CALLER SETS THE FUNCTION AND A DATE;
      *    LOANCALN ANSWERS FROM THE BANKHOLS HOLIDAY CALENDAR AND
      *    THE WEEKEND RULE (SATURDAY AND SUNDAY ARE NEVER BUSINESS
      *    DAYS):
      *      "B"  IS THE DATE A BUSINESS DAY (RESULT = THE DATE)
      *      "N"  FIRST BUSINESS DAY AFTER THE DATE
      *      "P"  LAST BUSINESS DAY BEFORE THE DATE
      *      "F"  THE DATE IF IT IS A BUSINESS DAY, ELSE THE NEXT
      *      "A"  THE DATE PLUS CA-DAY-COUNT CALENDAR DAYS, OPEN OR
      *           NOT -- A STATUTORY DEADLINE RUNS ON THE CALENDAR
      *      "D"  THE DATE'S DAY NUMBER ONLY (RESULT = THE DATE)
      *    EVERY CALL ALSO SETS CA-DAY-NUMBER, THE DATE'S RUNNING
      *    DAY COUNT ON THE GREGORIAN CALENDAR: TWO DATES' NUMBERS
      *    DIFFER BY THE ACTUAL DAYS BETWEEN THEM.
      *    A DAY OF 29-31 PAST THE END OF A SHORTER MONTH IS TAKEN
      *    AS THE MONTH'S LAST DAY, THE SAME WAY A LOAN ORIGINATED
      *    ON THE 31ST FALLS DUE ON THE LAST DAY OF FEBRUARY.  A
      *    DATE THAT IS NOT A DATE AT ALL (MONTH 13, DAY 32, YEAR
      *    BEFORE 1900) COMES BACK FLAGGED INVALID, RESULT ZERO.
      *    CA-BUSINESS-FLAG ALWAYS DESCRIBES THE DATE AS GIVEN.
      *****************************************************************
       01  CALENDAR-AREA.
           03 CA-FUNCTION            PIC X(01).
              88 CA-TEST-BUSINESS-DAY      VALUE "B".
              88 CA-NEXT-BUSINESS-DAY      VALUE "N".
              88 CA-PREVIOUS-BUSINESS-DAY  VALUE "P".
              88 CA-ROLL-FORWARD           VALUE "F".
              88 CA-ADD-CALENDAR-DAYS      VALUE "A".
              88 CA-DAY-NUMBER-ONLY        VALUE "D".
           03 CA-INPUT-DATE          PIC 9(8).
           03 CA-RESULT-DATE         PIC 9(8).
           03 CA-VALID-FLAG          PIC X(01).
              88 CA-DATE-VALID       VALUE "Y".
              88 CA-DATE-INVALID     VALUE "N".
           03 CA-BUSINESS-FLAG       PIC X(01).
              88 CA-BUSINESS-DAY     VALUE "Y".
              88 CA-NON-BUSINESS-DAY VALUE "N".
           03 CA-DAY-COUNT           PIC S9(4) COMP.
           03 CA-DAY-NUMBER          PIC S9(9) COMP.
