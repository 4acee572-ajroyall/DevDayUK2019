       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANQWRR.
       REMARKS. DAILY BORROWER DISPUTE DEADLINE REPORT.  WALKS EVERY
               CASE ON LOANCASE AND LISTS EACH OPEN ONE THAT IS PAST
               OR NEARING ITS NEXT STATUTORY DUE DATE: A CASE NOT
               YET ACKNOWLEDGED AGAINST ITS ACKNOWLEDGEMENT DATE,
               AN ACKNOWLEDGED ONE AGAINST ITS RESOLUTION DATE.
               CASES ARE LISTED BY DUE DATE, MOST URGENT FIRST.
               A STEP IS PAST DUE ONCE ITS DUE DATE IS BEHIND THE
               RUN DATE, AND DAYS ARE ACTUAL CALENDAR DAYS COUNTED
               THROUGH LOANCALN, THE SAME CALENDAR THE BUSINESS-DAY
               DEADLINES WERE SET ON; A NEGATIVE DAYS-LEFT FIGURE IS
               HOW LATE THE STEP IS.  CLOSED CASES ARE COUNTED, AND
               THOSE ACKNOWLEDGED OR RESOLVED LATE ARE COUNTED
               SEPARATELY FOR THE COMPLIANCE REVIEW.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOAN-CASE-FILE
                                    ASSIGN TO "LOANCASE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS CS-CASE-KEY
                                    FILE STATUS IS WS-CASE-STATUS.

           SELECT CASE-RPT-FILE    ASSIGN TO "LOANQWRQ"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "QWRSORT".

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-CASE-FILE.
       COPY LOANCASE.

       FD  CASE-RPT-FILE.
       01  CASE-RPT-RECORD           PIC X(96).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03 SRT-DUE-DATE           PIC 9(8).
           03 SRT-LOAN-NUMBER        PIC X(10).
           03 SRT-CASE-SEQ           PIC 9(3).
           03 SRT-CASE-TYPE          PIC X(01).
           03 SRT-RECEIVED-DATE      PIC 9(8).
           03 SRT-STAGE              PIC X(07).
           03 SRT-DAYS-LEFT          PIC S9(5).
           03 SRT-STANDING           PIC X(12).

       WORKING-STORAGE SECTION.

      *    AN OPEN CASE THIS CLOSE TO ITS NEXT DUE DATE IS LISTED
      *    SO THE STEP IS TAKEN IN TIME.  THE ACKNOWLEDGEMENT
      *    CLOCK IS ONLY FIVE BUSINESS DAYS, SO ITS WINDOW IS
      *    SHORT.
       77  ACK-WARNING-DAYS          PIC S9(4) COMP VALUE 2.
       77  RESOLVE-WARNING-DAYS      PIC S9(4) COMP VALUE 7.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-CASE-FILE     VALUE "Y".

       01  WS-SORT-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-SORT-FILE     VALUE "Y".

       01  WS-CASE-STATUS            PIC X(02) VALUE SPACES.

       01  WS-RUN-DATE               PIC 9(8).
      *    THE RUN DATE'S DAY NUMBER FROM LOANCALN, TAKEN ONCE.
       01  WS-RUN-DAY-NUMBER         PIC S9(9) COMP.

      *    THE OTHER END OF A DAY COUNT FROM THE RUN DATE.
       01  WS-FROM-DATE              PIC 9(8).

       01  WS-DAYS                   PIC S9(8) COMP.

       COPY CALNAREA.
       01  WS-WARNING-DAYS           PIC S9(4) COMP.

       01  WS-RECEIVED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-ACKED-COUNT            PIC S9(8) COMP VALUE ZERO.
       01  WS-CLOSED-COUNT           PIC S9(8) COMP VALUE ZERO.
       01  WS-PAST-DUE-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-DUE-SOON-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-ACK-LATE-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-RESOLVED-LATE-COUNT    PIC S9(8) COMP VALUE ZERO.

       01  CASE-HEADING-1.
           03 FILLER                 PIC X(32)
                VALUE "BORROWER DISPUTE DEADLINES".
           03 FILLER                 PIC X(06) VALUE "AS OF ".
           03 QRH-RUN-DATE           PIC 9(8).

       01  CASE-HEADING-2.
           03 FILLER                 PIC X(12) VALUE "LOAN NUMBER".
           03 FILLER                 PIC X(06) VALUE "CASE".
           03 FILLER                 PIC X(06) VALUE "TYPE".
           03 FILLER                 PIC X(10) VALUE "RECEIVED".
           03 FILLER                 PIC X(09) VALUE "STAGE".
           03 FILLER                 PIC X(10) VALUE "DUE".
           03 FILLER                 PIC X(08) VALUE "DAYS".
           03 FILLER                 PIC X(12) VALUE "STANDING".

       01  CASE-DETAIL-LINE.
           03 QRD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 QRD-CASE-SEQ           PIC 9(3).
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 QRD-CASE-TYPE          PIC X(01).
           03 FILLER                 PIC X(05) VALUE SPACES.
           03 QRD-RECEIVED-DATE      PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 QRD-STAGE              PIC X(07).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 QRD-DUE-DATE           PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 QRD-DAYS-LEFT          PIC -ZZZ9.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 QRD-STANDING           PIC X(12).

       01  CASE-TOTAL-LINE.
           03 QRT-LABEL              PIC X(26).
           03 QRT-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-DUE-DATE
               ON ASCENDING KEY SRT-LOAN-NUMBER
               ON ASCENDING KEY SRT-CASE-SEQ
               INPUT PROCEDURE IS 0200-AGE-ALL-CASES
                   THRU 0200-AGE-ALL-CASES-EXIT
               OUTPUT PROCEDURE IS 0600-WRITE-DEADLINE-REPORT
                   THRU 0600-WRITE-DEADLINE-REPORT-EXIT

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           SET CA-DAY-NUMBER-ONLY TO TRUE
           MOVE WS-RUN-DATE TO CA-INPUT-DATE
           CALL "LOANCALN" USING CALENDAR-AREA
           MOVE CA-DAY-NUMBER TO WS-RUN-DAY-NUMBER

           OPEN INPUT  LOAN-CASE-FILE
           OPEN OUTPUT CASE-RPT-FILE

           MOVE WS-RUN-DATE TO QRH-RUN-DATE
           WRITE CASE-RPT-RECORD FROM CASE-HEADING-1
           WRITE CASE-RPT-RECORD FROM CASE-HEADING-2
           .
       0100-INITIALIZE-EXIT.
           EXIT.

      *************************************************************
      *    INPUT PROCEDURE: AGE EVERY OPEN CASE AND RELEASE THE
      *    ONES NEEDING ATTENTION TO THE SORT.  EVERYTHING IS
      *    COUNTED.
      *************************************************************
       0200-AGE-ALL-CASES SECTION.
           PERFORM 0210-READ-CASE-FILE
               THRU 0210-READ-CASE-FILE-EXIT

           PERFORM 0300-AGE-ONE-CASE
               THRU 0300-AGE-ONE-CASE-EXIT
               UNTIL END-OF-CASE-FILE
           .
       0200-AGE-ALL-CASES-EXIT.
           EXIT.

       0210-READ-CASE-FILE SECTION.
           READ LOAN-CASE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-CASE-FILE-EXIT.
           EXIT.

      *************************************************************
      *    A CASE NOT YET ACKNOWLEDGED IS MEASURED AGAINST ITS
      *    ACKNOWLEDGEMENT DUE DATE, AN ACKNOWLEDGED ONE AGAINST
      *    ITS RESOLUTION DUE DATE.  LATE STEPS ARE COUNTED
      *    WHETHER OR NOT THE CASE HAS SINCE CLOSED.
      *************************************************************
       0300-AGE-ONE-CASE SECTION.
           IF CS-ACK-DATE NOT = ZERO
               AND CS-ACK-DATE > CS-ACK-DUE-DATE
               ADD 1 TO WS-ACK-LATE-COUNT
           END-IF
           IF CS-CLOSED-DATE NOT = ZERO
               AND CS-CLOSED-DATE > CS-RESOLVE-DUE-DATE
               ADD 1 TO WS-RESOLVED-LATE-COUNT
           END-IF

           EVALUATE TRUE
               WHEN CS-STATUS-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
                   GO TO 0300-AGE-NEXT

               WHEN CS-STATUS-ACKED
                   ADD 1 TO WS-ACKED-COUNT
                   MOVE CS-RESOLVE-DUE-DATE TO SRT-DUE-DATE
                   MOVE "RESOLVE"           TO SRT-STAGE
                   MOVE RESOLVE-WARNING-DAYS TO WS-WARNING-DAYS

               WHEN OTHER
                   ADD 1 TO WS-RECEIVED-COUNT
                   MOVE CS-ACK-DUE-DATE     TO SRT-DUE-DATE
                   MOVE "ACK"               TO SRT-STAGE
                   MOVE ACK-WARNING-DAYS    TO WS-WARNING-DAYS
           END-EVALUATE

           MOVE SRT-DUE-DATE TO WS-FROM-DATE
           PERFORM 0400-DAYS-SINCE
               THRU 0400-DAYS-SINCE-EXIT
           IF SRT-DUE-DATE < WS-RUN-DATE
               ADD 1 TO WS-PAST-DUE-COUNT
               MOVE "PAST DUE"  TO SRT-STANDING
           ELSE
               IF WS-DAYS < ZERO - WS-WARNING-DAYS
                   GO TO 0300-AGE-NEXT
               END-IF
               ADD 1 TO WS-DUE-SOON-COUNT
               MOVE "DUE SOON"  TO SRT-STANDING
           END-IF

           MOVE CS-LOAN-NUMBER     TO SRT-LOAN-NUMBER
           MOVE CS-CASE-SEQ        TO SRT-CASE-SEQ
           MOVE CS-CASE-TYPE       TO SRT-CASE-TYPE
           MOVE CS-RECEIVED-DATE   TO SRT-RECEIVED-DATE
           COMPUTE SRT-DAYS-LEFT = ZERO - WS-DAYS
           RELEASE SORT-RECORD
           .
       0300-AGE-NEXT.
           PERFORM 0210-READ-CASE-FILE
               THRU 0210-READ-CASE-FILE-EXIT
           .
       0300-AGE-ONE-CASE-EXIT.
           EXIT.

      *************************************************************
      *    ACTUAL CALENDAR DAYS FROM WS-FROM-DATE TO THE RUN DATE,
      *    SIGN KEPT -- A DUE DATE STILL AHEAD COMES BACK NEGATIVE.
      *    THE DUE DATES ARE BUSINESS-DAY DEADLINES ALREADY WORKED
      *    OUT ON THE CALENDAR, SO NO 30/360 MONTH MAY BLUR THEM.
      *************************************************************
       0400-DAYS-SINCE SECTION.
           SET CA-DAY-NUMBER-ONLY TO TRUE
           MOVE WS-FROM-DATE TO CA-INPUT-DATE
           CALL "LOANCALN" USING CALENDAR-AREA
           COMPUTE WS-DAYS = WS-RUN-DAY-NUMBER - CA-DAY-NUMBER
           .
       0400-DAYS-SINCE-EXIT.
           EXIT.

      *************************************************************
      *    OUTPUT PROCEDURE: THE CASES BY DUE DATE.
      *************************************************************
       0600-WRITE-DEADLINE-REPORT SECTION.
           PERFORM 0610-RETURN-ONE-CASE
               THRU 0610-RETURN-ONE-CASE-EXIT
               UNTIL END-OF-SORT-FILE
           .
       0600-WRITE-DEADLINE-REPORT-EXIT.
           EXIT.

       0610-RETURN-ONE-CASE SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
                   GO TO 0610-RETURN-ONE-CASE-EXIT
           END-RETURN

           MOVE SRT-LOAN-NUMBER     TO QRD-LOAN-NUMBER
           MOVE SRT-CASE-SEQ        TO QRD-CASE-SEQ
           MOVE SRT-CASE-TYPE       TO QRD-CASE-TYPE
           MOVE SRT-RECEIVED-DATE   TO QRD-RECEIVED-DATE
           MOVE SRT-STAGE           TO QRD-STAGE
           MOVE SRT-DUE-DATE        TO QRD-DUE-DATE
           MOVE SRT-DAYS-LEFT       TO QRD-DAYS-LEFT
           MOVE SRT-STANDING        TO QRD-STANDING
           WRITE CASE-RPT-RECORD FROM CASE-DETAIL-LINE
           .
       0610-RETURN-ONE-CASE-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD

           MOVE "AWAITING ACKNOWLEDGEMENT:" TO QRT-LABEL
           MOVE WS-RECEIVED-COUNT    TO QRT-COUNT
           WRITE CASE-RPT-RECORD FROM CASE-TOTAL-LINE

           MOVE "UNDER INVESTIGATION:" TO QRT-LABEL
           MOVE WS-ACKED-COUNT       TO QRT-COUNT
           WRITE CASE-RPT-RECORD FROM CASE-TOTAL-LINE

           MOVE "  PAST DUE:"        TO QRT-LABEL
           MOVE WS-PAST-DUE-COUNT    TO QRT-COUNT
           WRITE CASE-RPT-RECORD FROM CASE-TOTAL-LINE

           MOVE "  DUE SOON:"        TO QRT-LABEL
           MOVE WS-DUE-SOON-COUNT    TO QRT-COUNT
           WRITE CASE-RPT-RECORD FROM CASE-TOTAL-LINE

           MOVE "CLOSED:"            TO QRT-LABEL
           MOVE WS-CLOSED-COUNT      TO QRT-COUNT
           WRITE CASE-RPT-RECORD FROM CASE-TOTAL-LINE

           MOVE "ACKNOWLEDGED LATE:" TO QRT-LABEL
           MOVE WS-ACK-LATE-COUNT    TO QRT-COUNT
           WRITE CASE-RPT-RECORD FROM CASE-TOTAL-LINE

           MOVE "RESOLVED LATE:"     TO QRT-LABEL
           MOVE WS-RESOLVED-LATE-COUNT TO QRT-COUNT
           WRITE CASE-RPT-RECORD FROM CASE-TOTAL-LINE

           CLOSE LOAN-CASE-FILE
           CLOSE CASE-RPT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANQWRR.
