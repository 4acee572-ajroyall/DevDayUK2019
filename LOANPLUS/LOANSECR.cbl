       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSECR.
       REMARKS. MORNING SECURITY VIOLATION REPORT.  LISTS EVERY
               MAINTENANCE ATTEMPT LOANSECK REFUSED SINCE THE LAST
               REPORT -- OPERATOR, PROGRAM, FUNCTION, LOAN, AMOUNT
               AND WHY -- GROUPED BY OPERATOR WITH A COUNT EACH, SO
               ONE ID HAMMERING AT A FUNCTION IT DOES NOT HOLD
               STANDS OUT.  THE LOG IS THEN CUT OVER THE LOANAUDR
               WAY: EVERY RECORD IS APPENDED TO A DATED GENERATION
               (SECVLOG. PLUS THE RUN DATE) AND ONLY THEN IS THE
               LIVE LOG RE-CREATED EMPTY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECURITY-VIOLATION-FILE
                                    ASSIGN TO "SECVIOL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-LOG-FILE
                                    ASSIGN USING WS-ARCHIVE-NAME
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SECURITY-RPT-FILE ASSIGN TO "LOANSECQ"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "SECSORT".

       DATA DIVISION.

       FILE SECTION.
       FD  SECURITY-VIOLATION-FILE.
       COPY SECVIOL.

       FD  ARCHIVE-LOG-FILE.
       01  ARCHIVE-LOG-RECORD        PIC X(90).

       FD  SECURITY-RPT-FILE.
       01  SECURITY-RPT-RECORD       PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03 SRT-DATE               PIC 9(8).
           03 SRT-TIME               PIC 9(8).
           03 SRT-OPERATOR-ID        PIC X(08).
           03 SRT-PROGRAM-ID         PIC X(08).
           03 SRT-FUNCTION           PIC X(08).
           03 SRT-LOAN-NUMBER        PIC X(10).
           03 SRT-AMOUNT             PIC 9(8)V99.
           03 SRT-REASON             PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-VIOLATION-FILE VALUE "Y".

       01  WS-SORT-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-SORT-FILE     VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).

      *    THE GENERATION NAME: "SECVLOG." PLUS THE CUTOVER DATE.
       01  WS-ARCHIVE-NAME.
           03 FILLER                 PIC X(08) VALUE "SECVLOG.".
           03 WS-ARCHIVE-DATE        PIC 9(8).

       01  WS-PREV-OPERATOR          PIC X(08) VALUE LOW-VALUES.

       01  WS-OPER-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-VIOLATION-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-OPERATOR-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-ARCHIVED-COUNT         PIC S9(8) COMP VALUE ZERO.

       01  SEC-HEADING-1.
           03 FILLER                 PIC X(32)
                VALUE "SECURITY VIOLATIONS".
           03 FILLER                 PIC X(06) VALUE "AS OF ".
           03 SCH-RUN-DATE           PIC 9(8).

       01  SEC-HEADING-2.
           03 FILLER                 PIC X(10) VALUE "OPERATOR".
           03 FILLER                 PIC X(10) VALUE "DATE".
           03 FILLER                 PIC X(10) VALUE "TIME".
           03 FILLER                 PIC X(10) VALUE "PROGRAM".
           03 FILLER                 PIC X(10) VALUE "FUNCTION".
           03 FILLER                 PIC X(12) VALUE "LOAN NUMBER".
           03 FILLER                 PIC X(13) VALUE "AMOUNT".
           03 FILLER                 PIC X(10) VALUE "REASON".

       01  SEC-DETAIL-LINE.
           03 SCD-OPERATOR-ID        PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SCD-DATE               PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SCD-TIME               PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SCD-PROGRAM-ID         PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SCD-FUNCTION           PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SCD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SCD-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SCD-REASON             PIC X(30).

       01  SEC-OPERATOR-LINE.
           03 FILLER                 PIC X(10) VALUE SPACES.
           03 FILLER                 PIC X(09) VALUE "TOTAL FOR".
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 SCO-OPERATOR-ID        PIC X(08).
           03 FILLER                 PIC X(13)
                VALUE "  REFUSALS:".
           03 SCO-COUNT              PIC ZZ,ZZ9.

       01  SEC-TOTAL-LINE.
           03 SCT-LABEL              PIC X(26).
           03 SCT-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-ARCHIVE-DATE

           OPEN OUTPUT SECURITY-RPT-FILE
           MOVE WS-RUN-DATE TO SCH-RUN-DATE
           WRITE SECURITY-RPT-RECORD FROM SEC-HEADING-1
           WRITE SECURITY-RPT-RECORD FROM SEC-HEADING-2

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-OPERATOR-ID
               ON ASCENDING KEY SRT-DATE
               ON ASCENDING KEY SRT-TIME
               USING SECURITY-VIOLATION-FILE
               OUTPUT PROCEDURE IS 0200-WRITE-VIOLATION-REPORT
                   THRU 0200-WRITE-VIOLATION-REPORT-EXIT

           PERFORM 0800-WRITE-TOTALS
               THRU 0800-WRITE-TOTALS-EXIT
           CLOSE SECURITY-RPT-FILE

           PERFORM 0900-CUT-OVER-THE-LOG
               THRU 0900-CUT-OVER-THE-LOG-EXIT

           DISPLAY "SECURITY VIOLATIONS REPORTED: " WS-VIOLATION-COUNT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

      *************************************************************
      *    OUTPUT PROCEDURE: THE REFUSALS BY OPERATOR, IN THE ORDER
      *    THEY HAPPENED, WITH A TOTAL LINE EACH TIME THE OPERATOR
      *    CHANGES.
      *************************************************************
       0200-WRITE-VIOLATION-REPORT SECTION.
           PERFORM 0210-RETURN-ONE-VIOLATION
               THRU 0210-RETURN-ONE-VIOLATION-EXIT
               UNTIL END-OF-SORT-FILE

           IF WS-OPER-COUNT > ZERO
               PERFORM 0220-WRITE-OPERATOR-TOTAL
                   THRU 0220-WRITE-OPERATOR-TOTAL-EXIT
           END-IF
           .
       0200-WRITE-VIOLATION-REPORT-EXIT.
           EXIT.

       0210-RETURN-ONE-VIOLATION SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
                   GO TO 0210-RETURN-ONE-VIOLATION-EXIT
           END-RETURN

           IF SRT-OPERATOR-ID NOT = WS-PREV-OPERATOR
               IF WS-OPER-COUNT > ZERO
                   PERFORM 0220-WRITE-OPERATOR-TOTAL
                       THRU 0220-WRITE-OPERATOR-TOTAL-EXIT
               END-IF
               MOVE SRT-OPERATOR-ID TO WS-PREV-OPERATOR
               ADD 1 TO WS-OPERATOR-COUNT
           END-IF

           ADD 1 TO WS-VIOLATION-COUNT
           ADD 1 TO WS-OPER-COUNT

           MOVE SRT-OPERATOR-ID   TO SCD-OPERATOR-ID
           MOVE SRT-DATE          TO SCD-DATE
           MOVE SRT-TIME          TO SCD-TIME
           MOVE SRT-PROGRAM-ID    TO SCD-PROGRAM-ID
           MOVE SRT-FUNCTION      TO SCD-FUNCTION
           MOVE SRT-LOAN-NUMBER   TO SCD-LOAN-NUMBER
           MOVE SRT-AMOUNT        TO SCD-AMOUNT
           MOVE SRT-REASON        TO SCD-REASON
           WRITE SECURITY-RPT-RECORD FROM SEC-DETAIL-LINE
           .
       0210-RETURN-ONE-VIOLATION-EXIT.
           EXIT.

       0220-WRITE-OPERATOR-TOTAL SECTION.
           MOVE WS-PREV-OPERATOR TO SCO-OPERATOR-ID
           MOVE WS-OPER-COUNT    TO SCO-COUNT
           WRITE SECURITY-RPT-RECORD FROM SEC-OPERATOR-LINE
           MOVE SPACES TO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD

           MOVE ZERO TO WS-OPER-COUNT
           .
       0220-WRITE-OPERATOR-TOTAL-EXIT.
           EXIT.

       0800-WRITE-TOTALS SECTION.
           MOVE SPACES TO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD

           MOVE "REFUSED ATTEMPTS:"  TO SCT-LABEL
           MOVE WS-VIOLATION-COUNT   TO SCT-COUNT
           WRITE SECURITY-RPT-RECORD FROM SEC-TOTAL-LINE

           MOVE "OPERATORS:"         TO SCT-LABEL
           MOVE WS-OPERATOR-COUNT    TO SCT-COUNT
           WRITE SECURITY-RPT-RECORD FROM SEC-TOTAL-LINE
           .
       0800-WRITE-TOTALS-EXIT.
           EXIT.

      *************************************************************
      *    EVERYTHING REPORTED GOES TO THE DATED GENERATION; ONLY
      *    THEN DOES THE LIVE LOG START OVER EMPTY -- A FAILURE IN
      *    BETWEEN LEAVES A DUPLICATE, NEVER A LOSS.
      *************************************************************
       0900-CUT-OVER-THE-LOG SECTION.
           OPEN INPUT  SECURITY-VIOLATION-FILE
           OPEN EXTEND ARCHIVE-LOG-FILE

           PERFORM 0910-READ-VIOLATION-FILE
               THRU 0910-READ-VIOLATION-FILE-EXIT

           PERFORM 0920-ARCHIVE-ONE-RECORD
               THRU 0920-ARCHIVE-ONE-RECORD-EXIT
               UNTIL END-OF-VIOLATION-FILE

           CLOSE SECURITY-VIOLATION-FILE
           CLOSE ARCHIVE-LOG-FILE

           OPEN OUTPUT SECURITY-VIOLATION-FILE
           CLOSE SECURITY-VIOLATION-FILE
           .
       0900-CUT-OVER-THE-LOG-EXIT.
           EXIT.

       0910-READ-VIOLATION-FILE SECTION.
           READ SECURITY-VIOLATION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0910-READ-VIOLATION-FILE-EXIT.
           EXIT.

       0920-ARCHIVE-ONE-RECORD SECTION.
           WRITE ARCHIVE-LOG-RECORD FROM SECURITY-VIOLATION-RECORD
           ADD 1 TO WS-ARCHIVED-COUNT

           PERFORM 0910-READ-VIOLATION-FILE
               THRU 0910-READ-VIOLATION-FILE-EXIT
           .
       0920-ARCHIVE-ONE-RECORD-EXIT.
           EXIT.

       END PROGRAM LOANSECR.
