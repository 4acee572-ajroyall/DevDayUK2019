       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANFCLR.
       REMARKS. WEEKLY FORECLOSURE AGING REPORT.  WALKS EVERY OPEN
               FILE ON LOANFCLS, WORKS OUT WHICH MILESTONE IT IS
               WAITING ON AND HOW LONG IT HAS WAITED, AND MEASURES
               THAT AGAINST THE TARGET DAYS FOR THE MILESTONE --
               REFERRAL TO FIRST LEGAL, FIRST LEGAL TO SALE DATE,
               SALE DATE TO SALE RESULT -- AND THE WHOLE FILE
               AGAINST THE TARGET FROM REFERRAL TO SALE.  FILES ARE
               LISTED BY ATTORNEY, LONGEST-WAITING FIRST, WITH A
               TOTAL LINE PER ATTORNEY SO THE FIRMS SITTING ON
               THEIR FILES STAND OUT.  DAYS ARE 30/360, THE SAME
               CONVENTION AS EVERY OTHER AGE IN THE SYSTEM.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FORECLOSURE-FILE
                                    ASSIGN TO "LOANFCLS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS FC-LOAN-NUMBER
                                    FILE STATUS IS WS-FCL-STATUS.

           SELECT FCL-RPT-FILE     ASSIGN TO "LOANFCLQ"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "FCLSORT".

       DATA DIVISION.

       FILE SECTION.
       FD  FORECLOSURE-FILE.
       COPY LOANFCLS.

       FD  FCL-RPT-FILE.
       01  FCL-RPT-RECORD            PIC X(96).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03 SRT-ATTORNEY-CODE      PIC X(08).
           03 SRT-STAGE-DAYS         PIC 9(5).
           03 SRT-LOAN-NUMBER        PIC X(10).
           03 SRT-MILESTONE          PIC X(10).
           03 SRT-STAGE-DATE         PIC 9(8).
           03 SRT-TARGET-DAYS        PIC 9(4).
           03 SRT-TOTAL-DAYS         PIC 9(5).
           03 SRT-OVER-FLAG          PIC X(01).
              88 SRT-OVER-TARGET     VALUE "Y".

       WORKING-STORAGE SECTION.

      *    TARGET DAYS PER MILESTONE.  REFERRAL TO FIRST LEGAL
      *    ACTION FILED; FIRST LEGAL TO A SALE DATE BEING SET; AND
      *    ONCE THE SALE DATE HAS PASSED, THE DAYS ALLOWED FOR THE
      *    ATTORNEY TO REPORT THE RESULT.  THE WHOLE FILE, REFERRAL
      *    TO SALE, IS HELD TO ITS OWN TARGET.
       77  REFERRAL-TARGET-DAYS      PIC S9(4) COMP VALUE 30.
       77  FIRST-LEGAL-TARGET-DAYS   PIC S9(4) COMP VALUE 180.
       77  SALE-RESULT-TARGET-DAYS   PIC S9(4) COMP VALUE 10.
       77  TOTAL-TARGET-DAYS         PIC S9(4) COMP VALUE 360.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-FCL-FILE      VALUE "Y".

       01  WS-SORT-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-SORT-FILE     VALUE "Y".

       01  WS-FCL-STATUS             PIC X(02) VALUE SPACES.

       01  WS-RUN-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-RUN-DATE.
           03 WS-RUN-YEAR            PIC 9(4).
           03 WS-RUN-MONTH           PIC 9(2).
           03 WS-RUN-DAY             PIC 9(2).

      *    THE DATE A DAY COUNT IS MEASURED FROM.
       01  WS-FROM-DATE              PIC 9(8).
       01  FILLER REDEFINES WS-FROM-DATE.
           03 WS-FROM-YEAR           PIC 9(4).
           03 WS-FROM-MONTH          PIC 9(2).
           03 WS-FROM-DAY            PIC 9(2).

       01  WS-DAYS                   PIC S9(8) COMP.
       01  WS-STAGE-DAYS             PIC S9(8) COMP.
       01  WS-TOTAL-DAYS             PIC S9(8) COMP.
       01  WS-TARGET-DAYS            PIC S9(4) COMP.

       01  WS-PREV-ATTORNEY          PIC X(08) VALUE LOW-VALUES.

       01  WS-ATTY-FILE-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-ATTY-OVER-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-ATTY-STAGE-DAYS        PIC S9(8) COMP VALUE ZERO.
       01  WS-ATTY-AVERAGE           PIC S9(8) COMP VALUE ZERO.
       01  WS-FILE-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-OVER-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-CLOSED-COUNT           PIC S9(8) COMP VALUE ZERO.

       01  FCL-HEADING-1.
           03 FILLER                 PIC X(32)
                VALUE "FORECLOSURE MILESTONE AGING".
           03 FILLER                 PIC X(06) VALUE "AS OF ".
           03 FLH-RUN-DATE           PIC 9(8).

       01  FCL-HEADING-2.
           03 FILLER                 PIC X(10) VALUE "ATTORNEY".
           03 FILLER                 PIC X(12) VALUE "LOAN NUMBER".
           03 FILLER                 PIC X(12) VALUE "WAITING ON".
           03 FILLER                 PIC X(10) VALUE "SINCE".
           03 FILLER                 PIC X(07) VALUE "DAYS".
           03 FILLER                 PIC X(08) VALUE "TARGET".
           03 FILLER                 PIC X(08) VALUE "IN FCL".
           03 FILLER                 PIC X(12) VALUE "STANDING".

       01  FCL-DETAIL-LINE.
           03 FLD-ATTORNEY-CODE      PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 FLD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 FLD-MILESTONE          PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 FLD-STAGE-DATE         PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 FLD-STAGE-DAYS         PIC ZZZZ9.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 FLD-TARGET-DAYS        PIC ZZZ9.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 FLD-TOTAL-DAYS         PIC ZZZZ9.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 FLD-STANDING           PIC X(12).

       01  FCL-ATTORNEY-LINE.
           03 FILLER                 PIC X(10) VALUE SPACES.
           03 FILLER                 PIC X(09) VALUE "TOTAL FOR".
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 FLA-ATTORNEY-CODE      PIC X(08).
           03 FILLER                 PIC X(08) VALUE "  FILES:".
           03 FLA-FILE-COUNT         PIC ZZ,ZZ9.
           03 FILLER                 PIC X(07) VALUE "  OVER:".
           03 FLA-OVER-COUNT         PIC ZZ,ZZ9.
           03 FILLER                 PIC X(14)
                VALUE "  AVG WAITING:".
           03 FLA-AVERAGE-DAYS       PIC ZZZZ9.

       01  FCL-TOTAL-LINE.
           03 FLT-LABEL              PIC X(26).
           03 FLT-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ATTORNEY-CODE
               ON DESCENDING KEY SRT-STAGE-DAYS
               INPUT PROCEDURE IS 0200-AGE-ALL-FILES
                   THRU 0200-AGE-ALL-FILES-EXIT
               OUTPUT PROCEDURE IS 0600-WRITE-AGING-REPORT
                   THRU 0600-WRITE-AGING-REPORT-EXIT

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT  FORECLOSURE-FILE
           OPEN OUTPUT FCL-RPT-FILE

           MOVE WS-RUN-DATE TO FLH-RUN-DATE
           WRITE FCL-RPT-RECORD FROM FCL-HEADING-1
           WRITE FCL-RPT-RECORD FROM FCL-HEADING-2
           .
       0100-INITIALIZE-EXIT.
           EXIT.

      *************************************************************
      *    INPUT PROCEDURE: AGE EVERY OPEN FILE AND RELEASE IT TO
      *    THE SORT.  CLOSED FILES ARE ONLY COUNTED.
      *************************************************************
       0200-AGE-ALL-FILES SECTION.
           PERFORM 0210-READ-FCL-FILE
               THRU 0210-READ-FCL-FILE-EXIT

           PERFORM 0300-AGE-ONE-FILE
               THRU 0300-AGE-ONE-FILE-EXIT
               UNTIL END-OF-FCL-FILE
           .
       0200-AGE-ALL-FILES-EXIT.
           EXIT.

       0210-READ-FCL-FILE SECTION.
           READ FORECLOSURE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-FCL-FILE-EXIT.
           EXIT.

      *************************************************************
      *    WHICH MILESTONE IS THE FILE WAITING ON, SINCE WHEN, AND
      *    AGAINST WHAT TARGET.  A SALE DATE STILL AHEAD ON THE
      *    CALENDAR IS NOT LATE -- IT WAITS ZERO DAYS.
      *************************************************************
       0300-AGE-ONE-FILE SECTION.
           IF NOT FC-FILE-OPEN
               ADD 1 TO WS-CLOSED-COUNT
               GO TO 0300-AGE-NEXT
           END-IF

           EVALUATE TRUE
               WHEN FC-FIRST-LEGAL-DATE = ZERO
                   MOVE "FIRST LGL"          TO SRT-MILESTONE
                   MOVE FC-REFERRAL-DATE     TO WS-FROM-DATE
                   MOVE REFERRAL-TARGET-DAYS TO WS-TARGET-DAYS
               WHEN FC-SALE-SCHED-DATE = ZERO
                   MOVE "SALE DATE"          TO SRT-MILESTONE
                   MOVE FC-FIRST-LEGAL-DATE  TO WS-FROM-DATE
                   MOVE FIRST-LEGAL-TARGET-DAYS TO WS-TARGET-DAYS
               WHEN OTHER
                   MOVE "SALE RSLT"          TO SRT-MILESTONE
                   MOVE FC-SALE-SCHED-DATE   TO WS-FROM-DATE
                   MOVE SALE-RESULT-TARGET-DAYS TO WS-TARGET-DAYS
           END-EVALUATE

           MOVE WS-FROM-DATE TO SRT-STAGE-DATE
           PERFORM 0400-DAYS-SINCE
               THRU 0400-DAYS-SINCE-EXIT
           MOVE WS-DAYS TO WS-STAGE-DAYS

           MOVE FC-REFERRAL-DATE TO WS-FROM-DATE
           PERFORM 0400-DAYS-SINCE
               THRU 0400-DAYS-SINCE-EXIT
           MOVE WS-DAYS TO WS-TOTAL-DAYS

           MOVE FC-ATTORNEY-CODE TO SRT-ATTORNEY-CODE
           MOVE FC-LOAN-NUMBER   TO SRT-LOAN-NUMBER
           MOVE WS-STAGE-DAYS    TO SRT-STAGE-DAYS
           MOVE WS-TARGET-DAYS   TO SRT-TARGET-DAYS
           MOVE WS-TOTAL-DAYS    TO SRT-TOTAL-DAYS
           IF WS-STAGE-DAYS > WS-TARGET-DAYS
               OR WS-TOTAL-DAYS > TOTAL-TARGET-DAYS
               MOVE "Y" TO SRT-OVER-FLAG
           ELSE
               MOVE "N" TO SRT-OVER-FLAG
           END-IF
           RELEASE SORT-RECORD
           .
       0300-AGE-NEXT.
           PERFORM 0210-READ-FCL-FILE
               THRU 0210-READ-FCL-FILE-EXIT
           .
       0300-AGE-ONE-FILE-EXIT.
           EXIT.

      *************************************************************
      *    30/360 DAYS FROM WS-FROM-DATE TO THE RUN DATE, NEVER
      *    LESS THAN ZERO.
      *************************************************************
       0400-DAYS-SINCE SECTION.
           COMPUTE WS-DAYS =
               ((WS-RUN-YEAR - WS-FROM-YEAR) * 360)
               + ((WS-RUN-MONTH - WS-FROM-MONTH) * 30)
               + (WS-RUN-DAY - WS-FROM-DAY)
           IF WS-DAYS < ZERO
               MOVE ZERO TO WS-DAYS
           END-IF
           .
       0400-DAYS-SINCE-EXIT.
           EXIT.

      *************************************************************
      *    OUTPUT PROCEDURE: THE FILES BY ATTORNEY, WITH A TOTAL
      *    LINE EACH TIME THE ATTORNEY CHANGES.
      *************************************************************
       0600-WRITE-AGING-REPORT SECTION.
           PERFORM 0610-RETURN-ONE-FILE
               THRU 0610-RETURN-ONE-FILE-EXIT
               UNTIL END-OF-SORT-FILE

           IF WS-ATTY-FILE-COUNT > ZERO
               PERFORM 0620-WRITE-ATTORNEY-TOTAL
                   THRU 0620-WRITE-ATTORNEY-TOTAL-EXIT
           END-IF
           .
       0600-WRITE-AGING-REPORT-EXIT.
           EXIT.

       0610-RETURN-ONE-FILE SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
                   GO TO 0610-RETURN-ONE-FILE-EXIT
           END-RETURN

           IF SRT-ATTORNEY-CODE NOT = WS-PREV-ATTORNEY
               IF WS-ATTY-FILE-COUNT > ZERO
                   PERFORM 0620-WRITE-ATTORNEY-TOTAL
                       THRU 0620-WRITE-ATTORNEY-TOTAL-EXIT
               END-IF
               MOVE SRT-ATTORNEY-CODE TO WS-PREV-ATTORNEY
           END-IF

           ADD 1 TO WS-FILE-COUNT
           ADD 1 TO WS-ATTY-FILE-COUNT
           ADD SRT-STAGE-DAYS TO WS-ATTY-STAGE-DAYS

           MOVE SRT-ATTORNEY-CODE TO FLD-ATTORNEY-CODE
           MOVE SRT-LOAN-NUMBER   TO FLD-LOAN-NUMBER
           MOVE SRT-MILESTONE     TO FLD-MILESTONE
           MOVE SRT-STAGE-DATE    TO FLD-STAGE-DATE
           MOVE SRT-STAGE-DAYS    TO FLD-STAGE-DAYS
           MOVE SRT-TARGET-DAYS   TO FLD-TARGET-DAYS
           MOVE SRT-TOTAL-DAYS    TO FLD-TOTAL-DAYS
           IF SRT-OVER-TARGET
               ADD 1 TO WS-OVER-COUNT
               ADD 1 TO WS-ATTY-OVER-COUNT
               MOVE "OVER TARGET" TO FLD-STANDING
           ELSE
               MOVE "ON TRACK"    TO FLD-STANDING
           END-IF
           WRITE FCL-RPT-RECORD FROM FCL-DETAIL-LINE
           .
       0610-RETURN-ONE-FILE-EXIT.
           EXIT.

       0620-WRITE-ATTORNEY-TOTAL SECTION.
           DIVIDE WS-ATTY-STAGE-DAYS BY WS-ATTY-FILE-COUNT
               GIVING WS-ATTY-AVERAGE ROUNDED

           MOVE WS-PREV-ATTORNEY   TO FLA-ATTORNEY-CODE
           MOVE WS-ATTY-FILE-COUNT TO FLA-FILE-COUNT
           MOVE WS-ATTY-OVER-COUNT TO FLA-OVER-COUNT
           MOVE WS-ATTY-AVERAGE    TO FLA-AVERAGE-DAYS
           WRITE FCL-RPT-RECORD FROM FCL-ATTORNEY-LINE
           MOVE SPACES TO FCL-RPT-RECORD
           WRITE FCL-RPT-RECORD

           MOVE ZERO TO WS-ATTY-FILE-COUNT
           MOVE ZERO TO WS-ATTY-OVER-COUNT
           MOVE ZERO TO WS-ATTY-STAGE-DAYS
           .
       0620-WRITE-ATTORNEY-TOTAL-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO FCL-RPT-RECORD
           WRITE FCL-RPT-RECORD

           MOVE "OPEN FILES:"        TO FLT-LABEL
           MOVE WS-FILE-COUNT        TO FLT-COUNT
           WRITE FCL-RPT-RECORD FROM FCL-TOTAL-LINE

           MOVE "OVER TARGET:"       TO FLT-LABEL
           MOVE WS-OVER-COUNT        TO FLT-COUNT
           WRITE FCL-RPT-RECORD FROM FCL-TOTAL-LINE

           MOVE "CLOSED FILES:"      TO FLT-LABEL
           MOVE WS-CLOSED-COUNT      TO FLT-COUNT
           WRITE FCL-RPT-RECORD FROM FCL-TOTAL-LINE

           CLOSE FORECLOSURE-FILE
           CLOSE FCL-RPT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANFCLR.
