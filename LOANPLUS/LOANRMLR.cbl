       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRMLR.
       REMARKS. DAILY SKIP-TRACE WORKLIST FOR THE COLLECTIONS DESK.
               WALKS THE SKIP-TRACE FILE (SKIPTRCE) AND LISTS EVERY
               LOAN STILL BEING TRACED -- ITS BORROWER'S MAIL HAS
               COME BACK AND NO NEW ADDRESS HAS BEEN KEYED -- WITH
               THE BORROWER'S NAME AND PHONE FROM BORRMSTR, THE
               DATE THE MAIL CAME BACK AND HOW LONG AGO, AND THE
               LOAN'S DELINQUENCY FROM THE MASTER.  THE MOST
               DELINQUENT LOANS ARE LISTED FIRST, THE LONGEST
               TRACED FIRST WITHIN THE SAME DAYS PAST DUE.  DAYS
               ARE 30/360, THE SAME CONVENTION AS EVERY OTHER AGE
               IN THE SYSTEM.  ENTRIES SINCE FOUND ARE COUNTED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SKIP-TRACE-FILE
                                    ASSIGN TO "SKIPTRCE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS ST-TRACE-KEY
                                    FILE STATUS IS WS-TRACE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL BORROWER-MASTER-FILE
                                    ASSIGN TO "BORRMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS BO-BORROWER-ID
                                    FILE STATUS IS WS-BORROWER-STATUS.

           SELECT TRACE-RPT-FILE   ASSIGN TO "LOANRMLQ"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "RMLSORT".

       DATA DIVISION.

       FILE SECTION.
       FD  SKIP-TRACE-FILE.
       COPY SKIPTRCE.

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMSTR.

       FD  TRACE-RPT-FILE.
       01  TRACE-RPT-RECORD          PIC X(110).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03 SRT-DELQ-DAYS          PIC 9(4).
           03 SRT-RETURNED-DATE      PIC 9(8).
           03 SRT-LOAN-NUMBER        PIC X(10).
           03 SRT-BORROWER-ID        PIC X(10).
           03 SRT-BORROWER-NAME      PIC X(30).
           03 SRT-PHONE-NUMBER       PIC X(12).
           03 SRT-BUCKET             PIC X(03).
           03 SRT-DAYS-OUT           PIC S9(5).

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-TRACE-FILE    VALUE "Y".

       01  WS-SORT-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-SORT-FILE     VALUE "Y".

       01  WS-TRACE-STATUS           PIC X(02) VALUE SPACES.

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".

       01  WS-BORROWER-STATUS        PIC X(02) VALUE SPACES.
           88  BORROWER-READ-OK      VALUE "00".

       01  WS-RUN-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-RUN-DATE.
           03 WS-RUN-YEAR            PIC 9(4).
           03 WS-RUN-MONTH           PIC 9(2).
           03 WS-RUN-DAY             PIC 9(2).

      *    THE OTHER END OF A DAY COUNT FROM THE RUN DATE.
       01  WS-FROM-DATE              PIC 9(8).
       01  FILLER REDEFINES WS-FROM-DATE.
           03 WS-FROM-YEAR           PIC 9(4).
           03 WS-FROM-MONTH          PIC 9(2).
           03 WS-FROM-DAY            PIC 9(2).

       01  WS-DAYS                   PIC S9(8) COMP.

       01  WS-OPEN-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-DELINQUENT-COUNT       PIC S9(8) COMP VALUE ZERO.
       01  WS-FOUND-COUNT            PIC S9(8) COMP VALUE ZERO.
       01  WS-CLOSED-LOAN-COUNT      PIC S9(8) COMP VALUE ZERO.

       01  TRACE-HEADING-1.
           03 FILLER                 PIC X(32)
                VALUE "SKIP-TRACE WORKLIST".
           03 FILLER                 PIC X(06) VALUE "AS OF ".
           03 RMH-RUN-DATE           PIC 9(8).

       01  TRACE-HEADING-2.
           03 FILLER                 PIC X(12) VALUE "LOAN NUMBER".
           03 FILLER                 PIC X(12) VALUE "BORROWER".
           03 FILLER                 PIC X(32) VALUE "NAME".
           03 FILLER                 PIC X(14) VALUE "PHONE".
           03 FILLER                 PIC X(10) VALUE "RETURNED".
           03 FILLER                 PIC X(06) VALUE "DAYS".
           03 FILLER                 PIC X(08) VALUE "BUCKET".
           03 FILLER                 PIC X(08) VALUE "DAYS PD".

       01  TRACE-DETAIL-LINE.
           03 RMD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 RMD-BORROWER-ID        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 RMD-BORROWER-NAME      PIC X(30).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 RMD-PHONE-NUMBER       PIC X(12).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 RMD-RETURNED-DATE      PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 RMD-DAYS-OUT           PIC ZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 RMD-BUCKET             PIC X(03).
           03 FILLER                 PIC X(05) VALUE SPACES.
           03 RMD-DELQ-DAYS          PIC ZZZ9.

       01  TRACE-TOTAL-LINE.
           03 RMT-LABEL              PIC X(26).
           03 RMT-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           SORT SORT-WORK-FILE
               ON DESCENDING KEY SRT-DELQ-DAYS
               ON ASCENDING KEY SRT-RETURNED-DATE
               ON ASCENDING KEY SRT-LOAN-NUMBER
               INPUT PROCEDURE IS 0200-SELECT-OPEN-TRACES
                   THRU 0200-SELECT-OPEN-TRACES-EXIT
               OUTPUT PROCEDURE IS 0600-WRITE-WORKLIST
                   THRU 0600-WRITE-WORKLIST-EXIT

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT  SKIP-TRACE-FILE
           OPEN INPUT  LOAN-MASTER-FILE
           OPEN INPUT  BORROWER-MASTER-FILE
           OPEN OUTPUT TRACE-RPT-FILE

           MOVE WS-RUN-DATE TO RMH-RUN-DATE
           WRITE TRACE-RPT-RECORD FROM TRACE-HEADING-1
           WRITE TRACE-RPT-RECORD FROM TRACE-HEADING-2
           .
       0100-INITIALIZE-EXIT.
           EXIT.

      *************************************************************
      *    INPUT PROCEDURE: RELEASE EVERY ENTRY STILL BEING TRACED
      *    ON A LOAN STILL OPEN.  A LOAN PAID OFF, CHARGED OFF OR
      *    TRANSFERRED SINCE IS NO LONGER THE DESK'S TO WORK AND
      *    IS ONLY COUNTED.
      *************************************************************
       0200-SELECT-OPEN-TRACES SECTION.
           PERFORM 0210-READ-TRACE-FILE
               THRU 0210-READ-TRACE-FILE-EXIT

           PERFORM 0300-SELECT-ONE-TRACE
               THRU 0300-SELECT-ONE-TRACE-EXIT
               UNTIL END-OF-TRACE-FILE
           .
       0200-SELECT-OPEN-TRACES-EXIT.
           EXIT.

       0210-READ-TRACE-FILE SECTION.
           READ SKIP-TRACE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-TRACE-FILE-EXIT.
           EXIT.

       0300-SELECT-ONE-TRACE SECTION.
           IF NOT ST-TRACE-OPEN
               ADD 1 TO WS-FOUND-COUNT
               GO TO 0300-SELECT-NEXT
           END-IF

           MOVE ST-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT MASTER-READ-OK
               ADD 1 TO WS-CLOSED-LOAN-COUNT
               GO TO 0300-SELECT-NEXT
           END-IF
           IF NOT LM-STATUS-OPEN
               ADD 1 TO WS-CLOSED-LOAN-COUNT
               GO TO 0300-SELECT-NEXT
           END-IF

           ADD 1 TO WS-OPEN-COUNT
           IF LM-DELQ-DAYS > ZERO
               ADD 1 TO WS-DELINQUENT-COUNT
           END-IF

           MOVE SPACES TO SRT-BORROWER-NAME
           MOVE SPACES TO SRT-PHONE-NUMBER
           MOVE ST-BORROWER-ID TO BO-BORROWER-ID
           READ BORROWER-MASTER-FILE
               INVALID KEY
                   MOVE "*UNKNOWN BORROWER*" TO SRT-BORROWER-NAME
           END-READ
           IF BORROWER-READ-OK
               MOVE BO-BORROWER-NAME TO SRT-BORROWER-NAME
               MOVE BO-PHONE-NUMBER  TO SRT-PHONE-NUMBER
           END-IF

           MOVE ST-RETURNED-DATE TO WS-FROM-DATE
           PERFORM 0400-DAYS-SINCE
               THRU 0400-DAYS-SINCE-EXIT

           MOVE LM-DELQ-DAYS     TO SRT-DELQ-DAYS
           MOVE ST-RETURNED-DATE TO SRT-RETURNED-DATE
           MOVE ST-LOAN-NUMBER   TO SRT-LOAN-NUMBER
           MOVE ST-BORROWER-ID   TO SRT-BORROWER-ID
           MOVE LM-DELQ-BUCKET   TO SRT-BUCKET
           MOVE WS-DAYS          TO SRT-DAYS-OUT
           RELEASE SORT-RECORD
           .
       0300-SELECT-NEXT.
           PERFORM 0210-READ-TRACE-FILE
               THRU 0210-READ-TRACE-FILE-EXIT
           .
       0300-SELECT-ONE-TRACE-EXIT.
           EXIT.

      *************************************************************
      *    30/360 DAYS FROM WS-FROM-DATE TO THE RUN DATE.
      *************************************************************
       0400-DAYS-SINCE SECTION.
           COMPUTE WS-DAYS =
               ((WS-RUN-YEAR - WS-FROM-YEAR) * 360)
               + ((WS-RUN-MONTH - WS-FROM-MONTH) * 30)
               + (WS-RUN-DAY - WS-FROM-DAY)
           .
       0400-DAYS-SINCE-EXIT.
           EXIT.

      *************************************************************
      *    OUTPUT PROCEDURE: THE WORKLIST, WORST DELINQUENCY FIRST.
      *************************************************************
       0600-WRITE-WORKLIST SECTION.
           PERFORM 0610-RETURN-ONE-TRACE
               THRU 0610-RETURN-ONE-TRACE-EXIT
               UNTIL END-OF-SORT-FILE
           .
       0600-WRITE-WORKLIST-EXIT.
           EXIT.

       0610-RETURN-ONE-TRACE SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
                   GO TO 0610-RETURN-ONE-TRACE-EXIT
           END-RETURN

           MOVE SRT-LOAN-NUMBER     TO RMD-LOAN-NUMBER
           MOVE SRT-BORROWER-ID     TO RMD-BORROWER-ID
           MOVE SRT-BORROWER-NAME   TO RMD-BORROWER-NAME
           MOVE SRT-PHONE-NUMBER    TO RMD-PHONE-NUMBER
           MOVE SRT-RETURNED-DATE   TO RMD-RETURNED-DATE
           MOVE SRT-DAYS-OUT        TO RMD-DAYS-OUT
           MOVE SRT-BUCKET          TO RMD-BUCKET
           MOVE SRT-DELQ-DAYS       TO RMD-DELQ-DAYS
           WRITE TRACE-RPT-RECORD FROM TRACE-DETAIL-LINE
           .
       0610-RETURN-ONE-TRACE-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO TRACE-RPT-RECORD
           WRITE TRACE-RPT-RECORD

           MOVE "LOANS BEING TRACED:"    TO RMT-LABEL
           MOVE WS-OPEN-COUNT            TO RMT-COUNT
           WRITE TRACE-RPT-RECORD FROM TRACE-TOTAL-LINE

           MOVE "  PAST DUE:"            TO RMT-LABEL
           MOVE WS-DELINQUENT-COUNT      TO RMT-COUNT
           WRITE TRACE-RPT-RECORD FROM TRACE-TOTAL-LINE

           MOVE "LOANS NO LONGER OPEN:"  TO RMT-LABEL
           MOVE WS-CLOSED-LOAN-COUNT     TO RMT-COUNT
           WRITE TRACE-RPT-RECORD FROM TRACE-TOTAL-LINE

           MOVE "FOUND AT A NEW ADDRESS:" TO RMT-LABEL
           MOVE WS-FOUND-COUNT           TO RMT-COUNT
           WRITE TRACE-RPT-RECORD FROM TRACE-TOTAL-LINE

           CLOSE SKIP-TRACE-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE BORROWER-MASTER-FILE
           CLOSE TRACE-RPT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANRMLR.
