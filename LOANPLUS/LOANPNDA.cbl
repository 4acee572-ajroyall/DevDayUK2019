       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPNDA.
       REMARKS. PENDING-CHANGE AGING REPORT.  WALKS THE LOANPEND
               QUEUE AND LISTS EVERY CHANGE STILL AWAITING A SECOND
               OPERATOR PAST THE CUTOFF -- WHO KEYED IT, WHERE, ON
               WHICH LOAN, AND WHAT IT WOULD DO -- SO NOTHING SITS
               UNREVIEWED INDEFINITELY.  THE QUEUE IS KEYED BY THE
               TIME EACH CHANGE WAS KEYED, SO THE LISTING COMES OUT
               OLDEST FIRST WITHOUT A SORT.  DAYS ARE 30/360, THE
               SAME CONVENTION AS EVERY OTHER AGE IN THE SYSTEM.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-CHANGE-FILE
                                    ASSIGN TO "LOANPEND"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS PN-PENDING-KEY
                                    FILE STATUS IS WS-PENDING-STATUS.

           SELECT PND-RPT-FILE     ASSIGN TO "LOANPNDQ"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       FD  PND-RPT-FILE.
       01  PND-RPT-RECORD            PIC X(96).

       WORKING-STORAGE SECTION.

      *    A CHANGE STILL PENDING THIS MANY DAYS AFTER IT WAS KEYED
      *    IS OVERDUE FOR REVIEW.
       77  PENDING-CUTOFF-DAYS       PIC S9(4) COMP VALUE 3.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-PENDING-FILE   VALUE "Y".

       01  WS-PENDING-STATUS         PIC X(02) VALUE SPACES.

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

       01  WS-PENDING-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-APPROVED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC S9(8) COMP VALUE ZERO.

       01  PND-HEADING-1.
           03 FILLER                 PIC X(32)
                VALUE "PENDING CHANGES PAST CUTOFF".
           03 FILLER                 PIC X(06) VALUE "AS OF ".
           03 PLH-RUN-DATE           PIC 9(8).

       01  PND-HEADING-2.
           03 FILLER                 PIC X(10) VALUE "KEYED".
           03 FILLER                 PIC X(10) VALUE "BY".
           03 FILLER                 PIC X(10) VALUE "PROGRAM".
           03 FILLER                 PIC X(12) VALUE "LOAN NUMBER".
           03 FILLER                 PIC X(10) VALUE "CHANGE".
           03 FILLER                 PIC X(07) VALUE "DAYS".
           03 FILLER                 PIC X(30) VALUE "NEW VALUE".

       01  PND-DETAIL-LINE.
           03 PLD-KEYED-DATE         PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 PLD-KEYED-BY           PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 PLD-PROGRAM-ID         PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 PLD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 PLD-CHANGE-TYPE        PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 PLD-AGE-DAYS           PIC ZZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 PLD-AFTER-IMAGE        PIC X(30).

       01  PND-TOTAL-LINE.
           03 PLT-LABEL              PIC X(26).
           03 PLT-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           PERFORM 0300-AGE-ONE-ITEM
               THRU 0300-AGE-ONE-ITEM-EXIT
               UNTIL END-OF-PENDING-FILE

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT  PENDING-CHANGE-FILE
           OPEN OUTPUT PND-RPT-FILE

           MOVE WS-RUN-DATE TO PLH-RUN-DATE
           WRITE PND-RPT-RECORD FROM PND-HEADING-1
           WRITE PND-RPT-RECORD FROM PND-HEADING-2

           PERFORM 0210-READ-PENDING-FILE
               THRU 0210-READ-PENDING-FILE-EXIT
           .
       0100-INITIALIZE-EXIT.
           EXIT.

       0210-READ-PENDING-FILE SECTION.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-PENDING-FILE-EXIT.
           EXIT.

      *************************************************************
      *    DECIDED ITEMS ARE ONLY COUNTED.  A PENDING ITEM PAST THE
      *    CUTOFF IS LISTED.
      *************************************************************
       0300-AGE-ONE-ITEM SECTION.
           EVALUATE TRUE
               WHEN PN-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   GO TO 0300-AGE-NEXT
               WHEN PN-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   GO TO 0300-AGE-NEXT
           END-EVALUATE

           ADD 1 TO WS-PENDING-COUNT

           MOVE PN-KEYED-DATE TO WS-FROM-DATE
           PERFORM 0400-DAYS-SINCE
               THRU 0400-DAYS-SINCE-EXIT

           IF WS-DAYS NOT > PENDING-CUTOFF-DAYS
               GO TO 0300-AGE-NEXT
           END-IF

           ADD 1 TO WS-OVERDUE-COUNT
           MOVE PN-KEYED-DATE    TO PLD-KEYED-DATE
           MOVE PN-KEYED-BY      TO PLD-KEYED-BY
           MOVE PN-PROGRAM-ID    TO PLD-PROGRAM-ID
           MOVE PN-LOAN-NUMBER   TO PLD-LOAN-NUMBER
           MOVE PN-CHANGE-TYPE   TO PLD-CHANGE-TYPE
           MOVE WS-DAYS          TO PLD-AGE-DAYS
           MOVE PN-AFTER-IMAGE   TO PLD-AFTER-IMAGE
           WRITE PND-RPT-RECORD FROM PND-DETAIL-LINE
           .
       0300-AGE-NEXT.
           PERFORM 0210-READ-PENDING-FILE
               THRU 0210-READ-PENDING-FILE-EXIT
           .
       0300-AGE-ONE-ITEM-EXIT.
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

       0900-TERMINATE SECTION.
           MOVE SPACES TO PND-RPT-RECORD
           WRITE PND-RPT-RECORD

           MOVE "STILL PENDING:"     TO PLT-LABEL
           MOVE WS-PENDING-COUNT     TO PLT-COUNT
           WRITE PND-RPT-RECORD FROM PND-TOTAL-LINE

           MOVE "PAST CUTOFF:"       TO PLT-LABEL
           MOVE WS-OVERDUE-COUNT     TO PLT-COUNT
           WRITE PND-RPT-RECORD FROM PND-TOTAL-LINE

           MOVE "APPROVED:"          TO PLT-LABEL
           MOVE WS-APPROVED-COUNT    TO PLT-COUNT
           WRITE PND-RPT-RECORD FROM PND-TOTAL-LINE

           MOVE "REJECTED:"          TO PLT-LABEL
           MOVE WS-REJECTED-COUNT    TO PLT-COUNT
           WRITE PND-RPT-RECORD FROM PND-TOTAL-LINE

           CLOSE PENDING-CHANGE-FILE
           CLOSE PND-RPT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANPNDA.
