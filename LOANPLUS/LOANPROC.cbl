               DELINQUENT LOAN'S LAST CONTACT, OPEN PROMISE AND
               BROKEN-PROMISE COUNT, SO THE DESK WORKS THE LOANS
               NOBODY HAS REACHED AND THE PROMISES THAT KEEP
               FAILING.  THE WORKLIST ALSO GOES TO THE COLQUEUE FILE, IN
               THE SAME ORDER, FOR THE COLLECTOR WORKSTATION.

       ENVIRONMENT DIVISION.

                                    ASSIGN TO "LOANCOLW"
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *    THE SAME WORKLIST, IN THE SAME ORDER, AS A FILE THE
      *    COLLECTOR WORKSTATION PULLS ITS NEXT LOAN FROM.
           SELECT COLLECTOR-QUEUE-FILE
                                    ASSIGN TO "COLQUEUE"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "COLWSORT".

       DATA DIVISION.
       FD  WORKLIST-RPT-FILE.
       01  WORKLIST-RPT-RECORD       PIC X(110).

       FD  COLLECTOR-QUEUE-FILE.
       COPY COLQUEUE.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03 SRT-DELQ-DAYS          PIC 9(4).
       01  WS-KEPT-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-BROKEN-TONIGHT-COUNT   PIC S9(8) COMP VALUE ZERO.
       01  WS-WORKLIST-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-QUEUE-SEQ              PIC 9(6) VALUE ZERO.

       01  WORKLIST-HEADING-1.
           03 FILLER                 PIC X(22)
      *************************************************************
       0700-WRITE-THE-WORKLIST SECTION.
           OPEN OUTPUT WORKLIST-RPT-FILE
           OPEN OUTPUT COLLECTOR-QUEUE-FILE

           MOVE WS-RUN-DATE TO WLH-RUN-DATE
           WRITE WORKLIST-RPT-RECORD FROM WORKLIST-HEADING-1
           WRITE WORKLIST-RPT-RECORD FROM WORKLIST-TOTAL-LINE

           CLOSE WORKLIST-RPT-FILE
           CLOSE COLLECTOR-QUEUE-FILE
           .
       0700-WRITE-THE-WORKLIST-EXIT.
           EXIT.
           MOVE SRT-OPEN-DATE     TO WLD-OPEN-DATE
           MOVE SRT-BROKEN-COUNT  TO WLD-BROKEN
           WRITE WORKLIST-RPT-RECORD FROM WORKLIST-DETAIL-LINE

           ADD 1 TO WS-QUEUE-SEQ
           MOVE WS-QUEUE-SEQ      TO CQ-QUEUE-SEQ
           MOVE SRT-LOAN-NUMBER   TO CQ-LOAN-NUMBER
           MOVE SRT-DELQ-DAYS     TO CQ-DELQ-DAYS
           MOVE SRT-BUCKET        TO CQ-BUCKET
           WRITE COLLECTOR-QUEUE-RECORD
           .
       0710-RETURN-ONE-LOAN-EXIT.
           EXIT.
