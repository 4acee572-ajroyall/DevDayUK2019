               CURRENT BALANCE, WITH THE COMBINED TOTAL DUE -- AND
               FOLLOWS IT WITH THE PER-LOAN SCHEDULE SECTIONS IN
               THE LOANSTMT PAGE FORMAT.  ONE ENVELOPE, ONE TOTAL,
               HOWEVER MANY NOTES THE CUSTOMER HOLDS.  THE
               STATEMENT GOES WHERE THE FIRST LOAN'S PRIMARY
               BORROWER ASKED (LOANDLVR): TO PRINT, TO THE
               E-DELIVERY EXTRACT, OR BOTH, COUNTED ON EDLVCNT.  NOTHING
               IS PRINTED TO A BORROWER WHOSE MAIL HAS COME BACK
               (BORRMSTR); EACH PRINTED COPY HELD BACK IS COUNTED AS
               SUPPRESSED.

       ENVIRONMENT DIVISION.

           SELECT STMT-OUT-FILE    ASSIGN TO "LOANCSTM"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-EXTRACT-FILE
                                    ASSIGN TO "EDLVEXTR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-COUNT-FILE
                                    ASSIGN TO "EDLVCNT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  STMT-OUT-FILE.
       01  STMT-OUT-RECORD           PIC X(80).

       FD  EDLV-EXTRACT-FILE.
       COPY EDLVEXT.

       FD  EDLV-COUNT-FILE.
       COPY EDLVCNT.

       WORKING-STORAGE SECTION.

       77  LINES-PER-PAGE            PIC S9(4) COMP VALUE 20.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 SD-BALANCE             PIC Z,ZZZ,ZZ9.99.

       COPY DLVRAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
       0300-PRINT-COMBINED-STATEMENT SECTION.
           OPEN INPUT  LOAN-MASTER-FILE
           OPEN OUTPUT STMT-OUT-FILE
           OPEN EXTEND EDLV-EXTRACT-FILE

           PERFORM 0800-ROUTE-THE-STATEMENT
               THRU 0800-ROUTE-THE-STATEMENT-EXIT

           MOVE WS-RUN-DATE     TO CST-RUN-DATE
           MOVE CSTM-TITLE-LINE TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           MOVE WS-MATCHED-NAME TO CST-BORROWER-NAME
           MOVE CSTM-NAME-LINE TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           MOVE SPACES TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           MOVE CSTM-SUMMARY-HEADING TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT

           MOVE ZERO TO WS-COMBINED-TOTAL-DUE
           PERFORM 0310-SUMMARIZE-ONE-LOAN
               UNTIL LIST-IDX > WS-LIST-COUNT

           MOVE SPACES TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           MOVE WS-COMBINED-TOTAL-DUE TO CST-TOTAL-DUE
           MOVE CSTM-TOTAL-LINE TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT

           PERFORM 0400-PRINT-ONE-SCHEDULE
               THRU 0400-PRINT-ONE-SCHEDULE-EXIT
               UNTIL LIST-IDX > WS-LIST-COUNT

           CLOSE STMT-OUT-FILE
           CLOSE EDLV-EXTRACT-FILE
           CLOSE LOAN-MASTER-FILE

           PERFORM 0820-COUNT-THE-STATEMENT
               THRU 0820-COUNT-THE-STATEMENT-EXIT
           .
       0300-PRINT-COMBINED-STATEMENT-EXIT.
           EXIT.
           ELSE
               MOVE LM-PRINCIPAL TO CSL-BALANCE
           END-IF
           MOVE CSTM-SUMMARY-LINE TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT

           ADD LM-PAYMENT(WS-NEXT-MONTH)
               TO WS-COMBINED-TOTAL-DUE
           END-READ

           MOVE "1" TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           MOVE ZERO TO WS-PAGE-NUMBER

           PERFORM 0410-WRITE-PAGE-HEADER
           MOVE LM-RATE             TO SH-RATE
           MOVE LM-LOANTERM         TO SH-TERM

           MOVE STMT-HEADING-1 TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           MOVE STMT-HEADING-3 TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           MOVE SPACES TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           MOVE STMT-COLUMN-HEADING TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT

           MOVE ZERO TO WS-LINE-COUNT
           .
       0420-WRITE-ONE-ROW SECTION.
           IF WS-LINE-COUNT NOT < LINES-PER-PAGE
               MOVE "1" TO STMT-OUT-RECORD
               PERFORM 0810-PUT-STATEMENT-LINE
                   THRU 0810-PUT-STATEMENT-LINE-EXIT
               PERFORM 0410-WRITE-PAGE-HEADER
                   THRU 0410-WRITE-PAGE-HEADER-EXIT
           END-IF
           MOVE LM-INTPAID(MONTH)       TO SD-INTPAID
           MOVE LM-PAYMENT(MONTH)       TO SD-PAYMENT
           MOVE LM-BALANCE(MONTH)       TO SD-BALANCE
           MOVE STMT-DETAIL-LINE TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT

           ADD 1 TO WS-LINE-COUNT
           .
       0420-WRITE-ONE-ROW-EXIT.
           EXIT.

      *************************************************************
      *    WHERE THE STATEMENT GOES.  AN ELECTRONIC COPY IS HEADED
      *    ON THE EXTRACT WITH WHO IT IS FOR.
      *************************************************************
       0800-ROUTE-THE-STATEMENT SECTION.
           MOVE WS-LIST-LOAN-NUMBER(1) TO DV-LOAN-NUMBER
           MOVE SPACES                 TO DV-BORROWER-ID
           CALL "LOANDLVR" USING DELIVERY-CHECK-AREA
           IF DV-MAIL-RETURNED
               DISPLAY "STATEMENT NOT PRINTED - MAIL RETURNED FOR "
                   DV-BORROWER-ID
           END-IF

           IF DV-ELECTRONIC-COPY
               MOVE SPACES           TO EDLV-EXTRACT-RECORD
               SET EX-DOCUMENT-HEADER TO TRUE
               MOVE "COMBSTMT"       TO EX-DOCUMENT-TYPE
               MOVE DV-LOAN-NUMBER   TO EX-LOAN-NUMBER
               MOVE DV-BORROWER-ID   TO EX-BORROWER-ID
               MOVE DV-EMAIL-ADDRESS TO EX-EMAIL-ADDRESS
               MOVE WS-RUN-DATE      TO EX-PRODUCED-DATE
               WRITE EDLV-EXTRACT-RECORD
           END-IF
           .
       0800-ROUTE-THE-STATEMENT-EXIT.
           EXIT.

      *************************************************************
      *    ONE STATEMENT LINE, TO PRINT, TO THE EXTRACT, OR BOTH.
      *************************************************************
       0810-PUT-STATEMENT-LINE SECTION.
           IF DV-PRINT-COPY
               WRITE STMT-OUT-RECORD
           END-IF
           IF DV-ELECTRONIC-COPY
               MOVE SPACES          TO EDLV-EXTRACT-RECORD
               SET EX-DOCUMENT-LINE TO TRUE
               MOVE STMT-OUT-RECORD TO EX-LINE-TEXT
               WRITE EDLV-EXTRACT-RECORD
           END-IF
           .
       0810-PUT-STATEMENT-LINE-EXIT.
           EXIT.

      *************************************************************
      *    THE STATEMENT'S CHANNEL, FOR LOANEDLV'S CONTROL REPORT.
      *************************************************************
       0820-COUNT-THE-STATEMENT SECTION.
           MOVE ZERO TO EC-PAPER-COUNT
           MOVE ZERO TO EC-ELECTRONIC-COUNT
           MOVE ZERO TO EC-BOTH-COUNT
           MOVE ZERO TO EC-SUPPRESSED-COUNT
           EVALUATE TRUE
               WHEN DV-PAPER-ONLY
                   MOVE 1 TO EC-PAPER-COUNT
               WHEN DV-ELECTRONIC-ONLY
                   MOVE 1 TO EC-ELECTRONIC-COUNT
               WHEN DV-PAPER-AND-ELECTRONIC
                   MOVE 1 TO EC-BOTH-COUNT
           END-EVALUATE
           IF DV-MAIL-RETURNED
               MOVE 1 TO EC-SUPPRESSED-COUNT
           END-IF
           MOVE WS-RUN-DATE TO EC-RUN-DATE
           MOVE "LOANCSTM"  TO EC-PROGRAM-ID
           MOVE "COMBSTMT"  TO EC-DOCUMENT-TYPE

           OPEN EXTEND EDLV-COUNT-FILE
           WRITE EDLV-COUNT-RECORD
           CLOSE EDLV-COUNT-FILE
           .
       0820-COUNT-THE-STATEMENT-EXIT.
           EXIT.

       END PROGRAM LOANCSTM.
