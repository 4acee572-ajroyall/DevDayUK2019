               LOAN WHEN THE CYCLE MONTH IS GIVEN AS 00 -- AND
               PRODUCES ONE PRINT STREAM WITH A PAGE BREAK BETWEEN
               BORROWERS, IN THE SAME LAYOUT LOANSTMT MAILS.
               CLOSED LOANS AND LOANS IN FORECLOSURE ARE SKIPPED.
               A CONTROL REPORT LISTS EVERY LOAN WITH WHAT WAS DONE
               AND WHY, AND THE PRODUCED/SKIPPED COUNTS THE
               OPERATOR BALANCES THE RUN WITH.  EACH STATEMENT
               GOES WHERE THE BORROWER ASKED (LOANDLVR): TO THE
               PRINT STREAM, TO THE E-DELIVERY EXTRACT FOR THE
               PORTAL VENDOR, OR BOTH, AND THE RUN'S COUNTS BY
               CHANNEL GO TO EDLVCNT FOR LOANEDLV.  NOTHING IS PRINTED
               TO A BORROWER WHOSE MAIL HAS COME BACK (BORRMSTR); EACH
               PRINTED COPY HELD BACK IS COUNTED AS SUPPRESSED.  A LOAN
               WITH AN INTEREST-ONLY PERIOD SHOWS WHERE THE PERIOD ENDS
               AND THE PAYMENT THAT FOLLOWS, AND ITS INTEREST-ONLY ROWS
               ARE MARKED IO.

       ENVIRONMENT DIVISION.

           SELECT CONTROL-RPT-FILE ASSIGN TO "LOANSTMK"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-EXTRACT-FILE
                                    ASSIGN TO "EDLVEXTR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-COUNT-FILE
                                    ASSIGN TO "EDLVCNT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BORROWER-MASTER-FILE
                                    ASSIGN TO "BORRMSTR"
                                    ORGANIZATION IS INDEXED
       FD  STMT-OUT-FILE.
       01  STMT-OUT-RECORD           PIC X(96).

       FD  EDLV-EXTRACT-FILE.
       COPY EDLVEXT.

       FD  EDLV-COUNT-FILE.
       COPY EDLVCNT.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMSTR.

       01  WS-PRODUCED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT          PIC S9(8) COMP VALUE ZERO.

      *    STATEMENTS BY DELIVERY CHANNEL.
       01  WS-DLV-PAPER-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-ELECTRONIC-COUNT   PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-BOTH-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-SUPPRESSED-COUNT   PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-PRINTED-COUNT      PIC S9(8) COMP VALUE ZERO.

       01  WS-TODAY                  PIC 9(8).

       01  STMT-HEADING-1.
           03 FILLER                 PIC X(14) VALUE "LOAN NUMBER: ".
           03 SH-LOAN-NUMBER         PIC X(10).
                                      VALUE "MONTHLY PMI PREMIUM:".
           03 SH-PMI-AMOUNT          PIC Z,ZZZ,ZZ9.99.

      *    SHOWN FOR A LOAN WITH AN INTEREST-ONLY PERIOD: THE LAST
      *    INTEREST-ONLY INSTALLMENT AND THE FULLY AMORTIZING
      *    PAYMENT THAT FOLLOWS IT.  THE SCHEDULE ROWS OF THE
      *    PERIOD ARE MARKED IO.
       01  STMT-HEADING-6.
           03 FILLER                 PIC X(23)
                                      VALUE "INTEREST ONLY THROUGH:".
           03 SH-IO-MONTHS           PIC ZZZ9.
           03 FILLER                 PIC X(07) VALUE SPACES.
           03 FILLER                 PIC X(14)
                                      VALUE "THEN PAYMENT:".
           03 SH-IO-NEW-PAYMENT      PIC Z,ZZZ,ZZ9.99.

       01  STMT-COLUMN-HEADING.
           03 FILLER                 PIC X(07) VALUE "MONTH".
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 FILLER                 PIC X(12) VALUE "BALANCE".
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 FILLER                 PIC X(12) VALUE "ACT BALANCE".
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 FILLER                 PIC X(02) VALUE "IO".

       01  STMT-DETAIL-LINE.
           03 SD-MONTH               PIC ZZZ9.
      *    FOR THE LOAN -- PLAN VS ACTUAL, SAME AS LOANSTMT.
           03 SD-ACT-BALANCE         PIC Z,ZZZ,ZZ9.99
                                      BLANK WHEN ZERO.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SD-IO-MARK             PIC X(02).

       01  CONTROL-DETAIL-LINE.
           03 CTL-LOAN-NUMBER        PIC X(10).
                                      VALUE "  SKIPPED:".
           03 CTT-SKIPPED            PIC ZZZ,ZZ9.

       01  CONTROL-CHANNEL-LINE.
           03 FILLER                 PIC X(12)
                                      VALUE "PAPER:".
           03 CTC-PAPER              PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(14)
                                      VALUE "  ELECTRONIC:".
           03 CTC-ELECTRONIC         PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(08)
                                      VALUE "  BOTH:".
           03 CTC-BOTH               PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(14)
                                      VALUE "  SUPPRESSED:".
           03 CTC-SUPPRESSED         PIC ZZZ,ZZ9.

       COPY DLVRAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           OPEN INPUT  EFFECTIVE-SCHEDULE-FILE
           OPEN OUTPUT STMT-OUT-FILE
           OPEN OUTPUT CONTROL-RPT-FILE
           OPEN EXTEND EDLV-EXTRACT-FILE
           OPEN EXTEND EDLV-COUNT-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM 0210-READ-MASTER-FILE
               THRU 0210-READ-MASTER-FILE-EXIT
           MOVE LM-LOAN-NUMBER TO CTL-LOAN-NUMBER
           MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE

      *        A LOAN IN FORECLOSURE GETS NO STATEMENT -- THE
      *        ATTORNEY, NOT THE STATEMENT, TELLS THE BORROWER WHAT
      *        IT TAKES TO REINSTATE.
           EVALUATE TRUE
               WHEN NOT LM-STATUS-OPEN
                   MOVE "SKIPPED"  TO CTL-ACTION
                   MOVE SPACES     TO CTL-REASON
                   STRING "STATUS " LM-STATUS " - NOT BILLED"
                       DELIMITED BY SIZE INTO CTL-REASON
                   END-STRING
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN LM-STATUS-FORECLOSURE
                   MOVE "SKIPPED" TO CTL-ACTION
                   MOVE "IN FORECLOSURE" TO CTL-REASON
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-CYCLE-MONTH NOT = ZERO
                   AND WS-ORIG-MONTH NOT = WS-CYCLE-MONTH
                   MOVE "SKIPPED" TO CTL-ACTION
                   MOVE "NOT IN THIS CYCLE" TO CTL-REASON
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM 0300-PRINT-ONE-STATEMENT
                       THRU 0300-PRINT-ONE-STATEMENT-EXIT
                   MOVE "PRODUCED" TO CTL-ACTION
                   MOVE SPACES     TO CTL-REASON
                   ADD 1 TO WS-PRODUCED-COUNT
           END-EVALUATE

           WRITE CONTROL-RPT-RECORD FROM CONTROL-DETAIL-LINE

      *    STREAM BURSTS CLEANLY INTO ENVELOPES.
      *************************************************************
       0300-PRINT-ONE-STATEMENT SECTION.
           MOVE ZERO TO WS-PAGE-NUMBER

      *        THE MAILING-ADDRESS BLOCK HEADS THE STATEMENT, FROM
      *        BORROWER LINK.  UNLINKED LOANS PRINT AS BEFORE.
           PERFORM 0340-FIND-MAILING-ADDRESS
               THRU 0340-FIND-MAILING-ADDRESS-EXIT

           PERFORM 0800-ROUTE-THE-STATEMENT
               THRU 0800-ROUTE-THE-STATEMENT-EXIT

           IF MAILING-ADDRESS-FOUND
               MOVE BO-BORROWER-NAME TO STMT-OUT-RECORD
               PERFORM 0810-PUT-STATEMENT-LINE
                   THRU 0810-PUT-STATEMENT-LINE-EXIT
               MOVE BO-ADDRESS-LINE-1 TO STMT-OUT-RECORD
               PERFORM 0810-PUT-STATEMENT-LINE
                   THRU 0810-PUT-STATEMENT-LINE-EXIT
               IF BO-ADDRESS-LINE-2 NOT = SPACES
                   MOVE BO-ADDRESS-LINE-2 TO STMT-OUT-RECORD
                   PERFORM 0810-PUT-STATEMENT-LINE
                       THRU 0810-PUT-STATEMENT-LINE-EXIT
               END-IF
               MOVE BO-CITY     TO ADR-CITY
               MOVE BO-STATE    TO ADR-STATE
               MOVE BO-ZIP-CODE TO ADR-ZIP
               MOVE ADDRESS-LINE-CITY TO STMT-OUT-RECORD
               PERFORM 0810-PUT-STATEMENT-LINE
                   THRU 0810-PUT-STATEMENT-LINE-EXIT
               MOVE SPACES TO STMT-OUT-RECORD
               PERFORM 0810-PUT-STATEMENT-LINE
                   THRU 0810-PUT-STATEMENT-LINE-EXIT
           END-IF

           PERFORM 0310-WRITE-PAGE-HEADER
               ELSE
                   IF NOT DRAW-HEADING-SHOWN
                       MOVE SPACES TO STMT-OUT-RECORD
                       PERFORM 0810-PUT-STATEMENT-LINE
                           THRU 0810-PUT-STATEMENT-LINE-EXIT
                       MOVE DRAW-SECTION-HEADING TO STMT-OUT-RECORD
                       PERFORM 0810-PUT-STATEMENT-LINE
                           THRU 0810-PUT-STATEMENT-LINE-EXIT
                       MOVE "Y" TO WS-DRAW-SHOWN-FLAG
                   END-IF
                   MOVE DW-DRAW-DATE   TO DWD-DRAW-DATE
                   MOVE DW-DRAW-AMOUNT TO DWD-DRAW-AMOUNT
                   MOVE DRAW-DETAIL-LINE TO STMT-OUT-RECORD
                   PERFORM 0810-PUT-STATEMENT-LINE
                       THRU 0810-PUT-STATEMENT-LINE-EXIT
               END-IF
           END-IF
           .
           MOVE LM-RATE             TO SH-RATE
           MOVE LM-LOANTERM         TO SH-TERM

           MOVE STMT-HEADING-1 TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           MOVE STMT-HEADING-2 TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           MOVE STMT-HEADING-3 TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           IF LM-LATE-FEE-BALANCE > ZERO
               MOVE LM-LATE-FEE-BALANCE TO SH-LATE-FEES
               MOVE STMT-HEADING-4 TO STMT-OUT-RECORD
               PERFORM 0810-PUT-STATEMENT-LINE
                   THRU 0810-PUT-STATEMENT-LINE-EXIT
           END-IF
           IF LM-MONTHLY-PMI-AMOUNT > ZERO
               AND LM-PMI-CANCEL-MONTH = ZERO
               MOVE LM-MONTHLY-PMI-AMOUNT TO SH-PMI-AMOUNT
               MOVE STMT-HEADING-5 TO STMT-OUT-RECORD
               PERFORM 0810-PUT-STATEMENT-LINE
                   THRU 0810-PUT-STATEMENT-LINE-EXIT
           END-IF
           IF LM-INTEREST-ONLY-MONTHS > ZERO
               AND LM-INTEREST-ONLY-MONTHS < LM-LOANTERM
               MOVE LM-INTEREST-ONLY-MONTHS TO SH-IO-MONTHS
               MOVE LM-PAYMENT(LM-INTEREST-ONLY-MONTHS + 1)
                   TO SH-IO-NEW-PAYMENT
               MOVE STMT-HEADING-6 TO STMT-OUT-RECORD
               PERFORM 0810-PUT-STATEMENT-LINE
                   THRU 0810-PUT-STATEMENT-LINE-EXIT
           END-IF
           MOVE SPACES TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           MOVE STMT-COLUMN-HEADING TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT

           MOVE ZERO TO WS-LINE-COUNT
           .
       0320-WRITE-ONE-ROW SECTION.
           IF WS-LINE-COUNT NOT < LINES-PER-PAGE
               MOVE "1" TO STMT-OUT-RECORD
               PERFORM 0810-PUT-STATEMENT-LINE
                   THRU 0810-PUT-STATEMENT-LINE-EXIT
               PERFORM 0310-WRITE-PAGE-HEADER
                   THRU 0310-WRITE-PAGE-HEADER-EXIT
           END-IF
           MOVE LM-INTPAID(MONTH)       TO SD-INTPAID
           MOVE LM-PAYMENT(MONTH)       TO SD-PAYMENT
           MOVE LM-BALANCE(MONTH)       TO SD-BALANCE
           IF MONTH NOT > LM-INTEREST-ONLY-MONTHS
               MOVE "IO"                TO SD-IO-MARK
           ELSE
               MOVE SPACES              TO SD-IO-MARK
           END-IF

           MOVE LM-LOAN-NUMBER TO EF-LOAN-NUMBER
           MOVE MONTH          TO EF-MONTH
               MOVE ZERO       TO SD-ACT-BALANCE
           END-IF

           MOVE STMT-DETAIL-LINE TO STMT-OUT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT

           ADD 1 TO WS-LINE-COUNT
           .
       0341-CHECK-ONE-XREF-EXIT.
           EXIT.

      *************************************************************
      *    WHERE THIS STATEMENT GOES.  A PRINTED STATEMENT AFTER
      *    THE FIRST STARTS ON A FRESH PAGE; AN ELECTRONIC ONE IS
      *    HEADED ON THE EXTRACT WITH WHO IT IS FOR.
      *************************************************************
       0800-ROUTE-THE-STATEMENT SECTION.
           MOVE LM-LOAN-NUMBER TO DV-LOAN-NUMBER
           IF MAILING-ADDRESS-FOUND
               MOVE BO-BORROWER-ID TO DV-BORROWER-ID
           ELSE
               MOVE SPACES         TO DV-BORROWER-ID
           END-IF
           CALL "LOANDLVR" USING DELIVERY-CHECK-AREA

           EVALUATE TRUE
               WHEN DV-PAPER-ONLY
                   ADD 1 TO WS-DLV-PAPER-COUNT
               WHEN DV-ELECTRONIC-ONLY
                   ADD 1 TO WS-DLV-ELECTRONIC-COUNT
               WHEN DV-PAPER-AND-ELECTRONIC
                   ADD 1 TO WS-DLV-BOTH-COUNT
           END-EVALUATE
           IF DV-MAIL-RETURNED
               ADD 1 TO WS-DLV-SUPPRESSED-COUNT
           END-IF

           IF DV-PRINT-COPY
               IF WS-DLV-PRINTED-COUNT > ZERO
                   MOVE "1" TO STMT-OUT-RECORD
                   WRITE STMT-OUT-RECORD
               END-IF
               ADD 1 TO WS-DLV-PRINTED-COUNT
           END-IF

           IF DV-ELECTRONIC-COPY
               MOVE SPACES           TO EDLV-EXTRACT-RECORD
               SET EX-DOCUMENT-HEADER TO TRUE
               MOVE "CYCSTMT"        TO EX-DOCUMENT-TYPE
               MOVE DV-LOAN-NUMBER   TO EX-LOAN-NUMBER
               MOVE DV-BORROWER-ID   TO EX-BORROWER-ID
               MOVE DV-EMAIL-ADDRESS TO EX-EMAIL-ADDRESS
               MOVE WS-TODAY         TO EX-PRODUCED-DATE
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

       0900-TERMINATE SECTION.
           MOVE SPACES TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           MOVE WS-SKIPPED-COUNT  TO CTT-SKIPPED
           WRITE CONTROL-RPT-RECORD FROM CONTROL-TOTAL-LINE

           MOVE WS-DLV-PAPER-COUNT      TO CTC-PAPER
           MOVE WS-DLV-ELECTRONIC-COUNT TO CTC-ELECTRONIC
           MOVE WS-DLV-BOTH-COUNT       TO CTC-BOTH
           MOVE WS-DLV-SUPPRESSED-COUNT TO CTC-SUPPRESSED
           WRITE CONTROL-RPT-RECORD FROM CONTROL-CHANNEL-LINE

           MOVE WS-TODAY                TO EC-RUN-DATE
           MOVE "LOANSTMC"              TO EC-PROGRAM-ID
           MOVE "CYCSTMT"               TO EC-DOCUMENT-TYPE
           MOVE WS-DLV-PAPER-COUNT      TO EC-PAPER-COUNT
           MOVE WS-DLV-ELECTRONIC-COUNT TO EC-ELECTRONIC-COUNT
           MOVE WS-DLV-BOTH-COUNT       TO EC-BOTH-COUNT
           MOVE WS-DLV-SUPPRESSED-COUNT TO EC-SUPPRESSED-COUNT
           WRITE EDLV-COUNT-RECORD

           CLOSE LOAN-MASTER-FILE
           CLOSE BORROWER-MASTER-FILE
           CLOSE LOAN-XREF-FILE
           CLOSE EFFECTIVE-SCHEDULE-FILE
           CLOSE STMT-OUT-FILE
           CLOSE CONTROL-RPT-FILE
           CLOSE EDLV-EXTRACT-FILE
           CLOSE EDLV-COUNT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.
