               ONE TOTAL THAT BRINGS THE LOAN CURRENT.  THE
               MAILING ADDRESS COMES FROM THE BORROWER MASTER.
               THE CONTROL REPORT CARRIES THE NOTICES AND DOLLARS
               BILLED FOR THE CYCLE.  THE DUE DATE PRINTED ON THE
               NOTICE IS ALWAYS A BUSINESS DAY: ONE FALLING ON A
               WEEKEND OR BANK HOLIDAY (OR PAST THE END OF A SHORT
               MONTH) IS QUOTED AS THE NEXT BUSINESS DAY (LOANCALN).
               EACH NOTICE GOES WHERE THE BORROWER ASKED (LOANDLVR):
               TO PRINT, TO THE E-DELIVERY EXTRACT, OR BOTH; THE
               CONTROL REPORT AND EDLVCNT CARRY THE COUNTS BY
               CHANNEL.  NOTHING IS PRINTED TO A BORROWER WHOSE MAIL HAS
               COME BACK (BORRMSTR); EACH PRINTED COPY HELD BACK IS
               COUNTED AS SUPPRESSED.  THE LAST THREE NOTICES OF AN
               INTEREST-ONLY PERIOD WARN THE BORROWER OF THE PAYMENT
               CHANGE -- THE DUE DATE OF THE FIRST FULLY AMORTIZING
               PAYMENT AND ITS AMOUNT FROM THE SCHEDULE -- AND THE
               CONTROL REPORT FLAGS AND COUNTS THEM.

       ENVIRONMENT DIVISION.

                                    RECORD KEY IS BX-XREF-KEY
                                    FILE STATUS IS WS-XREF-STATUS.

           SELECT OPTIONAL EDLV-EXTRACT-FILE
                                    ASSIGN TO "EDLVEXTR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-COUNT-FILE
                                    ASSIGN TO "EDLVCNT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTICE-FILE      ASSIGN TO "LOANBILN"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       FD  LOAN-XREF-FILE.
       COPY LOANBXRF.

       FD  EDLV-EXTRACT-FILE.
       COPY EDLVEXT.

       FD  EDLV-COUNT-FILE.
       COPY EDLVCNT.

       FD  NOTICE-FILE.
       01  NOTICE-RECORD             PIC X(80).

      *    30/360 CALENDAR.
       77  BILLING-LEAD-DAYS         PIC S9(4) COMP VALUE 10.

      *    HOW MANY NOTICES BEFORE AN INTEREST-ONLY PERIOD ENDS
      *    CARRY THE WARNING OF THE PAYMENT CHANGE -- THE LAST
      *    THREE INTEREST-ONLY BILLS.
       77  IO-WARNING-NOTICES        PIC S9(4) COMP VALUE 3.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-MASTER-FILE   VALUE "Y".

           03 WS-DUE-DD              PIC 9(2).
       01  WS-DAYS-TO-DUE            PIC S9(8) COMP.

      *    THE FIRST FULLY AMORTIZING INSTALLMENT AFTER AN
      *    INTEREST-ONLY PERIOD, ITS DUE DATE AND ITS PAYMENT.
       01  WS-IO-WARNING-FLAG        PIC X  VALUE "N".
           88  IO-CHANGE-AHEAD       VALUE "Y".
       01  WS-IO-FIRST-MONTH         PIC S9(4) COMP.
       01  WS-IO-CHANGE-DATE         PIC 9(8).
       01  WS-IO-NEW-PAYMENT         PIC S9(8)V99 COMP-3.

       COPY CALNAREA.

       01  WS-DUE-COUNT              PIC S9(8) COMP.
       01  WS-PAST-DUE-AMOUNT        PIC S9(8)V99 COMP-3.
       01  WS-MONTHLY-ESCROW         PIC S9(8)V99 COMP-3.

       01  WS-NOTICE-COUNT           PIC S9(8) COMP VALUE ZERO.
       01  WS-BILLED-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-IO-WARNING-COUNT       PIC S9(8) COMP VALUE ZERO.

      *    NOTICES BY DELIVERY CHANNEL.
       01  WS-DLV-PAPER-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-ELECTRONIC-COUNT   PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-BOTH-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-SUPPRESSED-COUNT   PIC S9(8) COMP VALUE ZERO.

       01  NOTICE-LINE-1.
           03 FILLER                 PIC X(06) VALUE "LOAN: ".
                VALUE "PAYMENT DUE ".
           03 NTC-DUE-DATE           PIC 9(8).

       01  NOTICE-IO-LINE-1.
           03 FILLER                 PIC X(40)
                VALUE "YOUR INTEREST-ONLY PERIOD IS ENDING.".
       01  NOTICE-IO-LINE-2.
           03 FILLER                 PIC X(42)
                VALUE "YOUR PAYMENT CHANGES WITH THE PAYMENT DUE".
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 NTC-IO-CHANGE-DATE     PIC 9(8).

       01  NOTICE-ITEM-LINE.
           03 NTC-ITEM-LABEL         PIC X(26).
           03 NTC-ITEM-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           03 BLD-DUE-DATE           PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 BLD-TOTAL              PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 BLD-NOTE               PIC X(20).

       01  BILLING-TOTAL-LINE.
           03 FILLER                 PIC X(20)
                VALUE "  BILLED: ".
           03 BLT-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.

       01  BILLING-IO-LINE.
           03 FILLER                 PIC X(34)
                VALUE "INTEREST-ONLY CHANGE WARNINGS: ".
           03 BLI-COUNT              PIC ZZZ,ZZ9.

       01  BILLING-CHANNEL-LINE.
           03 FILLER                 PIC X(12)
                                      VALUE "PAPER:".
           03 BLC-PAPER              PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(14)
                                      VALUE "  ELECTRONIC:".
           03 BLC-ELECTRONIC         PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(08)
                                      VALUE "  BOTH:".
           03 BLC-BOTH               PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(14)
                                      VALUE "  SUPPRESSED:".
           03 BLC-SUPPRESSED         PIC ZZZ,ZZ9.

       COPY DLVRAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           OPEN INPUT  LOAN-XREF-FILE
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT BILLING-RPT-FILE
           OPEN EXTEND EDLV-EXTRACT-FILE
           OPEN EXTEND EDLV-COUNT-FILE

           MOVE WS-RUN-DATE TO BLH-RUN-DATE
           WRITE BILLING-RPT-RECORD FROM BILLING-HEADING-1
               GO TO 0200-BILL-NEXT
           END-IF

      *        A LOAN IN FORECLOSURE IS NOT BILLED -- THE DEBT IS
      *        WITH COUNSEL AND THE BORROWER DEALS WITH THE
      *        ATTORNEY FOR A REINSTATEMENT FIGURE.
           IF LM-STATUS-FORECLOSURE
               GO TO 0200-BILL-NEXT
           END-IF

      *        THE NOTICE RIDES THE CALENDAR, NOT THE PAID-THROUGH
      *        POINT: THE INSTALLMENT BEING BILLED IS THE NEXT ONE
      *        TO FALL DUE ON THE CALENDAR, SO A DELINQUENT
               GO TO 0200-BILL-NEXT
           END-IF

      *        THE BILLING CYCLE RUNS OFF THE CONTRACTUAL DUE DATE;
      *        THE NOTICE QUOTES THE BUSINESS DAY IT ROLLS TO.
           MOVE WS-DUE-DATE TO CA-INPUT-DATE
           SET CA-ROLL-FORWARD TO TRUE
           CALL "LOANCALN" USING CALENDAR-AREA
           IF CA-DATE-VALID
               MOVE CA-RESULT-DATE TO WS-DUE-DATE
           END-IF

           PERFORM 0300-LOAD-THE-PLAN
               THRU 0300-LOAD-THE-PLAN-EXIT

           PERFORM 0500-WORK-THE-BILL
               THRU 0500-WORK-THE-BILL-EXIT

           PERFORM 0550-CHECK-IO-CHANGE
               THRU 0550-CHECK-IO-CHANGE-EXIT

           PERFORM 0600-WRITE-THE-NOTICE
               THRU 0600-WRITE-THE-NOTICE-EXIT
           .
       0530-SUM-ONE-PAYEE-EXIT.
           EXIT.

      *************************************************************
      *    IS THE LOAN'S INTEREST-ONLY PERIOD ABOUT TO END?  THE
      *    LAST FEW INTEREST-ONLY NOTICES WARN THE BORROWER OF THE
      *    HIGHER PAYMENT COMING, WITH ITS FIRST DUE DATE AND THE
      *    AMOUNT FROM THE SCHEDULE.
      *************************************************************
       0550-CHECK-IO-CHANGE SECTION.
           MOVE "N" TO WS-IO-WARNING-FLAG

           IF LM-INTEREST-ONLY-MONTHS = ZERO
               OR LM-INTEREST-ONLY-MONTHS NOT < LM-LOANTERM
               OR WS-NEXT-DUE-MONTH > LM-INTEREST-ONLY-MONTHS
               GO TO 0550-CHECK-IO-CHANGE-EXIT
           END-IF

           IF LM-INTEREST-ONLY-MONTHS - WS-NEXT-DUE-MONTH
                   NOT < IO-WARNING-NOTICES
               GO TO 0550-CHECK-IO-CHANGE-EXIT
           END-IF

           MOVE "Y" TO WS-IO-WARNING-FLAG
           COMPUTE WS-IO-FIRST-MONTH = LM-INTEREST-ONLY-MONTHS + 1
           MOVE LM-PAYMENT(WS-IO-FIRST-MONTH) TO WS-IO-NEW-PAYMENT

           MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE
           COMPUTE WS-DUE-ABS-MONTH =
               (WS-ORIG-YEAR * 12) + WS-ORIG-MONTH - 1
               + WS-IO-FIRST-MONTH
           DIVIDE WS-DUE-ABS-MONTH BY 12
               GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-MONTH-0
           COMPUTE WS-IO-CHANGE-DATE =
               (WS-DUE-YEAR * 10000)
               + ((WS-DUE-MONTH-0 + 1) * 100)
               + WS-ORIG-DAY

           MOVE WS-IO-CHANGE-DATE TO CA-INPUT-DATE
           SET CA-ROLL-FORWARD TO TRUE
           CALL "LOANCALN" USING CALENDAR-AREA
           IF CA-DATE-VALID
               MOVE CA-RESULT-DATE TO WS-IO-CHANGE-DATE
           END-IF
           .
       0550-CHECK-IO-CHANGE-EXIT.
           EXIT.

       0600-WRITE-THE-NOTICE SECTION.
           PERFORM 0700-FIND-MAILING-ADDRESS
               THRU 0700-FIND-MAILING-ADDRESS-EXIT

           PERFORM 0800-ROUTE-THE-NOTICE
               THRU 0800-ROUTE-THE-NOTICE-EXIT

           IF MAILING-ADDRESS-FOUND
               MOVE BO-BORROWER-NAME TO NOTICE-RECORD
               PERFORM 0810-PUT-NOTICE-LINE
                   THRU 0810-PUT-NOTICE-LINE-EXIT
               MOVE BO-ADDRESS-LINE-1 TO NOTICE-RECORD
               PERFORM 0810-PUT-NOTICE-LINE
                   THRU 0810-PUT-NOTICE-LINE-EXIT
               IF BO-ADDRESS-LINE-2 NOT = SPACES
                   MOVE BO-ADDRESS-LINE-2 TO NOTICE-RECORD
                   PERFORM 0810-PUT-NOTICE-LINE
                       THRU 0810-PUT-NOTICE-LINE-EXIT
               END-IF
               MOVE BO-CITY     TO ADR-CITY
               MOVE BO-STATE    TO ADR-STATE
               MOVE BO-ZIP-CODE TO ADR-ZIP
               MOVE ADDRESS-LINE-CITY TO NOTICE-RECORD
               PERFORM 0810-PUT-NOTICE-LINE
                   THRU 0810-PUT-NOTICE-LINE-EXIT
               MOVE SPACES TO NOTICE-RECORD
               PERFORM 0810-PUT-NOTICE-LINE
                   THRU 0810-PUT-NOTICE-LINE-EXIT
           END-IF

           MOVE LM-LOAN-NUMBER   TO NTC-LOAN-NUMBER
           MOVE LM-BORROWER-NAME TO NTC-BORROWER-NAME
           MOVE NOTICE-LINE-1 TO NOTICE-RECORD
           PERFORM 0810-PUT-NOTICE-LINE
               THRU 0810-PUT-NOTICE-LINE-EXIT

           MOVE WS-DUE-DATE TO NTC-DUE-DATE
           MOVE NOTICE-LINE-2 TO NOTICE-RECORD
           PERFORM 0810-PUT-NOTICE-LINE
               THRU 0810-PUT-NOTICE-LINE-EXIT

           MOVE "SCHEDULED PAYMENT:"   TO NTC-ITEM-LABEL
           MOVE WS-REQUIRED-PAYMENT    TO NTC-ITEM-AMOUNT
           MOVE NOTICE-ITEM-LINE TO NOTICE-RECORD
           PERFORM 0810-PUT-NOTICE-LINE
               THRU 0810-PUT-NOTICE-LINE-EXIT

           IF WS-MONTHLY-ESCROW > ZERO
               MOVE "ESCROW PORTION:"  TO NTC-ITEM-LABEL
               MOVE WS-MONTHLY-ESCROW  TO NTC-ITEM-AMOUNT
               MOVE NOTICE-ITEM-LINE TO NOTICE-RECORD
               PERFORM 0810-PUT-NOTICE-LINE
                   THRU 0810-PUT-NOTICE-LINE-EXIT
           END-IF

           IF WS-PAST-DUE-AMOUNT > ZERO
               MOVE "PAST-DUE INSTALLMENTS:" TO NTC-ITEM-LABEL
               MOVE WS-PAST-DUE-AMOUNT       TO NTC-ITEM-AMOUNT
               MOVE NOTICE-ITEM-LINE TO NOTICE-RECORD
               PERFORM 0810-PUT-NOTICE-LINE
                   THRU 0810-PUT-NOTICE-LINE-EXIT
           END-IF

           IF LM-LATE-FEE-BALANCE > ZERO
               MOVE "OUTSTANDING LATE FEES:" TO NTC-ITEM-LABEL
               MOVE LM-LATE-FEE-BALANCE      TO NTC-ITEM-AMOUNT
               MOVE NOTICE-ITEM-LINE TO NOTICE-RECORD
               PERFORM 0810-PUT-NOTICE-LINE
                   THRU 0810-PUT-NOTICE-LINE-EXIT
           END-IF

           IF LM-UNAPPLIED-BALANCE > ZERO
               MOVE "LESS UNAPPLIED FUNDS:"  TO NTC-ITEM-LABEL
               MOVE LM-UNAPPLIED-BALANCE     TO NTC-ITEM-AMOUNT
               MOVE NOTICE-ITEM-LINE TO NOTICE-RECORD
               PERFORM 0810-PUT-NOTICE-LINE
                   THRU 0810-PUT-NOTICE-LINE-EXIT
           END-IF

           MOVE "TOTAL TO BRING CURRENT:" TO NTC-ITEM-LABEL
           MOVE WS-TOTAL-TO-CURRENT       TO NTC-ITEM-AMOUNT
           MOVE NOTICE-ITEM-LINE TO NOTICE-RECORD
           PERFORM 0810-PUT-NOTICE-LINE
               THRU 0810-PUT-NOTICE-LINE-EXIT

           IF IO-CHANGE-AHEAD
               MOVE SPACES TO NOTICE-RECORD
               PERFORM 0810-PUT-NOTICE-LINE
                   THRU 0810-PUT-NOTICE-LINE-EXIT
               MOVE NOTICE-IO-LINE-1 TO NOTICE-RECORD
               PERFORM 0810-PUT-NOTICE-LINE
                   THRU 0810-PUT-NOTICE-LINE-EXIT
               MOVE WS-IO-CHANGE-DATE TO NTC-IO-CHANGE-DATE
               MOVE NOTICE-IO-LINE-2 TO NOTICE-RECORD
               PERFORM 0810-PUT-NOTICE-LINE
                   THRU 0810-PUT-NOTICE-LINE-EXIT
               MOVE "NEW SCHEDULED PAYMENT:" TO NTC-ITEM-LABEL
               MOVE WS-IO-NEW-PAYMENT        TO NTC-ITEM-AMOUNT
               MOVE NOTICE-ITEM-LINE TO NOTICE-RECORD
               PERFORM 0810-PUT-NOTICE-LINE
                   THRU 0810-PUT-NOTICE-LINE-EXIT
               ADD 1 TO WS-IO-WARNING-COUNT
           END-IF

           MOVE SPACES TO NOTICE-RECORD
           PERFORM 0810-PUT-NOTICE-LINE
               THRU 0810-PUT-NOTICE-LINE-EXIT

           ADD 1                   TO WS-NOTICE-COUNT
           ADD WS-TOTAL-TO-CURRENT TO WS-BILLED-TOTAL
           MOVE LM-LOAN-NUMBER     TO BLD-LOAN-NUMBER
           MOVE WS-DUE-DATE        TO BLD-DUE-DATE
           MOVE WS-TOTAL-TO-CURRENT TO BLD-TOTAL
           IF IO-CHANGE-AHEAD
               MOVE "IO PAYMENT CHANGE" TO BLD-NOTE
           ELSE
               MOVE SPACES TO BLD-NOTE
           END-IF
           WRITE BILLING-RPT-RECORD FROM BILLING-DETAIL-LINE
           .
       0600-WRITE-THE-NOTICE-EXIT.
       0710-CHECK-ONE-XREF-EXIT.
           EXIT.

      *************************************************************
      *    WHERE THIS NOTICE GOES.  AN ELECTRONIC COPY IS HEADED
      *    ON THE EXTRACT WITH WHO IT IS FOR.
      *************************************************************
       0800-ROUTE-THE-NOTICE SECTION.
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

           IF DV-ELECTRONIC-COPY
               MOVE SPACES           TO EDLV-EXTRACT-RECORD
               SET EX-DOCUMENT-HEADER TO TRUE
               MOVE "BILLNTC"        TO EX-DOCUMENT-TYPE
               MOVE DV-LOAN-NUMBER   TO EX-LOAN-NUMBER
               MOVE DV-BORROWER-ID   TO EX-BORROWER-ID
               MOVE DV-EMAIL-ADDRESS TO EX-EMAIL-ADDRESS
               MOVE WS-RUN-DATE      TO EX-PRODUCED-DATE
               WRITE EDLV-EXTRACT-RECORD
           END-IF
           .
       0800-ROUTE-THE-NOTICE-EXIT.
           EXIT.

      *************************************************************
      *    ONE NOTICE LINE, TO PRINT, TO THE EXTRACT, OR BOTH.
      *************************************************************
       0810-PUT-NOTICE-LINE SECTION.
           IF DV-PRINT-COPY
               WRITE NOTICE-RECORD
           END-IF
           IF DV-ELECTRONIC-COPY
               MOVE SPACES          TO EDLV-EXTRACT-RECORD
               SET EX-DOCUMENT-LINE TO TRUE
               MOVE NOTICE-RECORD   TO EX-LINE-TEXT
               WRITE EDLV-EXTRACT-RECORD
           END-IF
           .
       0810-PUT-NOTICE-LINE-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO BILLING-RPT-RECORD
           WRITE BILLING-RPT-RECORD
           MOVE WS-BILLED-TOTAL TO BLT-TOTAL
           WRITE BILLING-RPT-RECORD FROM BILLING-TOTAL-LINE

           MOVE WS-DLV-PAPER-COUNT      TO BLC-PAPER
           MOVE WS-DLV-ELECTRONIC-COUNT TO BLC-ELECTRONIC
           MOVE WS-DLV-BOTH-COUNT       TO BLC-BOTH
           MOVE WS-DLV-SUPPRESSED-COUNT TO BLC-SUPPRESSED
           WRITE BILLING-RPT-RECORD FROM BILLING-CHANNEL-LINE

           MOVE WS-IO-WARNING-COUNT     TO BLI-COUNT
           WRITE BILLING-RPT-RECORD FROM BILLING-IO-LINE

           MOVE WS-RUN-DATE             TO EC-RUN-DATE
           MOVE "LOANBILL"              TO EC-PROGRAM-ID
           MOVE "BILLNTC"               TO EC-DOCUMENT-TYPE
           MOVE WS-DLV-PAPER-COUNT      TO EC-PAPER-COUNT
           MOVE WS-DLV-ELECTRONIC-COUNT TO EC-ELECTRONIC-COUNT
           MOVE WS-DLV-BOTH-COUNT       TO EC-BOTH-COUNT
           MOVE WS-DLV-SUPPRESSED-COUNT TO EC-SUPPRESSED-COUNT
           WRITE EDLV-COUNT-RECORD

           CLOSE LOAN-MASTER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE ESCROW-PAYEE-FILE
           CLOSE LOAN-XREF-FILE
           CLOSE NOTICE-FILE
           CLOSE BILLING-RPT-FILE
           CLOSE EDLV-EXTRACT-FILE
           CLOSE EDLV-COUNT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.
