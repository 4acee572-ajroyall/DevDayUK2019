       PROGRAM-ID. LOANFEES.
       REMARKS. LATE-CHARGE ASSESSMENT RUN.  FOR EVERY LOAN ON THE
               MASTER FILE, NETS THE POSTED PAYMENT HISTORY TO A
               PAID-THROUGH INSTALLMENT AND ASSESSES THE LATE
               CHARGE ITS PRODUCT CALLS FOR (PRODMSTR, THROUGH
               LOANPRDL) -- FEE PERCENT OF THE SCHEDULED PAYMENT,
               BOUNDED BY THE PRODUCT MINIMUM AND MAXIMUM -- FOR
               EVERY INSTALLMENT STILL UNPAID ONCE THE GRACE PERIOD
               AFTER ITS DUE DATE HAS RUN OUT.  FEES ACCUMULATE INTO
               THE LOAN'S OUTSTANDING FEE BALANCE, WHICH LOANSTMT
               SHOWS ALONGSIDE THE SCHEDULE; THE HIGH-WATER MONTH ON
               THE LOAN KEEPS A RE-RUN FROM CHARGING A MONTH TWICE.
               A GRACE PERIOD ENDING ON A WEEKEND OR BANK HOLIDAY
               RUNS ON TO THE NEXT BUSINESS DAY (LOANCALN).  EVERY
               MASTER REWRITE IS JOURNALED THROUGH LOANJRNL FIRST, SO A
               RUN THAT DIES PARTWAY CAN BE ROLLED BACK BY LOANRBCK AND
               RERUN.

       ENVIRONMENT DIVISION.

                                    RECORD KEY IS RP-LOAN-NUMBER
                                    FILE STATUS IS WS-PLAN-STATUS.

      *    A LOAN IN FORECLOSURE STOPS ACCRUING LATE CHARGES FROM
      *    ITS REFERRAL DATE, CARRIED ON THE FORECLOSURE FILE.
           SELECT OPTIONAL FORECLOSURE-FILE
                                    ASSIGN TO "LOANFCLS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS FC-LOAN-NUMBER
                                    FILE STATUS IS WS-FCL-STATUS.

           SELECT OPTIONAL TOUCHED-LOAN-FILE
                                    ASSIGN TO "TOUCHEDL"
                                    ORGANIZATION IS LINE SEQUENTIAL.
       FD  REPAYMENT-PLAN-FILE.
       COPY LOANPLAN.

       FD  FORECLOSURE-FILE.
       COPY LOANFCLS.

       FD  TOUCHED-LOAN-FILE.
       01  TOUCHED-LOAN-RECORD.
           03 TL-LOAN-NUMBER         PIC X(10).

       WORKING-STORAGE SECTION.

      *    LATE-CHARGE POLICY OF THE CURRENT LOAN'S PRODUCT, LOOKED
      *    UP THROUGH LOANPRDL: DAYS OF GRACE AFTER THE DUE DATE,
      *    FEE AS A PERCENT OF THE SCHEDULED PAYMENT, AND THE
      *    MINIMUM/MAXIMUM CHARGE PER INSTALLMENT.
       01  WS-GRACE-DAYS             PIC S9(4) COMP.
       01  WS-FEE-PERCENT            PIC S9(3)V99 COMP-3.
       01  WS-FEE-MINIMUM            PIC S9(5)V99 COMP-3.
       01  WS-FEE-MAXIMUM            PIC S9(5)V99 COMP-3.

       COPY PRODAREA.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-MASTER-FILE   VALUE "Y".
       01  WS-SELECT-FLAG            PIC X.
           88  LOAN-SELECTED         VALUE "Y".

      *    A GRACE PERIOD THAT ENDED ON A WEEKEND OR HOLIDAY RUNS
      *    OUT WITH THE FIRST BUSINESS DAY AFTER IT, WHATEVER THE
      *    LOAN'S DAY OF THE MONTH -- SO THE NIGHT AFTER THAT
      *    BUSINESS DAY THE INCREMENTAL RUN TAKES THE WHOLE BOOK.
       01  WS-ROLL-SWEEP-FLAG        PIC X  VALUE "N".
           88  ROLL-SWEEP-NIGHT      VALUE "Y".
       01  WS-YESTERDAY-DATE         PIC 9(8).
       01  WS-DAY-BEFORE-DATE        PIC 9(8).
       01  FILLER REDEFINES WS-DAY-BEFORE-DATE.
           03 WS-DBF-YEAR            PIC 9(4).
           03 WS-DBF-MONTH           PIC 9(2).
           03 WS-DBF-DAY             PIC 9(2).

       COPY CALNAREA.

      *    THE LAST DAY OF GRACE ON THE LATEST INSTALLMENT COUNTED
      *    AS RUN OUT, ON THE 30/360 CALENDAR.
       01  WS-LAST-GRACE-ABS-MONTH   PIC S9(8) COMP.
       01  WS-LAST-GRACE-YEAR        PIC S9(8) COMP.
       01  WS-LAST-GRACE-MONTH-0     PIC S9(4) COMP.
       01  WS-LAST-GRACE-DAY         PIC S9(4) COMP.
       01  WS-GRACE-EXTRA-MONTHS     PIC S9(4) COMP.

      *    THE LAST CALENDAR DAY OF THE RUN MONTH -- A LOAN
      *    ORIGINATED ON A DAY THIS MONTH NEVER REACHES (THE
      *    29TH-31ST) CROSSES ITS DUE DATE ON THIS DAY INSTEAD --

       01  WS-HISTORY-STATUS         PIC X(02) VALUE SPACES.

      *    THE MASTER RECORD AS LAST READ OR REWRITTEN -- THE
      *    BEFORE-IMAGE JOURNALED WHEN THE RECORD IS NEXT REWRITTEN.
       01  WS-MASTER-IMAGE-LENGTH    PIC 9(5).
       01  WS-MASTER-BEFORE-IMAGE    PIC X(60000).

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-RUN-DATE.
           03 WS-RUN-YEAR            PIC 9(4).
           03 WS-SCRA-DAY            PIC 9(2).
       01  WS-SCRA-CUTOFF-COUNT      PIC S9(8) COMP.

       01  WS-FCL-STATUS             PIC X(02) VALUE SPACES.
           88  FCL-READ-OK           VALUE "00".

       01  WS-REFERRAL-DATE          PIC 9(8).
       01  FILLER REDEFINES WS-REFERRAL-DATE.
           03 WS-REF-YEAR            PIC 9(4).
           03 WS-REF-MONTH           PIC 9(2).
           03 WS-REF-DAY             PIC 9(2).
       01  WS-FCL-CUTOFF-COUNT       PIC S9(8) COMP.

      *    THE GRACE-RUN-OUT COUNT BEFORE ANY LEGAL, SCRA OR
      *    FORECLOSURE SUPPRESSION, KEPT SO SUPPRESSED MONTHS CAN BE
      *    FORGIVEN OUTRIGHT RATHER THAN BACK-CHARGED WHEN THE HOLD
      *    LIFTS.
       01  WS-FULL-RUN-OUT-COUNT     PIC S9(8) COMP.

       01  WS-UPDATE-FLAG            PIC X  VALUE "N".

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANFEES"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

           OPEN I-O   LOAN-MASTER-FILE
           OPEN INPUT PAYMENT-HISTORY-FILE
           OPEN INPUT REPAYMENT-PLAN-FILE
           OPEN INPUT FORECLOSURE-FILE
           OPEN OUTPUT FEE-RPT-FILE

           MOVE WS-RUN-DATE TO FEH-RUN-DATE
                   THRU 0150-LOAD-TOUCHED-LOANS-EXIT
               PERFORM 0155-SET-MONTH-END-DAY
                   THRU 0155-SET-MONTH-END-DAY-EXIT
               PERFORM 0157-SET-ROLL-SWEEP
                   THRU 0157-SET-ROLL-SWEEP-EXIT
           END-IF

           PERFORM 0210-READ-MASTER-FILE
       0156-SET-ONE-MONTH-END-EXIT.
           EXIT.

      *************************************************************
      *    WAS YESTERDAY THE FIRST BUSINESS DAY AFTER A CLOSED ONE?
      *    THEN A GRACE PERIOD ROLLED ONTO YESTERDAY RAN OUT WITH
      *    IT.  THE DAYS ARE COUNTED BACK ACROSS THE MONTH END BY
      *    THE LAST DAY OF THE MONTH BEFORE.
      *************************************************************
       0157-SET-ROLL-SWEEP SECTION.
           MOVE "N" TO WS-ROLL-SWEEP-FLAG

           IF WS-RUN-DAY > 02
               COMPUTE WS-DAY-BEFORE-DATE = WS-RUN-DATE - 2
           ELSE
               MOVE WS-MED-YEAR           TO WS-DBF-YEAR
               MOVE WS-MED-MONTH          TO WS-DBF-MONTH
               MOVE WS-PREV-MONTH-END-DAY TO WS-DBF-DAY
               IF WS-RUN-DAY = 01
                   SUBTRACT 1 FROM WS-DBF-DAY
               END-IF
           END-IF
           IF WS-RUN-DAY > 01
               COMPUTE WS-YESTERDAY-DATE = WS-RUN-DATE - 1
           ELSE
               COMPUTE WS-YESTERDAY-DATE = WS-DAY-BEFORE-DATE + 1
           END-IF

           SET CA-TEST-BUSINESS-DAY TO TRUE
           MOVE WS-YESTERDAY-DATE TO CA-INPUT-DATE
           CALL "LOANCALN" USING CALENDAR-AREA
           IF CA-BUSINESS-DAY
               MOVE WS-DAY-BEFORE-DATE TO CA-INPUT-DATE
               CALL "LOANCALN" USING CALENDAR-AREA
               IF CA-NON-BUSINESS-DAY
                   MOVE "Y" TO WS-ROLL-SWEEP-FLAG
               END-IF
           END-IF
           .
       0157-SET-ROLL-SWEEP-EXIT.
           EXIT.

       0150-LOAD-TOUCHED-LOANS SECTION.
           OPEN INPUT TOUCHED-LOAN-FILE

           MOVE "Y" TO WS-SELECT-FLAG

           IF MODE-INCREMENTAL
               AND NOT ROLL-SWEEP-NIGHT
               MOVE "N" TO WS-SELECT-FLAG
               IF LM-ORIGINATION-DATE(7:2) = WS-RUN-DATE(7:2)
                   MOVE "Y" TO WS-SELECT-FLAG
      *        CROSSING, HALF A MONTH LATE.
               MOVE LM-ORIGINATION-DATE(7:2) TO WS-CROSS-ORIG-DAY
               COMPUTE WS-GRACE-CROSS-DAY =
                   WS-CROSS-ORIG-DAY + WS-GRACE-DAYS
               IF WS-RUN-DAY = WS-GRACE-CROSS-DAY
                   MOVE "Y" TO WS-SELECT-FLAG
               END-IF
       0180-MATCH-ONE-TOUCHED-EXIT.
           EXIT.

      *************************************************************
      *    THE GRACE PERIOD AND FEE TERMS OF THE CURRENT LOAN'S
      *    PRODUCT.  A CODE NO LONGER ON THE PRODUCT MASTER IS
      *    CHARGED ON THE HOUSE STANDARD AND NAMED ON THE CONSOLE
      *    SO THE PRODUCT DESK CAN PUT IT BACK.
      *************************************************************
       0190-LOAD-PRODUCT-TERMS SECTION.
           MOVE LM-PRODUCT-CODE TO PA-PRODUCT-CODE
           CALL "LOANPRDL" USING PRODUCT-LOOKUP-AREA
           IF PA-PRODUCT-MISSING
               DISPLAY "PRODUCT " LM-PRODUCT-CODE
                   " NOT ON PRODUCT MASTER - LOAN " LM-LOAN-NUMBER
                   " CHARGED ON HOUSE STANDARD"
           END-IF

           MOVE PA-GRACE-DAYS       TO WS-GRACE-DAYS
           MOVE PA-LATE-FEE-PERCENT TO WS-FEE-PERCENT
           MOVE PA-LATE-FEE-MINIMUM TO WS-FEE-MINIMUM
           MOVE PA-LATE-FEE-MAXIMUM TO WS-FEE-MAXIMUM
           .
       0190-LOAD-PRODUCT-TERMS-EXIT.
           EXIT.

       0210-READ-MASTER-FILE SECTION.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
               GO TO 0200-ASSESS-NEXT
           END-IF

           PERFORM 0190-LOAD-PRODUCT-TERMS
               THRU 0190-LOAD-PRODUCT-TERMS-EXIT

           PERFORM 0170-CHECK-LOAN-SELECTED
               THRU 0170-CHECK-LOAN-SELECTED-EXIT
           IF NOT LOAN-SELECTED

           ADD 1 TO WS-LOAN-COUNT
           MOVE ZERO TO WS-LOAN-FEES-ASSESSED
           PERFORM 0600-SAVE-MASTER-IMAGE
               THRU 0600-SAVE-MASTER-IMAGE-EXIT

           PERFORM 0250-LOAD-THE-PLAN
               THRU 0250-LOAD-THE-PLAN-EXIT

           IF WS-LOAN-FEES-ASSESSED NOT = ZERO
               OR MASTER-UPDATE-NEEDED
               PERFORM 0610-JOURNAL-MASTER-CHANGE
                   THRU 0610-JOURNAL-MASTER-CHANGE-EXIT
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
      *************************************************************
      *    HOW MANY INSTALLMENTS HAVE BOTH FALLEN DUE AND OUTLIVED
      *    THE GRACE PERIOD BY THE RUN DATE.  INSTALLMENT M FALLS
      *    DUE M MONTHS AFTER ORIGINATION; GRACE RUNS WS-GRACE-DAYS
      *    PAST THAT, MEASURED ON THE 30/360 CALENDAR THE
      *    SCHEDULES ARE BUILT ON.
      *************************************************************
           COMPUTE WS-GRACE-RUN-OUT-COUNT =
               ((WS-RUN-YEAR * 12) + WS-RUN-MONTH)
               - ((WS-ORIG-YEAR * 12) + WS-ORIG-MONTH)
           IF (WS-RUN-DAY - WS-ORIG-DAY) < WS-GRACE-DAYS
               SUBTRACT 1 FROM WS-GRACE-RUN-OUT-COUNT
           END-IF

               MOVE ZERO TO WS-GRACE-RUN-OUT-COUNT
           END-IF

      *        THE LATEST INSTALLMENT COUNTED HAS NOT RUN OUT AFTER
      *        ALL IF ITS LAST DAY OF GRACE FELL ON A WEEKEND OR
      *        HOLIDAY AND THE NEXT BUSINESS DAY IS NOT YET PAST.
           IF WS-GRACE-RUN-OUT-COUNT > ZERO
               COMPUTE WS-LAST-GRACE-DAY =
                   WS-ORIG-DAY + WS-GRACE-DAYS - 1
               MOVE ZERO TO WS-GRACE-EXTRA-MONTHS
               IF WS-LAST-GRACE-DAY > 30
                   COMPUTE WS-GRACE-EXTRA-MONTHS =
                       (WS-LAST-GRACE-DAY - 1) / 30
                   COMPUTE WS-LAST-GRACE-DAY = WS-LAST-GRACE-DAY
                       - (WS-GRACE-EXTRA-MONTHS * 30)
               END-IF
               COMPUTE WS-LAST-GRACE-ABS-MONTH =
                   (WS-ORIG-YEAR * 12) + WS-ORIG-MONTH - 1
                   + WS-GRACE-RUN-OUT-COUNT + WS-GRACE-EXTRA-MONTHS
               DIVIDE WS-LAST-GRACE-ABS-MONTH BY 12
                   GIVING WS-LAST-GRACE-YEAR
                   REMAINDER WS-LAST-GRACE-MONTH-0
               COMPUTE CA-INPUT-DATE =
                   (WS-LAST-GRACE-YEAR * 10000)
                   + ((WS-LAST-GRACE-MONTH-0 + 1) * 100)
                   + WS-LAST-GRACE-DAY
               SET CA-ROLL-FORWARD TO TRUE
               CALL "LOANCALN" USING CALENDAR-AREA
               IF CA-DATE-VALID
                   AND CA-RESULT-DATE NOT < WS-RUN-DATE
                   SUBTRACT 1 FROM WS-GRACE-RUN-OUT-COUNT
               END-IF
           END-IF

           MOVE WS-GRACE-RUN-OUT-COUNT TO WS-FULL-RUN-OUT-COUNT

      *        A LEGAL HOLD (BANKRUPTCY OR CEASE-AND-DESIST) STOPS
               COMPUTE WS-LEGAL-CUTOFF-COUNT =
                   ((WS-FIL-YEAR * 12) + WS-FIL-MONTH)
                   - ((WS-ORIG-YEAR * 12) + WS-ORIG-MONTH)
               IF (WS-FIL-DAY - WS-ORIG-DAY) < WS-GRACE-DAYS
                   SUBTRACT 1 FROM WS-LEGAL-CUTOFF-COUNT
               END-IF
               IF WS-LEGAL-CUTOFF-COUNT < ZERO
               COMPUTE WS-SCRA-CUTOFF-COUNT =
                   ((WS-SCRA-YEAR * 12) + WS-SCRA-MONTH)
                   - ((WS-ORIG-YEAR * 12) + WS-ORIG-MONTH)
               IF (WS-SCRA-DAY - WS-ORIG-DAY) < WS-GRACE-DAYS
                   SUBTRACT 1 FROM WS-SCRA-CUTOFF-COUNT
               END-IF
               IF WS-SCRA-CUTOFF-COUNT < ZERO
                       TO WS-GRACE-RUN-OUT-COUNT
               END-IF
           END-IF

      *        FORECLOSURE STOPS ASSESSMENT AT THE REFERRAL DATE THE
      *        SAME WAY -- THE DEBT IS WITH COUNSEL, AND LATE
      *        CHARGES ON A LOAN IN FORECLOSURE ARE FORGIVEN, NOT
      *        HELD BACK FOR THE REINSTATEMENT QUOTE.
           IF LM-STATUS-FORECLOSURE
               MOVE LM-LOAN-NUMBER TO FC-LOAN-NUMBER
               READ FORECLOSURE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FCL-READ-OK
                   AND FC-REFERRAL-DATE > ZERO
                   MOVE FC-REFERRAL-DATE TO WS-REFERRAL-DATE
                   COMPUTE WS-FCL-CUTOFF-COUNT =
                       ((WS-REF-YEAR * 12) + WS-REF-MONTH)
                       - ((WS-ORIG-YEAR * 12) + WS-ORIG-MONTH)
                   IF (WS-REF-DAY - WS-ORIG-DAY) < WS-GRACE-DAYS
                       SUBTRACT 1 FROM WS-FCL-CUTOFF-COUNT
                   END-IF
                   IF WS-FCL-CUTOFF-COUNT < ZERO
                       MOVE ZERO TO WS-FCL-CUTOFF-COUNT
                   END-IF
                   IF WS-FCL-CUTOFF-COUNT < WS-GRACE-RUN-OUT-COUNT
                       MOVE WS-FCL-CUTOFF-COUNT
                           TO WS-GRACE-RUN-OUT-COUNT
                   END-IF
               END-IF
           END-IF
           .
       0400-COUNT-GRACE-RUN-OUT-EXIT.
           EXIT.
           IF (MONTH + 1) NOT > LM-LOANTERM
               AND WS-PAID-NET(MONTH + 1) < LM-PAYMENT(MONTH + 1)
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   LM-PAYMENT(MONTH + 1) * (WS-FEE-PERCENT / 100)
               IF WS-FEE-AMOUNT < WS-FEE-MINIMUM
                   MOVE WS-FEE-MINIMUM TO WS-FEE-AMOUNT
               END-IF
               IF WS-FEE-AMOUNT > WS-FEE-MAXIMUM
                   MOVE WS-FEE-MAXIMUM TO WS-FEE-AMOUNT
               END-IF

               ADD WS-FEE-AMOUNT TO LM-LATE-FEE-BALANCE
       0500-ASSESS-ONE-MONTH-EXIT.
           EXIT.

      *************************************************************
      *    BEFORE-IMAGE JOURNAL FOR LOANRBCK.  A CHANGED MASTER
      *    RECORD IS JOURNALED AS IT STOOD BEFORE THE REWRITE, AND
      *    WHAT IS ABOUT TO BE WRITTEN BECOMES THE BEFORE-IMAGE FOR
      *    ANY LATER REWRITE OF THE SAME LOAN.
      *************************************************************
       0600-SAVE-MASTER-IMAGE SECTION.
           MOVE LENGTH OF LOAN-MASTER-RECORD TO WS-MASTER-IMAGE-LENGTH
           MOVE LOAN-MASTER-RECORD TO WS-MASTER-BEFORE-IMAGE
           .
       0600-SAVE-MASTER-IMAGE-EXIT.
           EXIT.

       0610-JOURNAL-MASTER-CHANGE SECTION.
           SET JA-LOAN-MASTER TO TRUE
           SET JA-CHANGED TO TRUE
           MOVE WS-MASTER-IMAGE-LENGTH TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA WS-MASTER-BEFORE-IMAGE

           PERFORM 0600-SAVE-MASTER-IMAGE
               THRU 0600-SAVE-MASTER-IMAGE-EXIT
           .
       0610-JOURNAL-MASTER-CHANGE-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO FEE-RPT-RECORD
           WRITE FEE-RPT-RECORD
           CLOSE LOAN-MASTER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE REPAYMENT-PLAN-FILE
           CLOSE FORECLOSURE-FILE
           CLOSE FEE-RPT-FILE
           .
       0900-TERMINATE-EXIT.
