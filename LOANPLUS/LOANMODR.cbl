       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMODR.
       REMARKS. LOAN MODIFICATION TRIAL RUN.  WALKS EVERY TRIAL ON
               THE LOANMODS HISTORY AND JUDGES EACH TRIAL
               INSTALLMENT WHOSE MONTH HAS CLOSED AGAINST THE
               LOAN'S POSTED HISTORY: THE TRIAL PAYMENT MUST HAVE
               REACHED THE BANK IN THE MONTH IT FELL DUE, JUDGED BY
               THE CASH RECEIVED THAT CALENDAR MONTH, NET OF
               RETURNED ITEMS, WHATEVER INSTALLMENT POSTING
               APPLIED IT TO.  ONE
               MISSED OR LATE TRIAL PAYMENT FAILS THE TRIAL -- THE
               TRIAL PLAN COMES OFF LOANPLAN AND THE LOAN GOES BACK
               TO ITS OLD STATUS ON ITS OLD TERMS.  A TRIAL MADE IN
               FULL BECOMES PERMANENT: THE ARREARS ARE CAPITALIZED,
               THE BALANCE IS RE-AMORTIZED AT THE NEW RATE AND TERM
               FROM THE CURRENT MONTH THROUGH LOANAMORT'S
               RESTART-MONTH PATH -- THE SAME SPLICE THE ARM RESET
               AND SCRA RUNS USE -- AND THE HISTORY RECORD CARRIES
               THE TERMS BEFORE AND AFTER.  A MODIFIED LOAN IS A
               FIXED-RATE LOAN FROM THEN ON.  EVERY CHANGE TO LOANMSTR,
               LOANPMTH AND ESCRLEDG IS JOURNALED THROUGH LOANJRNL, SO A
               RUN THAT DIES PARTWAY CAN BE ROLLED BACK BY LOANRBCK AND
               RERUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOAN-MOD-FILE
                                    ASSIGN TO "LOANMODS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS MD-MOD-KEY
                                    FILE STATUS IS WS-MOD-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
                                    ASSIGN TO "LOANPMTH"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PH-HISTORY-KEY
                                    FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL REPAYMENT-PLAN-FILE
                                    ASSIGN TO "LOANPLAN"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS RP-LOAN-NUMBER
                                    FILE STATUS IS WS-PLAN-STATUS.

           SELECT MOD-RPT-FILE     ASSIGN TO "LOANMODQ"
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *    A DECIDED TRIAL CHANGES WHAT THE LOAN OWES, SO THE LOAN
      *    JOINS THE TOUCHED FILE AND THE INCREMENTAL NIGHTLY
      *    PASSES RE-GRADE AND RECAST IT TONIGHT.
           SELECT OPTIONAL TOUCHED-LOAN-FILE
                                    ASSIGN TO "TOUCHEDL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MOD-FILE.
       COPY LOANMODS.

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  PAYMENT-HISTORY-FILE.
       COPY LOANPMTH.

       FD  REPAYMENT-PLAN-FILE.
       COPY LOANPLAN.

       FD  MOD-RPT-FILE.
       01  MOD-RPT-RECORD            PIC X(96).

       FD  TOUCHED-LOAN-FILE.
       01  TOUCHED-LOAN-RECORD.
           03 TL-LOAN-NUMBER         PIC X(10).

       WORKING-STORAGE SECTION.

      *    THE SCRA CAP, SO A MODIFIED RATE ABOVE IT STAYS PARKED
      *    WHILE THE SERVICEMEMBER'S PROTECTION RUNS.
       77  SCRA-CAP-RATE             PIC S9(4)V99 COMP-3 VALUE 6.00.

       01  WS-MOD-EOF-FLAG           PIC X  VALUE "N".
           88  END-OF-MOD-FILE       VALUE "Y".

       01  WS-HISTORY-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-HISTORY        VALUE "Y".

       01  WS-MOD-STATUS             PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-IO-OK          VALUE "00".
       01  WS-HISTORY-STATUS         PIC X(02) VALUE SPACES.
           88  HISTORY-WRITE-OK      VALUE "00".
       01  WS-PLAN-STATUS            PIC X(02) VALUE SPACES.

      *    THE MASTER RECORD AS LAST READ OR REWRITTEN -- THE
      *    BEFORE-IMAGE JOURNALED WHEN THE RECORD IS NEXT REWRITTEN.
       01  WS-MASTER-IMAGE-LENGTH    PIC 9(5).
       01  WS-MASTER-BEFORE-IMAGE    PIC X(60000).

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-RUN-DATE.
           03 WS-RUN-YEAR            PIC 9(4).
           03 WS-RUN-MONTH           PIC 9(2).
           03 WS-RUN-DAY             PIC 9(2).

       01  WS-ORIG-DATE              PIC 9(8).
       01  FILLER REDEFINES WS-ORIG-DATE.
           03 WS-ORIG-YEAR           PIC 9(4).
           03 WS-ORIG-MONTH          PIC 9(2).
           03 WS-ORIG-DAY            PIC 9(2).

       01  WS-TRIAL-DATE             PIC 9(8).
       01  FILLER REDEFINES WS-TRIAL-DATE.
           03 WS-TRL-YEAR            PIC 9(4).
           03 WS-TRL-MONTH           PIC 9(2).
           03 WS-TRL-DAY             PIC 9(2).

       01  WS-PAID-DATE              PIC 9(8).
       01  FILLER REDEFINES WS-PAID-DATE.
           03 WS-PAID-YEAR           PIC 9(4).
           03 WS-PAID-MONTH          PIC 9(2).
           03 WS-PAID-DAY            PIC 9(2).

      *    CALENDAR MONTHS AS YEAR * 12 + MONTH, SO A DUE MONTH AND
      *    A RECEIPT MONTH COMPARE DIRECTLY.
       01  WS-ORIG-MONTH-NUMBER      PIC S9(8) COMP.
       01  WS-PAID-MONTH-NUMBER      PIC S9(8) COMP.

      *    THE SCHEDULE MONTH FALLING DUE IN THE RUN DATE'S MONTH --
      *    THE "CURRENT MONTH" A PERMANENT MODIFICATION STARTS AT.
       01  WS-CURRENT-INSTALLMENT    PIC S9(4) COMP.
       01  WS-TRIAL-FIRST-MONTH      PIC S9(4) COMP.
       01  WS-TRIAL-LAST-MONTH       PIC S9(4) COMP.
       01  WS-MISSED-COUNT           PIC S9(4) COMP.
       01  MONTH                     PIC S9(4) COMP.

      *    THE CURRENT LOAN'S POSTED HISTORY, NETTED BY SCHEDULE
      *    MONTH -- THE SAME REVERSAL-AWARE NETTING EVERY OTHER
      *    RUN USES.
       01  WS-PAID-NET-TABLE.
           03 WS-PAID-NET OCCURS 2080 TIMES
                                     PIC S9(9)V99 COMP-3.
       01  WS-HIGH-SEQ               PIC 9(6).

      *    THE CASH THE BANK RECEIVED IN EACH OF THE TRIAL'S
      *    CALENDAR MONTHS, BY EFFECTIVE DATE, SUBSCRIPTED BY THE
      *    SCHEDULE MONTH FALLING DUE IN IT.  POSTING APPLIES CASH
      *    TO THE OLDEST UNPAID INSTALLMENT, SO THE INSTALLMENT A
      *    RECEIPT WENT TO SAYS NOTHING ABOUT WHEN THE BORROWER
      *    PAID -- THE RECEIPT DATE DOES.  MONTH-ZERO PARTIAL
      *    RECEIPTS HELD UNAPPLIED ARE CASH AND COUNT; THEIR LATER
      *    APPLICATION (SOURCE "UNAPPLIED") IS NOT NEW CASH AND
      *    DOES NOT.  ADJUSTMENTS AND BOARDING BACKFILL ARE NOT
      *    CASH EITHER.
       01  WS-RECEIVED-TABLE.
           03 WS-RECEIVED-NET OCCURS 2080 TIMES
                                     PIC S9(9)V99 COMP-3.
       01  WS-RECEIPT-MONTH          PIC S9(8) COMP.

      *    THE TRIAL-WINDOW RECEIPTS BY BANK REFERENCE, SO A LATER
      *    REVERSAL -- DATED THE DAY THE ITEM CAME BACK -- COMES OFF
      *    THE MONTH THE RETURNED CASH WAS COUNTED IN.  A RETURNED
      *    TRIAL PAYMENT WAS NEVER MADE.  A REVERSAL OF A RECEIPT
      *    FROM BEFORE THE TRIAL TOUCHES NO TRIAL MONTH.  SHOULD THE
      *    TABLE FILL, AN UNMATCHED REVERSAL COMES OFF THE MONTH IT
      *    IS DATED IN INSTEAD.
       77  RECEIPT-TABLE-MAX         PIC S9(4) COMP VALUE 200.
       01  WS-RECEIPT-COUNT          PIC S9(4) COMP.
       01  WS-RECEIPT-FULL-FLAG      PIC X  VALUE "N".
           88  RECEIPT-TABLE-FULL    VALUE "Y".
       01  WS-RECEIPT-TABLE.
           03 WS-RECEIPT-ENTRY OCCURS 200 TIMES.
              05 WS-RCPT-REFERENCE   PIC X(16).
              05 WS-RCPT-AMOUNT      PIC 9(8)V99.
              05 WS-RCPT-MONTH       PIC S9(4) COMP.
       01  WS-RCPT-SUB               PIC S9(4) COMP.
       01  WS-RCPT-FOUND             PIC S9(4) COMP.

      *    A TRIAL PAYMENT MADE AHEAD CARRIES FORWARD TO THE NEXT
      *    TRIAL MONTH; A SHORT MONTH IS MISSED AND CARRIES NOTHING.
       01  WS-TRIAL-CARRY            PIC S9(9)V99 COMP-3.

       01  WS-VERDICT                PIC X(01).
           88  TRIAL-STILL-RUNNING   VALUE "T".
           88  TRIAL-MADE            VALUE "M".
           88  TRIAL-FAILED          VALUE "F".

       01  WS-NEW-RATE               PIC S9(4)V99 COMP-3.
       01  WS-SPLICE-MONTH           PIC S9(4) COMP.
       01  WS-SHORTFALL              PIC S9(8)V99 COMP-3.
       01  WS-ARREARS                PIC S9(8)V99 COMP-3.
       01  WS-REMAINING-BALANCE      PIC S9(8)V99 COMP-3.
      *    LOANAMORT TAKES A WHOLE-DOLLAR PRINCIPAL, SO THE TRUE
      *    BALANCE IS ROUNDED TO HAND IN AND THE CENTS DROPPED ARE
      *    FOLDED BACK INTO THE FIRST SPLICED MONTH -- THE SAME
      *    PENNY-TIE TREATMENT THE RESET RUN USES.
       01  WS-ROUNDED-BALANCE        PIC S9(8) COMP-3.
       01  WS-RESIDUAL-CENTS         PIC S9(1)V99 COMP-3.
       01  WS-PRE-SPLICE-INTEREST    PIC S9(9)V9(9) VALUE ZERO.

       01  WS-TRIAL-COUNT            PIC S9(8) COMP VALUE ZERO.
       01  WS-MODIFIED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-FAILED-COUNT           PIC S9(8) COMP VALUE ZERO.
       01  WS-RUNNING-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-CAPITALIZED-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  MOD-HEADING-1.
           03 FILLER                 PIC X(30)
                VALUE "MODIFICATION TRIAL REVIEW".
           03 FILLER                 PIC X(06) VALUE "AS OF ".
           03 MDH-RUN-DATE           PIC 9(8).

       01  MOD-HEADING-2.
           03 FILLER                 PIC X(12) VALUE "LOAN NUMBER".
           03 FILLER                 PIC X(05) VALUE "SEQ".
           03 FILLER                 PIC X(14) VALUE "TRIAL PAYMENT".
           03 FILLER                 PIC X(08) VALUE "MISSED".
           03 FILLER                 PIC X(10) VALUE "NEW RATE".
           03 FILLER                 PIC X(16) VALUE "CAPITALIZED".
           03 FILLER                 PIC X(20) VALUE "ACTION".

       01  MOD-DETAIL-LINE.
           03 MDD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 MDD-SEQ                PIC ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 MDD-TRIAL-PAYMENT      PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 MDD-MISSED             PIC ZZ9.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 MDD-NEW-RATE           PIC ZZ9.99.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 MDD-CAPITALIZED        PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 MDD-ACTION             PIC X(24).

       01  MOD-TOTAL-LINE.
           03 MDT-LABEL              PIC X(24).
           03 MDT-COUNT              PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 MDT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.

       COPY AMORTIN.
       COPY AMORTOUT.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           PERFORM 0200-JUDGE-ONE-TRIAL
               THRU 0200-JUDGE-ONE-TRIAL-EXIT
               UNTIL END-OF-MOD-FILE

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANMODR"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

           OPEN I-O    LOAN-MOD-FILE
           OPEN I-O    LOAN-MASTER-FILE
           OPEN I-O    PAYMENT-HISTORY-FILE
           OPEN I-O    REPAYMENT-PLAN-FILE
           OPEN OUTPUT MOD-RPT-FILE
           OPEN EXTEND TOUCHED-LOAN-FILE

           MOVE WS-RUN-DATE TO MDH-RUN-DATE
           WRITE MOD-RPT-RECORD FROM MOD-HEADING-1
           WRITE MOD-RPT-RECORD FROM MOD-HEADING-2

           PERFORM 0210-READ-MOD-FILE
               THRU 0210-READ-MOD-FILE-EXIT
           .
       0100-INITIALIZE-EXIT.
           EXIT.

       0210-READ-MOD-FILE SECTION.
           READ LOAN-MOD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MOD-EOF-FLAG
           END-READ
           .
       0210-READ-MOD-FILE-EXIT.
           EXIT.

      *************************************************************
      *    ONE TRIAL: HAS EVERY TRIAL INSTALLMENT WHOSE MONTH HAS
      *    CLOSED BEEN PAID ON TIME, AND HAVE THEY ALL CLOSED?
      *    DECIDED HISTORY RECORDS ARE PASSED OVER.
      *************************************************************
       0200-JUDGE-ONE-TRIAL SECTION.
           IF NOT MD-STATUS-TRIAL
               GO TO 0200-JUDGE-NEXT
           END-IF

           ADD 1 TO WS-TRIAL-COUNT

           MOVE MD-LOAN-NUMBER    TO MDD-LOAN-NUMBER
           MOVE MD-MOD-SEQ        TO MDD-SEQ
           MOVE MD-TRIAL-PAYMENT  TO MDD-TRIAL-PAYMENT
           MOVE ZERO              TO MDD-MISSED
           MOVE MD-NEW-RATE       TO MDD-NEW-RATE
           MOVE ZERO              TO MDD-CAPITALIZED

           MOVE MD-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT MASTER-IO-OK
               MOVE "LOAN NOT ON MASTER" TO MDD-ACTION
               WRITE MOD-RPT-RECORD FROM MOD-DETAIL-LINE
               GO TO 0200-JUDGE-NEXT
           END-IF
           PERFORM 0800-SAVE-MASTER-IMAGE
               THRU 0800-SAVE-MASTER-IMAGE-EXIT

      *        A LOAN THAT PAID OFF, CHARGED OFF OR WAS SOLD WHILE
      *        ON TRIAL CANNOT BE MODIFIED -- THE TRIAL SIMPLY
      *        FAILS.
           IF NOT LM-STATUS-OPEN
               PERFORM 0600-FAIL-THE-TRIAL
                   THRU 0600-FAIL-THE-TRIAL-EXIT
               MOVE "FAILED - LOAN CLOSED" TO MDD-ACTION
               WRITE MOD-RPT-RECORD FROM MOD-DETAIL-LINE
               GO TO 0200-JUDGE-NEXT
           END-IF

      *        THE TRIAL'S FIRST INSTALLMENT IS THE ONE DUE IN ITS
      *        START MONTH, AS FOR ANY LOANPLAN PLAN.
           MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE
           MOVE MD-TRIAL-START-DATE TO WS-TRIAL-DATE
           COMPUTE WS-ORIG-MONTH-NUMBER =
               (WS-ORIG-YEAR * 12) + WS-ORIG-MONTH
           COMPUTE WS-TRIAL-FIRST-MONTH =
               ((WS-TRL-YEAR * 12) + WS-TRL-MONTH)
               - WS-ORIG-MONTH-NUMBER + 1
           IF WS-TRIAL-FIRST-MONTH < 1
               MOVE 1 TO WS-TRIAL-FIRST-MONTH
           END-IF
           COMPUTE WS-TRIAL-LAST-MONTH =
               WS-TRIAL-FIRST-MONTH + MD-TRIAL-MONTHS - 1
           COMPUTE WS-CURRENT-INSTALLMENT =
               ((WS-RUN-YEAR * 12) + WS-RUN-MONTH)
               - WS-ORIG-MONTH-NUMBER + 1

           PERFORM 0300-NET-LOAN-HISTORY
               THRU 0300-NET-LOAN-HISTORY-EXIT

      *        ONLY A TRIAL MONTH THAT HAS CLOSED IS JUDGED -- THE
      *        BORROWER HAS UNTIL THE LAST DAY OF THE MONTH DUE.
           MOVE ZERO TO WS-MISSED-COUNT
           MOVE ZERO TO WS-TRIAL-CARRY
           PERFORM 0400-JUDGE-ONE-TRIAL-MONTH
               THRU 0400-JUDGE-ONE-TRIAL-MONTH-EXIT
               VARYING MONTH FROM WS-TRIAL-FIRST-MONTH BY 1
               UNTIL MONTH > WS-TRIAL-LAST-MONTH
               OR MONTH NOT < WS-CURRENT-INSTALLMENT
           MOVE WS-MISSED-COUNT TO MDD-MISSED

           EVALUATE TRUE
               WHEN WS-MISSED-COUNT > ZERO
                   MOVE "F" TO WS-VERDICT
               WHEN WS-CURRENT-INSTALLMENT > WS-TRIAL-LAST-MONTH
                   MOVE "M" TO WS-VERDICT
               WHEN OTHER
                   MOVE "T" TO WS-VERDICT
           END-EVALUATE

           EVALUATE TRUE
               WHEN TRIAL-FAILED
                   PERFORM 0600-FAIL-THE-TRIAL
                       THRU 0600-FAIL-THE-TRIAL-EXIT
                   MOVE "FAILED - OLD TERMS" TO MDD-ACTION
               WHEN TRIAL-MADE
                   PERFORM 0500-MAKE-PERMANENT
                       THRU 0500-MAKE-PERMANENT-EXIT
                   IF MD-STATUS-MODIFIED
                       MOVE MD-CAPITALIZED-AMOUNT
                           TO MDD-CAPITALIZED
                       MOVE "MODIFIED" TO MDD-ACTION
                   ELSE
                       ADD 1 TO WS-RUNNING-COUNT
                       MOVE "NOT SPLICED - REVIEW" TO MDD-ACTION
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-RUNNING-COUNT
                   MOVE "IN TRIAL" TO MDD-ACTION
           END-EVALUATE
           WRITE MOD-RPT-RECORD FROM MOD-DETAIL-LINE
           .
       0200-JUDGE-NEXT.
           PERFORM 0210-READ-MOD-FILE
               THRU 0210-READ-MOD-FILE-EXIT
           .
       0200-JUDGE-ONE-TRIAL-EXIT.
           EXIT.

       0300-NET-LOAN-HISTORY SECTION.
           INITIALIZE WS-PAID-NET-TABLE
           INITIALIZE WS-RECEIVED-TABLE
           MOVE ZERO TO WS-HIGH-SEQ
           MOVE ZERO TO WS-RECEIPT-COUNT
           MOVE "N"  TO WS-RECEIPT-FULL-FLAG
           MOVE "N"  TO WS-HISTORY-EOF-FLAG

           MOVE MD-LOAN-NUMBER TO PH-LOAN-NUMBER
           MOVE ZERO           TO PH-PAYMENT-SEQ
           START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HISTORY-EOF-FLAG
           END-START

           PERFORM 0310-NET-ONE-HISTORY
               THRU 0310-NET-ONE-HISTORY-EXIT
               UNTIL END-OF-HISTORY
           .
       0300-NET-LOAN-HISTORY-EXIT.
           EXIT.

       0310-NET-ONE-HISTORY SECTION.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-FLAG
           END-READ

           IF END-OF-HISTORY
               GO TO 0310-NET-ONE-HISTORY-EXIT
           END-IF
           IF PH-LOAN-NUMBER NOT = MD-LOAN-NUMBER
               MOVE "Y" TO WS-HISTORY-EOF-FLAG
               GO TO 0310-NET-ONE-HISTORY-EXIT
           END-IF

           IF PH-PAYMENT-SEQ > WS-HIGH-SEQ
               MOVE PH-PAYMENT-SEQ TO WS-HIGH-SEQ
           END-IF

           PERFORM 0320-COUNT-TRIAL-CASH
               THRU 0320-COUNT-TRIAL-CASH-EXIT

           IF PH-MONTH = ZERO OR PH-MONTH > 2080
               GO TO 0310-NET-ONE-HISTORY-EXIT
           END-IF

           IF PH-TYPE-REVERSAL
               SUBTRACT PH-AMOUNT-PAID FROM WS-PAID-NET(PH-MONTH)
           ELSE
               ADD PH-AMOUNT-PAID TO WS-PAID-NET(PH-MONTH)
           END-IF
           .
       0310-NET-ONE-HISTORY-EXIT.
           EXIT.

      *************************************************************
      *    PUT ONE HISTORY RECORD'S CASH IN THE TRIAL MONTH THE BANK
      *    RECEIVED IT IN, OR TAKE A RETURNED RECEIPT BACK OUT OF
      *    THE MONTH IT WAS COUNTED IN.
      *************************************************************
       0320-COUNT-TRIAL-CASH SECTION.
           IF NOT PH-TYPE-PAYMENT AND NOT PH-TYPE-REVERSAL
               GO TO 0320-COUNT-TRIAL-CASH-EXIT
           END-IF
           IF PH-SOURCE = "UNAPPLIED" OR PH-SOURCE = "BOARDING"
               GO TO 0320-COUNT-TRIAL-CASH-EXIT
           END-IF

           IF PH-EFFECTIVE-DATE > ZERO
               MOVE PH-EFFECTIVE-DATE TO WS-PAID-DATE
           ELSE
               MOVE PH-POSTING-DATE   TO WS-PAID-DATE
           END-IF
           COMPUTE WS-PAID-MONTH-NUMBER =
               (WS-PAID-YEAR * 12) + WS-PAID-MONTH
           COMPUTE WS-RECEIPT-MONTH =
               WS-PAID-MONTH-NUMBER - WS-ORIG-MONTH-NUMBER + 1

           IF PH-TYPE-REVERSAL
               GO TO 0320-TAKE-BACK-RETURNED
           END-IF

           IF WS-RECEIPT-MONTH < WS-TRIAL-FIRST-MONTH
               OR WS-RECEIPT-MONTH > WS-TRIAL-LAST-MONTH
               GO TO 0320-COUNT-TRIAL-CASH-EXIT
           END-IF
           ADD PH-AMOUNT-PAID TO WS-RECEIVED-NET(WS-RECEIPT-MONTH)

           IF WS-RECEIPT-COUNT NOT < RECEIPT-TABLE-MAX
               MOVE "Y" TO WS-RECEIPT-FULL-FLAG
               GO TO 0320-COUNT-TRIAL-CASH-EXIT
           END-IF
           ADD 1 TO WS-RECEIPT-COUNT
           MOVE PH-REFERENCE   TO WS-RCPT-REFERENCE(WS-RECEIPT-COUNT)
           MOVE PH-AMOUNT-PAID TO WS-RCPT-AMOUNT(WS-RECEIPT-COUNT)
           MOVE WS-RECEIPT-MONTH
                               TO WS-RCPT-MONTH(WS-RECEIPT-COUNT)
           GO TO 0320-COUNT-TRIAL-CASH-EXIT
           .
       0320-TAKE-BACK-RETURNED.
           MOVE ZERO TO WS-RCPT-FOUND
           PERFORM 0330-MATCH-ONE-RECEIPT
               THRU 0330-MATCH-ONE-RECEIPT-EXIT
               VARYING WS-RCPT-SUB FROM 1 BY 1
               UNTIL WS-RCPT-SUB > WS-RECEIPT-COUNT
               OR WS-RCPT-FOUND > ZERO

           IF WS-RCPT-FOUND > ZERO
               SUBTRACT PH-AMOUNT-PAID FROM
                   WS-RECEIVED-NET(WS-RCPT-MONTH(WS-RCPT-FOUND))
      *            ONE REVERSAL TAKES BACK ONE RECEIPT.
               MOVE SPACES TO WS-RCPT-REFERENCE(WS-RCPT-FOUND)
               GO TO 0320-COUNT-TRIAL-CASH-EXIT
           END-IF

           IF RECEIPT-TABLE-FULL
               AND WS-RECEIPT-MONTH NOT < WS-TRIAL-FIRST-MONTH
               AND WS-RECEIPT-MONTH NOT > WS-TRIAL-LAST-MONTH
               SUBTRACT PH-AMOUNT-PAID
                   FROM WS-RECEIVED-NET(WS-RECEIPT-MONTH)
           END-IF
           .
       0320-COUNT-TRIAL-CASH-EXIT.
           EXIT.

       0330-MATCH-ONE-RECEIPT SECTION.
           IF WS-RCPT-REFERENCE(WS-RCPT-SUB) = PH-REFERENCE
               AND WS-RCPT-AMOUNT(WS-RCPT-SUB) = PH-AMOUNT-PAID
               MOVE WS-RCPT-SUB TO WS-RCPT-FOUND
           END-IF
           .
       0330-MATCH-ONE-RECEIPT-EXIT.
           EXIT.

      *************************************************************
      *    A CLOSED TRIAL MONTH IS MADE WHEN THE CASH RECEIVED IN
      *    IT, PLUS ANY CARRIED AHEAD FROM AN EARLIER TRIAL MONTH,
      *    COVERS THE TRIAL PAYMENT.
      *************************************************************
       0400-JUDGE-ONE-TRIAL-MONTH SECTION.
           ADD WS-RECEIVED-NET(MONTH) TO WS-TRIAL-CARRY
           IF WS-TRIAL-CARRY < MD-TRIAL-PAYMENT
               ADD 1 TO WS-MISSED-COUNT
               MOVE ZERO TO WS-TRIAL-CARRY
           ELSE
               SUBTRACT MD-TRIAL-PAYMENT FROM WS-TRIAL-CARRY
           END-IF
           .
       0400-JUDGE-ONE-TRIAL-MONTH-EXIT.
           EXIT.

      *************************************************************
      *    THE TRIAL WAS MADE.  CAPITALIZE EVERY SCHEDULED DOLLAR
      *    THE BORROWER FELL SHORT BY BEFORE THE CURRENT MONTH,
      *    RE-AMORTIZE THE RESULT AT THE NEW RATE OVER THE NEW
      *    TERM FROM THE CURRENT MONTH, AND SPLICE IT OVER THE OLD
      *    SCHEDULE.  THE CAPITALIZED MONTHS ARE SATISFIED ON
      *    LOANPMTH WITH NON-CASH "MODCAP" ADJUSTMENTS, SO THE
      *    PAID-THROUGH NETTING EVERY RUN DOES FINDS THE LOAN
      *    CURRENT TO THE SPLICE.  ON ANY FAILURE THE TRIAL IS
      *    LEFT RUNNING FOR REVIEW AND NOTHING IS CHANGED.
      *************************************************************
       0500-MAKE-PERMANENT SECTION.
           MOVE WS-CURRENT-INSTALLMENT TO WS-SPLICE-MONTH
           IF WS-SPLICE-MONTH < 2
               OR WS-SPLICE-MONTH > LM-LOANTERM
               OR WS-SPLICE-MONTH - 1 + MD-NEW-REMAINING-TERM > 2080
               DISPLAY "MODIFICATION CANNOT SPLICE LOAN "
                   MD-LOAN-NUMBER " AT MONTH " WS-SPLICE-MONTH
               GO TO 0500-MAKE-PERMANENT-EXIT
           END-IF

           MOVE ZERO TO WS-ARREARS
           MOVE ZERO TO WS-PRE-SPLICE-INTEREST
           PERFORM 0510-SUM-ONE-SHORTFALL
               THRU 0510-SUM-ONE-SHORTFALL-EXIT
               VARYING MONTH FROM 1 BY 1
               UNTIL MONTH NOT < WS-SPLICE-MONTH

           COMPUTE WS-REMAINING-BALANCE =
               LM-BALANCE(WS-SPLICE-MONTH - 1) + WS-ARREARS
           COMPUTE WS-ROUNDED-BALANCE ROUNDED = WS-REMAINING-BALANCE
           COMPUTE WS-RESIDUAL-CENTS =
               WS-REMAINING-BALANCE - WS-ROUNDED-BALANCE

      *        A LOAN UNDER THE SCRA CAP KEEPS ITS CAP: A MODIFIED
      *        RATE ABOVE IT BECOMES THE PARKED NOTE RATE THE SCRA
      *        RUN RESTORES WHEN THE DUTY WINDOW CLOSES.
           MOVE MD-NEW-RATE TO WS-NEW-RATE
           IF LM-SCRA-PRIOR-RATE > ZERO
               AND MD-NEW-RATE > SCRA-CAP-RATE
               MOVE LM-RATE TO WS-NEW-RATE
           END-IF

           INITIALIZE LOANINFO
           MOVE LM-LOAN-NUMBER        TO IN-LOAN-NUMBER
           MOVE LM-BORROWER-NAME      TO IN-BORROWER-NAME
           MOVE LM-ORIGINATION-DATE   TO IN-ORIGINATION-DATE
           MOVE WS-ROUNDED-BALANCE    TO PRINCIPAL
           MOVE MD-NEW-REMAINING-TERM TO LOANTERM
           MOVE WS-NEW-RATE           TO RATE
           MOVE WS-SPLICE-MONTH       TO RESTART-MONTH
           MOVE "MODIFY"              TO IN-CHANNEL

           CALL "LOANAMORT" USING LOANINFO OUTDATA

           IF OUT-ERROR-COUNT > ZERO
               DISPLAY "MODIFICATION FAILED EDITS FOR LOAN "
                   LM-LOAN-NUMBER " - " OUT-ERROR-MESSAGE
               GO TO 0500-MAKE-PERMANENT-EXIT
           END-IF

      *        THE TERMS BEING REPLACED, AS THEY STAND TONIGHT.
           MOVE LM-RATE                 TO MD-OLD-RATE
           MOVE LM-LOANTERM             TO MD-OLD-LOANTERM
           MOVE LM-PAYMENT(WS-SPLICE-MONTH) TO MD-OLD-PAYMENT
           MOVE LM-BALANCE(WS-SPLICE-MONTH - 1) TO MD-OLD-BALANCE
           MOVE LM-INDEX-NAME           TO MD-OLD-INDEX-NAME

      *        THE NEW TERM COUNTS FROM THE SPLICE, SO THE LOAN'S
      *        WHOLE TERM BECOMES THE MONTHS ALREADY RUN PLUS IT.
      *        THE ROW BEFORE THE SPLICE IS RESTATED TO THE
      *        CAPITALIZED BALANCE, SO A LOAN PAID THROUGH IT SHOWS
      *        WHAT IT TRULY OWES.
           COMPUTE LM-LOANTERM =
               WS-SPLICE-MONTH - 1 + MD-NEW-REMAINING-TERM
           PERFORM 0530-SPLICE-ONE-MONTH
               THRU 0530-SPLICE-ONE-MONTH-EXIT
               VARYING MONTH FROM WS-SPLICE-MONTH BY 1
               UNTIL MONTH > LM-LOANTERM
           MOVE WS-REMAINING-BALANCE
               TO LM-BALANCE(WS-SPLICE-MONTH - 1)

           IF WS-RESIDUAL-CENTS NOT = ZERO
               ADD WS-RESIDUAL-CENTS
                   TO LM-PRINCPAID(WS-SPLICE-MONTH)
                      LM-PAYMENT(WS-SPLICE-MONTH)
           END-IF

           IF WS-NEW-RATE NOT = MD-NEW-RATE
               MOVE MD-NEW-RATE TO LM-SCRA-PRIOR-RATE
           ELSE
               MOVE ZERO TO LM-SCRA-PRIOR-RATE
           END-IF
           MOVE WS-NEW-RATE TO LM-RATE
           COMPUTE LM-TOTINTPAID =
               WS-PRE-SPLICE-INTEREST + OUTTOTINTPAID

      *        A MODIFIED LOAN IS FIXED AT ITS NEW RATE -- NO ARM
      *        RESET MAY UNDO IT.
           MOVE SPACES TO LM-INDEX-NAME
           MOVE ZERO   TO LM-NEXT-RESET-DATE

      *        NOR DOES AN INTEREST-ONLY PERIOD OUTLIVE IT -- THE NEW
      *        TERMS AMORTIZE FROM THE SPLICE ON.
           IF LM-INTEREST-ONLY-MONTHS NOT < WS-SPLICE-MONTH
               COMPUTE LM-INTEREST-ONLY-MONTHS = WS-SPLICE-MONTH - 1
           END-IF

           IF LM-STATUS-HARDSHIP OR LM-STATUS-DELINQUENT
               MOVE "AC" TO LM-STATUS
           END-IF

           PERFORM 0810-JOURNAL-MASTER-CHANGE
               THRU 0810-JOURNAL-MASTER-CHANGE-EXIT
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT MASTER-IO-OK
               DISPLAY "REWRITE FAILED FOR LOAN " LM-LOAN-NUMBER
                   " STATUS " WS-MASTER-STATUS
               GO TO 0500-MAKE-PERMANENT-EXIT
           END-IF

           PERFORM 0520-BACKFILL-ONE-SHORTFALL
               THRU 0520-BACKFILL-ONE-SHORTFALL-EXIT
               VARYING MONTH FROM 1 BY 1
               UNTIL MONTH NOT < WS-SPLICE-MONTH

           PERFORM 0700-REMOVE-TRIAL-PLAN
               THRU 0700-REMOVE-TRIAL-PLAN-EXIT

           SET MD-STATUS-MODIFIED        TO TRUE
           MOVE WS-RUN-DATE              TO MD-DECISION-DATE
           MOVE WS-SPLICE-MONTH          TO MD-EFFECTIVE-MONTH
           MOVE LM-LOANTERM              TO MD-NEW-LOANTERM
           MOVE LM-PAYMENT(WS-SPLICE-MONTH) TO MD-NEW-PAYMENT
           MOVE WS-REMAINING-BALANCE     TO MD-NEW-BALANCE
           MOVE WS-ARREARS               TO MD-CAPITALIZED-AMOUNT
           REWRITE LOAN-MODIFICATION-RECORD

           MOVE LM-LOAN-NUMBER TO TL-LOAN-NUMBER
           WRITE TOUCHED-LOAN-RECORD

           ADD 1          TO WS-MODIFIED-COUNT
           ADD WS-ARREARS TO WS-CAPITALIZED-TOTAL
           .
       0500-MAKE-PERMANENT-EXIT.
           EXIT.

       0510-SUM-ONE-SHORTFALL SECTION.
           ADD LM-INTPAID(MONTH) TO WS-PRE-SPLICE-INTEREST
           IF WS-PAID-NET(MONTH) < LM-PAYMENT(MONTH)
               COMPUTE WS-ARREARS = WS-ARREARS
                   + LM-PAYMENT(MONTH) - WS-PAID-NET(MONTH)
           END-IF
           .
       0510-SUM-ONE-SHORTFALL-EXIT.
           EXIT.

      *************************************************************
      *    ONE NON-CASH ADJUSTMENT PER SHORT MONTH, SOURCED
      *    "MODCAP" AND REFERENCED TO THE MODIFICATION, FOR
      *    EXACTLY THE AMOUNT NOW CARRIED IN THE NEW BALANCE.
      *    LIKE BOARDING BACK-FILL IT IS NOT CASH: THE JOURNAL,
      *    REMITTANCE AND BUREAU RUNS PASS IT OVER.
      *************************************************************
       0520-BACKFILL-ONE-SHORTFALL SECTION.
           IF WS-PAID-NET(MONTH) NOT < LM-PAYMENT(MONTH)
               GO TO 0520-BACKFILL-ONE-SHORTFALL-EXIT
           END-IF

           COMPUTE WS-SHORTFALL =
               LM-PAYMENT(MONTH) - WS-PAID-NET(MONTH)

           ADD 1 TO WS-HIGH-SEQ
           MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER
           MOVE WS-HIGH-SEQ    TO PH-PAYMENT-SEQ
           MOVE MONTH          TO PH-MONTH
           MOVE WS-SHORTFALL   TO PH-AMOUNT-PAID
           MOVE WS-RUN-DATE    TO PH-POSTING-DATE
           MOVE WS-RUN-DATE    TO PH-EFFECTIVE-DATE
           MOVE "MODCAP"       TO PH-SOURCE
           MOVE MD-MOD-KEY     TO PH-REFERENCE
           SET PH-TYPE-ADJUSTMENT TO TRUE
           MOVE ZERO TO PH-PRINC-SHARE
           MOVE ZERO TO PH-INT-SHARE
           MOVE ZERO TO PH-ESCROW-SHARE
           MOVE ZERO TO PH-FEE-SHARE
           MOVE ZERO TO PH-INT-ADJUSTMENT
           MOVE ZERO TO PH-SUBSIDY-SHARE

           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "CAPITALIZATION WRITE FAILED FOR LOAN "
                       LM-LOAN-NUMBER " STATUS " WS-HISTORY-STATUS
           END-WRITE
           IF HISTORY-WRITE-OK
               PERFORM 0820-JOURNAL-HISTORY-ADD
                   THRU 0820-JOURNAL-HISTORY-ADD-EXIT
           END-IF
           .
       0520-BACKFILL-ONE-SHORTFALL-EXIT.
           EXIT.

       0530-SPLICE-ONE-MONTH SECTION.
           MOVE OUTPRINCPAID(MONTH) TO LM-PRINCPAID(MONTH)
           MOVE OUTINTPAID(MONTH)   TO LM-INTPAID(MONTH)
           MOVE OUTPAYMENT(MONTH)   TO LM-PAYMENT(MONTH)
           MOVE OUTBALANCE(MONTH)   TO LM-BALANCE(MONTH)
           .
       0530-SPLICE-ONE-MONTH-EXIT.
           EXIT.

      *************************************************************
      *    THE TRIAL FAILED.  NOTHING ON THE SCHEDULE WAS TOUCHED
      *    DURING THE TRIAL, SO PUTTING THE LOAN BACK ON ITS OLD
      *    TERMS IS TAKING THE TRIAL PLAN OFF AND RETURNING THE
      *    HARDSHIP FLAG TO THE STATUS THE LOAN HAD BEFORE; THE
      *    NEXT AGING RUN RE-GRADES IT HONESTLY.
      *************************************************************
       0600-FAIL-THE-TRIAL SECTION.
           PERFORM 0700-REMOVE-TRIAL-PLAN
               THRU 0700-REMOVE-TRIAL-PLAN-EXIT

           IF LM-STATUS-HARDSHIP
               MOVE MD-PRIOR-STATUS TO LM-STATUS
               PERFORM 0810-JOURNAL-MASTER-CHANGE
                   THRU 0810-JOURNAL-MASTER-CHANGE-EXIT
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           SET MD-STATUS-FAILED TO TRUE
           MOVE WS-RUN-DATE     TO MD-DECISION-DATE
           REWRITE LOAN-MODIFICATION-RECORD

           MOVE MD-LOAN-NUMBER TO TL-LOAN-NUMBER
           WRITE TOUCHED-LOAN-RECORD

           ADD 1 TO WS-FAILED-COUNT
           .
       0600-FAIL-THE-TRIAL-EXIT.
           EXIT.

      *************************************************************
      *    TAKE THE TRIAL PLAN OFF LOANPLAN -- ONLY IF IT IS STILL
      *    THE TRIAL'S OWN PLAN, NOT ONE THE HARDSHIP DESK HAS
      *    SINCE PUT IN ITS PLACE.
      *************************************************************
       0700-REMOVE-TRIAL-PLAN SECTION.
           MOVE MD-LOAN-NUMBER TO RP-LOAN-NUMBER
           READ REPAYMENT-PLAN-FILE
               INVALID KEY
                   GO TO 0700-REMOVE-TRIAL-PLAN-EXIT
           END-READ

           IF RP-PLAN-START-DATE = MD-TRIAL-START-DATE
               AND RP-PLAN-PAYMENT = MD-TRIAL-PAYMENT
               DELETE REPAYMENT-PLAN-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           .
       0700-REMOVE-TRIAL-PLAN-EXIT.
           EXIT.

      *************************************************************
      *    BEFORE-IMAGE JOURNAL FOR LOANRBCK.  A CHANGED MASTER
      *    RECORD IS JOURNALED AS IT STOOD BEFORE THE REWRITE, AND
      *    WHAT IS ABOUT TO BE WRITTEN BECOMES THE BEFORE-IMAGE FOR
      *    ANY LATER REWRITE OF THE SAME LOAN.
      *************************************************************
       0800-SAVE-MASTER-IMAGE SECTION.
           MOVE LENGTH OF LOAN-MASTER-RECORD TO WS-MASTER-IMAGE-LENGTH
           MOVE LOAN-MASTER-RECORD TO WS-MASTER-BEFORE-IMAGE
           .
       0800-SAVE-MASTER-IMAGE-EXIT.
           EXIT.

       0810-JOURNAL-MASTER-CHANGE SECTION.
           SET JA-LOAN-MASTER TO TRUE
           SET JA-CHANGED TO TRUE
           MOVE WS-MASTER-IMAGE-LENGTH TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA WS-MASTER-BEFORE-IMAGE

           PERFORM 0800-SAVE-MASTER-IMAGE
               THRU 0800-SAVE-MASTER-IMAGE-EXIT
           .
       0810-JOURNAL-MASTER-CHANGE-EXIT.
           EXIT.

      *************************************************************
      *    AN ADDED RECORD IS JOURNALED ONLY ONCE IT IS SAFELY
      *    WRITTEN -- ROLLBACK TAKES IT BACK OUT BY ITS KEY, AND
      *    MUST NEVER TAKE OUT A RECORD THAT WAS ALREADY THERE.
      *************************************************************
       0820-JOURNAL-HISTORY-ADD SECTION.
           SET JA-PAYMENT-HISTORY TO TRUE
           SET JA-ADDED TO TRUE
           MOVE LENGTH OF PAYMENT-HISTORY-RECORD TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA PAYMENT-HISTORY-RECORD
           .
       0820-JOURNAL-HISTORY-ADD-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO MOD-RPT-RECORD
           WRITE MOD-RPT-RECORD

           MOVE "TRIALS REVIEWED:"    TO MDT-LABEL
           MOVE WS-TRIAL-COUNT        TO MDT-COUNT
           MOVE ZERO                  TO MDT-AMOUNT
           WRITE MOD-RPT-RECORD FROM MOD-TOTAL-LINE

           MOVE "MADE PERMANENT:"     TO MDT-LABEL
           MOVE WS-MODIFIED-COUNT     TO MDT-COUNT
           MOVE WS-CAPITALIZED-TOTAL  TO MDT-AMOUNT
           WRITE MOD-RPT-RECORD FROM MOD-TOTAL-LINE

           MOVE "TRIALS FAILED:"      TO MDT-LABEL
           MOVE WS-FAILED-COUNT       TO MDT-COUNT
           MOVE ZERO                  TO MDT-AMOUNT
           WRITE MOD-RPT-RECORD FROM MOD-TOTAL-LINE

           MOVE "STILL IN TRIAL:"     TO MDT-LABEL
           MOVE WS-RUNNING-COUNT      TO MDT-COUNT
           MOVE ZERO                  TO MDT-AMOUNT
           WRITE MOD-RPT-RECORD FROM MOD-TOTAL-LINE

           CLOSE LOAN-MOD-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE REPAYMENT-PLAN-FILE
           CLOSE MOD-RPT-FILE
           CLOSE TOUCHED-LOAN-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANMODR.
