               PARTIAL PAYMENT, NOT AN ERROR: IT ACCUMULATES ON THE
               LOAN'S UNAPPLIED-FUNDS BALANCE AND IS APPLIED AS AN
               ORDINARY PAYMENT THE MOMENT THE BALANCE COVERS THE
               NEXT DUE INSTALLMENT.  LATE CASH PAYS US BACK
               FIRST: AN INSTALLMENT WE ALREADY ADVANCED TO THE
               INVESTOR RECOVERS THAT P&I ADVANCE, AND ESCROW
               COLLECTED ON AN OVERDRAWN ACCOUNT RECOVERS THE
               ESCROW WE ADVANCED, BOTH ON THE ADVANCE LEDGER.  EVERY
               CHANGE TO LOANMSTR, LOANPMTH AND ESCRLEDG IS JOURNALED
               THROUGH LOANJRNL, SO A RUN THAT DIES PARTWAY CAN BE
               ROLLED BACK BY LOANRBCK AND RERUN.  A PARTIAL RECEIPT
               THAT IS STILL THE INTEREST-ONLY PAYMENT AFTER AN
               INTEREST-ONLY PERIOD HAS ENDED IS HELD THE SAME WAY BUT
               SOURCED IO LEVEL ON THE REGISTER, AND COUNTED APART, SO
               THE BORROWER CAN BE TOLD THE PAYMENT HAS CHANGED.

       ENVIRONMENT DIVISION.

           SELECT POSTING-RPT-FILE ASSIGN TO "LOANPOSR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ADVANCE-LEDGER-FILE
                                    ASSIGN TO "ADVNLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS AV-LEDGER-KEY
                                    FILE STATUS IS WS-ADVANCE-STATUS.

      *    THE TOUCHED-LOANS FILE: EVERY LOAN THIS RUN POSTED,
      *    HELD UNAPPLIED, SUSPENDED OR TOOK A RECOVERY ON.  THE
      *    NIGHTLY AGING, FEE AND RECAST PASSES CAN RUN
       FD  CHARGE-OFF-FILE.
       COPY CHGOFREC.

       FD  ADVANCE-LEDGER-FILE.
       COPY ADVNLEDG.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD           PIC X(92).

           88  HISTORY-WRITE-OK      VALUE "00".

       01  WS-LEDGER-STATUS          PIC X(02) VALUE SPACES.
           88  LEDGER-WRITE-OK       VALUE "00".
       01  WS-PAYEE-STATUS           PIC X(02) VALUE SPACES.

       01  WS-PLAN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SUBSIDY-STATUS         PIC X(02) VALUE SPACES.
           88  SUBSIDY-READ-OK       VALUE "00".

       01  WS-ADVANCE-STATUS         PIC X(02) VALUE SPACES.
           88  ADVANCE-WRITE-OK      VALUE "00".

       01  WS-ADVANCE-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-ADVANCES      VALUE "Y".

      *    ADVANCE RECOVERY.  WHAT IS STILL OUTSTANDING OF THE P&I
      *    ADVANCE MADE FOR THE INSTALLMENT JUST POSTED (AND THE
      *    POOL IT WENT TO), AND OF THE LOAN'S ESCROW ADVANCES;
      *    THE ESCROW THE POSTING BROUGHT IN IS WHAT IS AVAILABLE
      *    TO RECOVER THE LATTER.
       01  WS-ADV-HIGH-SEQ           PIC 9(6).
       01  WS-PI-ADV-OUTSTANDING     PIC S9(9)V99 COMP-3.
       01  WS-PI-ADV-POOL-ID         PIC X(06).
       01  WS-ESC-ADV-OUTSTANDING    PIC S9(9)V99 COMP-3.
       01  WS-RECOVER-ESCROW-AVAIL   PIC S9(8)V99 COMP-3.
       01  WS-RECOVER-REFERENCE      PIC X(16).
       01  WS-RECOVER-AMOUNT         PIC S9(9)V99 COMP-3.
       01  WS-ADV-RECOVER-COUNT      PIC S9(8) COMP VALUE ZERO.
       01  WS-ADV-RECOVER-AMT        PIC S9(10)V99 COMP-3 VALUE ZERO.

       01  WS-SUBSIDY-FOUND-FLAG     PIC X  VALUE "N".
           88  SUBSIDY-ON-FILE       VALUE "Y".


       01  WS-RUN-DATE               PIC 9(8).

      *    THE MASTER RECORD AS LAST READ OR REWRITTEN -- THE
      *    BEFORE-IMAGE JOURNALED WHEN THE RECORD IS NEXT REWRITTEN.
       01  WS-MASTER-IMAGE-LENGTH    PIC 9(5).
       01  WS-MASTER-BEFORE-IMAGE    PIC X(60000).

       COPY JRNLAREA.

       01  WS-MATCH-FLAG             PIC X  VALUE "N".
           88  RECEIPT-MATCHED       VALUE "Y".

       01  WS-UNAPPLIED-USED-COUNT   PIC S9(8) COMP VALUE ZERO.
       01  WS-UNAPPLIED-USED-AMT     PIC S9(10)V99 COMP-3 VALUE ZERO.

      *    A PARTIAL RECEIPT THAT IS STILL THE INTEREST-ONLY
      *    PAYMENT AFTER THE PERIOD HAS ENDED -- HELD AS UNAPPLIED
      *    LIKE ANY OTHER PARTIAL, BUT SHOWN APART ON THE REGISTER.
       01  WS-IO-LEVEL-FLAG          PIC X  VALUE "N".
           88  IO-LEVEL-RECEIPT      VALUE "Y".
       01  WS-IO-LEVEL-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-IO-LEVEL-AMT           PIC S9(10)V99 COMP-3 VALUE ZERO.

       01  WS-UNAPPLIED-DONE-FLAG    PIC X  VALUE "N".
           88  UNAPPLIED-DONE        VALUE "Y".

      *************************************************************
       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANPOST"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

           OPEN INPUT  BANK-RMIT-FILE
           OPEN I-O    LOAN-MASTER-FILE
           OPEN INPUT  REPAYMENT-PLAN-FILE
           OPEN I-O    CHARGE-OFF-FILE
           OPEN I-O    BUYDOWN-SUBSIDY-FILE
           OPEN I-O    ADVANCE-LEDGER-FILE
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT POSTING-RPT-FILE
      *        EXTEND, NOT OUTPUT: THE DAYTIME DRAW, PLAN AND SCRA
               PERFORM 0400-WRITE-SUSPENSE
                   THRU 0400-WRITE-SUSPENSE-EXIT
           ELSE
               PERFORM 0700-SAVE-MASTER-IMAGE
                   THRU 0700-SAVE-MASTER-IMAGE-EXIT
               PERFORM 0215-LOAD-THE-PLAN
                   THRU 0215-LOAD-THE-PLAN-EXIT
               PERFORM 0217-LOAD-THE-SUBSIDY
                   IF LM-UNAPPLIED-BALANCE > ZERO
                       PERFORM 0520-APPLY-UNAPPLIED-FUNDS
                           THRU 0520-APPLY-UNAPPLIED-FUNDS-EXIT
                       PERFORM 0710-JOURNAL-MASTER-CHANGE
                           THRU 0710-JOURNAL-MASTER-CHANGE-EXIT
                       REWRITE LOAN-MASTER-RECORD
                           INVALID KEY
                               CONTINUE
      *            THAT FAILED TO MATCH STILL NEEDS MANUAL REVIEW.
                   IF WS-POST-MONTH NOT > LM-LOANTERM
                       AND BR-AMOUNT < WS-REQUIRED-PAYMENT
      *                    A BORROWER STILL REMITTING THE INTEREST-
      *                    ONLY PAYMENT ONCE THE FULLY AMORTIZING
      *                    ONE IS DUE IS SHORT BY THE DIFFERENCE.
                       MOVE "N" TO WS-IO-LEVEL-FLAG
                       IF LM-INTEREST-ONLY-MONTHS > ZERO
                           AND WS-POST-MONTH > LM-INTEREST-ONLY-MONTHS
                           AND BR-AMOUNT NOT <
                               LM-PAYMENT(LM-INTEREST-ONLY-MONTHS)
                           MOVE "Y" TO WS-IO-LEVEL-FLAG
                       END-IF
                       PERFORM 0500-POST-UNAPPLIED
                           THRU 0500-POST-UNAPPLIED-EXIT
                   ELSE
                   THRU 0400-WRITE-SUSPENSE-EXIT
               GO TO 0300-POST-PAYMENT-EXIT
           END-IF
           PERFORM 0720-JOURNAL-HISTORY-ADD
               THRU 0720-JOURNAL-HISTORY-ADD-EXIT

           ADD 1 TO WS-HIGH-SEQ
      *        THE MONTH JUST COVERED EXTENDS THE PAID-THROUGH RUN
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF LEDGER-WRITE-OK
                   PERFORM 0730-JOURNAL-LEDGER-ADD
                       THRU 0730-JOURNAL-LEDGER-ADD-EXIT
               END-IF
           END-IF

           MOVE WS-ESCROW-SHARE TO WS-RECOVER-ESCROW-AVAIL
           MOVE BR-REFERENCE    TO WS-RECOVER-REFERENCE
           PERFORM 0600-RECOVER-ADVANCES
               THRU 0600-RECOVER-ADVANCES-EXIT

           MOVE "N" TO WS-REWRITE-FLAG

      *        FEE MONEY COLLECTED WITH THE RECEIPT COMES STRAIGHT
           END-IF

           IF MASTER-REWRITE-NEEDED
               PERFORM 0710-JOURNAL-MASTER-CHANGE
                   THRU 0710-JOURNAL-MASTER-CHANGE-EXIT
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
                   THRU 0400-WRITE-SUSPENSE-EXIT
               GO TO 0500-POST-UNAPPLIED-EXIT
           END-IF
           PERFORM 0720-JOURNAL-HISTORY-ADD
               THRU 0720-JOURNAL-HISTORY-ADD-EXIT

           ADD 1 TO WS-HIGH-SEQ
           ADD BR-AMOUNT TO LM-UNAPPLIED-BALANCE
           MOVE ZERO           TO POS-INTEREST
           MOVE ZERO           TO POS-ESCROW
           MOVE ZERO           TO POS-FEES
           IF IO-LEVEL-RECEIPT
               MOVE "IO LEVEL"     TO POS-SOURCE
               ADD 1         TO WS-IO-LEVEL-COUNT
               ADD BR-AMOUNT TO WS-IO-LEVEL-AMT
           ELSE
               MOVE "UNAPPLIED"    TO POS-SOURCE
           END-IF
           WRITE POSTING-RPT-RECORD FROM POSTING-DETAIL-LINE

           PERFORM 0520-APPLY-UNAPPLIED-FUNDS
               THRU 0520-APPLY-UNAPPLIED-FUNDS-EXIT

           PERFORM 0710-JOURNAL-MASTER-CHANGE
               THRU 0710-JOURNAL-MASTER-CHANGE-EXIT
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               MOVE "Y" TO WS-UNAPPLIED-DONE-FLAG
               GO TO 0530-APPLY-ONE-INSTALLMENT-EXIT
           END-IF
           PERFORM 0720-JOURNAL-HISTORY-ADD
               THRU 0720-JOURNAL-HISTORY-ADD-EXIT

           ADD 1 TO WS-HIGH-SEQ
           SUBTRACT LM-PAYMENT(WS-POST-MONTH)
           ADD 1 TO WS-UNAPPLIED-USED-COUNT
           ADD LM-PAYMENT(WS-POST-MONTH) TO WS-UNAPPLIED-USED-AMT

           MOVE ZERO        TO WS-RECOVER-ESCROW-AVAIL
           MOVE "UNAPPLIED" TO WS-RECOVER-REFERENCE
           PERFORM 0600-RECOVER-ADVANCES
               THRU 0600-RECOVER-ADVANCES-EXIT

      *        AN APPLICATION THAT COVERS THE FINAL INSTALLMENT
      *        RETIRES THE LOAN, SAME RULE AS A DIRECT RECEIPT.
           IF WS-POST-MONTH = LM-LOANTERM
                   THRU 0400-WRITE-SUSPENSE-EXIT
               GO TO 0550-POST-RECOVERY-EXIT
           END-IF
           PERFORM 0720-JOURNAL-HISTORY-ADD
               THRU 0720-JOURNAL-HISTORY-ADD-EXIT

           ADD 1 TO WS-HIGH-SEQ
           ADD 1         TO WS-RECOVERY-COUNT
       0550-POST-RECOVERY-EXIT.
           EXIT.

      *************************************************************
      *    RECOVER ADVANCES OUT OF THE INSTALLMENT JUST POSTED,
      *    AHEAD OF EVERYTHING ELSE.  IF WE ADVANCED THE INVESTOR
      *    THIS INSTALLMENT'S P&I, THE BORROWER'S P&I NOW PAYS US
      *    BACK WHATEVER OF THAT ADVANCE IS STILL OUTSTANDING; IF
      *    WE PAID AN ESCROW BILL THE ACCOUNT COULD NOT COVER, THE
      *    ESCROW JUST COLLECTED PAYS US BACK UP TO WHAT WE ARE
      *    STILL OWED.  THE POSTING ITSELF IS UNCHANGED -- THE
      *    RECOVERY IS A LEDGER ENTRY THE REMITTANCE RUN AND THE
      *    GL JOURNAL READ.
      *************************************************************
       0600-RECOVER-ADVANCES SECTION.
           MOVE ZERO   TO WS-ADV-HIGH-SEQ
           MOVE ZERO   TO WS-PI-ADV-OUTSTANDING
           MOVE SPACES TO WS-PI-ADV-POOL-ID
           MOVE ZERO   TO WS-ESC-ADV-OUTSTANDING
           MOVE "N"    TO WS-ADVANCE-EOF-FLAG

           MOVE BR-LOAN-NUMBER TO AV-LOAN-NUMBER
           MOVE ZERO           TO AV-ENTRY-SEQ
           START ADVANCE-LEDGER-FILE
               KEY IS NOT LESS THAN AV-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-START

           PERFORM 0610-LOAD-ONE-ADVANCE
               THRU 0610-LOAD-ONE-ADVANCE-EXIT
               UNTIL END-OF-ADVANCES

           IF WS-PI-ADV-OUTSTANDING > ZERO
               SET AV-TYPE-PI TO TRUE
               MOVE WS-PI-ADV-OUTSTANDING TO WS-RECOVER-AMOUNT
               MOVE WS-PI-ADV-POOL-ID     TO AV-POOL-ID
               MOVE WS-POST-MONTH         TO AV-MONTH
               PERFORM 0620-WRITE-RECOVERY
                   THRU 0620-WRITE-RECOVERY-EXIT
           END-IF

           IF WS-ESC-ADV-OUTSTANDING > ZERO
               AND WS-RECOVER-ESCROW-AVAIL > ZERO
               SET AV-TYPE-ESCROW TO TRUE
               IF WS-RECOVER-ESCROW-AVAIL < WS-ESC-ADV-OUTSTANDING
                   MOVE WS-RECOVER-ESCROW-AVAIL TO WS-RECOVER-AMOUNT
               ELSE
                   MOVE WS-ESC-ADV-OUTSTANDING  TO WS-RECOVER-AMOUNT
               END-IF
               MOVE SPACES TO AV-POOL-ID
               MOVE ZERO   TO AV-MONTH
               PERFORM 0620-WRITE-RECOVERY
                   THRU 0620-WRITE-RECOVERY-EXIT
           END-IF
           .
       0600-RECOVER-ADVANCES-EXIT.
           EXIT.

       0610-LOAD-ONE-ADVANCE SECTION.
           READ ADVANCE-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-READ

           IF NOT END-OF-ADVANCES
               IF AV-LOAN-NUMBER NOT = BR-LOAN-NUMBER
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
               ELSE
                   MOVE AV-ENTRY-SEQ TO WS-ADV-HIGH-SEQ
                   IF AV-TYPE-PI AND AV-MONTH = WS-POST-MONTH
                       IF AV-ENTRY-RECOVERY
                           SUBTRACT AV-AMOUNT
                               FROM WS-PI-ADV-OUTSTANDING
                       ELSE
                           ADD AV-AMOUNT TO WS-PI-ADV-OUTSTANDING
                           MOVE AV-POOL-ID TO WS-PI-ADV-POOL-ID
                       END-IF
                   END-IF
                   IF AV-TYPE-ESCROW
                       IF AV-ENTRY-RECOVERY
                           SUBTRACT AV-AMOUNT
                               FROM WS-ESC-ADV-OUTSTANDING
                       ELSE
                           ADD AV-AMOUNT TO WS-ESC-ADV-OUTSTANDING
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       0610-LOAD-ONE-ADVANCE-EXIT.
           EXIT.

      *************************************************************
      *    ONE RECOVERY ENTRY.  THE CALLER HAS SET THE ADVANCE
      *    TYPE, POOL, MONTH AND AMOUNT.
      *************************************************************
       0620-WRITE-RECOVERY SECTION.
           MOVE BR-LOAN-NUMBER    TO AV-LOAN-NUMBER
           COMPUTE AV-ENTRY-SEQ = WS-ADV-HIGH-SEQ + 1
           MOVE WS-RUN-DATE       TO AV-ENTRY-DATE
           SET AV-ENTRY-RECOVERY  TO TRUE
           MOVE WS-RECOVER-AMOUNT TO AV-AMOUNT
           MOVE ZERO              TO AV-REMIT-PERIOD
           MOVE ZERO              TO AV-PRINC-AMOUNT
           MOVE ZERO              TO AV-INT-AMOUNT
           MOVE ZERO              TO AV-FEE-AMOUNT
           MOVE SPACES            TO AV-PAYEE-CODE
           MOVE WS-RECOVER-REFERENCE TO AV-REFERENCE
           MOVE SPACES            TO AV-OPERATOR-ID
           WRITE SERVICER-ADVANCE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF NOT ADVANCE-WRITE-OK
               DISPLAY "LOANPOST: ADVANCE RECOVERY WRITE FAILED - "
                   BR-LOAN-NUMBER " STATUS " WS-ADVANCE-STATUS
               GO TO 0620-WRITE-RECOVERY-EXIT
           END-IF

           ADD 1 TO WS-ADV-HIGH-SEQ
           ADD 1                 TO WS-ADV-RECOVER-COUNT
           ADD WS-RECOVER-AMOUNT TO WS-ADV-RECOVER-AMT

           MOVE BR-LOAN-NUMBER    TO POS-LOAN-NUMBER
           MOVE AV-MONTH          TO POS-MONTH
           MOVE WS-RECOVER-AMOUNT TO POS-AMOUNT
           MOVE ZERO              TO POS-PRINCIPAL
           MOVE ZERO              TO POS-INTEREST
           MOVE ZERO              TO POS-ESCROW
           MOVE ZERO              TO POS-FEES
           IF AV-TYPE-PI
               MOVE "ADV P&I"     TO POS-SOURCE
           ELSE
               MOVE "ADV ESCROW"  TO POS-SOURCE
           END-IF
           WRITE POSTING-RPT-RECORD FROM POSTING-DETAIL-LINE
           .
       0620-WRITE-RECOVERY-EXIT.
           EXIT.

      *************************************************************
      *    BEFORE-IMAGE JOURNAL FOR LOANRBCK.  A CHANGED MASTER
      *    RECORD IS JOURNALED AS IT STOOD BEFORE THE REWRITE, AND
      *    WHAT IS ABOUT TO BE WRITTEN BECOMES THE BEFORE-IMAGE FOR
      *    ANY LATER REWRITE OF THE SAME LOAN.
      *************************************************************
       0700-SAVE-MASTER-IMAGE SECTION.
           MOVE LENGTH OF LOAN-MASTER-RECORD TO WS-MASTER-IMAGE-LENGTH
           MOVE LOAN-MASTER-RECORD TO WS-MASTER-BEFORE-IMAGE
           .
       0700-SAVE-MASTER-IMAGE-EXIT.
           EXIT.

       0710-JOURNAL-MASTER-CHANGE SECTION.
           SET JA-LOAN-MASTER TO TRUE
           SET JA-CHANGED TO TRUE
           MOVE WS-MASTER-IMAGE-LENGTH TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA WS-MASTER-BEFORE-IMAGE

           PERFORM 0700-SAVE-MASTER-IMAGE
               THRU 0700-SAVE-MASTER-IMAGE-EXIT
           .
       0710-JOURNAL-MASTER-CHANGE-EXIT.
           EXIT.

      *************************************************************
      *    AN ADDED RECORD IS JOURNALED ONLY ONCE IT IS SAFELY
      *    WRITTEN -- ROLLBACK TAKES IT BACK OUT BY ITS KEY, AND
      *    MUST NEVER TAKE OUT A RECORD THAT WAS ALREADY THERE.
      *************************************************************
       0720-JOURNAL-HISTORY-ADD SECTION.
           SET JA-PAYMENT-HISTORY TO TRUE
           SET JA-ADDED TO TRUE
           MOVE LENGTH OF PAYMENT-HISTORY-RECORD TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA PAYMENT-HISTORY-RECORD
           .
       0720-JOURNAL-HISTORY-ADD-EXIT.
           EXIT.

       0730-JOURNAL-LEDGER-ADD SECTION.
           SET JA-ESCROW-LEDGER TO TRUE
           SET JA-ADDED TO TRUE
           MOVE LENGTH OF ESCROW-LEDGER-RECORD TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA ESCROW-LEDGER-RECORD
           .
       0730-JOURNAL-LEDGER-ADD-EXIT.
           EXIT.

      *************************************************************
      *    WRITE THE REGISTER CONTROL TOTALS AND CLOSE FILES.  THE
      *    POSTED AND SUSPENSE TOTALS TOGETHER TIE BACK TO THE
           MOVE WS-UNAPPLIED-USED-AMT   TO PTL-AMOUNT
           WRITE POSTING-RPT-RECORD FROM POSTING-TOTAL-LINE

           MOVE "HELD AT IO LEVEL:"     TO PTL-LABEL
           MOVE WS-IO-LEVEL-COUNT       TO PTL-COUNT
           MOVE WS-IO-LEVEL-AMT         TO PTL-AMOUNT
           WRITE POSTING-RPT-RECORD FROM POSTING-TOTAL-LINE

           MOVE "LATE FEES COLLECTED:"  TO PTL-LABEL
           MOVE WS-FEES-COLLECT-COUNT   TO PTL-COUNT
           MOVE WS-FEES-COLLECT-AMT     TO PTL-AMOUNT
           MOVE WS-RECOVERY-AMOUNT      TO PTL-AMOUNT
           WRITE POSTING-RPT-RECORD FROM POSTING-TOTAL-LINE

           MOVE "ADVANCES RECOVERED:"   TO PTL-LABEL
           MOVE WS-ADV-RECOVER-COUNT    TO PTL-COUNT
           MOVE WS-ADV-RECOVER-AMT      TO PTL-AMOUNT
           WRITE POSTING-RPT-RECORD FROM POSTING-TOTAL-LINE

           MOVE "BUYDOWN SUBSIDY DRAWN:" TO PTL-LABEL
           MOVE WS-SUBSIDY-COUNT         TO PTL-COUNT
           MOVE WS-SUBSIDY-TOTAL         TO PTL-AMOUNT
           CLOSE REPAYMENT-PLAN-FILE
           CLOSE CHARGE-OFF-FILE
           CLOSE BUYDOWN-SUBSIDY-FILE
           CLOSE ADVANCE-LEDGER-FILE
           CLOSE SUSPENSE-FILE
           CLOSE POSTING-RPT-FILE
           CLOSE TOUCHED-LOAN-FILE
