               THE BORROWER, AND CUTS A PAID-IN-FULL LETTER.  A
               SHORT WIRE POSTS NOTHING AND GOES ON THE EXCEPTION
               REPORT WITH THE SHORTFALL, FOR THE PAYOFF DESK TO
               CHASE.  THE ESCROW REFUND AND ANY BUYDOWN SUBSIDY
               REFUND ARE QUEUED ON THE PAYABLES FILE FOR THE
               CHECK RUN.  ANY ORIGINATION FEE STILL DEFERRED ON
               A LOAN PAID OFF IS ACCELERATED INTO FEE INCOME ON
               THE GL JOURNAL FILE.  EVERY PAYOFF ALSO OPENS THE
               LIEN RELEASE OWED ON THE PROPERTY (LOANLRLS), DUE
               WITHIN THE DAYS THE PROPERTY STATE'S STATUTE ALLOWS
               PER THE LIENDAYS TABLE.  A LOAN UNDER A SANCTIONS
               HOLD (LOANOFHD) IS STILL PAID OFF, BUT NO REFUND IS
               QUEUED OR LETTERED: THE ESCROW BALANCE AND ANY
               BUYDOWN BALANCE STAY WHERE THEY ARE, BLOCKED, AND
               THE REPORT TOTALS WHAT WAS HELD BACK.  EVERY CHANGE TO
               LOANMSTR, LOANPMTH AND ESCRLEDG IS JOURNALED THROUGH
               LOANJRNL, SO A RUN THAT DIES PARTWAY CAN BE ROLLED BACK
               BY LOANRBCK AND RERUN.  A BUYDOWN BALANCE WITH NO
               DEPOSITOR ON FILE TO DRAW THE CHECK TO IS HELD THE SAME
               WAY AND REPORTED, UNTIL ONE IS FILED THROUGH LOANBUYE.

       ENVIRONMENT DIVISION.

           SELECT PAYOFF-RMIT-FILE ASSIGN TO "PAYFRMIT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RELEASE-DAYS-FILE
                                    ASSIGN TO "LIENDAYS"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS BD-LOAN-NUMBER
                                    FILE STATUS IS WS-SUBSIDY-STATUS.

           SELECT OPTIONAL COLLATERAL-MASTER-FILE
                                    ASSIGN TO "COLLMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS CL-LOAN-NUMBER
                                    FILE STATUS IS WS-COLLAT-STATUS.

           SELECT OPTIONAL LIEN-RELEASE-FILE
                                    ASSIGN TO "LOANLRLS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LR-LOAN-NUMBER
                                    FILE STATUS IS WS-RELEASE-STATUS.

           SELECT OPTIONAL PAYABLES-FILE
                                    ASSIGN TO "DISBPAYB"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-FILE  ASSIGN TO "GLJRNL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-FILE      ASSIGN TO "LOANPIFL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       FD  PAYOFF-RMIT-FILE.
       COPY BANKRMIT.

      *    ONE STATE'S STATUTORY DEADLINE FOR RELEASING THE LIEN,
      *    IN CALENDAR DAYS FROM PAYOFF.
       FD  RELEASE-DAYS-FILE.
       01  RELEASE-DAYS-RECORD.
           03 RD-STATE               PIC X(02).
           03 RD-DEADLINE-DAYS       PIC 9(3).

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  BUYDOWN-SUBSIDY-FILE.
       COPY BUYDSUBS.

       FD  COLLATERAL-MASTER-FILE.
       COPY COLLMSTR.

       FD  LIEN-RELEASE-FILE.
       COPY LIENREL.

       FD  PAYABLES-FILE.
       COPY DISBPAYB.

       FD  GL-JOURNAL-FILE.
       COPY GLJRNREC.

       FD  LETTER-FILE.
       01  LETTER-RECORD             PIC X(80).

      *    FROM, SO THE REFUND ENTRY NEVER COLLIDES WITH A POSTED
      *    COLLECTION'S SEQUENCE.
       77  DISBURSE-SEQ-FLOOR        PIC 9(6) VALUE 500001.
       77  STATE-TABLE-MAX           PIC S9(4) COMP VALUE 60.
      *    DEADLINE FOR A STATE NOT ON THE LIENDAYS TABLE -- THE
      *    SHORTEST COMMON STATUTORY PERIOD, SO AN UNLISTED STATE
      *    IS NEVER WORKED LATER THAN ITS LAW COULD ALLOW.
       77  DEFAULT-RELEASE-DAYS      PIC 9(3) VALUE 30.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-RMIT-FILE     VALUE "Y".
       01  WS-LEDGER-EOF-FLAG        PIC X  VALUE "N".
           88  END-OF-LEDGER        VALUE "Y".

       01  WS-DAYS-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-DAYS-FILE     VALUE "Y".

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".
       01  WS-HISTORY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-QUOTE-STATUS           PIC X(02) VALUE SPACES.
           88  QUOTE-READ-OK         VALUE "00".
       01  WS-LEDGER-STATUS          PIC X(02) VALUE SPACES.
           88  LEDGER-WRITE-OK       VALUE "00".
       01  WS-SUBSIDY-STATUS         PIC X(02) VALUE SPACES.
           88  SUBSIDY-READ-OK       VALUE "00".
       01  WS-COLLAT-STATUS          PIC X(02) VALUE SPACES.
           88  COLLAT-READ-OK        VALUE "00".
       01  WS-RELEASE-STATUS         PIC X(02) VALUE SPACES.
           88  RELEASE-WRITE-OK      VALUE "00".

      *    THE STATE RELEASE DEADLINES, LOADED UP FRONT.
       01  WS-STATE-TABLE.
           03 WS-STATE-COUNT         PIC S9(4) COMP VALUE ZERO.
           03 WS-STATE-ENTRY OCCURS 60 TIMES.
              05 WS-ST-STATE         PIC X(02).
              05 WS-ST-DAYS          PIC 9(3).

       01  IDX                       PIC S9(4) COMP.

       01  WS-RELEASE-COUNT          PIC S9(8) COMP VALUE ZERO.

       01  WS-SUBSIDY-REFUND         PIC S9(8)V99 COMP-3.
       01  WS-SUBSIDY-REFUND-TOTAL   PIC S9(10)V99 COMP-3 VALUE ZERO.

      *    THE MASTER RECORD AS LAST READ OR REWRITTEN -- THE
      *    BEFORE-IMAGE JOURNALED WHEN THE RECORD IS NEXT REWRITTEN.
       01  WS-MASTER-IMAGE-LENGTH    PIC 9(5).
       01  WS-MASTER-BEFORE-IMAGE    PIC X(60000).

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-RECEIPT-DATE           PIC 9(8).
       01  WS-EXCEPTION-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-POSTED-AMOUNT          PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-REFUND-TOTAL           PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-HELD-REFUND-COUNT      PIC S9(8) COMP VALUE ZERO.
       01  WS-HELD-REFUND-TOTAL      PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-REFUND-HELD-FLAG       PIC X  VALUE "N".
           88  REFUND-HELD           VALUE "Y".
      *    A SUBSIDY REFUND WITH NO DEPOSITOR ON FILE TO DRAW THE
      *    CHECK TO -- HELD ON THE SUBSIDY ACCOUNT UNTIL ONE IS.
       01  WS-NO-PAYEE-FLAG          PIC X  VALUE "N".
           88  SUBSIDY-NO-PAYEE      VALUE "Y".
       01  WS-NO-PAYEE-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-NO-PAYEE-TOTAL         PIC S9(10)V99 COMP-3 VALUE ZERO.

       COPY HOLDAREA.

       COPY CALNAREA.

       01  PAYOFF-HEADING-1.
           03 FILLER                 PIC X(20)

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANPAYX"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

           OPEN INPUT  PAYOFF-RMIT-FILE
           OPEN I-O    LOAN-MASTER-FILE
           OPEN INPUT  QUOTE-MASTER-FILE
           OPEN I-O    ESCROW-LEDGER-FILE
           OPEN I-O    BUYDOWN-SUBSIDY-FILE
           OPEN INPUT  COLLATERAL-MASTER-FILE
           OPEN I-O    LIEN-RELEASE-FILE
           OPEN EXTEND PAYABLES-FILE
           OPEN EXTEND GL-JOURNAL-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT PAYOFF-RPT-FILE

           WRITE PAYOFF-RPT-RECORD FROM PAYOFF-HEADING-1
           WRITE PAYOFF-RPT-RECORD FROM PAYOFF-HEADING-2

           OPEN INPUT  RELEASE-DAYS-FILE
           PERFORM 0110-LOAD-ONE-STATE
               THRU 0110-LOAD-ONE-STATE-EXIT
               UNTIL END-OF-DAYS-FILE
           CLOSE RELEASE-DAYS-FILE

           PERFORM 0210-READ-RMIT-FILE
               THRU 0210-READ-RMIT-FILE-EXIT
           .
       0100-INITIALIZE-EXIT.
           EXIT.

       0110-LOAD-ONE-STATE SECTION.
           READ RELEASE-DAYS-FILE
               AT END
                   MOVE "Y" TO WS-DAYS-EOF-FLAG
           END-READ

           IF NOT END-OF-DAYS-FILE
               IF WS-STATE-COUNT < STATE-TABLE-MAX
                   ADD 1 TO WS-STATE-COUNT
                   MOVE RD-STATE         TO WS-ST-STATE(WS-STATE-COUNT)
                   MOVE RD-DEADLINE-DAYS TO WS-ST-DAYS(WS-STATE-COUNT)
               ELSE
                   DISPLAY "RELEASE DEADLINE TABLE FULL - " RD-STATE
                       " NOT LOADED"
               END-IF
           END-IF
           .
       0110-LOAD-ONE-STATE-EXIT.
           EXIT.

       0210-READ-RMIT-FILE SECTION.
           READ PAYOFF-RMIT-FILE
               AT END
                   THRU 0600-WRITE-EXCEPTION-EXIT
               GO TO 0200-EXECUTE-NEXT
           END-IF
           PERFORM 0870-SAVE-MASTER-IMAGE
               THRU 0870-SAVE-MASTER-IMAGE-EXIT
           IF LM-STATUS-PAID-OFF
               MOVE "LOAN ALREADY PAID OFF" TO PXD-DISPOSITION
               MOVE PQ-TOTAL-PAYOFF TO WS-REQUIRED-AMOUNT
                   THRU 0600-WRITE-EXCEPTION-EXIT
               GO TO 0300-POST-THE-PAYOFF-EXIT
           END-IF
           PERFORM 0890-JOURNAL-HISTORY-ADD
               THRU 0890-JOURNAL-HISTORY-ADD-EXIT

      *        THE WIRE COVERED THE QUOTED LATE-FEE BALANCE, SO IT
      *        COMES OFF THE LOAN WITH THE PAYOFF.
           MOVE "PO" TO LM-STATUS
           MOVE ZERO TO LM-LATE-FEE-BALANCE
           PERFORM 0800-ACCELERATE-DEFERRED-FEE
               THRU 0800-ACCELERATE-DEFERRED-FEE-EXIT
           PERFORM 0880-JOURNAL-MASTER-CHANGE
               THRU 0880-JOURNAL-MASTER-CHANGE-EXIT
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

      *        A LOAN UNDER SANCTIONS HOLD PAYS OUT NO REFUND.
           MOVE "N"            TO WS-REFUND-HELD-FLAG
           MOVE BR-LOAN-NUMBER TO HA-LOAN-NUMBER
           CALL "LOANOFHD" USING HOLD-CHECK-AREA

           PERFORM 0500-CLOSE-OUT-ESCROW
               THRU 0500-CLOSE-OUT-ESCROW-EXIT

           PERFORM 0560-REFUND-THE-SUBSIDY
               THRU 0560-REFUND-THE-SUBSIDY-EXIT

           PERFORM 0850-OPEN-LIEN-RELEASE
               THRU 0850-OPEN-LIEN-RELEASE-EXIT

           ADD 1         TO WS-POSTED-COUNT
           ADD BR-AMOUNT TO WS-POSTED-AMOUNT

           MOVE BR-LOAN-NUMBER      TO PXD-LOAN-NUMBER
           MOVE BR-AMOUNT           TO PXD-AMOUNT
           MOVE WS-REQUIRED-AMOUNT  TO PXD-REQUIRED
           IF REFUND-HELD
               ADD 1 TO WS-HELD-REFUND-COUNT
               MOVE "PAID IN FULL - REFUND HELD (SANCTIONS)"
                   TO PXD-DISPOSITION
           ELSE
               IF SUBSIDY-NO-PAYEE
                   MOVE "PAID IN FULL - SUBSIDY HELD (NO PAYEE)"
                       TO PXD-DISPOSITION
               ELSE
                   MOVE "PAID IN FULL"  TO PXD-DISPOSITION
               END-IF
           END-IF
           WRITE PAYOFF-RPT-RECORD FROM PAYOFF-DETAIL-LINE

           PERFORM 0700-WRITE-LETTER
      *    DISBURSEMENTS.  A POSITIVE BALANCE AT PAYOFF IS THE
      *    BORROWER'S MONEY -- A REFUND DISBURSEMENT IS WRITTEN SO
      *    THE LEDGER DRAINS TO ZERO AND THE REFUND SHOWS ON THE
      *    LETTER, AND THE REFUND IS QUEUED FOR THE BORROWER'S
      *    CHECK.  UNDER SANCTIONS HOLD THE BALANCE IS LEFT ON THE
      *    LEDGER, BLOCKED, AND NEITHER QUEUED NOR LETTERED.
      *************************************************************
       0500-CLOSE-OUT-ESCROW SECTION.
           MOVE ZERO TO WS-ESCROW-BALANCE
               THRU 0510-SUM-ONE-LEDGER-ENTRY-EXIT
               UNTIL END-OF-LEDGER

           IF WS-ESCROW-BALANCE > ZERO
               AND HA-ON-HOLD
               MOVE "Y" TO WS-REFUND-HELD-FLAG
               ADD WS-ESCROW-BALANCE TO WS-HELD-REFUND-TOTAL
               MOVE ZERO TO WS-ESCROW-BALANCE
               GO TO 0500-CLOSE-OUT-ESCROW-EXIT
           END-IF

           IF WS-ESCROW-BALANCE > ZERO
               MOVE BR-LOAN-NUMBER TO EL-LOAN-NUMBER
               IF WS-EL-HIGH-SEQ < DISBURSE-SEQ-FLOOR
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF LEDGER-WRITE-OK
                   PERFORM 0895-JOURNAL-LEDGER-ADD
                       THRU 0895-JOURNAL-LEDGER-ADD-EXIT
               END-IF
               ADD WS-ESCROW-BALANCE TO WS-REFUND-TOTAL

               MOVE BR-LOAN-NUMBER    TO DP-LOAN-NUMBER
               SET DP-TYPE-PAYOFF-REFUND TO TRUE
               MOVE WS-RUN-DATE       TO DP-PAYABLE-DATE
               MOVE "REFUND"          TO DP-PAYEE-CODE
               MOVE LM-BORROWER-NAME  TO DP-PAYEE-NAME
               MOVE WS-ESCROW-BALANCE TO DP-AMOUNT
               MOVE EL-ENTRY-SEQ      TO DP-LEDGER-SEQ
               WRITE DISBURSE-PAYABLE-RECORD
           END-IF
           .
       0500-CLOSE-OUT-ESCROW-EXIT.
               IF EL-LOAN-NUMBER NOT = BR-LOAN-NUMBER
                   MOVE "Y" TO WS-LEDGER-EOF-FLAG
               ELSE
                   IF EL-TYPE-DISBURSE
                       SUBTRACT EL-AMOUNT FROM WS-ESCROW-BALANCE
                   ELSE
                       ADD EL-AMOUNT TO WS-ESCROW-BALANCE
                   END-IF
                   IF EL-ENTRY-SEQ > WS-EL-HIGH-SEQ
                       MOVE EL-ENTRY-SEQ TO WS-EL-HIGH-SEQ
      *************************************************************
      *    AN UNDRAWN BUYDOWN BALANCE AT PAYOFF GOES BACK TO THE
      *    DEPOSITOR -- THE SUBSIDY ACCOUNT IS ZEROED SO THE
      *    ACTIVITY REPORT SHOWS IT CLOSED, AND THE REFUND IS
      *    QUEUED FOR A CHECK DRAWN TO THE DEPOSITOR -- UNLESS THE
      *    LOAN IS UNDER SANCTIONS HOLD, OR NO DEPOSITOR IS ON FILE
      *    TO DRAW THE CHECK TO, WHEN THE BALANCE STAYS.  AN
      *    UNNAMED DEPOSITOR IS FILED THROUGH LOANBUYE AND THE
      *    REFUND CUT BY HAND.
      *************************************************************
       0560-REFUND-THE-SUBSIDY SECTION.
           MOVE ZERO TO WS-SUBSIDY-REFUND
           MOVE "N"  TO WS-NO-PAYEE-FLAG

           MOVE BR-LOAN-NUMBER TO BD-LOAN-NUMBER
           READ BUYDOWN-SUBSIDY-FILE
                   CONTINUE
           END-READ

           IF SUBSIDY-READ-OK
               AND BD-REMAINING-BALANCE > ZERO
               AND HA-ON-HOLD
               MOVE "Y" TO WS-REFUND-HELD-FLAG
               ADD BD-REMAINING-BALANCE TO WS-HELD-REFUND-TOTAL
               GO TO 0560-REFUND-THE-SUBSIDY-EXIT
           END-IF

           IF SUBSIDY-READ-OK
               AND BD-REMAINING-BALANCE > ZERO
               AND BD-DEPOSITOR-NAME = SPACES
               MOVE "Y" TO WS-NO-PAYEE-FLAG
               ADD 1 TO WS-NO-PAYEE-COUNT
               ADD BD-REMAINING-BALANCE TO WS-NO-PAYEE-TOTAL
               GO TO 0560-REFUND-THE-SUBSIDY-EXIT
           END-IF

           IF SUBSIDY-READ-OK
               AND BD-REMAINING-BALANCE > ZERO
               MOVE BD-REMAINING-BALANCE TO WS-SUBSIDY-REFUND
                   INVALID KEY
                       CONTINUE
               END-REWRITE

               MOVE BR-LOAN-NUMBER    TO DP-LOAN-NUMBER
               SET DP-TYPE-SUBSIDY-REFUND TO TRUE
               MOVE WS-RUN-DATE       TO DP-PAYABLE-DATE
               MOVE "BUYDWN"          TO DP-PAYEE-CODE
               MOVE BD-DEPOSITOR-NAME TO DP-PAYEE-NAME
               MOVE WS-SUBSIDY-REFUND TO DP-AMOUNT
               MOVE ZERO              TO DP-LEDGER-SEQ
               WRITE DISBURSE-PAYABLE-RECORD
           END-IF
           .
       0560-REFUND-THE-SUBSIDY-EXIT.
       0700-WRITE-LETTER-EXIT.
           EXIT.

      *************************************************************
      *    THE LOAN IS LEAVING THE BOOKS, SO WHATEVER ORIGINATION
      *    FEE IS STILL DEFERRED IS EARNED NOW: THE WHOLE REMAINING
      *    BALANCE GOES TO FEE INCOME IN ONE ENTRY, AND THE MASTER
      *    RECORDS THE ACCELERATION FOR LOANDFEE'S ROLLFORWARD.
      *    THE CALLER REWRITES THE MASTER.
      *************************************************************
       0800-ACCELERATE-DEFERRED-FEE SECTION.
           IF LM-DEFERRED-FEE = ZERO
               GO TO 0800-ACCELERATE-DEFERRED-FEE-EXIT
           END-IF

           MOVE WS-RUN-DATE    TO GJ-JOURNAL-DATE
           MOVE "LOANPAYX"     TO GJ-SOURCE-PROGRAM
           MOVE LM-LOAN-NUMBER TO GJ-REFERENCE

           MOVE "DEFFEE"            TO GJ-ACCOUNT-CODE
           MOVE LM-DEFERRED-FEE     TO GJ-DEBIT-AMOUNT
           MOVE ZERO                TO GJ-CREDIT-AMOUNT
           WRITE GL-JOURNAL-RECORD

           MOVE "ORIGINC"           TO GJ-ACCOUNT-CODE
           MOVE ZERO                TO GJ-DEBIT-AMOUNT
           MOVE LM-DEFERRED-FEE     TO GJ-CREDIT-AMOUNT
           WRITE GL-JOURNAL-RECORD

           MOVE WS-RUN-DATE     TO LM-FEE-ACCEL-DATE
           MOVE LM-DEFERRED-FEE TO LM-FEE-ACCEL-AMOUNT
           MOVE ZERO            TO LM-DEFERRED-FEE
           .
       0800-ACCELERATE-DEFERRED-FEE-EXIT.
           EXIT.

      *************************************************************
      *    THE PAYOFF STARTS THE CLOCK ON RELEASING THE LIEN.  THE
      *    RELEASE IS OPENED AGAINST THE PROPERTY'S STATE AND
      *    COUNTY AS THE COLLATERAL MASTER HAS THEM, DUE THE
      *    STATE'S STATUTORY NUMBER OF CALENDAR DAYS AFTER THE DAY
      *    THE PAYOFF POSTED.  A LOAN WITH NO COLLATERAL RECORD
      *    STILL GETS ITS RELEASE -- BLANK STATE, DEFAULT DEADLINE
      *    -- SO THE AGING REPORT SHOWS IT FOR SOMEONE TO RESEARCH.
      *************************************************************
       0850-OPEN-LIEN-RELEASE SECTION.
           MOVE BR-LOAN-NUMBER TO CL-LOAN-NUMBER
           READ COLLATERAL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT COLLAT-READ-OK
               MOVE SPACES TO CL-PROPERTY-STATE
               MOVE SPACES TO CL-PROPERTY-COUNTY
           END-IF

           PERFORM 0860-CHECK-STATE-ENTRY
               THRU 0860-CHECK-STATE-ENTRY-EXIT
               VARYING IDX FROM 1 BY 1
               UNTIL IDX > WS-STATE-COUNT
               OR WS-ST-STATE(IDX) = CL-PROPERTY-STATE

           MOVE BR-LOAN-NUMBER     TO LR-LOAN-NUMBER
           MOVE WS-RUN-DATE        TO LR-PAYOFF-DATE
           MOVE CL-PROPERTY-STATE  TO LR-PROPERTY-STATE
           MOVE CL-PROPERTY-COUNTY TO LR-PROPERTY-COUNTY
           IF IDX > WS-STATE-COUNT
               MOVE DEFAULT-RELEASE-DAYS TO LR-DEADLINE-DAYS
           ELSE
               MOVE WS-ST-DAYS(IDX)      TO LR-DEADLINE-DAYS
           END-IF

           MOVE WS-RUN-DATE      TO CA-INPUT-DATE
           MOVE LR-DEADLINE-DAYS TO CA-DAY-COUNT
           SET CA-ADD-CALENDAR-DAYS TO TRUE
           CALL "LOANCALN" USING CALENDAR-AREA
           MOVE CA-RESULT-DATE   TO LR-DUE-DATE

           MOVE ZERO   TO LR-SENT-DATE
           MOVE ZERO   TO LR-CONFIRMED-DATE
           MOVE SPACES TO LR-RECORDING-REF
           SET LR-AWAITING-SEND TO TRUE

           WRITE LIEN-RELEASE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF RELEASE-WRITE-OK
               ADD 1 TO WS-RELEASE-COUNT
           ELSE
               DISPLAY "LIEN RELEASE NOT OPENED " BR-LOAN-NUMBER
                   " STATUS " WS-RELEASE-STATUS
           END-IF
           .
       0850-OPEN-LIEN-RELEASE-EXIT.
           EXIT.

       0860-CHECK-STATE-ENTRY SECTION.
           CONTINUE
           .
       0860-CHECK-STATE-ENTRY-EXIT.
           EXIT.

      *************************************************************
      *    BEFORE-IMAGE JOURNAL FOR LOANRBCK.  A CHANGED MASTER
      *    RECORD IS JOURNALED AS IT STOOD BEFORE THE REWRITE, AND
      *    WHAT IS ABOUT TO BE WRITTEN BECOMES THE BEFORE-IMAGE FOR
      *    ANY LATER REWRITE OF THE SAME LOAN.
      *************************************************************
       0870-SAVE-MASTER-IMAGE SECTION.
           MOVE LENGTH OF LOAN-MASTER-RECORD TO WS-MASTER-IMAGE-LENGTH
           MOVE LOAN-MASTER-RECORD TO WS-MASTER-BEFORE-IMAGE
           .
       0870-SAVE-MASTER-IMAGE-EXIT.
           EXIT.

       0880-JOURNAL-MASTER-CHANGE SECTION.
           SET JA-LOAN-MASTER TO TRUE
           SET JA-CHANGED TO TRUE
           MOVE WS-MASTER-IMAGE-LENGTH TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA WS-MASTER-BEFORE-IMAGE

           PERFORM 0870-SAVE-MASTER-IMAGE
               THRU 0870-SAVE-MASTER-IMAGE-EXIT
           .
       0880-JOURNAL-MASTER-CHANGE-EXIT.
           EXIT.

      *************************************************************
      *    AN ADDED RECORD IS JOURNALED ONLY ONCE IT IS SAFELY
      *    WRITTEN -- ROLLBACK TAKES IT BACK OUT BY ITS KEY, AND
      *    MUST NEVER TAKE OUT A RECORD THAT WAS ALREADY THERE.
      *************************************************************
       0890-JOURNAL-HISTORY-ADD SECTION.
           SET JA-PAYMENT-HISTORY TO TRUE
           SET JA-ADDED TO TRUE
           MOVE LENGTH OF PAYMENT-HISTORY-RECORD TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA PAYMENT-HISTORY-RECORD
           .
       0890-JOURNAL-HISTORY-ADD-EXIT.
           EXIT.

       0895-JOURNAL-LEDGER-ADD SECTION.
           SET JA-ESCROW-LEDGER TO TRUE
           SET JA-ADDED TO TRUE
           MOVE LENGTH OF ESCROW-LEDGER-RECORD TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA ESCROW-LEDGER-RECORD
           .
       0895-JOURNAL-LEDGER-ADD-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO PAYOFF-RPT-RECORD
           WRITE PAYOFF-RPT-RECORD
           MOVE WS-SUBSIDY-REFUND-TOTAL TO PXT-AMOUNT
           WRITE PAYOFF-RPT-RECORD FROM PAYOFF-TOTAL-LINE

           MOVE "SANCTIONS-HELD REFUNDS:" TO PXT-LABEL
           MOVE WS-HELD-REFUND-COUNT   TO PXT-COUNT
           MOVE WS-HELD-REFUND-TOTAL   TO PXT-AMOUNT
           WRITE PAYOFF-RPT-RECORD FROM PAYOFF-TOTAL-LINE

           MOVE "NO-PAYEE SUBSIDY HELD:" TO PXT-LABEL
           MOVE WS-NO-PAYEE-COUNT      TO PXT-COUNT
           MOVE WS-NO-PAYEE-TOTAL      TO PXT-AMOUNT
           WRITE PAYOFF-RPT-RECORD FROM PAYOFF-TOTAL-LINE

           MOVE "LIEN RELEASES OPENED:" TO PXT-LABEL
           MOVE WS-RELEASE-COUNT       TO PXT-COUNT
           MOVE ZERO                   TO PXT-AMOUNT
           WRITE PAYOFF-RPT-RECORD FROM PAYOFF-TOTAL-LINE

           CLOSE PAYOFF-RMIT-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE QUOTE-MASTER-FILE
           CLOSE ESCROW-LEDGER-FILE
           CLOSE BUYDOWN-SUBSIDY-FILE
           CLOSE COLLATERAL-MASTER-FILE
           CLOSE LIEN-RELEASE-FILE
           CLOSE PAYABLES-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE LETTER-FILE
           CLOSE PAYOFF-RPT-FILE
           .
