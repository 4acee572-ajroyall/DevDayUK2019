       PROGRAM-ID. LOANGLJR.
       REMARKS. NIGHTLY GL CASH JOURNAL.  GIVEN THE BUSINESS DAY
               (YYYYMMDD), SWEEPS THE DAY'S POSTED PAYMENT HISTORY
               AND ESCROW-LEDGER DISBURSEMENTS (WITH FORCE-PLACED
               PREMIUM REFUNDS AND ESCROW INTEREST CREDITS) AND
               PRODUCES THE
               BALANCED DOUBLE-ENTRY JOURNAL THE LEDGER LOADS:
               CASH AGAINST LOAN PRINCIPAL, INTEREST INCOME,
               ESCROW LIABILITY, FEE INCOME, RECOVERY INCOME AND
               THE UNAPPLIED-FUNDS LIABILITY -- WITH COLLECTIONS ON
               POOLED LOANS CREDITED TO THE INVESTOR PAYABLE
               INSTEAD OF OUR OWN PRINCIPAL AND INTEREST.
               REVERSALS RUN THE SAME LEGS BACKWARDS.  THE DAY'S
               SERVICER ADVANCES AND RECOVERIES MOVE THE ADVANCE
               RECEIVABLES -- P&I, ESCROW AND CORPORATE -- AGAINST
               THE INVESTOR PAYABLE, THE ESCROW LIABILITY AND CASH
               RESPECTIVELY.  ONE SUMMARIZED LINE PER ACCOUNT GOES
               TO THE SHARED GLJRNL FILE, AND THE PROOF REPORT
               SHOWS EVERY ACCOUNT, PROVES DEBITS EQUAL CREDITS,
               AND CARRIES THE CASH FIGURE THAT MUST TIE TO THE
               POSTING RUN'S CONTROL TOTALS FOR THE SAME DAY.

       ENVIRONMENT DIVISION.

                                    RECORD KEY IS EL-LEDGER-KEY
                                    FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL ADVANCE-LEDGER-FILE
                                    ASSIGN TO "ADVNLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS AV-LEDGER-KEY
                                    FILE STATUS IS WS-ADVANCE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  ADVANCE-LEDGER-FILE.
       COPY ADVNLEDG.

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       01  WS-LEDGER-EOF-FLAG        PIC X  VALUE "N".
           88  END-OF-LEDGER-FILE   VALUE "Y".

       01  WS-ADVANCE-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-ADVANCE-FILE  VALUE "Y".

       01  WS-HISTORY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-LEDGER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ADVANCE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".

               THRU 0400-JOURNAL-ONE-DISBURSEMENT-EXIT
               UNTIL END-OF-LEDGER-FILE

           PERFORM 0500-JOURNAL-ONE-ADVANCE
               THRU 0500-JOURNAL-ONE-ADVANCE-EXIT
               UNTIL END-OF-ADVANCE-FILE

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

       0100-INITIALIZE SECTION.
           OPEN INPUT  PAYMENT-HISTORY-FILE
           OPEN INPUT  ESCROW-LEDGER-FILE
           OPEN INPUT  ADVANCE-LEDGER-FILE
           OPEN INPUT  LOAN-MASTER-FILE
           OPEN EXTEND GL-JOURNAL-FILE
           OPEN OUTPUT PROOF-RPT-FILE
               THRU 0210-READ-HISTORY-FILE-EXIT
           PERFORM 0410-READ-LEDGER-FILE
               THRU 0410-READ-LEDGER-FILE-EXIT
           PERFORM 0510-READ-ADVANCE-FILE
               THRU 0510-READ-ADVANCE-FILE-EXIT
           .
       0100-INITIALIZE-EXIT.
           EXIT.
      *    DRAWS DOWN THE UNAPPLIED LIABILITY THE ORIGINAL
      *    RECEIPT'S RESIDUE BUILT UP.  BOARDING BACK-FILL RECORDS
      *    ARE AN ACQUIRED LOAN'S OPENING POSITION, NOT CASH, AND
      *    ARE NOT JOURNALIZED AT ALL; NEITHER ARE THE ARREARS A
      *    LOAN MODIFICATION CAPITALIZED, WHICH MOVED NO MONEY.
      *************************************************************
       0200-JOURNAL-ONE-PAYMENT SECTION.
           IF PH-POSTING-DATE NOT = WS-JOURNAL-DATE
               GO TO 0200-JOURNAL-NEXT
           END-IF

           IF PH-SOURCE = "BOARDING" OR "MODCAP"
               GO TO 0200-JOURNAL-NEXT
           END-IF

      *    ESCROW LIABILITY THROUGH CASH.  COLLECTIONS WERE
      *    ALREADY JOURNALIZED OFF THE PAYMENT SPLIT AND ARE NOT
      *    COUNTED AGAIN HERE -- AND NEITHER IS THE "NSFRTN"
      *    BACKOUT OF A BOUNCED COLLECTION OR THE "MISAPP" BACKOUT
      *    OF ONE POSTED TO THE WRONG LOAN, WHOSE CASH AND ESCROW
      *    LEGS THE PAYMENT REVERSAL ABOVE ALREADY CARRIES.  THE
      *    ONE COLLECTION THAT DID NOT COME THROUGH A PAYMENT IS A
      *    FORCE-PLACED PREMIUM REFUNDED BY THE CARRIER ("FORCEP"),
      *    WHICH RUNS THE SAME LEGS BACKWARDS.  STATE ESCROW
      *    INTEREST CREDITED TO THE BORROWER ("I") IS OUR EXPENSE,
      *    ADDED TO THE ESCROW LIABILITY WITHOUT CASH MOVING.
      *************************************************************
       0400-JOURNAL-ONE-DISBURSEMENT SECTION.
           IF EL-ENTRY-DATE = WS-JOURNAL-DATE
               AND EL-TYPE-DISBURSE
               AND EL-PAYEE-CODE NOT = "NSFRTN"
               AND EL-PAYEE-CODE NOT = "MISAPP"
               ADD 1 TO WS-RECORD-COUNT
               MOVE "ESCLIAB" TO WS-POST-ACCOUNT
               MOVE EL-AMOUNT TO WS-POST-DEBIT
                   THRU 0600-POST-TO-ACCOUNT-EXIT
           END-IF

           IF EL-ENTRY-DATE = WS-JOURNAL-DATE
               AND EL-TYPE-COLLECTION
               AND EL-PAYEE-CODE = "FORCEP"
               ADD 1 TO WS-RECORD-COUNT
               MOVE "CASH" TO WS-POST-ACCOUNT
               MOVE EL-AMOUNT TO WS-POST-DEBIT
               MOVE ZERO      TO WS-POST-CREDIT
               PERFORM 0600-POST-TO-ACCOUNT
                   THRU 0600-POST-TO-ACCOUNT-EXIT
               MOVE "ESCLIAB" TO WS-POST-ACCOUNT
               MOVE ZERO      TO WS-POST-DEBIT
               MOVE EL-AMOUNT TO WS-POST-CREDIT
               PERFORM 0600-POST-TO-ACCOUNT
                   THRU 0600-POST-TO-ACCOUNT-EXIT
           END-IF

           IF EL-ENTRY-DATE = WS-JOURNAL-DATE
               AND EL-TYPE-INTEREST
               ADD 1 TO WS-RECORD-COUNT
               MOVE "ESCINTEX" TO WS-POST-ACCOUNT
               MOVE EL-AMOUNT TO WS-POST-DEBIT
               MOVE ZERO      TO WS-POST-CREDIT
               PERFORM 0600-POST-TO-ACCOUNT
                   THRU 0600-POST-TO-ACCOUNT-EXIT
               MOVE "ESCLIAB" TO WS-POST-ACCOUNT
               MOVE ZERO      TO WS-POST-DEBIT
               MOVE EL-AMOUNT TO WS-POST-CREDIT
               PERFORM 0600-POST-TO-ACCOUNT
                   THRU 0600-POST-TO-ACCOUNT-EXIT
           END-IF

           PERFORM 0410-READ-LEDGER-FILE
               THRU 0410-READ-LEDGER-FILE-EXIT
           .
       0400-JOURNAL-ONE-DISBURSEMENT-EXIT.
           EXIT.

       0510-READ-ADVANCE-FILE SECTION.
           READ ADVANCE-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-READ
           .
       0510-READ-ADVANCE-FILE-EXIT.
           EXIT.

      *************************************************************
      *    THE DAY'S SERVICER ADVANCES AND RECOVERIES.  A P&I
      *    ADVANCE IS MONEY WE OWE THE INVESTOR ON THE BORROWER'S
      *    BEHALF, SO IT BUILDS THE P&I ADVANCE RECEIVABLE AGAINST
      *    THE INVESTOR PAYABLE THE REMITTANCE DRAWS DOWN; ITS
      *    RECOVERY TAKES THE LATE P&I BACK OUT OF THE PAYABLE.
      *    AN ESCROW ADVANCE RECLASSES THE OVERDRAWN PART OF THE
      *    DISBURSEMENT (ALREADY JOURNALIZED AGAINST THE ESCROW
      *    LIABILITY) TO THE ESCROW ADVANCE RECEIVABLE, AND ITS
      *    RECOVERY PUTS IT BACK.  A CORPORATE ADVANCE IS CASH
      *    OUT THE DOOR, AND ITS RECOVERY CASH BACK IN.
      *************************************************************
       0500-JOURNAL-ONE-ADVANCE SECTION.
           IF AV-ENTRY-DATE NOT = WS-JOURNAL-DATE
               GO TO 0500-JOURNAL-NEXT
           END-IF

           ADD 1 TO WS-RECORD-COUNT

           EVALUATE TRUE
               WHEN AV-TYPE-PI
                   MOVE "ADVRCVPI" TO WS-POST-ACCOUNT
               WHEN AV-TYPE-ESCROW
                   MOVE "ADVRCVES" TO WS-POST-ACCOUNT
               WHEN OTHER
                   MOVE "ADVRCVCO" TO WS-POST-ACCOUNT
           END-EVALUATE
           IF AV-ENTRY-RECOVERY
               MOVE ZERO      TO WS-POST-DEBIT
               MOVE AV-AMOUNT TO WS-POST-CREDIT
           ELSE
               MOVE AV-AMOUNT TO WS-POST-DEBIT
               MOVE ZERO      TO WS-POST-CREDIT
           END-IF
           PERFORM 0600-POST-TO-ACCOUNT
               THRU 0600-POST-TO-ACCOUNT-EXIT

           EVALUATE TRUE
               WHEN AV-TYPE-PI
                   MOVE "INVPAYBL" TO WS-POST-ACCOUNT
               WHEN AV-TYPE-ESCROW
                   MOVE "ESCLIAB"  TO WS-POST-ACCOUNT
               WHEN OTHER
                   MOVE "CASH"     TO WS-POST-ACCOUNT
           END-EVALUATE
           IF AV-ENTRY-RECOVERY
               MOVE AV-AMOUNT TO WS-POST-DEBIT
               MOVE ZERO      TO WS-POST-CREDIT
           ELSE
               MOVE ZERO      TO WS-POST-DEBIT
               MOVE AV-AMOUNT TO WS-POST-CREDIT
           END-IF
           PERFORM 0600-POST-TO-ACCOUNT
               THRU 0600-POST-TO-ACCOUNT-EXIT
           .
       0500-JOURNAL-NEXT.
           PERFORM 0510-READ-ADVANCE-FILE
               THRU 0510-READ-ADVANCE-FILE-EXIT
           .
       0500-JOURNAL-ONE-ADVANCE-EXIT.
           EXIT.

      *************************************************************
      *    FOLD ONE LEG INTO ITS ACCOUNT BUCKET.  ZERO LEGS ARE
      *    DROPPED SO THE JOURNAL CARRIES ONLY REAL MONEY.

           CLOSE PAYMENT-HISTORY-FILE
           CLOSE ESCROW-LEDGER-FILE
           CLOSE ADVANCE-LEDGER-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE PROOF-RPT-FILE
