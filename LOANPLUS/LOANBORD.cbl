               THE BOARDING RECONCILIATION SHOWS LOANS BOARDED,
               PRINCIPAL BOARDED AGAINST THE SELLER'S TRAILER, AND
               EVERY LOAN WHERE OUR REGENERATED SCHEDULE DISAGREES
               WITH THE SELLER'S STATED BALANCE.  EVERY LOAN
               BOARDED, AND THE PAYEE SEEDED WITH IT, IS QUEUED ON
               OFACQUE FOR THE NEXT SANCTIONS SCREENING RUN.  EVERY
               CHANGE TO LOANMSTR, LOANPMTH AND ESCRLEDG IS JOURNALED
               THROUGH LOANJRNL, SO A RUN THAT DIES PARTWAY CAN BE
               ROLLED BACK BY LOANRBCK AND RERUN.

       ENVIRONMENT DIVISION.

                                    RECORD KEY IS PY-PAYEE-KEY
                                    FILE STATUS IS WS-PAYEE-STATUS.

      *    THE BOARDED BORROWER AND PAYEE NAMES ARE SCREENED
      *    AGAINST THE SANCTIONS LIST BY THE NEXT LOANOFAC RUN.
           SELECT OPTIONAL SCREEN-QUEUE-FILE
                                    ASSIGN TO "OFACQUE"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOARDING-RPT-FILE
                                    ASSIGN TO "LOANBORR"
                                    ORGANIZATION IS LINE SEQUENTIAL.
       FD  ESCROW-PAYEE-FILE.
       COPY ESCRPAYE.

       FD  SCREEN-QUEUE-FILE.
       COPY OFACQUE.

       FD  BOARDING-RPT-FILE.
       01  BOARDING-RPT-RECORD       PIC X(96).

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-WRITE-OK       VALUE "00", "02".
       01  WS-HISTORY-STATUS         PIC X(02) VALUE SPACES.
           88  HISTORY-WRITE-OK      VALUE "00".
       01  WS-LEDGER-STATUS          PIC X(02) VALUE SPACES.
           88  LEDGER-WRITE-OK       VALUE "00".
       01  WS-PAYEE-STATUS           PIC X(02) VALUE SPACES.
           88  PAYEE-WRITE-OK        VALUE "00", "02".

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).


       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANBORD"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

           OPEN INPUT  SELLER-TRANSFER-FILE
           OPEN I-O    LOAN-MASTER-FILE
           OPEN I-O    PAYMENT-HISTORY-FILE
           OPEN I-O    ESCROW-LEDGER-FILE
           OPEN I-O    ESCROW-PAYEE-FILE
           OPEN EXTEND SCREEN-QUEUE-FILE
           OPEN OUTPUT BOARDING-RPT-FILE

           MOVE WS-RUN-DATE TO BRH-RUN-DATE
                   THRU 0600-WRITE-REPORT-LINE-EXIT
               GO TO 0300-BOARD-ONE-LOAN-EXIT
           END-IF
           PERFORM 0800-JOURNAL-MASTER-ADD
               THRU 0800-JOURNAL-MASTER-ADD-EXIT

           PERFORM 0500-BACKFILL-ONE-MONTH
               THRU 0500-BACKFILL-ONE-MONTH-EXIT
           PERFORM 0550-SEED-THE-ESCROW
               THRU 0550-SEED-THE-ESCROW-EXIT

           SET SQ-SUBJECT-LOAN TO TRUE
           MOVE LM-LOAN-NUMBER TO SQ-SUBJECT-KEY
           PERFORM 0700-QUEUE-FOR-SCREENING
               THRU 0700-QUEUE-FOR-SCREENING-EXIT

           ADD 1            TO WS-BOARDED-COUNT
           ADD TR-PRINCIPAL TO WS-PRINCIPAL-BOARDED

           MOVE ZERO   TO LM-LATE-FEE-THRU-MONTH
           MOVE ZERO   TO LM-UNAPPLIED-BALANCE
           MOVE SPACES TO LM-DAY-COUNT
           MOVE SPACES TO LM-PRODUCT-CODE
           MOVE SPACES TO LM-LEGAL-STATUS
           MOVE ZERO   TO LM-LEGAL-FILING-DATE
           MOVE SPACES TO LM-LEGAL-CASE-REF
           MOVE ZERO   TO LM-PROPERTY-VALUE
           MOVE ZERO   TO LM-MONTHLY-PMI-AMOUNT
           MOVE ZERO   TO LM-PMI-CANCEL-MONTH
           MOVE ZERO   TO LM-ORIGINATION-FEE
           MOVE ZERO   TO LM-DEFERRED-FEE
           MOVE ZERO   TO LM-FEE-AMORT-THRU-MONTH
           MOVE ZERO   TO LM-FEE-DEFERRED-PERIOD
           MOVE ZERO   TO LM-FEE-LAST-PERIOD
           MOVE ZERO   TO LM-FEE-LAST-AMORTIZED
           MOVE ZERO   TO LM-FEE-ACCEL-DATE
           MOVE ZERO   TO LM-FEE-ACCEL-AMOUNT
           MOVE ZERO   TO LM-INTEREST-ONLY-MONTHS
           MOVE SPACES TO LM-MI-CARRIER-CODE
           MOVE SPACES TO LM-MI-CERTIFICATE
           MOVE ZERO   TO LM-MI-REMIT-PERIOD
           MOVE ZERO   TO LM-MI-REMIT-AMOUNT
           MOVE ZERO   TO LM-MI-CANCEL-NOTICE-PERIOD

           PERFORM 0410-MOVE-ONE-SCHEDULE-ROW
               THRU 0410-MOVE-ONE-SCHEDULE-ROW-EXIT
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF HISTORY-WRITE-OK
               PERFORM 0810-JOURNAL-HISTORY-ADD
                   THRU 0810-JOURNAL-HISTORY-ADD-EXIT
           END-IF
           .
       0500-BACKFILL-ONE-MONTH-EXIT.
           EXIT.
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF LEDGER-WRITE-OK
                   PERFORM 0820-JOURNAL-LEDGER-ADD
                       THRU 0820-JOURNAL-LEDGER-ADD-EXIT
               END-IF
           END-IF

           IF TR-PAYEE-CODE NOT = SPACES
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF PAYEE-WRITE-OK
                   SET SQ-SUBJECT-PAYEE TO TRUE
                   MOVE PY-PAYEE-KEY    TO SQ-SUBJECT-KEY
                   PERFORM 0700-QUEUE-FOR-SCREENING
                       THRU 0700-QUEUE-FOR-SCREENING-EXIT
               END-IF
           END-IF
           .
       0550-SEED-THE-ESCROW-EXIT.
       0600-WRITE-REPORT-LINE-EXIT.
           EXIT.

       0700-QUEUE-FOR-SCREENING SECTION.
           MOVE WS-RUN-DATE TO SQ-QUEUED-DATE
           WRITE SCREEN-QUEUE-RECORD
           .
       0700-QUEUE-FOR-SCREENING-EXIT.
           EXIT.

      *************************************************************
      *    AN ADDED RECORD IS JOURNALED ONLY ONCE IT IS SAFELY
      *    WRITTEN -- ROLLBACK TAKES IT BACK OUT BY ITS KEY, AND
      *    MUST NEVER TAKE OUT A RECORD THAT WAS ALREADY THERE.
      *************************************************************
       0800-JOURNAL-MASTER-ADD SECTION.
           SET JA-LOAN-MASTER TO TRUE
           SET JA-ADDED TO TRUE
           MOVE LENGTH OF LOAN-MASTER-RECORD TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA LOAN-MASTER-RECORD
           .
       0800-JOURNAL-MASTER-ADD-EXIT.
           EXIT.

       0810-JOURNAL-HISTORY-ADD SECTION.
           SET JA-PAYMENT-HISTORY TO TRUE
           SET JA-ADDED TO TRUE
           MOVE LENGTH OF PAYMENT-HISTORY-RECORD TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA PAYMENT-HISTORY-RECORD
           .
       0810-JOURNAL-HISTORY-ADD-EXIT.
           EXIT.

       0820-JOURNAL-LEDGER-ADD SECTION.
           SET JA-ESCROW-LEDGER TO TRUE
           SET JA-ADDED TO TRUE
           MOVE LENGTH OF ESCROW-LEDGER-RECORD TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA ESCROW-LEDGER-RECORD
           .
       0820-JOURNAL-LEDGER-ADD-EXIT.
           EXIT.

      *************************************************************
      *    THE RECONCILIATION FOOTER: WHAT WE BOARDED AGAINST WHAT
      *    THE SELLER'S TRAILER SAYS WAS SENT.
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE ESCROW-LEDGER-FILE
           CLOSE ESCROW-PAYEE-FILE
           CLOSE SCREEN-QUEUE-FILE
           CLOSE BOARDING-RPT-FILE
           .
       0900-TERMINATE-EXIT.
