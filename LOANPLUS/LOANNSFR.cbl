               THE RETURNS REGISTER LISTS EVERY ITEM WORKED, WITH
               REASON-CODE TOTALS, AND EXCEPTIONS AN OPERATOR MUST
               CHASE: ORIGINALS NOT FOUND, AND ITEMS THE BANK HAS
               RETURNED TWICE.  EVERY CHANGE TO LOANMSTR, LOANPMTH AND
               ESCRLEDG IS JOURNALED THROUGH LOANJRNL, SO A RUN THAT
               DIES PARTWAY CAN BE ROLLED BACK BY LOANRBCK AND RERUN.

       ENVIRONMENT DIVISION.

       01  WS-HISTORY-STATUS         PIC X(02) VALUE SPACES.
           88  HISTORY-WRITE-OK      VALUE "00".
       01  WS-LEDGER-STATUS          PIC X(02) VALUE SPACES.
           88  LEDGER-WRITE-OK       VALUE "00".

      *    DISBURSEMENT SEQUENCE FLOOR, SAME RANGE LOANESCD
      *    NUMBERS FROM -- THE BACKOUT IS A "D" ENTRY AND BELONGS

       01  WS-EL-HIGH-SEQ            PIC 9(6).

      *    THE MASTER RECORD AS LAST READ OR REWRITTEN -- THE
      *    BEFORE-IMAGE JOURNALED WHEN THE RECORD IS NEXT REWRITTEN.
       01  WS-MASTER-IMAGE-LENGTH    PIC 9(5).
       01  WS-MASTER-BEFORE-IMAGE    PIC X(60000).

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-FOUND-FLAG             PIC X  VALUE "N".

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANNSFR"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

           OPEN INPUT  BANK-RETURN-FILE
           OPEN I-O    LOAN-MASTER-FILE
                   THRU 0600-WRITE-EXCEPTION-EXIT
               GO TO 0400-WRITE-REVERSAL-EXIT
           END-IF
           PERFORM 0720-JOURNAL-HISTORY-ADD
               THRU 0720-JOURNAL-HISTORY-ADD-EXIT

           IF WS-ORIG-ESCROW-SHARE > ZERO
               PERFORM 0450-FIND-LEDGER-HIGH-SEQ
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF LEDGER-WRITE-OK
                   PERFORM 0730-JOURNAL-LEDGER-ADD
                       THRU 0730-JOURNAL-LEDGER-ADD-EXIT
               END-IF
           END-IF

      *        FEE MONEY THAT BOUNCED WITH THE ITEM IS OWED AGAIN
                       CONTINUE
               END-READ
               IF MASTER-READ-OK
                   PERFORM 0700-SAVE-MASTER-IMAGE
                       THRU 0700-SAVE-MASTER-IMAGE-EXIT
                   IF WS-ORIG-FEE-SHARE > ZERO
                       ADD WS-ORIG-FEE-SHARE
                           TO LM-LATE-FEE-BALANCE
                           MOVE ZERO TO LM-UNAPPLIED-BALANCE
                       END-IF
                   END-IF
                   PERFORM 0710-JOURNAL-MASTER-CHANGE
                       THRU 0710-JOURNAL-MASTER-CHANGE-EXIT
                   REWRITE LOAN-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
       0600-WRITE-EXCEPTION-EXIT.
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

       0900-TERMINATE SECTION.
           MOVE SPACES TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
