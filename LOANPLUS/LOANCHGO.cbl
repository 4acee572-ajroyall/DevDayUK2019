               THE GL JOURNAL FILE, AND THE LOAN IS MARKED
               CHARGED-OFF -- WHICH FREEZES IT OUT OF THE ACCRUAL,
               AGING, FEE AND STATEMENT CYCLES, ALL OF WHICH WORK
               THE OPEN BOOK ONLY.  ANY ORIGINATION FEE STILL
               DEFERRED IS ACCELERATED INTO FEE INCOME.  CASH
               ARRIVING LATER POSTS AS RECOVERY INCOME THROUGH
               LOANPOST.  EVERY MASTER REWRITE IS JOURNALED THROUGH
               LOANJRNL FIRST, SO A RUN THAT DIES PARTWAY CAN BE ROLLED
               BACK BY LOANRBCK AND RERUN.

       ENVIRONMENT DIVISION.

       01  WS-CHGOFF-STATUS          PIC X(02) VALUE SPACES.
           88  CHGOFF-WRITE-OK       VALUE "00", "02".

      *    THE MASTER RECORD AS LAST READ OR REWRITTEN -- THE
      *    BEFORE-IMAGE JOURNALED WHEN THE RECORD IS NEXT REWRITTEN.
       01  WS-MASTER-IMAGE-LENGTH    PIC 9(5).
       01  WS-MASTER-BEFORE-IMAGE    PIC X(60000).

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-RUN-DATE.
           03 WS-RUN-YEAR            PIC 9(4).

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANCHGO"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

           OPEN INPUT  APPROVED-LIST-FILE
           OPEN I-O    LOAN-MASTER-FILE
               WRITE CHGOFF-RPT-RECORD FROM CHGOFF-DETAIL-LINE
               GO TO 0200-CHARGE-NEXT
           END-IF
           PERFORM 0600-SAVE-MASTER-IMAGE
               THRU 0600-SAVE-MASTER-IMAGE-EXIT

           IF NOT LM-STATUS-OPEN
               ADD 1 TO WS-REJECTED-COUNT
               WRITE GL-JOURNAL-RECORD
           END-IF

           PERFORM 0500-ACCELERATE-DEFERRED-FEE
               THRU 0500-ACCELERATE-DEFERRED-FEE-EXIT

           MOVE "CO" TO LM-STATUS
           PERFORM 0610-JOURNAL-MASTER-CHANGE
               THRU 0610-JOURNAL-MASTER-CHANGE-EXIT
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
       0400-EXECUTE-THE-CHARGE-OFF-EXIT.
           EXIT.

      *************************************************************
      *    THE LOAN IS LEAVING THE BOOKS, SO WHATEVER ORIGINATION
      *    FEE IS STILL DEFERRED IS EARNED NOW: THE WHOLE REMAINING
      *    BALANCE GOES TO FEE INCOME IN ONE ENTRY, AND THE MASTER
      *    RECORDS THE ACCELERATION FOR LOANDFEE'S ROLLFORWARD.
      *    THE CALLER REWRITES THE MASTER.
      *************************************************************
       0500-ACCELERATE-DEFERRED-FEE SECTION.
           IF LM-DEFERRED-FEE = ZERO
               GO TO 0500-ACCELERATE-DEFERRED-FEE-EXIT
           END-IF

           MOVE WS-RUN-DATE    TO GJ-JOURNAL-DATE
           MOVE "LOANCHGO"     TO GJ-SOURCE-PROGRAM
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
       0500-ACCELERATE-DEFERRED-FEE-EXIT.
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
           MOVE SPACES TO CHGOFF-RPT-RECORD
           WRITE CHGOFF-RPT-RECORD
