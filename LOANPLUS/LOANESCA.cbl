               ESCROW BALANCE OFF THE LEDGER (COLLECTIONS LESS
               DISBURSEMENTS), PROJECTS THE COMING YEAR'S
               DISBURSEMENTS FROM THE PAYEE FILE, COMPUTES THE
               SURPLUS OR SHORTAGE AGAINST THE CUSHION THE LOAN'S
               PRODUCT REQUIRES (PRODMSTR, THROUGH LOANPRDL; TWO
               MONTHS AT MOST), DERIVES THE NEW MONTHLY ESCROW
               AMOUNT, AND PRINTS THE ANNUAL ANALYSIS STATEMENT
               THE BORROWER IS ENTITLED TO.  PMI IS PROJECTED ONLY
               WHILE IT IS STILL BEING CHARGED.  A SURPLUS OF FIFTY
               DOLLARS OR MORE GOES BACK TO THE BORROWER: IT IS
               DISBURSED OFF THE LEDGER AS A "SURPLS" ENTRY AND
               QUEUED ON THE PAYABLES FILE FOR THE CHECK RUN, AND
               THE NEW MONTHLY AMOUNT IS DERIVED FROM WHAT IS LEFT.
               STATE ESCROW INTEREST CREDITED OVER THE PAST YEAR IS
               SHOWN ON THE STATEMENT.  A LOAN UNDER A SANCTIONS
               HOLD (LOANOFHD) IS REFUNDED NOTHING -- ITS SURPLUS
               STAYS IN THE ACCOUNT.  EVERY ESCRLEDG ENTRY IT ADDS IS
               JOURNALED THROUGH LOANJRNL, SO A RUN THAT DIES PARTWAY
               CAN BE ROLLED BACK BY LOANRBCK AND RERUN.

       ENVIRONMENT DIVISION.

                                    RECORD KEY IS PY-PAYEE-KEY
                                    FILE STATUS IS WS-PAYEE-STATUS.

           SELECT OPTIONAL PAYABLES-FILE
                                    ASSIGN TO "DISBPAYB"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ANALYSIS-OUT-FILE
                                    ASSIGN TO "LOANESCA"
                                    ORGANIZATION IS LINE SEQUENTIAL.
       FD  ESCROW-PAYEE-FILE.
       COPY ESCRPAYE.

       FD  PAYABLES-FILE.
       COPY DISBPAYB.

       FD  ANALYSIS-OUT-FILE.
       01  ANALYSIS-OUT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

      *    THE REQUIRED CUSHION, IN MONTHS OF PROJECTED ESCROW --
      *    THE CURRENT LOAN'S PRODUCT SETS IT, UP TO THE REGULATORY
      *    MAXIMUM OF TWO.
       01  WS-CUSHION-MONTHS         PIC S9(4) COMP.

       COPY PRODAREA.

      *    A SURPLUS THIS SIZE OR BIGGER IS REFUNDED; A SMALLER ONE
      *    STAYS IN THE ACCOUNT AND LOWERS THE NEW MONTHLY AMOUNT.
       77  SURPLUS-REFUND-MINIMUM    PIC S9(4)V99 COMP-3 VALUE 50.00.

      *    DISBURSEMENT SEQUENCE FLOOR, SAME RANGE LOANESCD NUMBERS
      *    FROM, SO THE REFUND ENTRY NEVER COLLIDES WITH A POSTED
      *    COLLECTION'S SEQUENCE.
       77  DISBURSE-SEQ-FLOOR        PIC 9(6) VALUE 500001.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-MASTER-FILE   VALUE "Y".
       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".
       01  WS-LEDGER-STATUS          PIC X(02) VALUE SPACES.
           88  LEDGER-WRITE-OK       VALUE "00".
       01  WS-PAYEE-STATUS           PIC X(02) VALUE SPACES.

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-YEAR-AGO-DATE          PIC 9(8).

       01  WS-ESCROW-BALANCE         PIC S9(9)V99 COMP-3.
       01  WS-PROJECTED-YEAR         PIC S9(9)V99 COMP-3.
       01  WS-CUSHION                PIC S9(8)V99 COMP-3.
       01  WS-SURPLUS                PIC S9(9)V99 COMP-3.
       01  WS-NEW-MONTHLY            PIC S9(7)V99 COMP-3.
       01  WS-SURPLUS-REFUND         PIC S9(9)V99 COMP-3.
       01  WS-INTEREST-YEAR          PIC S9(7)V99 COMP-3.
       01  WS-EL-HIGH-SEQ            PIC 9(6).

       01  WS-ANALYZED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-REFUNDED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-REFUNDED-TOTAL         PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-HELD-COUNT             PIC S9(8) COMP VALUE ZERO.

       COPY HOLDAREA.

       01  ESCA-TITLE-LINE.
           03 FILLER                 PIC X(24)

       0000-CONTROL SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANESCA"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE
           COMPUTE WS-YEAR-AGO-DATE = WS-RUN-DATE - 10000

           OPEN INPUT  LOAN-MASTER-FILE
           OPEN I-O    ESCROW-LEDGER-FILE
           OPEN INPUT  ESCROW-PAYEE-FILE
           OPEN EXTEND PAYABLES-FILE
           OPEN OUTPUT ANALYSIS-OUT-FILE

           MOVE WS-RUN-DATE TO ESA-RUN-DATE
           CLOSE LOAN-MASTER-FILE
           CLOSE ESCROW-LEDGER-FILE
           CLOSE ESCROW-PAYEE-FILE
           CLOSE PAYABLES-FILE
           CLOSE ANALYSIS-OUT-FILE

           DISPLAY "LOANS ANALYZED: " WS-ANALYZED-COUNT
           DISPLAY "SURPLUSES REFUNDED: " WS-REFUNDED-COUNT
               " TOTAL " WS-REFUNDED-TOTAL
           DISPLAY "SURPLUSES HELD (SANCTIONS): " WS-HELD-COUNT

           GOBACK.


           ADD 1 TO WS-ANALYZED-COUNT

           MOVE LM-PRODUCT-CODE TO PA-PRODUCT-CODE
           CALL "LOANPRDL" USING PRODUCT-LOOKUP-AREA
           IF PA-PRODUCT-MISSING
               DISPLAY "PRODUCT " LM-PRODUCT-CODE
                   " NOT ON PRODUCT MASTER - LOAN " LM-LOAN-NUMBER
                   " ANALYZED ON HOUSE STANDARD"
           END-IF
           MOVE PA-CUSHION-MONTHS TO WS-CUSHION-MONTHS

           COMPUTE WS-CUSHION ROUNDED =
               WS-PROJECTED-YEAR * WS-CUSHION-MONTHS / 12
           COMPUTE WS-SURPLUS =
               WS-ESCROW-BALANCE - WS-CUSHION

           MOVE ZERO TO WS-SURPLUS-REFUND
           IF WS-SURPLUS NOT < SURPLUS-REFUND-MINIMUM
               PERFORM 0600-REFUND-THE-SURPLUS
                   THRU 0600-REFUND-THE-SURPLUS-EXIT
           END-IF

           COMPUTE WS-NEW-MONTHLY ROUNDED =
               (WS-PROJECTED-YEAR + WS-CUSHION
                - WS-ESCROW-BALANCE + WS-SURPLUS-REFUND) / 12
           IF WS-NEW-MONTHLY < ZERO
               MOVE ZERO TO WS-NEW-MONTHLY
           END-IF

       0300-SUM-LEDGER-BALANCE SECTION.
           MOVE ZERO TO WS-ESCROW-BALANCE
           MOVE ZERO TO WS-INTEREST-YEAR
           MOVE ZERO TO WS-EL-HIGH-SEQ
           MOVE "N"  TO WS-LEDGER-EOF-FLAG

           MOVE LM-LOAN-NUMBER TO EL-LOAN-NUMBER
                   ELSE
                       ADD EL-AMOUNT TO WS-ESCROW-BALANCE
                   END-IF
                   IF EL-TYPE-INTEREST
                       AND EL-ENTRY-DATE > WS-YEAR-AGO-DATE
                       ADD EL-AMOUNT TO WS-INTEREST-YEAR
                   END-IF
                   IF EL-ENTRY-SEQ > WS-EL-HIGH-SEQ
                       MOVE EL-ENTRY-SEQ TO WS-EL-HIGH-SEQ
                   END-IF
               END-IF
           END-IF
           .
           MOVE "CURRENT ESCROW BALANCE:"  TO ESA-ITEM-LABEL
           MOVE WS-ESCROW-BALANCE          TO ESA-ITEM-AMOUNT
           WRITE ANALYSIS-OUT-RECORD FROM ESCA-ITEM-LINE
           IF WS-INTEREST-YEAR > ZERO
               MOVE "ESCROW INTEREST CREDITED:" TO ESA-ITEM-LABEL
               MOVE WS-INTEREST-YEAR       TO ESA-ITEM-AMOUNT
               WRITE ANALYSIS-OUT-RECORD FROM ESCA-ITEM-LINE
           END-IF
           MOVE "PROJECTED DISBURSEMENTS:" TO ESA-ITEM-LABEL
           MOVE WS-PROJECTED-YEAR          TO ESA-ITEM-AMOUNT
           WRITE ANALYSIS-OUT-RECORD FROM ESCA-ITEM-LINE
           MOVE "SURPLUS (SHORTAGE):"      TO ESA-ITEM-LABEL
           MOVE WS-SURPLUS                 TO ESA-ITEM-AMOUNT
           WRITE ANALYSIS-OUT-RECORD FROM ESCA-ITEM-LINE
           IF WS-SURPLUS-REFUND > ZERO
               MOVE "SURPLUS REFUNDED BY CHECK:" TO ESA-ITEM-LABEL
               MOVE WS-SURPLUS-REFUND      TO ESA-ITEM-AMOUNT
               WRITE ANALYSIS-OUT-RECORD FROM ESCA-ITEM-LINE
           END-IF
           MOVE "NEW MONTHLY ESCROW:"      TO ESA-ITEM-LABEL
           MOVE WS-NEW-MONTHLY             TO ESA-ITEM-AMOUNT
           WRITE ANALYSIS-OUT-RECORD FROM ESCA-ITEM-LINE
       0520-LIST-ONE-PAYEE-EXIT.
           EXIT.

      *************************************************************
      *    THE SURPLUS LEAVES THE ACCOUNT AS A DISBURSEMENT TO THE
      *    BORROWER AT THE LOAN'S NEXT DISBURSEMENT SEQUENCE, AND
      *    IS QUEUED FOR THE CHECK.  IF THE LEDGER ENTRY CANNOT BE
      *    WRITTEN NOTHING IS REFUNDED AND THE SURPLUS STAYS IN THE
      *    ACCOUNT -- AS IT DOES FOR A LOAN UNDER SANCTIONS HOLD,
      *    WHICH THE STATEMENT DOES NOT MENTION.
      *************************************************************
       0600-REFUND-THE-SURPLUS SECTION.
           MOVE LM-LOAN-NUMBER TO HA-LOAN-NUMBER
           CALL "LOANOFHD" USING HOLD-CHECK-AREA
           IF HA-ON-HOLD
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "LOAN " LM-LOAN-NUMBER " UNDER SANCTIONS HOLD"
                   " - SURPLUS " WS-SURPLUS " NOT REFUNDED"
               GO TO 0600-REFUND-THE-SURPLUS-EXIT
           END-IF

           MOVE LM-LOAN-NUMBER TO EL-LOAN-NUMBER
           IF WS-EL-HIGH-SEQ < DISBURSE-SEQ-FLOOR
               MOVE DISBURSE-SEQ-FLOOR TO EL-ENTRY-SEQ
           ELSE
               COMPUTE EL-ENTRY-SEQ = WS-EL-HIGH-SEQ + 1
           END-IF
           MOVE WS-RUN-DATE     TO EL-ENTRY-DATE
           SET EL-TYPE-DISBURSE TO TRUE
           MOVE "SURPLS"        TO EL-PAYEE-CODE
           MOVE WS-SURPLUS      TO EL-AMOUNT
           WRITE ESCROW-LEDGER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT LEDGER-WRITE-OK
               GO TO 0600-REFUND-THE-SURPLUS-EXIT
           END-IF
           PERFORM 0700-JOURNAL-LEDGER-ADD
               THRU 0700-JOURNAL-LEDGER-ADD-EXIT

           MOVE WS-SURPLUS TO WS-SURPLUS-REFUND
           ADD 1           TO WS-REFUNDED-COUNT
           ADD WS-SURPLUS  TO WS-REFUNDED-TOTAL

           MOVE LM-LOAN-NUMBER   TO DP-LOAN-NUMBER
           SET DP-TYPE-SURPLUS   TO TRUE
           MOVE WS-RUN-DATE      TO DP-PAYABLE-DATE
           MOVE "SURPLS"         TO DP-PAYEE-CODE
           MOVE LM-BORROWER-NAME TO DP-PAYEE-NAME
           MOVE WS-SURPLUS       TO DP-AMOUNT
           MOVE EL-ENTRY-SEQ     TO DP-LEDGER-SEQ
           WRITE DISBURSE-PAYABLE-RECORD
           .
       0600-REFUND-THE-SURPLUS-EXIT.
           EXIT.

      *************************************************************
      *    AN ADDED RECORD IS JOURNALED ONLY ONCE IT IS SAFELY
      *    WRITTEN -- ROLLBACK TAKES IT BACK OUT BY ITS KEY, AND
      *    MUST NEVER TAKE OUT A RECORD THAT WAS ALREADY THERE.
      *************************************************************
       0700-JOURNAL-LEDGER-ADD SECTION.
           SET JA-ESCROW-LEDGER TO TRUE
           SET JA-ADDED TO TRUE
           MOVE LENGTH OF ESCROW-LEDGER-RECORD TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA ESCROW-LEDGER-RECORD
           .
       0700-JOURNAL-LEDGER-ADD-EXIT.
           EXIT.

       END PROGRAM LOANESCA.
