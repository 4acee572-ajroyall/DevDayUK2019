               (500001 UP) SO COLLECTION AND DISBURSEMENT ENTRIES
               NEVER COLLIDE.  A DISBURSEMENT FOR A LOAN NOT ON
               THE MASTER, OR TO A PAYEE NOT ON THE PAYEE FILE, IS
               LISTED ON THE REJECT REPORT INSTEAD OF POSTED.  A
               BILL BIGGER THAN THE ESCROW ACCOUNT HOLDS IS STILL
               PAID -- THE TAXES AND INSURANCE MUST NOT LAPSE --
               BUT THE PART THE BORROWER'S ESCROW DID NOT COVER IS
               OUR MONEY, AND GOES ON THE ADVANCE LEDGER AS AN
               ESCROW ADVANCE FOR THE POSTING RUN TO RECOVER.
               EVERY POSTED DISBURSEMENT IS ALSO QUEUED ON THE
               PAYABLES FILE, SO THE CHECK RUN DRAWS THE PAYEE'S
               CHECK, AND THE PAYEE QUEUED ON OFACQUE FOR THE NEXT
               SANCTIONS SCREENING RUN.  NOTHING IS PAID FOR A LOAN
               UNDER A SANCTIONS HOLD (LOANOFHD) -- IT IS
               REJECTED.  EVERY ESCRLEDG ENTRY IT ADDS IS JOURNALED
               THROUGH LOANJRNL, SO A RUN THAT DIES PARTWAY CAN BE
               ROLLED BACK BY LOANRBCK AND RERUN.

       ENVIRONMENT DIVISION.

                                    RECORD KEY IS EL-LEDGER-KEY
                                    FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL ADVANCE-LEDGER-FILE
                                    ASSIGN TO "ADVNLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS AV-LEDGER-KEY
                                    FILE STATUS IS WS-ADVANCE-STATUS.

           SELECT OPTIONAL PAYABLES-FILE
                                    ASSIGN TO "DISBPAYB"
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *    EVERY PAYEE WE PAY IS SCREENED AGAINST THE SANCTIONS
      *    LIST BY THE NEXT LOANOFAC RUN.
           SELECT OPTIONAL SCREEN-QUEUE-FILE
                                    ASSIGN TO "OFACQUE"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-RPT-FILE  ASSIGN TO "ESCRDREJ"
                                    ORGANIZATION IS LINE SEQUENTIAL.


       FILE SECTION.
       FD  DISBURSE-IN-FILE.
       COPY ESCRDISB.

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.
       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  ADVANCE-LEDGER-FILE.
       COPY ADVNLEDG.

       FD  PAYABLES-FILE.
       COPY DISBPAYB.

       FD  SCREEN-QUEUE-FILE.
       COPY OFACQUE.

       FD  REJECT-RPT-FILE.
       01  REJECT-RPT-RECORD         PIC X(80).

       01  WS-LEDGER-EOF-FLAG        PIC X  VALUE "N".
           88  END-OF-LEDGER        VALUE "Y".

       01  WS-ADVANCE-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-ADVANCES      VALUE "Y".

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".
       01  WS-PAYEE-STATUS           PIC X(02) VALUE SPACES.
           88  PAYEE-READ-OK         VALUE "00".
       01  WS-LEDGER-STATUS          PIC X(02) VALUE SPACES.
           88  LEDGER-WRITE-OK       VALUE "00".
       01  WS-ADVANCE-STATUS         PIC X(02) VALUE SPACES.
           88  ADVANCE-WRITE-OK      VALUE "00".

       01  WS-NEXT-SEQ               PIC 9(6).
       01  WS-ADV-HIGH-SEQ           PIC 9(6).

      *    THE LOAN'S ESCROW BALANCE AHEAD OF THIS DISBURSEMENT,
      *    AND THE PART OF THE DISBURSEMENT IT CANNOT COVER.  AN
      *    ACCOUNT ALREADY OVERDRAWN COVERS NOTHING.
       01  WS-ESCROW-BALANCE         PIC S9(9)V99 COMP-3.
       01  WS-ADVANCE-AMOUNT         PIC S9(9)V99 COMP-3.
       01  WS-ADVANCE-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-ADVANCE-TOTAL          PIC S9(10)V99 COMP-3 VALUE ZERO.

       01  WS-POSTED-COUNT           PIC S9(8) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC S9(8) COMP VALUE ZERO.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 REJ-REASON             PIC X(28).

       COPY HOLDAREA.

       COPY JRNLAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           MOVE "LOANESCD" TO JA-STEP-NAME
           ACCEPT JA-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT  DISBURSE-IN-FILE
           OPEN INPUT  LOAN-MASTER-FILE
           OPEN INPUT  ESCROW-PAYEE-FILE
           OPEN I-O    ESCROW-LEDGER-FILE
           OPEN I-O    ADVANCE-LEDGER-FILE
           OPEN EXTEND PAYABLES-FILE
           OPEN EXTEND SCREEN-QUEUE-FILE
           OPEN OUTPUT REJECT-RPT-FILE

           PERFORM 0210-READ-DISBURSE-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE ESCROW-PAYEE-FILE
           CLOSE ESCROW-LEDGER-FILE
           CLOSE ADVANCE-LEDGER-FILE
           CLOSE PAYABLES-FILE
           CLOSE SCREEN-QUEUE-FILE
           CLOSE REJECT-RPT-FILE

           DISPLAY "DISBURSEMENTS POSTED:   " WS-POSTED-COUNT
           DISPLAY "DISBURSEMENTS REJECTED: " WS-REJECTED-COUNT
           DISPLAY "ESCROW ADVANCES MADE:   " WS-ADVANCE-COUNT

           GOBACK.

               GO TO 0200-POST-NEXT
           END-IF

           MOVE DI-LOAN-NUMBER TO HA-LOAN-NUMBER
           CALL "LOANOFHD" USING HOLD-CHECK-AREA
           IF HA-ON-HOLD
               MOVE "LOAN UNDER SANCTIONS HOLD" TO REJ-REASON
               PERFORM 0300-WRITE-REJECT
                   THRU 0300-WRITE-REJECT-EXIT
               GO TO 0200-POST-NEXT
           END-IF

           MOVE DI-LOAN-NUMBER TO PY-LOAN-NUMBER
           MOVE DI-PAYEE-CODE  TO PY-PAYEE-CODE
           READ ESCROW-PAYEE-FILE
           END-WRITE

           IF LEDGER-WRITE-OK
               PERFORM 0600-JOURNAL-LEDGER-ADD
                   THRU 0600-JOURNAL-LEDGER-ADD-EXIT
               ADD 1 TO WS-POSTED-COUNT
               MOVE DI-LOAN-NUMBER TO DP-LOAN-NUMBER
               SET DP-TYPE-ESCROW  TO TRUE
               MOVE DI-ENTRY-DATE  TO DP-PAYABLE-DATE
               MOVE DI-PAYEE-CODE  TO DP-PAYEE-CODE
               MOVE PY-PAYEE-NAME  TO DP-PAYEE-NAME
               MOVE DI-AMOUNT      TO DP-AMOUNT
               MOVE WS-NEXT-SEQ    TO DP-LEDGER-SEQ
               WRITE DISBURSE-PAYABLE-RECORD
               SET SQ-SUBJECT-PAYEE TO TRUE
               MOVE PY-PAYEE-KEY    TO SQ-SUBJECT-KEY
               ACCEPT SQ-QUEUED-DATE FROM DATE YYYYMMDD
               WRITE SCREEN-QUEUE-RECORD
               IF WS-ESCROW-BALANCE > ZERO
                   COMPUTE WS-ADVANCE-AMOUNT =
                       DI-AMOUNT - WS-ESCROW-BALANCE
               ELSE
                   MOVE DI-AMOUNT TO WS-ADVANCE-AMOUNT
               END-IF
               IF WS-ADVANCE-AMOUNT > ZERO
                   PERFORM 0500-WRITE-ESCROW-ADVANCE
                       THRU 0500-WRITE-ESCROW-ADVANCE-EXIT
               END-IF
           ELSE
               MOVE "LEDGER WRITE FAILED" TO REJ-REASON
               PERFORM 0300-WRITE-REJECT
           EXIT.

      *************************************************************
      *    NEXT FREE SEQUENCE IN THE LOAN'S DISBURSEMENT RANGE --
      *    HIGHEST-SEEN ABOVE THE FLOOR PLUS ONE -- AND THE
      *    LOAN'S ESCROW BALANCE, COLLECTIONS LESS DISBURSEMENTS,
      *    FROM ONE BROWSE OF ITS WHOLE LEDGER.
      *************************************************************
       0400-FIND-NEXT-DISBURSE-SEQ SECTION.
           COMPUTE WS-NEXT-SEQ = DISBURSE-SEQ-FLOOR + 1
           MOVE ZERO TO WS-ESCROW-BALANCE
           MOVE "N" TO WS-LEDGER-EOF-FLAG

           MOVE DI-LOAN-NUMBER     TO EL-LOAN-NUMBER
           MOVE ZERO               TO EL-ENTRY-SEQ
           START ESCROW-LEDGER-FILE
               KEY IS NOT LESS THAN EL-LEDGER-KEY
               INVALID KEY
               IF EL-LOAN-NUMBER NOT = DI-LOAN-NUMBER
                   MOVE "Y" TO WS-LEDGER-EOF-FLAG
               ELSE
                   IF EL-TYPE-DISBURSE
                       SUBTRACT EL-AMOUNT FROM WS-ESCROW-BALANCE
                   ELSE
                       ADD EL-AMOUNT TO WS-ESCROW-BALANCE
                   END-IF
                   IF EL-ENTRY-SEQ > DISBURSE-SEQ-FLOOR
                       COMPUTE WS-NEXT-SEQ = EL-ENTRY-SEQ + 1
                   END-IF
               END-IF
           END-IF
           .
       0410-SCAN-ONE-LEDGER-ENTRY-EXIT.
           EXIT.

      *************************************************************
      *    THE SHORTFALL GOES ON THE ADVANCE LEDGER AT THE LOAN'S
      *    NEXT SEQUENCE, AGAINST THE PAYEE IT WAS PAID TO AND THE
      *    ESCROW ENTRY THAT OVERDREW THE ACCOUNT.
      *************************************************************
       0500-WRITE-ESCROW-ADVANCE SECTION.
           MOVE ZERO TO WS-ADV-HIGH-SEQ
           MOVE "N"  TO WS-ADVANCE-EOF-FLAG

           MOVE DI-LOAN-NUMBER TO AV-LOAN-NUMBER
           MOVE ZERO           TO AV-ENTRY-SEQ
           START ADVANCE-LEDGER-FILE
               KEY IS NOT LESS THAN AV-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-START

           PERFORM 0510-SCAN-ONE-ADVANCE
               THRU 0510-SCAN-ONE-ADVANCE-EXIT
               UNTIL END-OF-ADVANCES

           MOVE DI-LOAN-NUMBER    TO AV-LOAN-NUMBER
           COMPUTE AV-ENTRY-SEQ = WS-ADV-HIGH-SEQ + 1
           MOVE DI-ENTRY-DATE     TO AV-ENTRY-DATE
           SET AV-TYPE-ESCROW     TO TRUE
           SET AV-ENTRY-ADVANCE   TO TRUE
           MOVE WS-ADVANCE-AMOUNT TO AV-AMOUNT
           MOVE SPACES            TO AV-POOL-ID
           MOVE ZERO              TO AV-REMIT-PERIOD
           MOVE ZERO              TO AV-MONTH
           MOVE ZERO              TO AV-PRINC-AMOUNT
           MOVE ZERO              TO AV-INT-AMOUNT
           MOVE ZERO              TO AV-FEE-AMOUNT
           MOVE DI-PAYEE-CODE     TO AV-PAYEE-CODE
           MOVE SPACES            TO AV-REFERENCE
           MOVE "ESCRLEDG"        TO AV-REFERENCE(1:8)
           MOVE WS-NEXT-SEQ       TO AV-REFERENCE(10:6)
           MOVE SPACES            TO AV-OPERATOR-ID
           WRITE SERVICER-ADVANCE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF ADVANCE-WRITE-OK
               ADD 1                 TO WS-ADVANCE-COUNT
               ADD WS-ADVANCE-AMOUNT TO WS-ADVANCE-TOTAL
           ELSE
               MOVE "ESCROW ADVANCE WRITE FAILED" TO REJ-REASON
               PERFORM 0300-WRITE-REJECT
                   THRU 0300-WRITE-REJECT-EXIT
           END-IF
           .
       0500-WRITE-ESCROW-ADVANCE-EXIT.
           EXIT.

       0510-SCAN-ONE-ADVANCE SECTION.
           READ ADVANCE-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-READ

           IF NOT END-OF-ADVANCES
               IF AV-LOAN-NUMBER NOT = DI-LOAN-NUMBER
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
               ELSE
                   MOVE AV-ENTRY-SEQ TO WS-ADV-HIGH-SEQ
               END-IF
           END-IF
           .
       0510-SCAN-ONE-ADVANCE-EXIT.
           EXIT.

      *************************************************************
      *    AN ADDED RECORD IS JOURNALED ONLY ONCE IT IS SAFELY
      *    WRITTEN -- ROLLBACK TAKES IT BACK OUT BY ITS KEY, AND
      *    MUST NEVER TAKE OUT A RECORD THAT WAS ALREADY THERE.
      *************************************************************
       0600-JOURNAL-LEDGER-ADD SECTION.
           SET JA-ESCROW-LEDGER TO TRUE
           SET JA-ADDED TO TRUE
           MOVE LENGTH OF ESCROW-LEDGER-RECORD TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA ESCROW-LEDGER-RECORD
           .
       0600-JOURNAL-LEDGER-ADD-EXIT.
           EXIT.

       END PROGRAM LOANESCD.
