               FILED AGAINST IT.  EVERY APPLIED CHANGE IS APPENDED
               TO THE MAINTENANCE-AUDIT FILE IN LOANMNT'S LAYOUT,
               WITH THE ACCOUNT NUMBER MASKED TO ITS LAST FOUR
               DIGITS ON BOTH IMAGES.  A FIRST ACCOUNT, OR A NEW
               ROUTING OR ACCOUNT NUMBER, IS NOT FILED HERE: IT IS
               WRITTEN TO THE LOANPEND QUEUE FOR A SECOND OPERATOR
               TO APPROVE THROUGH LOANPNDR.  A CHANGE TO THE AUTOPAY
               FLAG ALONE IS FILED AT ONCE.

       ENVIRONMENT DIVISION.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDING-CHANGE-FILE
                                    ASSIGN TO "LOANPEND"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PN-PENDING-KEY
                                    FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.

       FILE SECTION.
           03 MA-BEFORE-IMAGE        PIC X(30).
           03 MA-AFTER-IMAGE         PIC X(30).

       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  BANK-READ-OK          VALUE "00".
           88  BANK-WRITE-OK         VALUE "00", "02".

       01  WS-PENDING-STATUS         PIC X(02) VALUE SPACES.
           88  PENDING-WRITE-OK      VALUE "00", "02".

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-INQUIRY-LOAN-NUMBER    PIC X(10).

       01  WS-RECORD-FOUND-FLAG      PIC X  VALUE "N".
           88  BANK-RECORD-FOUND     VALUE "Y".

      *    A FIRST ACCOUNT OR A DIFFERENT ROUTING/ACCOUNT NUMBER
      *    NEEDS A SECOND OPERATOR; THE FLAG ALONE DOES NOT.
       01  WS-NEW-ACCOUNT-FLAG       PIC X  VALUE "N".
           88  ACCOUNT-IS-NEW        VALUE "Y".
       01  WS-ON-FILE-IMAGE          PIC X(30).

      *    MASKED ACCOUNT IMAGES FOR THE AUDIT RECORD -- ROUTING IN
      *    CLEAR, ACCOUNT AS ****NNNN.  FULL ACCOUNT NUMBERS STAY
      *    OFF THE AUDIT FILE.
           88  NEW-VALUE-GOOD        VALUE "Y".
           88  NEW-VALUE-BAD         VALUE "N".

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-NEW-ACCOUNT         FROM CONSOLE
           ACCEPT WS-NEW-FLAG            FROM CONSOLE

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANBNKM"               TO SC-PROGRAM-ID
           MOVE "BANKACCT"               TO SC-FUNCTION
           MOVE WS-INQUIRY-LOAN-NUMBER   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-MAINTAIN-ACCOUNT
               THRU 0100-MAINTAIN-ACCOUNT-EXIT


      *************************************************************
      *    CONFIRM THE LOAN EXISTS, EDIT THE KEYED VALUES, AND IF
      *    GOOD FILE THE ACCOUNT AND CUT THE AUDIT RECORD -- OR,
      *    FOR A NEW ACCOUNT, QUEUE IT FOR A SECOND OPERATOR.
      *************************************************************
       0100-MAINTAIN-ACCOUNT SECTION.
           OPEN INPUT LOAN-MASTER-FILE
               PERFORM 0200-EDIT-NEW-VALUES
                   THRU 0200-EDIT-NEW-VALUES-EXIT
               IF NEW-VALUE-GOOD
                   PERFORM 0250-CHECK-FOR-NEW-ACCOUNT
                       THRU 0250-CHECK-FOR-NEW-ACCOUNT-EXIT
                   IF ACCOUNT-IS-NEW
                       PERFORM 0400-QUEUE-FOR-REVIEW
                           THRU 0400-QUEUE-FOR-REVIEW-EXIT
                   ELSE
                       PERFORM 0300-APPLY-CHANGE
                           THRU 0300-APPLY-CHANGE-EXIT
                   END-IF
               END-IF
           END-IF

       0200-EDIT-NEW-VALUES-EXIT.
           EXIT.

      *************************************************************
      *    COMPARE THE KEYED ROUTING AND ACCOUNT WITH WHAT IS ON
      *    FILE, KEEPING THE MASKED ON-FILE IMAGE FOR THE QUEUE.
      *************************************************************
       0250-CHECK-FOR-NEW-ACCOUNT SECTION.
           MOVE "Y" TO WS-NEW-ACCOUNT-FLAG
           MOVE "NEW ACCOUNT" TO WS-ON-FILE-IMAGE

           OPEN INPUT BORROWER-BANK-FILE
           MOVE WS-INQUIRY-LOAN-NUMBER TO BK-LOAN-NUMBER
           READ BORROWER-BANK-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF BANK-READ-OK
               MOVE BK-ROUTING-NUMBER        TO WS-MASK-ROUTING
               MOVE BK-ACCOUNT-NUMBER(14:4)  TO WS-MASK-LAST4
               MOVE BK-AUTOPAY-FLAG          TO WS-MASK-FLAG
               MOVE WS-MASK-IMAGE            TO WS-ON-FILE-IMAGE
               IF BK-ROUTING-NUMBER = WS-NEW-ROUTING-N
                   AND BK-ACCOUNT-NUMBER = WS-NEW-ACCOUNT
                   MOVE "N" TO WS-NEW-ACCOUNT-FLAG
               END-IF
           END-IF

           CLOSE BORROWER-BANK-FILE
           .
       0250-CHECK-FOR-NEW-ACCOUNT-EXIT.
           EXIT.

      *************************************************************
      *    WRITE OR REPLACE THE BANK RECORD, STAMPING A FRESH
      *    AUTHORIZATION DATE -- A NEW ACCOUNT OR A FLAG CHANGE IS
       0300-APPLY-CHANGE-EXIT.
           EXIT.

      *************************************************************
      *    WRITE THE NEW ACCOUNT TO THE PENDING-CHANGE QUEUE.  THE
      *    FULL NUMBER RIDES IN THE NEW VALUES FOR LOANPNDR TO
      *    FILE; THE IMAGES THE REVIEWER SEES ARE MASKED.
      *************************************************************
       0400-QUEUE-FOR-REVIEW SECTION.
           INITIALIZE PENDING-CHANGE-RECORD
           ACCEPT PN-KEYED-DATE FROM DATE YYYYMMDD
           ACCEPT PN-KEYED-TIME FROM TIME
           MOVE WS-OPERATOR-ID          TO PN-KEYED-BY
           MOVE "LOANBNKM"              TO PN-PROGRAM-ID
           MOVE WS-INQUIRY-LOAN-NUMBER  TO PN-LOAN-NUMBER
           SET PN-CHANGE-BANK           TO TRUE
           MOVE SPACES                  TO PN-NEW-VALUES
           MOVE WS-NEW-ROUTING-N        TO PN-NEW-ROUTING
           MOVE WS-NEW-ACCOUNT          TO PN-NEW-ACCOUNT
           MOVE WS-NEW-FLAG             TO PN-NEW-AUTOPAY-FLAG
           MOVE WS-ON-FILE-IMAGE        TO PN-BEFORE-IMAGE

           MOVE WS-NEW-ROUTING-N        TO WS-MASK-ROUTING
           MOVE WS-NEW-ACCOUNT(14:4)    TO WS-MASK-LAST4
           MOVE WS-NEW-FLAG             TO WS-MASK-FLAG
           MOVE WS-MASK-IMAGE           TO PN-AFTER-IMAGE
           SET PN-PENDING               TO TRUE

           OPEN I-O PENDING-CHANGE-FILE
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF PENDING-WRITE-OK
               DISPLAY "LOAN " WS-INQUIRY-LOAN-NUMBER
                   " NEW BANK ACCOUNT QUEUED FOR APPROVAL - KEY "
                   PN-PENDING-KEY
           ELSE
               DISPLAY "PENDING QUEUE WRITE FAILED - STATUS "
                   WS-PENDING-STATUS " - NO CHANGE QUEUED"
           END-IF

           CLOSE PENDING-CHANGE-FILE
           .
       0400-QUEUE-FOR-REVIEW-EXIT.
           EXIT.

       END PROGRAM LOANBNKM.
