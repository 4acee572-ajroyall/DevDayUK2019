       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANADVE.
       REMARKS. CORPORATE ADVANCE ENTRY.  AN AUTHORIZED OPERATOR
               RECORDS MONEY WE PAID OUT ON A LOAN'S BEHALF THAT
               IS NEITHER THE INVESTOR'S P&I NOR THE BORROWER'S
               ESCROW -- FORECLOSURE ATTORNEY FEES, PROPERTY
               INSPECTIONS, PRESERVATION -- AS A CORPORATE ADVANCE
               ON THE ADVANCE LEDGER, OR RECORDS ITS RECOVERY WHEN
               THE INVESTOR OR THE LIQUIDATION PROCEEDS PAY IT
               BACK.  A RECOVERY MAY NOT EXCEED WHAT IS STILL
               OUTSTANDING.  EVERY ENTRY GOES ON THE MAINTENANCE
               AUDIT TRAIL WITH THE BALANCE BEFORE AND AFTER.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL ADVANCE-LEDGER-FILE
                                    ASSIGN TO "ADVNLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS AV-LEDGER-KEY
                                    FILE STATUS IS WS-ADVANCE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  ADVANCE-LEDGER-FILE.
       COPY ADVNLEDG.

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           03 MA-DATE                PIC 9(8).
           03 MA-TIME                PIC 9(8).
           03 MA-OPERATOR-ID         PIC X(08).
           03 MA-LOAN-NUMBER         PIC X(10).
           03 MA-FIELD-NAME          PIC X(08).
           03 MA-BEFORE-IMAGE        PIC X(30).
           03 MA-AFTER-IMAGE         PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-IO-OK          VALUE "00".

       01  WS-ADVANCE-STATUS         PIC X(02) VALUE SPACES.
           88  ADVANCE-WRITE-OK      VALUE "00".

       01  WS-ADVANCE-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-ADVANCES      VALUE "Y".

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-INQUIRY-LOAN-NUMBER    PIC X(10).

      *    "A" RECORDS AN ADVANCE, "R" ITS RECOVERY.
       01  WS-NEW-ENTRY-TYPE         PIC X(01).
           88  NEW-ENTRY-ADVANCE     VALUE "A".
           88  NEW-ENTRY-RECOVERY    VALUE "R".
           88  NEW-ENTRY-VALID       VALUE "A", "R".

       01  WS-NEW-VENDOR             PIC X(06).

       01  WS-NEW-AMOUNT             PIC X(10).
       01  FILLER REDEFINES WS-NEW-AMOUNT.
           03 WS-NEW-AMOUNT-N        PIC 9(8)V99.

       01  WS-NEW-REFERENCE          PIC X(16).

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-HIGH-SEQ               PIC 9(6).

      *    THE LOAN'S OUTSTANDING CORPORATE ADVANCES -- ADVANCED
      *    LESS RECOVERED -- AHEAD OF THIS ENTRY.
       01  WS-CORP-BALANCE           PIC S9(9)V99 COMP-3.

       01  WS-EDIT-FLAG              PIC X  VALUE "Y".
           88  NEW-VALUE-GOOD        VALUE "Y".
           88  NEW-VALUE-BAD         VALUE "N".

      *    SCRATCH IMAGE FOR THE AUDIT RECORD -- THE OUTSTANDING
      *    CORPORATE BALANCE AS PLAIN DIGITS, SO THE BEFORE/AFTER
      *    COLUMNS READ AS CHARACTERS THE WAY LOANMNT'S DO.
       01  WS-BALANCE-IMAGE.
           03 WS-IMG-BALANCE         PIC 9(9)V99.
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-VENDOR          PIC X(06).

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-OPERATOR-ID         FROM CONSOLE
           ACCEPT WS-INQUIRY-LOAN-NUMBER FROM CONSOLE
           ACCEPT WS-NEW-ENTRY-TYPE      FROM CONSOLE
           ACCEPT WS-NEW-VENDOR          FROM CONSOLE
           ACCEPT WS-NEW-AMOUNT          FROM CONSOLE
           ACCEPT WS-NEW-REFERENCE       FROM CONSOLE

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANADVE"               TO SC-PROGRAM-ID
           MOVE WS-NEW-ENTRY-TYPE        TO SC-FUNCTION
           MOVE WS-INQUIRY-LOAN-NUMBER   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           IF WS-NEW-AMOUNT IS NUMERIC
               MOVE WS-NEW-AMOUNT-N TO SC-AMOUNT
           END-IF
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-ENTER-ADVANCE
               THRU 0100-ENTER-ADVANCE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-ENTER-ADVANCE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT LOAN-MASTER-FILE
           MOVE WS-INQUIRY-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND: " WS-INQUIRY-LOAN-NUMBER
           END-READ

           IF MASTER-IO-OK
               OPEN I-O ADVANCE-LEDGER-FILE
               PERFORM 0150-LOAD-CORP-BALANCE
                   THRU 0150-LOAD-CORP-BALANCE-EXIT
               PERFORM 0200-EDIT-THE-ENTRY
                   THRU 0200-EDIT-THE-ENTRY-EXIT
               IF NEW-VALUE-GOOD
                   PERFORM 0300-WRITE-THE-ENTRY
                       THRU 0300-WRITE-THE-ENTRY-EXIT
               END-IF
               CLOSE ADVANCE-LEDGER-FILE
           END-IF

           CLOSE LOAN-MASTER-FILE
           .
       0100-ENTER-ADVANCE-EXIT.
           EXIT.

      *************************************************************
      *    BROWSE THE LOAN'S ADVANCE LEDGER FOR ITS OUTSTANDING
      *    CORPORATE BALANCE AND THE HIGHEST SEQUENCE IN USE.
      *************************************************************
       0150-LOAD-CORP-BALANCE SECTION.
           MOVE ZERO TO WS-CORP-BALANCE
           MOVE ZERO TO WS-HIGH-SEQ
           MOVE "N"  TO WS-ADVANCE-EOF-FLAG

           MOVE WS-INQUIRY-LOAN-NUMBER TO AV-LOAN-NUMBER
           MOVE ZERO                   TO AV-ENTRY-SEQ
           START ADVANCE-LEDGER-FILE
               KEY IS NOT LESS THAN AV-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-START

           PERFORM 0160-LOAD-ONE-ADVANCE
               THRU 0160-LOAD-ONE-ADVANCE-EXIT
               UNTIL END-OF-ADVANCES
           .
       0150-LOAD-CORP-BALANCE-EXIT.
           EXIT.

       0160-LOAD-ONE-ADVANCE SECTION.
           READ ADVANCE-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-READ

           IF NOT END-OF-ADVANCES
               IF AV-LOAN-NUMBER NOT = WS-INQUIRY-LOAN-NUMBER
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
               ELSE
                   MOVE AV-ENTRY-SEQ TO WS-HIGH-SEQ
                   IF AV-TYPE-CORPORATE
                       IF AV-ENTRY-RECOVERY
                           SUBTRACT AV-AMOUNT FROM WS-CORP-BALANCE
                       ELSE
                           ADD AV-AMOUNT TO WS-CORP-BALANCE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       0160-LOAD-ONE-ADVANCE-EXIT.
           EXIT.

       0200-EDIT-THE-ENTRY SECTION.
           MOVE "Y" TO WS-EDIT-FLAG

           IF NOT NEW-ENTRY-VALID
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "ENTRY TYPE MUST BE A (ADVANCE)"
                   " OR R (RECOVERY)"
           END-IF

      *        NEW MONEY IS ONLY PUT UP ON A LOAN STILL ON THE
      *        BOOKS; A RECOVERY CAN ARRIVE AFTER THE LOAN HAS
      *        LIQUIDATED AND IS TAKEN WHATEVER THE STATUS.
           IF NEW-ENTRY-ADVANCE AND NOT LM-STATUS-OPEN
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "LOAN IS NOT OPEN - STATUS " LM-STATUS
           END-IF

           IF WS-NEW-VENDOR = SPACES
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "VENDOR CODE IS REQUIRED"
           END-IF

           IF WS-NEW-AMOUNT NOT NUMERIC
               OR WS-NEW-AMOUNT-N = ZERO
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "AMOUNT MUST BE 10 DIGITS (V99)"
                   " AND NOT ZERO"
           ELSE
               IF NEW-ENTRY-RECOVERY
                   AND WS-NEW-AMOUNT-N > WS-CORP-BALANCE
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "RECOVERY EXCEEDS OUTSTANDING"
                       " CORPORATE ADVANCES"
               END-IF
           END-IF
           .
       0200-EDIT-THE-ENTRY-EXIT.
           EXIT.

      *************************************************************
      *    WRITE THE LEDGER ENTRY AT THE LOAN'S NEXT SEQUENCE AND
      *    PUT THE BALANCE CHANGE ON THE AUDIT TRAIL.
      *************************************************************
       0300-WRITE-THE-ENTRY SECTION.
           MOVE WS-CORP-BALANCE TO WS-IMG-BALANCE
           MOVE WS-NEW-VENDOR   TO WS-IMG-VENDOR
           MOVE WS-BALANCE-IMAGE TO MA-BEFORE-IMAGE

           MOVE WS-INQUIRY-LOAN-NUMBER TO AV-LOAN-NUMBER
           COMPUTE AV-ENTRY-SEQ = WS-HIGH-SEQ + 1
           MOVE WS-RUN-DATE       TO AV-ENTRY-DATE
           SET AV-TYPE-CORPORATE  TO TRUE
           MOVE WS-NEW-ENTRY-TYPE TO AV-ENTRY-TYPE
           MOVE WS-NEW-AMOUNT-N   TO AV-AMOUNT
           MOVE SPACES            TO AV-POOL-ID
           MOVE ZERO              TO AV-REMIT-PERIOD
           MOVE ZERO              TO AV-MONTH
           MOVE ZERO              TO AV-PRINC-AMOUNT
           MOVE ZERO              TO AV-INT-AMOUNT
           MOVE ZERO              TO AV-FEE-AMOUNT
           MOVE WS-NEW-VENDOR     TO AV-PAYEE-CODE
           MOVE WS-NEW-REFERENCE  TO AV-REFERENCE
           MOVE WS-OPERATOR-ID    TO AV-OPERATOR-ID
           WRITE SERVICER-ADVANCE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF NOT ADVANCE-WRITE-OK
               DISPLAY "ADVANCE WRITE FAILED - STATUS "
                   WS-ADVANCE-STATUS
               GO TO 0300-WRITE-THE-ENTRY-EXIT
           END-IF

           IF NEW-ENTRY-ADVANCE
               ADD WS-NEW-AMOUNT-N TO WS-CORP-BALANCE
           ELSE
               SUBTRACT WS-NEW-AMOUNT-N FROM WS-CORP-BALANCE
           END-IF
           MOVE WS-CORP-BALANCE  TO WS-IMG-BALANCE
           MOVE WS-BALANCE-IMAGE TO MA-AFTER-IMAGE
           PERFORM 0600-WRITE-AUDIT-RECORD
               THRU 0600-WRITE-AUDIT-RECORD-EXIT

           IF NEW-ENTRY-ADVANCE
               DISPLAY "CORPORATE ADVANCE " AV-AMOUNT " ON "
                   AV-LOAN-NUMBER " BY " WS-OPERATOR-ID
           ELSE
               DISPLAY "CORPORATE RECOVERY " AV-AMOUNT " ON "
                   AV-LOAN-NUMBER " BY " WS-OPERATOR-ID
           END-IF
           DISPLAY "CORPORATE ADVANCES NOW OUTSTANDING: "
               WS-IMG-BALANCE
           .
       0300-WRITE-THE-ENTRY-EXIT.
           EXIT.

      *************************************************************
      *    THE SAME BEFORE/AFTER AUDIT RECORD LOANMNT AND THE
      *    OTHER MAINTENANCE PROGRAMS CUT.
      *************************************************************
       0600-WRITE-AUDIT-RECORD SECTION.
           ACCEPT MA-DATE FROM DATE YYYYMMDD
           ACCEPT MA-TIME FROM TIME
           MOVE WS-OPERATOR-ID         TO MA-OPERATOR-ID
           MOVE WS-INQUIRY-LOAN-NUMBER TO MA-LOAN-NUMBER
           MOVE "CORPADV"              TO MA-FIELD-NAME
           OPEN EXTEND MAINT-AUDIT-FILE
           WRITE MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE
           .
       0600-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

       END PROGRAM LOANADVE.
