       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPNDR.
       REMARKS. PENDING-CHANGE REVIEW.  A SECOND OPERATOR APPROVES
               OR REJECTS ONE ITEM ON THE LOANPEND QUEUE, KEYED BY
               THE PENDING KEY THE ORIGINATING PROGRAM DISPLAYED.
               THE OPERATOR WHO KEYED THE CHANGE MAY NOT REVIEW IT,
               AND AN ITEM ALREADY DECIDED STAYS DECIDED.  A REJECT
               NEEDS A REASON AND TOUCHES NOTHING BUT THE QUEUE.  AN
               APPROVAL APPLIES THE CHANGE THE WAY THE ORIGINATING
               PROGRAM WOULD HAVE -- STATUS, LEGAL STATUS OR POOL
               ON THE MASTER, A NEW ACCOUNT ON LOANBANK, A POOL
               TRANSFER THROUGH THE POOLASGH HISTORY, A DRAW
               THROUGH LOANDRWP, A REPAYMENT PLAN STARTED AT THE
               COLLECTOR DESK AS LOANPLNE FILES ONE -- AND CUTS THE
               USUAL LOANMNTA AUDIT RECORD UNDER THE APPROVER'S ID;
               THE KEYING OPERATOR STAYS ON THE QUEUE RECORD.  IF
               THE FIELD NO LONGER STANDS AS IT DID WHEN THE CHANGE
               WAS KEYED THE APPROVAL IS REFUSED AND THE ITEM LEFT
               PENDING, TO BE REJECTED AND RE-KEYED AGAINST THE
               CURRENT RECORD.  A CHANGE THAT FAILS TO APPLY IS LEFT
               PENDING TOO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-CHANGE-FILE
                                    ASSIGN TO "LOANPEND"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PN-PENDING-KEY
                                    FILE STATUS IS WS-PENDING-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL BORROWER-BANK-FILE
                                    ASSIGN TO "LOANBANK"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS BK-LOAN-NUMBER
                                    FILE STATUS IS WS-BANK-STATUS.

           SELECT OPTIONAL POOL-ASSIGN-FILE
                                    ASSIGN TO "POOLASGH"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PA-ASSIGN-KEY
                                    FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT OPTIONAL REPAYMENT-PLAN-FILE
                                    ASSIGN TO "LOANPLAN"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS RP-LOAN-NUMBER
                                    FILE STATUS IS WS-PLAN-STATUS.

           SELECT OPTIONAL TOUCHED-LOAN-FILE
                                    ASSIGN TO "TOUCHEDL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  BORROWER-BANK-FILE.
       COPY LOANBANK.

       FD  POOL-ASSIGN-FILE.
       COPY POOLHIST.

       FD  REPAYMENT-PLAN-FILE.
       COPY LOANPLAN.

       FD  TOUCHED-LOAN-FILE.
       01  TOUCHED-LOAN-RECORD.
           03 TL-LOAN-NUMBER         PIC X(10).

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

       01  WS-PENDING-STATUS         PIC X(02) VALUE SPACES.
           88  PENDING-IO-OK         VALUE "00".

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-IO-OK          VALUE "00".

       01  WS-BANK-STATUS            PIC X(02) VALUE SPACES.
           88  BANK-READ-OK          VALUE "00".
           88  BANK-WRITE-OK         VALUE "00", "02".

       01  WS-ASSIGN-STATUS          PIC X(02) VALUE SPACES.
           88  ASSIGN-WRITE-OK       VALUE "00", "02".

       01  WS-PLAN-STATUS            PIC X(02) VALUE SPACES.
           88  PLAN-READ-OK          VALUE "00".
           88  PLAN-WRITE-OK         VALUE "00", "02".

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-PENDING-KEY            PIC X(24).
       01  WS-DECISION               PIC X(01).
           88  DECISION-APPROVE      VALUE "A".
           88  DECISION-REJECT       VALUE "R".
       01  WS-REJECT-REASON          PIC X(30).

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-APPLIED-FLAG           PIC X  VALUE "N".
           88  CHANGE-APPLIED        VALUE "Y".

       01  WS-BANK-FOUND-FLAG        PIC X  VALUE "N".
           88  BANK-RECORD-FOUND     VALUE "Y".

       01  WS-PLAN-FOUND-FLAG        PIC X  VALUE "N".
           88  PLAN-ON-FILE          VALUE "Y".

      *    PLAN IMAGE -- THE SAME LAYOUT LOANPLNE AND LOANCDSK PUT
      *    ON THE AUDIT FILE AND THE QUEUE.
       01  WS-PLAN-IMAGE.
           03 WS-IMG-START           PIC 9(8).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-MONTHS          PIC 9(3).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-PAYMENT         PIC 9(8)V99.

      *    MASKED ACCOUNT IMAGE -- THE SAME LAYOUT LOANBNKM PUTS ON
      *    THE QUEUE AND THE AUDIT FILE.
       01  WS-MASK-IMAGE.
           03 WS-MASK-ROUTING        PIC 9(9).
           03 FILLER                 PIC X(01) VALUE "/".
           03 FILLER                 PIC X(04) VALUE "****".
           03 WS-MASK-LAST4          PIC X(04).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-MASK-FLAG           PIC X(01).

       01  WS-BALANCE-EDIT           PIC Z(8)9.99.

       COPY DRAWAREA.

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-OPERATOR-ID         FROM CONSOLE
           ACCEPT WS-PENDING-KEY         FROM CONSOLE
           ACCEPT WS-DECISION            FROM CONSOLE
           ACCEPT WS-REJECT-REASON       FROM CONSOLE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANPNDR"               TO SC-PROGRAM-ID
           MOVE WS-DECISION              TO SC-FUNCTION
           MOVE SPACES                   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-REVIEW-THE-ITEM
               THRU 0100-REVIEW-THE-ITEM-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

      *************************************************************
      *    READ THE ITEM, HOLD THE MAKER AND CHECKER APART, AND
      *    RECORD THE DECISION -- APPLYING THE CHANGE FIRST ON AN
      *    APPROVAL, SO AN ITEM IS NEVER MARKED APPROVED UNLESS IT
      *    LANDED.
      *************************************************************
       0100-REVIEW-THE-ITEM SECTION.
           IF NOT DECISION-APPROVE
               AND NOT DECISION-REJECT
               DISPLAY "DECISION MUST BE A (APPROVE) OR R (REJECT)"
               GO TO 0100-REVIEW-THE-ITEM-EXIT
           END-IF
           IF DECISION-REJECT
               AND WS-REJECT-REASON = SPACES
               DISPLAY "A REJECTION NEEDS A REASON"
               GO TO 0100-REVIEW-THE-ITEM-EXIT
           END-IF

           OPEN I-O PENDING-CHANGE-FILE
           MOVE WS-PENDING-KEY TO PN-PENDING-KEY
           READ PENDING-CHANGE-FILE
               INVALID KEY
                   DISPLAY "PENDING ITEM NOT FOUND: " WS-PENDING-KEY
           END-READ

           IF NOT PENDING-IO-OK
               CLOSE PENDING-CHANGE-FILE
               GO TO 0100-REVIEW-THE-ITEM-EXIT
           END-IF

           IF NOT PN-PENDING
               DISPLAY "ITEM ALREADY DECIDED - STATUS " PN-STATUS
                   " BY " PN-REVIEWED-BY " ON " PN-REVIEWED-DATE
               CLOSE PENDING-CHANGE-FILE
               GO TO 0100-REVIEW-THE-ITEM-EXIT
           END-IF

           IF PN-KEYED-BY = WS-OPERATOR-ID
               DISPLAY "CHANGE KEYED BY " PN-KEYED-BY
                   " - A SECOND OPERATOR MUST REVIEW IT"
               CLOSE PENDING-CHANGE-FILE
               GO TO 0100-REVIEW-THE-ITEM-EXIT
           END-IF

           DISPLAY "LOAN " PN-LOAN-NUMBER " " PN-CHANGE-TYPE
               " FROM " PN-BEFORE-IMAGE
           DISPLAY "   TO " PN-AFTER-IMAGE
               " KEYED BY " PN-KEYED-BY

           IF DECISION-REJECT
               SET PN-REJECTED          TO TRUE
               MOVE WS-REJECT-REASON    TO PN-REJECT-REASON
               PERFORM 0800-RECORD-THE-DECISION
                   THRU 0800-RECORD-THE-DECISION-EXIT
               CLOSE PENDING-CHANGE-FILE
               GO TO 0100-REVIEW-THE-ITEM-EXIT
           END-IF

           MOVE "N" TO WS-APPLIED-FLAG
           EVALUATE TRUE
               WHEN PN-CHANGE-STATUS
               WHEN PN-CHANGE-LEGAL
               WHEN PN-CHANGE-POOL-ID
                   PERFORM 0300-APPLY-MASTER-FIELD
                       THRU 0300-APPLY-MASTER-FIELD-EXIT
               WHEN PN-CHANGE-BANK
                   PERFORM 0400-APPLY-BANK-ACCOUNT
                       THRU 0400-APPLY-BANK-ACCOUNT-EXIT
               WHEN PN-CHANGE-POOL
                   PERFORM 0500-APPLY-POOL-TRANSFER
                       THRU 0500-APPLY-POOL-TRANSFER-EXIT
               WHEN PN-CHANGE-DRAW
                   PERFORM 0600-APPLY-DRAW
                       THRU 0600-APPLY-DRAW-EXIT
               WHEN PN-CHANGE-PLAN
                   PERFORM 0650-APPLY-REPAYMENT-PLAN
                       THRU 0650-APPLY-REPAYMENT-PLAN-EXIT
               WHEN OTHER
                   DISPLAY "UNKNOWN CHANGE TYPE " PN-CHANGE-TYPE
           END-EVALUATE

           IF CHANGE-APPLIED
               SET PN-APPROVED TO TRUE
               PERFORM 0800-RECORD-THE-DECISION
                   THRU 0800-RECORD-THE-DECISION-EXIT
           ELSE
               DISPLAY "CHANGE NOT APPLIED - ITEM LEFT PENDING"
           END-IF

           CLOSE PENDING-CHANGE-FILE
           .
       0100-REVIEW-THE-ITEM-EXIT.
           EXIT.

      *************************************************************
      *    STATUS, LEGAL STATUS OR POOL ID, AS LOANMNT WOULD HAVE
      *    SET IT.  THE FIELD MUST STILL HOLD WHAT IT HELD WHEN THE
      *    CHANGE WAS KEYED -- WHICH ALSO KEEPS A LOAN THAT HAS
      *    SINCE GONE TO FORECLOSURE OUT OF REACH, AS LOANMNT DOES.
      *************************************************************
       0300-APPLY-MASTER-FIELD SECTION.
           OPEN I-O LOAN-MASTER-FILE
           MOVE PN-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND: " PN-LOAN-NUMBER
           END-READ

           IF NOT MASTER-IO-OK
               CLOSE LOAN-MASTER-FILE
               GO TO 0300-APPLY-MASTER-FIELD-EXIT
           END-IF

           EVALUATE TRUE
               WHEN PN-CHANGE-STATUS
                   MOVE LM-STATUS       TO MA-BEFORE-IMAGE
               WHEN PN-CHANGE-LEGAL
                   MOVE LM-LEGAL-STATUS TO MA-BEFORE-IMAGE
               WHEN PN-CHANGE-POOL-ID
                   MOVE LM-POOL-ID      TO MA-BEFORE-IMAGE
           END-EVALUATE

           IF MA-BEFORE-IMAGE NOT = PN-BEFORE-IMAGE
               DISPLAY "LOAN CHANGED SINCE KEYED - NOW "
                   MA-BEFORE-IMAGE
               CLOSE LOAN-MASTER-FILE
               GO TO 0300-APPLY-MASTER-FIELD-EXIT
           END-IF

           EVALUATE TRUE
               WHEN PN-CHANGE-STATUS
                   MOVE PN-NEW-CODE     TO LM-STATUS
                   MOVE LM-STATUS       TO MA-AFTER-IMAGE
               WHEN PN-CHANGE-LEGAL
                   MOVE PN-NEW-CODE     TO LM-LEGAL-STATUS
                   MOVE LM-LEGAL-STATUS TO MA-AFTER-IMAGE
               WHEN PN-CHANGE-POOL-ID
                   MOVE PN-NEW-POOL-ID  TO LM-POOL-ID
                   MOVE LM-POOL-ID      TO MA-AFTER-IMAGE
           END-EVALUATE

           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF MASTER-IO-OK
               PERFORM 0700-WRITE-THE-AUDIT
                   THRU 0700-WRITE-THE-AUDIT-EXIT
           ELSE
               DISPLAY "REWRITE FAILED - STATUS " WS-MASTER-STATUS
           END-IF

           CLOSE LOAN-MASTER-FILE
           .
       0300-APPLY-MASTER-FIELD-EXIT.
           EXIT.

      *************************************************************
      *    FILE THE NEW ACCOUNT AS LOANBNKM WOULD HAVE, WITH A
      *    FRESH AUTHORIZATION DATE.  WHAT IS ON FILE MUST STILL
      *    MATCH THE MASKED IMAGE TAKEN WHEN IT WAS KEYED.
      *************************************************************
       0400-APPLY-BANK-ACCOUNT SECTION.
           OPEN I-O BORROWER-BANK-FILE

           MOVE "N" TO WS-BANK-FOUND-FLAG
           MOVE PN-LOAN-NUMBER TO BK-LOAN-NUMBER
           READ BORROWER-BANK-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF BANK-READ-OK
               MOVE "Y" TO WS-BANK-FOUND-FLAG
               MOVE BK-ROUTING-NUMBER        TO WS-MASK-ROUTING
               MOVE BK-ACCOUNT-NUMBER(14:4)  TO WS-MASK-LAST4
               MOVE BK-AUTOPAY-FLAG          TO WS-MASK-FLAG
               MOVE WS-MASK-IMAGE            TO MA-BEFORE-IMAGE
           ELSE
               MOVE "NEW ACCOUNT"            TO MA-BEFORE-IMAGE
           END-IF

           IF MA-BEFORE-IMAGE NOT = PN-BEFORE-IMAGE
               DISPLAY "ACCOUNT CHANGED SINCE KEYED - NOW "
                   MA-BEFORE-IMAGE
               CLOSE BORROWER-BANK-FILE
               GO TO 0400-APPLY-BANK-ACCOUNT-EXIT
           END-IF

           MOVE PN-LOAN-NUMBER         TO BK-LOAN-NUMBER
           MOVE PN-NEW-ROUTING         TO BK-ROUTING-NUMBER
           MOVE PN-NEW-ACCOUNT         TO BK-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE            TO BK-AUTHORIZATION-DATE
           MOVE PN-NEW-AUTOPAY-FLAG    TO BK-AUTOPAY-FLAG

           IF BANK-RECORD-FOUND
               REWRITE BORROWER-BANK-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE BORROWER-BANK-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF BANK-WRITE-OK
               MOVE BK-ROUTING-NUMBER        TO WS-MASK-ROUTING
               MOVE BK-ACCOUNT-NUMBER(14:4)  TO WS-MASK-LAST4
               MOVE BK-AUTOPAY-FLAG          TO WS-MASK-FLAG
               MOVE WS-MASK-IMAGE            TO MA-AFTER-IMAGE
               PERFORM 0700-WRITE-THE-AUDIT
                   THRU 0700-WRITE-THE-AUDIT-EXIT
           ELSE
               DISPLAY "BANK FILE WRITE FAILED - STATUS "
                   WS-BANK-STATUS
           END-IF

           CLOSE BORROWER-BANK-FILE
           .
       0400-APPLY-BANK-ACCOUNT-EXIT.
           EXIT.

      *************************************************************
      *    THE LOANPOOL TRANSFER: HISTORY FIRST, THEN THE MASTER,
      *    THEN THE AUDIT -- THE ORDER LOANPOOL ALWAYS USED.
      *************************************************************
       0500-APPLY-POOL-TRANSFER SECTION.
           OPEN I-O LOAN-MASTER-FILE
           MOVE PN-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND: " PN-LOAN-NUMBER
           END-READ

           IF NOT MASTER-IO-OK
               CLOSE LOAN-MASTER-FILE
               GO TO 0500-APPLY-POOL-TRANSFER-EXIT
           END-IF

           MOVE LM-POOL-ID TO MA-BEFORE-IMAGE
           IF MA-BEFORE-IMAGE NOT = PN-BEFORE-IMAGE
               DISPLAY "LOAN CHANGED SINCE KEYED - NOW IN POOL "
                   LM-POOL-ID
               CLOSE LOAN-MASTER-FILE
               GO TO 0500-APPLY-POOL-TRANSFER-EXIT
           END-IF

           OPEN I-O POOL-ASSIGN-FILE

           MOVE PN-LOAN-NUMBER         TO PA-LOAN-NUMBER
           MOVE PN-NEW-EFFECTIVE-DATE  TO PA-EFFECTIVE-DATE
           MOVE LM-POOL-ID             TO PA-OLD-POOL-ID
           MOVE PN-NEW-POOL-ID         TO PA-NEW-POOL-ID
           MOVE WS-OPERATOR-ID         TO PA-OPERATOR-ID

           WRITE POOL-ASSIGN-HIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF NOT ASSIGN-WRITE-OK
               DISPLAY "ASSIGNMENT HISTORY WRITE FAILED - STATUS "
                   WS-ASSIGN-STATUS
               CLOSE POOL-ASSIGN-FILE
               CLOSE LOAN-MASTER-FILE
               GO TO 0500-APPLY-POOL-TRANSFER-EXIT
           END-IF

           MOVE PN-NEW-POOL-ID TO LM-POOL-ID
           MOVE LM-POOL-ID     TO MA-AFTER-IMAGE

           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF MASTER-IO-OK
               PERFORM 0700-WRITE-THE-AUDIT
                   THRU 0700-WRITE-THE-AUDIT-EXIT
               DISPLAY "LOAN " LM-LOAN-NUMBER " MOVED TO POOL "
                   PN-NEW-POOL-ID " EFFECTIVE "
                   PN-NEW-EFFECTIVE-DATE
           ELSE
               DISPLAY "REWRITE FAILED - STATUS " WS-MASTER-STATUS
           END-IF

           CLOSE POOL-ASSIGN-FILE
           CLOSE LOAN-MASTER-FILE
           .
       0500-APPLY-POOL-TRANSFER-EXIT.
           EXIT.

      *************************************************************
      *    POST THE ADVANCE THROUGH LOANDRWP, WHICH RE-RUNS EVERY
      *    EDIT AGAINST THE LOAN AS IT STANDS TODAY.
      *************************************************************
       0600-APPLY-DRAW SECTION.
           SET DP-POST TO TRUE
           MOVE PN-LOAN-NUMBER      TO DP-LOAN-NUMBER
           MOVE PN-NEW-DRAW-AMOUNT  TO DP-AMOUNT
           MOVE WS-OPERATOR-ID      TO DP-OPERATOR-ID
           MOVE WS-RUN-DATE         TO DP-RUN-DATE
           CALL "LOANDRWP" USING DRAW-POST-AREA

           IF DP-GOOD
               MOVE DP-CURRENT-BALANCE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT    TO MA-BEFORE-IMAGE
               MOVE DP-NEW-BALANCE     TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT    TO MA-AFTER-IMAGE
               PERFORM 0700-WRITE-THE-AUDIT
                   THRU 0700-WRITE-THE-AUDIT-EXIT
           END-IF
           .
       0600-APPLY-DRAW-EXIT.
           EXIT.

      *************************************************************
      *    FILE THE PLAN AS LOANPLNE WOULD HAVE: THE LOAN MUST STILL
      *    BE OPEN AND THE PLAN ON FILE MUST STILL MATCH THE IMAGE
      *    TAKEN WHEN IT WAS KEYED.  AN ACTIVE OR DELINQUENT LOAN
      *    GOES TO HARDSHIP, AND THE LOAN JOINS THE TOUCHED FILE.
      *************************************************************
       0650-APPLY-REPAYMENT-PLAN SECTION.
           OPEN I-O LOAN-MASTER-FILE
           MOVE PN-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND: " PN-LOAN-NUMBER
           END-READ

           IF NOT MASTER-IO-OK
               CLOSE LOAN-MASTER-FILE
               GO TO 0650-APPLY-REPAYMENT-PLAN-EXIT
           END-IF

           IF NOT LM-STATUS-OPEN
               DISPLAY "LOAN IS NOT OPEN - STATUS " LM-STATUS
               CLOSE LOAN-MASTER-FILE
               GO TO 0650-APPLY-REPAYMENT-PLAN-EXIT
           END-IF

           OPEN I-O REPAYMENT-PLAN-FILE

           MOVE "N" TO WS-PLAN-FOUND-FLAG
           MOVE PN-LOAN-NUMBER TO RP-LOAN-NUMBER
           READ REPAYMENT-PLAN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF PLAN-READ-OK
               MOVE "Y" TO WS-PLAN-FOUND-FLAG
               PERFORM 0660-BUILD-PLAN-IMAGE
                   THRU 0660-BUILD-PLAN-IMAGE-EXIT
               MOVE WS-PLAN-IMAGE TO MA-BEFORE-IMAGE
           ELSE
               MOVE "NEW PLAN" TO MA-BEFORE-IMAGE
           END-IF

           IF MA-BEFORE-IMAGE NOT = PN-BEFORE-IMAGE
               DISPLAY "PLAN CHANGED SINCE KEYED - NOW "
                   MA-BEFORE-IMAGE
               CLOSE REPAYMENT-PLAN-FILE
               CLOSE LOAN-MASTER-FILE
               GO TO 0650-APPLY-REPAYMENT-PLAN-EXIT
           END-IF

           MOVE PN-LOAN-NUMBER         TO RP-LOAN-NUMBER
           MOVE PN-NEW-PLAN-START      TO RP-PLAN-START-DATE
           MOVE PN-NEW-PLAN-MONTHS     TO RP-PLAN-MONTHS
           MOVE PN-NEW-PLAN-PAYMENT    TO RP-PLAN-PAYMENT

           IF PLAN-ON-FILE
               REWRITE REPAYMENT-PLAN-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE REPAYMENT-PLAN-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF PLAN-WRITE-OK
               IF LM-STATUS-ACTIVE OR LM-STATUS-DELINQUENT
                   MOVE "HD" TO LM-STATUS
                   REWRITE LOAN-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               OPEN EXTEND TOUCHED-LOAN-FILE
               MOVE PN-LOAN-NUMBER TO TL-LOAN-NUMBER
               WRITE TOUCHED-LOAN-RECORD
               CLOSE TOUCHED-LOAN-FILE
               PERFORM 0660-BUILD-PLAN-IMAGE
                   THRU 0660-BUILD-PLAN-IMAGE-EXIT
               MOVE WS-PLAN-IMAGE TO MA-AFTER-IMAGE
               PERFORM 0700-WRITE-THE-AUDIT
                   THRU 0700-WRITE-THE-AUDIT-EXIT
               DISPLAY "PLAN FILED ON " RP-LOAN-NUMBER " - "
                   RP-PLAN-MONTHS " MONTHS FROM "
                   RP-PLAN-START-DATE
           ELSE
               DISPLAY "PLAN WRITE FAILED - STATUS " WS-PLAN-STATUS
           END-IF

           CLOSE REPAYMENT-PLAN-FILE
           CLOSE LOAN-MASTER-FILE
           .
       0650-APPLY-REPAYMENT-PLAN-EXIT.
           EXIT.

       0660-BUILD-PLAN-IMAGE SECTION.
           MOVE RP-PLAN-START-DATE TO WS-IMG-START
           MOVE RP-PLAN-MONTHS     TO WS-IMG-MONTHS
           MOVE RP-PLAN-PAYMENT    TO WS-IMG-PAYMENT
           .
       0660-BUILD-PLAN-IMAGE-EXIT.
           EXIT.

      *************************************************************
      *    THE CHANGE HAS LANDED -- CUT THE AUDIT RECORD AND MARK
      *    IT APPLIED.
      *************************************************************
       0700-WRITE-THE-AUDIT SECTION.
           ACCEPT MA-DATE FROM DATE YYYYMMDD
           ACCEPT MA-TIME FROM TIME
           MOVE WS-OPERATOR-ID   TO MA-OPERATOR-ID
           MOVE PN-LOAN-NUMBER   TO MA-LOAN-NUMBER
           MOVE PN-CHANGE-TYPE   TO MA-FIELD-NAME
           OPEN EXTEND MAINT-AUDIT-FILE
           WRITE MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE

           MOVE "Y" TO WS-APPLIED-FLAG
           .
       0700-WRITE-THE-AUDIT-EXIT.
           EXIT.

       0800-RECORD-THE-DECISION SECTION.
           MOVE WS-OPERATOR-ID TO PN-REVIEWED-BY
           MOVE WS-RUN-DATE    TO PN-REVIEWED-DATE

           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF PENDING-IO-OK
               DISPLAY "ITEM " PN-PENDING-KEY " MARKED " PN-STATUS
                   " BY " WS-OPERATOR-ID
           ELSE
               DISPLAY "PENDING QUEUE REWRITE FAILED - STATUS "
                   WS-PENDING-STATUS
           END-IF
           .
       0800-RECORD-THE-DECISION-EXIT.
           EXIT.

       END PROGRAM LOANPNDR.
