       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCDSK.
       REMARKS. COLLECTOR DESK SERVICE FOR THE WPF CLIENT'S
               COLLECTIONS SCREEN.  HANDS THE COLLECTOR THE NEXT
               LOAN ON THE DAY'S WORKLIST (THE COLQUEUE FILE
               LOANPROC BUILDS EACH NIGHT), PASSING OVER LOANS
               SOMEBODY HAS ALREADY REACHED TODAY, AND ANSWERS WITH
               THE LOAN'S DELINQUENCY POSITION, ITS PROMISE HISTORY
               FROM LOANPROM AND ITS RECENT SERVICING NOTES.  FROM
               THE SAME SCREEN THE COLLECTOR RECORDS A CALL OUTCOME
               AND PROMISE (LOANCOLE'S EDITS AND ENTITLEMENT),
               WRITES A NOTE (LOANNTRY'S), OR STARTS A REPAYMENT
               PLAN, WHICH GOES TO THE LOANPEND QUEUE WITH
               LOANPLNE'S EDITS FOR A SECOND OPERATOR TO APPROVE
               THROUGH LOANPNDR.  A LOAN UNDER LEGAL HOLD OR INSIDE
               ITS SCRA WINDOW IS RETURNED LOCKED: NO CALL OR PLAN
               IS TAKEN ON IT.  A NOTE IS NOT COLLECTION ACTIVITY
               AND IS TAKEN ON A LOCKED LOAN TOO.  CALLED WITH THE
               CDSKAREA LINKAGE RECORD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COLLECTOR-QUEUE-FILE
                                    ASSIGN TO "COLQUEUE"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PROMISE-CONTACT-FILE
                                    ASSIGN TO "LOANPROM"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PR-CONTACT-KEY
                                    FILE STATUS IS WS-PROMISE-STATUS.

           SELECT OPTIONAL SERVICING-NOTE-FILE
                                    ASSIGN TO "LOANNOTS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS NT-NOTE-KEY
                                    FILE STATUS IS WS-NOTE-STATUS.

           SELECT OPTIONAL REPAYMENT-PLAN-FILE
                                    ASSIGN TO "LOANPLAN"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS RP-LOAN-NUMBER
                                    FILE STATUS IS WS-PLAN-STATUS.

           SELECT OPTIONAL PENDING-CHANGE-FILE
                                    ASSIGN TO "LOANPEND"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PN-PENDING-KEY
                                    FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  COLLECTOR-QUEUE-FILE.
       COPY COLQUEUE.

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  PROMISE-CONTACT-FILE.
       COPY LOANPROM.

       FD  SERVICING-NOTE-FILE.
       COPY LOANNOTE.

       FD  REPAYMENT-PLAN-FILE.
       COPY LOANPLAN.

       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".

       01  WS-PROMISE-STATUS         PIC X(02) VALUE SPACES.
           88  PROMISE-WRITE-OK      VALUE "00", "02".

       01  WS-NOTE-STATUS            PIC X(02) VALUE SPACES.
           88  NOTE-WRITE-OK         VALUE "00", "02".

       01  WS-PLAN-STATUS            PIC X(02) VALUE SPACES.
           88  PLAN-READ-OK          VALUE "00".

       01  WS-PENDING-STATUS         PIC X(02) VALUE SPACES.
           88  PENDING-WRITE-OK      VALUE "00", "02".

       01  WS-QUEUE-EOF-FLAG         PIC X  VALUE "N".
           88  END-OF-QUEUE         VALUE "Y".

       01  WS-PROMISE-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-PROMISES      VALUE "Y".

       01  WS-NOTE-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-NOTES         VALUE "Y".

       01  WS-PICKED-FLAG            PIC X  VALUE "N".
           88  LOAN-PICKED           VALUE "Y".

       01  WS-LOAN-OPEN-FLAG         PIC X  VALUE "N".
           88  LOAN-IS-OPEN          VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-HIGH-SEQ               PIC 9(6).
       01  ROW-IDX                   PIC S9(4) COMP.

       01  WS-NEW-AMOUNT             PIC X(10).
       01  FILLER REDEFINES WS-NEW-AMOUNT.
           03 WS-NEW-AMOUNT-N        PIC 9(8)V99.

       01  WS-NEW-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-NEW-DATE.
           03 WS-NEW-YEAR            PIC 9(4).
           03 WS-NEW-MONTH           PIC 9(2).
           03 WS-NEW-DAY             PIC 9(2).

       01  WS-NEW-MONTHS             PIC X(03).
       01  FILLER REDEFINES WS-NEW-MONTHS.
           03 WS-NEW-MONTHS-N        PIC 9(3).

      *    SCRATCH IMAGE FOR THE QUEUE RECORD -- THE PLAN'S THREE
      *    FIELDS AS PLAIN DIGITS, START/MONTHS/PAYMENT, THE SAME
      *    IMAGE LOANPLNE PUTS ON THE AUDIT FILE, SO THE REVIEWER
      *    SEES WHAT THE AUDIT TRAIL WILL SHOW.
       01  WS-PLAN-IMAGE.
           03 WS-IMG-START           PIC 9(8).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-MONTHS          PIC 9(3).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-PAYMENT         PIC 9(8)V99.

       COPY SECAREA.

       LINKAGE SECTION.
       COPY CDSKAREA.

       PROCEDURE DIVISION USING COLLECTOR-DESK-AREA.

       0000-CONTROL SECTION.
           SET CD-GOOD TO TRUE
           MOVE SPACES TO CD-MESSAGE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           EVALUATE TRUE
               WHEN CD-ACTION-NEXT
                   PERFORM 0100-NEXT-FROM-QUEUE
                       THRU 0100-NEXT-FROM-QUEUE-EXIT
               WHEN CD-ACTION-CALL
                   PERFORM 0300-RECORD-THE-CALL
                       THRU 0300-RECORD-THE-CALL-EXIT
                   PERFORM 0200-LOAD-THE-PICTURE
                       THRU 0200-LOAD-THE-PICTURE-EXIT
               WHEN CD-ACTION-NOTE
                   PERFORM 0400-RECORD-THE-NOTE
                       THRU 0400-RECORD-THE-NOTE-EXIT
                   PERFORM 0200-LOAD-THE-PICTURE
                       THRU 0200-LOAD-THE-PICTURE-EXIT
               WHEN CD-ACTION-PLAN
                   PERFORM 0500-REQUEST-THE-PLAN
                       THRU 0500-REQUEST-THE-PLAN-EXIT
                   PERFORM 0200-LOAD-THE-PICTURE
                       THRU 0200-LOAD-THE-PICTURE-EXIT
               WHEN OTHER
                   SET CD-BAD TO TRUE
                   MOVE "UNKNOWN DESK ACTION" TO CD-MESSAGE
           END-EVALUATE

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

      *************************************************************
      *    THE NEXT LOAN ON THE WORKLIST AFTER THE ONE THE
      *    COLLECTOR LAST HAD.  A LOAN SOMEBODY HAS ALREADY
      *    CONTACTED TODAY, OR THAT HAS LEFT THE MASTER, IS PASSED
      *    OVER -- TWO DESKS WORKING THE SAME LIST DO NOT BOTH
      *    RING THE SAME BORROWER.
      *************************************************************
       0100-NEXT-FROM-QUEUE SECTION.
           MOVE "N" TO WS-QUEUE-EOF-FLAG
           MOVE "N" TO WS-PICKED-FLAG

           OPEN INPUT COLLECTOR-QUEUE-FILE

           PERFORM 0110-TRY-ONE-ENTRY
               THRU 0110-TRY-ONE-ENTRY-EXIT
               UNTIL END-OF-QUEUE
                  OR LOAN-PICKED

           CLOSE COLLECTOR-QUEUE-FILE

           IF NOT LOAN-PICKED
               SET CD-BAD TO TRUE
               SET CD-LOAN-NOT-FOUND TO TRUE
               MOVE SPACES TO CD-LOAN-NUMBER
               MOVE "NO MORE LOANS ON TODAY'S WORKLIST"
                   TO CD-MESSAGE
           END-IF
           .
       0100-NEXT-FROM-QUEUE-EXIT.
           EXIT.

       0110-TRY-ONE-ENTRY SECTION.
           READ COLLECTOR-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-QUEUE-EOF-FLAG
                   GO TO 0110-TRY-ONE-ENTRY-EXIT
           END-READ

           IF CQ-QUEUE-SEQ NOT > CD-QUEUE-SEQ
               GO TO 0110-TRY-ONE-ENTRY-EXIT
           END-IF

           MOVE CQ-LOAN-NUMBER TO CD-LOAN-NUMBER
           PERFORM 0200-LOAD-THE-PICTURE
               THRU 0200-LOAD-THE-PICTURE-EXIT

           IF CD-LOAN-FOUND
               AND CD-LAST-CONTACT NOT = WS-RUN-DATE
               MOVE "Y" TO WS-PICKED-FLAG
               MOVE CQ-QUEUE-SEQ TO CD-QUEUE-SEQ
           END-IF
           .
       0110-TRY-ONE-ENTRY-EXIT.
           EXIT.

      *************************************************************
      *    THE LOAN'S COLLECTION PICTURE: DELINQUENCY POSITION AND
      *    LOCK FROM THE MASTER, THE CONTACT PICTURE AND LAST FIVE
      *    CONTACTS FROM THE PROMISE FILE, THE LAST FIVE NOTES.
      *************************************************************
       0200-LOAD-THE-PICTURE SECTION.
           SET CD-LOAN-NOT-FOUND TO TRUE
           SET CD-UNLOCKED       TO TRUE
           MOVE "N"    TO WS-LOAN-OPEN-FLAG
           MOVE SPACES TO CD-BORROWER-NAME
           MOVE SPACES TO CD-STATUS
           MOVE ZERO   TO CD-DELQ-DAYS
           MOVE SPACES TO CD-DELQ-BUCKET
           MOVE SPACES TO CD-LOCK-REASON
           MOVE ZERO   TO CD-LAST-CONTACT
           MOVE ZERO   TO CD-OPEN-AMOUNT
           MOVE ZERO   TO CD-OPEN-DATE
           MOVE ZERO   TO CD-BROKEN-COUNT
           MOVE ZERO   TO CD-RC-COUNT
           MOVE ZERO   TO CD-RN-COUNT

           OPEN INPUT LOAN-MASTER-FILE
           MOVE CD-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF MASTER-READ-OK
               SET CD-LOAN-FOUND TO TRUE
               MOVE LM-BORROWER-NAME TO CD-BORROWER-NAME
               MOVE LM-STATUS        TO CD-STATUS
               MOVE LM-DELQ-DAYS     TO CD-DELQ-DAYS
               MOVE LM-DELQ-BUCKET   TO CD-DELQ-BUCKET
               IF LM-STATUS-OPEN
                   MOVE "Y" TO WS-LOAN-OPEN-FLAG
               END-IF
               PERFORM 0210-SET-THE-LOCK
                   THRU 0210-SET-THE-LOCK-EXIT
           END-IF

           CLOSE LOAN-MASTER-FILE

           IF CD-LOAN-NOT-FOUND
               GO TO 0200-LOAD-THE-PICTURE-EXIT
           END-IF

           OPEN INPUT PROMISE-CONTACT-FILE
           PERFORM 0220-GATHER-CONTACTS
               THRU 0220-GATHER-CONTACTS-EXIT
           CLOSE PROMISE-CONTACT-FILE

           OPEN INPUT SERVICING-NOTE-FILE
           PERFORM 0240-GATHER-NOTES
               THRU 0240-GATHER-NOTES-EXIT
           CLOSE SERVICING-NOTE-FILE
           .
       0200-LOAD-THE-PICTURE-EXIT.
           EXIT.

      *************************************************************
      *    A BORROWER IN BANKRUPTCY OR WHO SENT A CEASE-AND-DESIST
      *    MAY NOT BE DUNNED, AND A SERVICEMEMBER INSIDE THE SCRA
      *    WINDOW (THE SAME TEST LOANFEES APPLIES) IS LEFT TO THE
      *    SCRA DESK.
      *************************************************************
       0210-SET-THE-LOCK SECTION.
           IF LM-LEGAL-HOLD
               SET CD-LOCKED-LEGAL TO TRUE
               STRING "LEGAL HOLD "        DELIMITED BY SIZE
                      LM-LEGAL-STATUS      DELIMITED BY SIZE
                      " FILED "            DELIMITED BY SIZE
                      LM-LEGAL-FILING-DATE DELIMITED BY SIZE
                   INTO CD-LOCK-REASON
               END-STRING
               GO TO 0210-SET-THE-LOCK-EXIT
           END-IF

           IF LM-SCRA-START-DATE > ZERO
               AND WS-RUN-DATE NOT < LM-SCRA-START-DATE
               AND (LM-SCRA-END-DATE = ZERO
                   OR WS-RUN-DATE < LM-SCRA-END-DATE)
               SET CD-LOCKED-SCRA TO TRUE
               STRING "SCRA PROTECTED FROM "  DELIMITED BY SIZE
                      LM-SCRA-START-DATE      DELIMITED BY SIZE
                   INTO CD-LOCK-REASON
               END-STRING
           END-IF
           .
       0210-SET-THE-LOCK-EXIT.
           EXIT.

      *************************************************************
      *    THE CONTACT PICTURE THE WORKLIST SHOWS -- LAST CALL,
      *    OPEN PROMISE, BROKEN COUNT -- AND THE LAST FIVE CONTACTS,
      *    OLDEST FIRST, SHIFTING THE OLDEST OUT ONCE FULL.
      *************************************************************
       0220-GATHER-CONTACTS SECTION.
           MOVE "N" TO WS-PROMISE-EOF-FLAG

           MOVE CD-LOAN-NUMBER TO PR-LOAN-NUMBER
           MOVE ZERO           TO PR-CONTACT-SEQ
           START PROMISE-CONTACT-FILE
               KEY IS NOT LESS THAN PR-CONTACT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PROMISE-EOF-FLAG
           END-START

           PERFORM 0230-GATHER-ONE-CONTACT
               THRU 0230-GATHER-ONE-CONTACT-EXIT
               UNTIL END-OF-PROMISES
           .
       0220-GATHER-CONTACTS-EXIT.
           EXIT.

       0230-GATHER-ONE-CONTACT SECTION.
           READ PROMISE-CONTACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PROMISE-EOF-FLAG
                   GO TO 0230-GATHER-ONE-CONTACT-EXIT
           END-READ

           IF PR-LOAN-NUMBER NOT = CD-LOAN-NUMBER
               MOVE "Y" TO WS-PROMISE-EOF-FLAG
               GO TO 0230-GATHER-ONE-CONTACT-EXIT
           END-IF

           IF PR-CONTACT-DATE > CD-LAST-CONTACT
               MOVE PR-CONTACT-DATE TO CD-LAST-CONTACT
           END-IF
           IF PR-PROMISE-OPEN
               MOVE PR-PROMISE-AMOUNT TO CD-OPEN-AMOUNT
               MOVE PR-PROMISE-DATE   TO CD-OPEN-DATE
           END-IF
           IF PR-PROMISE-BROKEN
               ADD 1 TO CD-BROKEN-COUNT
           END-IF

           IF CD-RC-COUNT < 5
               ADD 1 TO CD-RC-COUNT
           ELSE
               PERFORM 0235-SHIFT-ONE-CONTACT
                   THRU 0235-SHIFT-ONE-CONTACT-EXIT
                   VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > 4
           END-IF
           MOVE PR-CONTACT-DATE   TO CD-RC-DATE(CD-RC-COUNT)
           MOVE PR-OPERATOR-ID    TO CD-RC-OPERATOR(CD-RC-COUNT)
           MOVE PR-OUTCOME-CODE   TO CD-RC-OUTCOME(CD-RC-COUNT)
           MOVE PR-PROMISE-AMOUNT TO CD-RC-AMOUNT(CD-RC-COUNT)
           MOVE PR-PROMISE-DATE
               TO CD-RC-PROMISE-DATE(CD-RC-COUNT)
           MOVE PR-PROMISE-STATUS TO CD-RC-STATUS(CD-RC-COUNT)
           .
       0230-GATHER-ONE-CONTACT-EXIT.
           EXIT.

       0235-SHIFT-ONE-CONTACT SECTION.
           MOVE CD-RECENT-CONTACT(ROW-IDX + 1)
               TO CD-RECENT-CONTACT(ROW-IDX)
           .
       0235-SHIFT-ONE-CONTACT-EXIT.
           EXIT.

      *************************************************************
      *    THE LAST FIVE SERVICING NOTES, OLDEST FIRST, AS LOANLKUP
      *    GATHERS THEM.
      *************************************************************
       0240-GATHER-NOTES SECTION.
           MOVE "N" TO WS-NOTE-EOF-FLAG

           MOVE CD-LOAN-NUMBER TO NT-LOAN-NUMBER
           MOVE ZERO           TO NT-NOTE-SEQ
           START SERVICING-NOTE-FILE
               KEY IS NOT LESS THAN NT-NOTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-NOTE-EOF-FLAG
           END-START

           PERFORM 0250-GATHER-ONE-NOTE
               THRU 0250-GATHER-ONE-NOTE-EXIT
               UNTIL END-OF-NOTES
           .
       0240-GATHER-NOTES-EXIT.
           EXIT.

       0250-GATHER-ONE-NOTE SECTION.
           READ SERVICING-NOTE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-NOTE-EOF-FLAG
                   GO TO 0250-GATHER-ONE-NOTE-EXIT
           END-READ

           IF NT-LOAN-NUMBER NOT = CD-LOAN-NUMBER
               MOVE "Y" TO WS-NOTE-EOF-FLAG
               GO TO 0250-GATHER-ONE-NOTE-EXIT
           END-IF

           IF CD-RN-COUNT < 5
               ADD 1 TO CD-RN-COUNT
           ELSE
               PERFORM 0255-SHIFT-ONE-NOTE
                   THRU 0255-SHIFT-ONE-NOTE-EXIT
                   VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > 4
           END-IF
           MOVE NT-NOTE-DATE     TO CD-RN-DATE(CD-RN-COUNT)
           MOVE NT-CATEGORY-CODE TO CD-RN-CATEGORY(CD-RN-COUNT)
           MOVE NT-NOTE-TEXT     TO CD-RN-TEXT(CD-RN-COUNT)
           .
       0250-GATHER-ONE-NOTE-EXIT.
           EXIT.

       0255-SHIFT-ONE-NOTE SECTION.
           MOVE CD-RECENT-NOTE(ROW-IDX + 1)
               TO CD-RECENT-NOTE(ROW-IDX)
           .
       0255-SHIFT-ONE-NOTE-EXIT.
           EXIT.

      *************************************************************
      *    A CALL OUTCOME, AND A PROMISE IF ONE WAS TAKEN -- THE
      *    ENTITLEMENT AND EDITS OF LOANCOLE, THE FIRST FAILURE
      *    REPORTED.  THE CONTACT IS APPENDED UNDER THE NEXT
      *    SEQUENCE, NEVER REWRITTEN.
      *************************************************************
       0300-RECORD-THE-CALL SECTION.
           MOVE CD-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANCOLE"               TO SC-PROGRAM-ID
           MOVE CD-OUTCOME-CODE          TO SC-FUNCTION
           MOVE CD-LOAN-NUMBER           TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               SET CD-BAD TO TRUE
               STRING "NOT AUTHORIZED: " DELIMITED BY SIZE
                      SC-REASON          DELIMITED BY SIZE
                   INTO CD-MESSAGE
               END-STRING
               GO TO 0300-RECORD-THE-CALL-EXIT
           END-IF

           PERFORM 0200-LOAD-THE-PICTURE
               THRU 0200-LOAD-THE-PICTURE-EXIT
           IF CD-LOAN-NOT-FOUND
               SET CD-BAD TO TRUE
               MOVE "LOAN NOT FOUND" TO CD-MESSAGE
               GO TO 0300-RECORD-THE-CALL-EXIT
           END-IF
           IF CD-LOCKED
               SET CD-BAD TO TRUE
               STRING "LOCKED - "     DELIMITED BY SIZE
                      CD-LOCK-REASON  DELIMITED BY SIZE
                   INTO CD-MESSAGE
               END-STRING
               GO TO 0300-RECORD-THE-CALL-EXIT
           END-IF

           IF CD-OUTCOME-CODE = SPACES
               SET CD-BAD TO TRUE
               MOVE "OUTCOME CODE MAY NOT BE BLANK" TO CD-MESSAGE
               GO TO 0300-RECORD-THE-CALL-EXIT
           END-IF

           MOVE CD-PROMISE-AMOUNT TO WS-NEW-AMOUNT
           IF WS-NEW-AMOUNT NOT NUMERIC
               SET CD-BAD TO TRUE
               MOVE
                   "PROMISE AMOUNT MUST BE 10 DIGITS (V99), ZERO = NONE"
                   TO CD-MESSAGE
               GO TO 0300-RECORD-THE-CALL-EXIT
           END-IF

           IF CD-PROMISE-DATE NOT NUMERIC
               SET CD-BAD TO TRUE
               MOVE
                   "PROMISE DATE MUST BE YYYYMMDD, ZERO = NONE"
                   TO CD-MESSAGE
               GO TO 0300-RECORD-THE-CALL-EXIT
           END-IF
           MOVE CD-PROMISE-DATE TO WS-NEW-DATE
           IF WS-NEW-DATE NOT = ZERO
               AND (WS-NEW-MONTH < 01 OR WS-NEW-MONTH > 12
                   OR WS-NEW-DAY < 01 OR WS-NEW-DAY > 31
                   OR WS-NEW-YEAR < 1900)
               SET CD-BAD TO TRUE
               MOVE "PROMISE DATE NOT A REAL DATE" TO CD-MESSAGE
               GO TO 0300-RECORD-THE-CALL-EXIT
           END-IF

           IF (WS-NEW-AMOUNT-N > ZERO AND WS-NEW-DATE = ZERO)
               OR (WS-NEW-AMOUNT-N = ZERO AND WS-NEW-DATE > ZERO)
               SET CD-BAD TO TRUE
               MOVE "A PROMISE NEEDS BOTH AN AMOUNT AND A DATE"
                   TO CD-MESSAGE
               GO TO 0300-RECORD-THE-CALL-EXIT
           END-IF

           OPEN I-O PROMISE-CONTACT-FILE

           PERFORM 0310-FIND-HIGH-CONTACT
               THRU 0310-FIND-HIGH-CONTACT-EXIT

           MOVE CD-LOAN-NUMBER   TO PR-LOAN-NUMBER
           COMPUTE PR-CONTACT-SEQ = WS-HIGH-SEQ + 1
           MOVE WS-RUN-DATE      TO PR-CONTACT-DATE
           MOVE CD-OPERATOR-ID   TO PR-OPERATOR-ID
           MOVE CD-OUTCOME-CODE  TO PR-OUTCOME-CODE
           MOVE WS-NEW-AMOUNT-N  TO PR-PROMISE-AMOUNT
           MOVE WS-NEW-DATE      TO PR-PROMISE-DATE
           IF WS-NEW-AMOUNT-N > ZERO
               MOVE "O" TO PR-PROMISE-STATUS
           ELSE
               MOVE "N" TO PR-PROMISE-STATUS
           END-IF

           WRITE PROMISE-CONTACT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF PROMISE-WRITE-OK
               STRING "CONTACT "        DELIMITED BY SIZE
                      PR-CONTACT-SEQ    DELIMITED BY SIZE
                      " RECORDED ON "   DELIMITED BY SIZE
                      PR-LOAN-NUMBER    DELIMITED BY SIZE
                   INTO CD-MESSAGE
               END-STRING
           ELSE
               SET CD-BAD TO TRUE
               STRING "CONTACT WRITE FAILED - STATUS "
                                        DELIMITED BY SIZE
                      WS-PROMISE-STATUS DELIMITED BY SIZE
                   INTO CD-MESSAGE
               END-STRING
           END-IF

           CLOSE PROMISE-CONTACT-FILE
           .
       0300-RECORD-THE-CALL-EXIT.
           EXIT.

       0310-FIND-HIGH-CONTACT SECTION.
           MOVE ZERO TO WS-HIGH-SEQ
           MOVE "N"  TO WS-PROMISE-EOF-FLAG

           MOVE CD-LOAN-NUMBER TO PR-LOAN-NUMBER
           MOVE ZERO           TO PR-CONTACT-SEQ
           START PROMISE-CONTACT-FILE
               KEY IS NOT LESS THAN PR-CONTACT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PROMISE-EOF-FLAG
           END-START

           PERFORM 0320-SCAN-ONE-CONTACT
               THRU 0320-SCAN-ONE-CONTACT-EXIT
               UNTIL END-OF-PROMISES
           .
       0310-FIND-HIGH-CONTACT-EXIT.
           EXIT.

       0320-SCAN-ONE-CONTACT SECTION.
           READ PROMISE-CONTACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PROMISE-EOF-FLAG
           END-READ

           IF NOT END-OF-PROMISES
               IF PR-LOAN-NUMBER NOT = CD-LOAN-NUMBER
                   MOVE "Y" TO WS-PROMISE-EOF-FLAG
               ELSE
                   IF PR-CONTACT-SEQ > WS-HIGH-SEQ
                       MOVE PR-CONTACT-SEQ TO WS-HIGH-SEQ
                   END-IF
               END-IF
           END-IF
           .
       0320-SCAN-ONE-CONTACT-EXIT.
           EXIT.

      *************************************************************
      *    A SERVICING NOTE -- LOANNTRY'S ENTITLEMENT AND EDITS.
      *************************************************************
       0400-RECORD-THE-NOTE SECTION.
           MOVE CD-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANNTRY"               TO SC-PROGRAM-ID
           MOVE CD-CATEGORY-CODE         TO SC-FUNCTION
           MOVE CD-LOAN-NUMBER           TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               SET CD-BAD TO TRUE
               STRING "NOT AUTHORIZED: " DELIMITED BY SIZE
                      SC-REASON          DELIMITED BY SIZE
                   INTO CD-MESSAGE
               END-STRING
               GO TO 0400-RECORD-THE-NOTE-EXIT
           END-IF

           IF CD-CATEGORY-CODE = SPACES
               SET CD-BAD TO TRUE
               MOVE "CATEGORY CODE MAY NOT BE BLANK" TO CD-MESSAGE
               GO TO 0400-RECORD-THE-NOTE-EXIT
           END-IF
           IF CD-NOTE-TEXT = SPACES
               SET CD-BAD TO TRUE
               MOVE "NOTE TEXT MAY NOT BE BLANK" TO CD-MESSAGE
               GO TO 0400-RECORD-THE-NOTE-EXIT
           END-IF

           PERFORM 0200-LOAD-THE-PICTURE
               THRU 0200-LOAD-THE-PICTURE-EXIT
           IF CD-LOAN-NOT-FOUND
               SET CD-BAD TO TRUE
               MOVE "LOAN NOT FOUND" TO CD-MESSAGE
               GO TO 0400-RECORD-THE-NOTE-EXIT
           END-IF

           OPEN I-O SERVICING-NOTE-FILE

           PERFORM 0410-FIND-HIGH-NOTE
               THRU 0410-FIND-HIGH-NOTE-EXIT

           MOVE CD-LOAN-NUMBER   TO NT-LOAN-NUMBER
           COMPUTE NT-NOTE-SEQ = WS-HIGH-SEQ + 1
           MOVE WS-RUN-DATE      TO NT-NOTE-DATE
           MOVE CD-OPERATOR-ID   TO NT-OPERATOR-ID
           MOVE CD-CATEGORY-CODE TO NT-CATEGORY-CODE
           MOVE CD-NOTE-TEXT     TO NT-NOTE-TEXT

           WRITE SERVICING-NOTE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF NOTE-WRITE-OK
               STRING "NOTE "           DELIMITED BY SIZE
                      NT-NOTE-SEQ       DELIMITED BY SIZE
                      " RECORDED ON "   DELIMITED BY SIZE
                      NT-LOAN-NUMBER    DELIMITED BY SIZE
                   INTO CD-MESSAGE
               END-STRING
           ELSE
               SET CD-BAD TO TRUE
               STRING "NOTE WRITE FAILED - STATUS "
                                        DELIMITED BY SIZE
                      WS-NOTE-STATUS    DELIMITED BY SIZE
                   INTO CD-MESSAGE
               END-STRING
           END-IF

           CLOSE SERVICING-NOTE-FILE
           .
       0400-RECORD-THE-NOTE-EXIT.
           EXIT.

       0410-FIND-HIGH-NOTE SECTION.
           MOVE ZERO TO WS-HIGH-SEQ
           MOVE "N"  TO WS-NOTE-EOF-FLAG

           MOVE CD-LOAN-NUMBER TO NT-LOAN-NUMBER
           MOVE ZERO           TO NT-NOTE-SEQ
           START SERVICING-NOTE-FILE
               KEY IS NOT LESS THAN NT-NOTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-NOTE-EOF-FLAG
           END-START

           PERFORM 0420-SCAN-ONE-NOTE
               THRU 0420-SCAN-ONE-NOTE-EXIT
               UNTIL END-OF-NOTES
           .
       0410-FIND-HIGH-NOTE-EXIT.
           EXIT.

       0420-SCAN-ONE-NOTE SECTION.
           READ SERVICING-NOTE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-NOTE-EOF-FLAG
           END-READ

           IF NOT END-OF-NOTES
               IF NT-LOAN-NUMBER NOT = CD-LOAN-NUMBER
                   MOVE "Y" TO WS-NOTE-EOF-FLAG
               ELSE
                   IF NT-NOTE-SEQ > WS-HIGH-SEQ
                       MOVE NT-NOTE-SEQ TO WS-HIGH-SEQ
                   END-IF
               END-IF
           END-IF
           .
       0420-SCAN-ONE-NOTE-EXIT.
           EXIT.

      *************************************************************
      *    A REPAYMENT PLAN STARTED FROM THE DESK.  LOANPLNE'S EDITS
      *    FOR A NEW PLAN; THE PLAN ITSELF IS NOT FILED HERE BUT
      *    QUEUED ON LOANPEND, WITH THE PLAN AS IT STANDS TODAY AS
      *    THE BEFORE IMAGE, AND FILED BY LOANPNDR WHEN A SECOND
      *    OPERATOR APPROVES IT.  TAKING A LOAN OFF A PLAN STAYS
      *    WITH LOANPLNE.
      *************************************************************
       0500-REQUEST-THE-PLAN SECTION.
           MOVE CD-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANCDSK"               TO SC-PROGRAM-ID
           MOVE "PLAN"                   TO SC-FUNCTION
           MOVE CD-LOAN-NUMBER           TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               SET CD-BAD TO TRUE
               STRING "NOT AUTHORIZED: " DELIMITED BY SIZE
                      SC-REASON          DELIMITED BY SIZE
                   INTO CD-MESSAGE
               END-STRING
               GO TO 0500-REQUEST-THE-PLAN-EXIT
           END-IF

           PERFORM 0200-LOAD-THE-PICTURE
               THRU 0200-LOAD-THE-PICTURE-EXIT
           IF CD-LOAN-NOT-FOUND
               SET CD-BAD TO TRUE
               MOVE "LOAN NOT FOUND" TO CD-MESSAGE
               GO TO 0500-REQUEST-THE-PLAN-EXIT
           END-IF
           IF CD-LOCKED
               SET CD-BAD TO TRUE
               STRING "LOCKED - "     DELIMITED BY SIZE
                      CD-LOCK-REASON  DELIMITED BY SIZE
                   INTO CD-MESSAGE
               END-STRING
               GO TO 0500-REQUEST-THE-PLAN-EXIT
           END-IF
           IF NOT LOAN-IS-OPEN
               SET CD-BAD TO TRUE
               STRING "LOAN IS NOT OPEN - STATUS " DELIMITED BY SIZE
                      CD-STATUS                    DELIMITED BY SIZE
                   INTO CD-MESSAGE
               END-STRING
               GO TO 0500-REQUEST-THE-PLAN-EXIT
           END-IF

           MOVE CD-PLAN-MONTHS TO WS-NEW-MONTHS
           IF WS-NEW-MONTHS NOT NUMERIC
               OR WS-NEW-MONTHS-N = ZERO
               SET CD-BAD TO TRUE
               MOVE "PLAN MONTHS MUST BE 3 DIGITS AND NOT ZERO"
                   TO CD-MESSAGE
               GO TO 0500-REQUEST-THE-PLAN-EXIT
           END-IF

           MOVE CD-PLAN-PAYMENT TO WS-NEW-AMOUNT
           IF WS-NEW-AMOUNT NOT NUMERIC
               OR WS-NEW-AMOUNT-N = ZERO
               SET CD-BAD TO TRUE
               MOVE
                   "PLAN PAYMENT MUST BE 10 DIGITS (V99), NOT ZERO"
                   TO CD-MESSAGE
               GO TO 0500-REQUEST-THE-PLAN-EXIT
           END-IF

           IF CD-PLAN-START NOT NUMERIC
               SET CD-BAD TO TRUE
               MOVE "PLAN START MUST BE YYYYMMDD" TO CD-MESSAGE
               GO TO 0500-REQUEST-THE-PLAN-EXIT
           END-IF
           MOVE CD-PLAN-START TO WS-NEW-DATE
           IF WS-NEW-MONTH < 01 OR WS-NEW-MONTH > 12
               OR WS-NEW-DAY < 01 OR WS-NEW-DAY > 31
               OR WS-NEW-YEAR < 1900
               SET CD-BAD TO TRUE
               MOVE "PLAN START NOT A REAL DATE" TO CD-MESSAGE
               GO TO 0500-REQUEST-THE-PLAN-EXIT
           END-IF

           INITIALIZE PENDING-CHANGE-RECORD

      *        THE PLAN ON FILE TODAY, IF ANY -- LOANPNDR REFUSES
      *        THE APPROVAL IF IT HAS CHANGED IN THE MEANTIME.
           OPEN INPUT REPAYMENT-PLAN-FILE
           MOVE CD-LOAN-NUMBER TO RP-LOAN-NUMBER
           READ REPAYMENT-PLAN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF PLAN-READ-OK
               PERFORM 0550-BUILD-PLAN-IMAGE
                   THRU 0550-BUILD-PLAN-IMAGE-EXIT
               MOVE WS-PLAN-IMAGE TO PN-BEFORE-IMAGE
           ELSE
               MOVE "NEW PLAN" TO PN-BEFORE-IMAGE
           END-IF
           CLOSE REPAYMENT-PLAN-FILE

           MOVE WS-NEW-DATE             TO WS-IMG-START
           MOVE WS-NEW-MONTHS-N         TO WS-IMG-MONTHS
           MOVE WS-NEW-AMOUNT-N         TO WS-IMG-PAYMENT

           ACCEPT PN-KEYED-DATE FROM DATE YYYYMMDD
           ACCEPT PN-KEYED-TIME FROM TIME
           MOVE CD-OPERATOR-ID          TO PN-KEYED-BY
           MOVE "LOANCDSK"              TO PN-PROGRAM-ID
           MOVE CD-LOAN-NUMBER          TO PN-LOAN-NUMBER
           SET PN-CHANGE-PLAN           TO TRUE
           MOVE SPACES                  TO PN-NEW-VALUES
           MOVE WS-NEW-DATE             TO PN-NEW-PLAN-START
           MOVE WS-NEW-MONTHS-N         TO PN-NEW-PLAN-MONTHS
           MOVE WS-NEW-AMOUNT-N         TO PN-NEW-PLAN-PAYMENT
           MOVE WS-PLAN-IMAGE           TO PN-AFTER-IMAGE
           SET PN-PENDING               TO TRUE

           OPEN I-O PENDING-CHANGE-FILE
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF PENDING-WRITE-OK
               STRING "PLAN AWAITS APPROVAL - KEY " DELIMITED BY SIZE
                      PN-PENDING-KEY                DELIMITED BY SIZE
                   INTO CD-MESSAGE
               END-STRING
           ELSE
               SET CD-BAD TO TRUE
               STRING "PENDING QUEUE WRITE FAILED - STATUS "
                                        DELIMITED BY SIZE
                      WS-PENDING-STATUS DELIMITED BY SIZE
                   INTO CD-MESSAGE
               END-STRING
           END-IF

           CLOSE PENDING-CHANGE-FILE
           .
       0500-REQUEST-THE-PLAN-EXIT.
           EXIT.

       0550-BUILD-PLAN-IMAGE SECTION.
           MOVE RP-PLAN-START-DATE TO WS-IMG-START
           MOVE RP-PLAN-MONTHS     TO WS-IMG-MONTHS
           MOVE RP-PLAN-PAYMENT    TO WS-IMG-PAYMENT
           .
       0550-BUILD-PLAN-IMAGE-EXIT.
           EXIT.

       END PROGRAM LOANCDSK.
