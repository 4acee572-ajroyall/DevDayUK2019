       PROGRAM-ID. LOANDRAW.
       REMARKS. DRAW-ADVANCE POSTING FOR OPEN-END LOANS.  AN
               OPERATOR POSTS ONE PRINCIPAL ADVANCE AGAINST A LOAN
               CARRYING A CREDIT LIMIT.  THE EDITS, THE LEDGER AND
               THE RE-AMORTIZATION SPLICE ARE LOANDRWP'S, SHARED
               WITH THE PENDING-CHANGE REVIEW.  AN ADVANCE OVER THE
               REVIEW THRESHOLD IS NOT POSTED ON ONE OPERATOR'S
               SAY-SO: ONCE IT PASSES THE EDITS IT IS WRITTEN TO
               THE LOANPEND QUEUE, AND POSTS ONLY WHEN A SECOND
               OPERATOR APPROVES IT THROUGH LOANPNDR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-CHANGE-FILE
                                    ASSIGN TO "LOANPEND"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PN-PENDING-KEY
                                    FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       WORKING-STORAGE SECTION.

       77  DRAW-REVIEW-THRESHOLD     PIC 9(8)V99 VALUE 25000.00.

       01  WS-PENDING-STATUS         PIC X(02) VALUE SPACES.
           88  PENDING-WRITE-OK      VALUE "00", "02".

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-INQUIRY-LOAN-NUMBER    PIC X(10).
           03 WS-NEW-AMOUNT-N        PIC 9(8)V99.

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-BALANCE-EDIT           PIC Z(8)9.99.

       COPY DRAWAREA.

       COPY SECAREA.

       PROCEDURE DIVISION.

           ACCEPT WS-NEW-AMOUNT          FROM CONSOLE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANDRAW"               TO SC-PROGRAM-ID
           MOVE "ADVANCE"                TO SC-FUNCTION
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

           PERFORM 0100-POST-THE-ADVANCE
               THRU 0100-POST-THE-ADVANCE-EXIT

       0000-CONTROL-EXIT.
           EXIT.

      *************************************************************
      *    AN ADVANCE AT OR UNDER THE THRESHOLD POSTS NOW.  ONE
      *    OVER IT IS EDITED NOW -- SO THE OPERATOR HEARS AT ONCE
      *    OF A CLOSED LOAN OR A BLOWN LIMIT -- AND QUEUED.
      *************************************************************
       0100-POST-THE-ADVANCE SECTION.
           IF WS-NEW-AMOUNT NOT NUMERIC
               OR WS-NEW-AMOUNT-N = ZERO
               GO TO 0100-POST-THE-ADVANCE-EXIT
           END-IF

           MOVE WS-INQUIRY-LOAN-NUMBER TO DP-LOAN-NUMBER
           MOVE WS-NEW-AMOUNT-N        TO DP-AMOUNT
           MOVE WS-OPERATOR-ID         TO DP-OPERATOR-ID
           MOVE WS-RUN-DATE            TO DP-RUN-DATE

           IF WS-NEW-AMOUNT-N NOT > DRAW-REVIEW-THRESHOLD
               SET DP-POST TO TRUE
               CALL "LOANDRWP" USING DRAW-POST-AREA
               GO TO 0100-POST-THE-ADVANCE-EXIT
           END-IF

           SET DP-EDIT-ONLY TO TRUE
           CALL "LOANDRWP" USING DRAW-POST-AREA
           IF DP-GOOD
               PERFORM 0200-QUEUE-FOR-REVIEW
                   THRU 0200-QUEUE-FOR-REVIEW-EXIT
           END-IF
           .
       0100-POST-THE-ADVANCE-EXIT.
           EXIT.

      *************************************************************
      *    WRITE THE ADVANCE TO THE PENDING-CHANGE QUEUE.  THE
      *    IMAGES CARRY THE BALANCE IT RAISES AND THE RAISED ONE.
      *************************************************************
       0200-QUEUE-FOR-REVIEW SECTION.
           INITIALIZE PENDING-CHANGE-RECORD
           ACCEPT PN-KEYED-DATE FROM DATE YYYYMMDD
           ACCEPT PN-KEYED-TIME FROM TIME
           MOVE WS-OPERATOR-ID          TO PN-KEYED-BY
           MOVE "LOANDRAW"              TO PN-PROGRAM-ID
           MOVE WS-INQUIRY-LOAN-NUMBER  TO PN-LOAN-NUMBER
           SET PN-CHANGE-DRAW           TO TRUE
           MOVE SPACES                  TO PN-NEW-VALUES
           MOVE WS-NEW-AMOUNT-N         TO PN-NEW-DRAW-AMOUNT
           MOVE DP-CURRENT-BALANCE      TO WS-BALANCE-EDIT
           MOVE WS-BALANCE-EDIT         TO PN-BEFORE-IMAGE
           MOVE DP-NEW-BALANCE          TO WS-BALANCE-EDIT
           MOVE WS-BALANCE-EDIT         TO PN-AFTER-IMAGE
           SET PN-PENDING               TO TRUE

           OPEN I-O PENDING-CHANGE-FILE
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF PENDING-WRITE-OK
               DISPLAY "ADVANCE OF " WS-NEW-AMOUNT-N " ON "
                   WS-INQUIRY-LOAN-NUMBER " IS OVER "
                   DRAW-REVIEW-THRESHOLD
               DISPLAY "QUEUED FOR APPROVAL - KEY "
                   PN-PENDING-KEY
           ELSE
               DISPLAY "PENDING QUEUE WRITE FAILED - STATUS "
                   WS-PENDING-STATUS
           END-IF

           CLOSE PENDING-CHANGE-FILE
           .
       0200-QUEUE-FOR-REVIEW-EXIT.
           EXIT.

       END PROGRAM LOANDRAW.
