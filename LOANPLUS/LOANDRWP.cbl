       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDRWP.
       REMARKS. SHARED DRAW-ADVANCE POSTING FOR OPEN-END LOANS,
               CALLED WITH THE DRAWAREA RECORD.  THE ADVANCE IS
               REFUSED IF THE LOAN IS CLOSED-END, NOT OPEN, UNDER A
               SANCTIONS HOLD (LOANOFHD), OR THE NEW BALANCE WOULD
               PASS THE LIMIT.  ON AN EDIT-ONLY
               CALL NOTHING IS TOUCHED.  ON A POSTING CALL A GOOD
               ADVANCE IS APPENDED TO THE DRAW LEDGER, THE
               OUTSTANDING BALANCE IS RAISED, AND THE REMAINING TERM
               IS RE-AMORTIZED THROUGH LOANAMORT'S RESTART-MONTH PATH
               -- THE SAME SPLICE THE ARM RESET AND SCRA RUNS USE,
               PENNY FOLD-BACK INCLUDED -- SO EVERY DOWNSTREAM
               PASS SEES THE TRUE NEW BALANCE PATH.  LOANDRAW CALLS
               IT FOR A KEYED ADVANCE; LOANPNDR FOR ONE APPROVED
               OFF THE PENDING-CHANGE QUEUE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL DRAW-LEDGER-FILE
                                    ASSIGN TO "DRAWLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS DW-DRAW-KEY
                                    FILE STATUS IS WS-DRAW-STATUS.

      *    A DRAW CHANGES THE SCHEDULE, SO THE LOAN JOINS THE
      *    TOUCHED FILE AND THE INCREMENTAL NIGHTLY PASSES RE-GRADE
      *    AND RECAST IT TONIGHT.
           SELECT OPTIONAL TOUCHED-LOAN-FILE
                                    ASSIGN TO "TOUCHEDL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  DRAW-LEDGER-FILE.
       COPY DRAWLEDG.

       FD  TOUCHED-LOAN-FILE.
       01  TOUCHED-LOAN-RECORD.
           03 TL-LOAN-NUMBER         PIC X(10).

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-IO-OK          VALUE "00".

       01  WS-DRAW-STATUS            PIC X(02) VALUE SPACES.
           88  DRAW-WRITE-OK         VALUE "00", "02".

       01  WS-DRAW-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-DRAWS         VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-RUN-DATE.
           03 WS-RUN-YEAR            PIC 9(4).
           03 WS-RUN-MONTH           PIC 9(2).
           03 WS-RUN-DAY             PIC 9(2).

       01  WS-ORIG-DATE              PIC 9(8).
       01  FILLER REDEFINES WS-ORIG-DATE.
           03 WS-ORIG-YEAR           PIC 9(4).
           03 WS-ORIG-MONTH          PIC 9(2).
           03 WS-ORIG-DAY            PIC 9(2).

       01  MONTH                     PIC S9(4) COMP.
       01  WS-SPLICE-MONTH           PIC S9(4) COMP.
       01  WS-REMAINING-TERM         PIC S9(4) COMP.
       01  WS-CURRENT-BALANCE        PIC S9(8)V99 COMP-3.
       01  WS-NEW-BALANCE            PIC S9(9)V99 COMP-3.
      *    LOANAMORT TAKES A WHOLE-DOLLAR PRINCIPAL, SO THE TRUE
      *    BALANCE IS ROUNDED TO HAND IN AND THE CENTS DROPPED ARE
      *    FOLDED BACK INTO THE FIRST SPLICED MONTH -- THE SAME
      *    PENNY-TIE TREATMENT THE RESET RUN USES.
       01  WS-ROUNDED-BALANCE        PIC S9(8) COMP-3.
       01  WS-RESIDUAL-CENTS         PIC S9(1)V99 COMP-3.
       01  WS-PRE-SPLICE-INTEREST    PIC S9(9)V9(9) VALUE ZERO.
       01  WS-HIGH-SEQ               PIC 9(6).

       COPY AMORTIN.
       COPY AMORTOUT.

       COPY HOLDAREA.

       LINKAGE SECTION.
       COPY DRAWAREA.

       PROCEDURE DIVISION USING DRAW-POST-AREA.

       0000-CONTROL SECTION.
           SET DP-FAILED TO TRUE
           MOVE ZERO        TO DP-CURRENT-BALANCE
                               DP-NEW-BALANCE
           MOVE DP-RUN-DATE TO WS-RUN-DATE

           PERFORM 0100-POST-THE-ADVANCE
               THRU 0100-POST-THE-ADVANCE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-POST-THE-ADVANCE SECTION.
           IF DP-AMOUNT NOT NUMERIC
               OR DP-AMOUNT = ZERO
               DISPLAY "ADVANCE MUST BE 10 DIGITS (V99),"
                   " NOT ZERO"
               GO TO 0100-POST-THE-ADVANCE-EXIT
           END-IF

           OPEN I-O LOAN-MASTER-FILE
           MOVE DP-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND: " DP-LOAN-NUMBER
           END-READ

           IF MASTER-IO-OK
               PERFORM 0200-EDIT-THE-ADVANCE
                   THRU 0200-EDIT-THE-ADVANCE-EXIT
           END-IF

           CLOSE LOAN-MASTER-FILE
           .
       0100-POST-THE-ADVANCE-EXIT.
           EXIT.

      *************************************************************
      *    AN ADVANCE NEEDS AN OPEN, OPEN-END LOAN, NOT UNDER
      *    SANCTIONS HOLD, WITH ROOM UNDER THE LIMIT, AND A
      *    SCHEDULE MONTH STILL AHEAD TO SPLICE AT.
      *************************************************************
       0200-EDIT-THE-ADVANCE SECTION.
           IF NOT LM-STATUS-OPEN
               DISPLAY "LOAN IS NOT OPEN - STATUS " LM-STATUS
               GO TO 0200-EDIT-THE-ADVANCE-EXIT
           END-IF
           IF LM-CREDIT-LIMIT = ZERO
               DISPLAY "CLOSED-END LOAN - NO DRAWS"
               GO TO 0200-EDIT-THE-ADVANCE-EXIT
           END-IF

           MOVE LM-LOAN-NUMBER TO HA-LOAN-NUMBER
           CALL "LOANOFHD" USING HOLD-CHECK-AREA
           IF HA-ON-HOLD
               DISPLAY "ADVANCE REFUSED - LOAN UNDER SANCTIONS HOLD"
                   " SINCE " HA-HOLD-DATE
               GO TO 0200-EDIT-THE-ADVANCE-EXIT
           END-IF

      *        THE SPLICE MONTH IS THE FIRST SCHEDULE MONTH AFTER
      *        THE DRAW DATE; THE BALANCE THE DRAW RAISES IS THE
      *        SCHEDULED BALANCE GOING INTO IT.
           MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE
           COMPUTE WS-SPLICE-MONTH =
               ((WS-RUN-YEAR * 12) + WS-RUN-MONTH)
               - ((WS-ORIG-YEAR * 12) + WS-ORIG-MONTH) + 2
           IF WS-SPLICE-MONTH < 2
               OR WS-SPLICE-MONTH > LM-LOANTERM
               DISPLAY "NO SCHEDULE MONTHS LEFT TO RE-AMORTIZE"
               GO TO 0200-EDIT-THE-ADVANCE-EXIT
           END-IF

           MOVE LM-BALANCE(WS-SPLICE-MONTH - 1)
               TO WS-CURRENT-BALANCE
           COMPUTE WS-NEW-BALANCE =
               WS-CURRENT-BALANCE + DP-AMOUNT

           IF WS-NEW-BALANCE > LM-CREDIT-LIMIT
               DISPLAY "ADVANCE REFUSED - BALANCE "
                   WS-CURRENT-BALANCE " PLUS DRAW PASSES LIMIT "
                   LM-CREDIT-LIMIT
               GO TO 0200-EDIT-THE-ADVANCE-EXIT
           END-IF

           MOVE WS-CURRENT-BALANCE TO DP-CURRENT-BALANCE
           MOVE WS-NEW-BALANCE     TO DP-NEW-BALANCE
           IF DP-EDIT-ONLY
               SET DP-GOOD TO TRUE
               GO TO 0200-EDIT-THE-ADVANCE-EXIT
           END-IF

           PERFORM 0300-SPLICE-THE-NEW-PATH
               THRU 0300-SPLICE-THE-NEW-PATH-EXIT
           .
       0200-EDIT-THE-ADVANCE-EXIT.
           EXIT.

      *************************************************************
      *    RE-AMORTIZE THE RAISED BALANCE OVER THE REMAINING TERM
      *    AND SPLICE THE NEW ROWS IN; ONLY THEN IS THE DRAW
      *    LEDGERED -- A FAILED SPLICE LEAVES NO TRACE OF THE
      *    ADVANCE ANYWHERE.
      *************************************************************
       0300-SPLICE-THE-NEW-PATH SECTION.
           COMPUTE WS-ROUNDED-BALANCE ROUNDED = WS-NEW-BALANCE
           COMPUTE WS-RESIDUAL-CENTS =
               WS-NEW-BALANCE - WS-ROUNDED-BALANCE
           COMPUTE WS-REMAINING-TERM =
               LM-LOANTERM - WS-SPLICE-MONTH + 1

           MOVE ZERO TO WS-PRE-SPLICE-INTEREST
           PERFORM 0310-SUM-PRE-SPLICE-INTEREST
               THRU 0310-SUM-PRE-SPLICE-INTEREST-EXIT
               VARYING MONTH FROM 1 BY 1
               UNTIL MONTH NOT < WS-SPLICE-MONTH

           INITIALIZE LOANINFO
           MOVE LM-LOAN-NUMBER       TO IN-LOAN-NUMBER
           MOVE LM-BORROWER-NAME     TO IN-BORROWER-NAME
           MOVE LM-ORIGINATION-DATE  TO IN-ORIGINATION-DATE
           MOVE WS-ROUNDED-BALANCE   TO PRINCIPAL
           MOVE WS-REMAINING-TERM    TO LOANTERM
           MOVE LM-RATE              TO RATE
           MOVE WS-SPLICE-MONTH      TO RESTART-MONTH
           MOVE LM-INTEREST-ONLY-MONTHS TO INTEREST-ONLY-MONTHS
           MOVE "DRAW"               TO IN-CHANNEL

           CALL "LOANAMORT" USING LOANINFO OUTDATA

           IF OUT-ERROR-COUNT > ZERO
               DISPLAY "DRAW SPLICE FAILED EDITS FOR LOAN "
                   LM-LOAN-NUMBER " - " OUT-ERROR-MESSAGE
               GO TO 0300-SPLICE-THE-NEW-PATH-EXIT
           END-IF

           PERFORM 0320-SPLICE-ONE-MONTH
               THRU 0320-SPLICE-ONE-MONTH-EXIT
               VARYING MONTH FROM WS-SPLICE-MONTH BY 1
               UNTIL MONTH > LM-LOANTERM

           IF WS-RESIDUAL-CENTS NOT = ZERO
               ADD WS-RESIDUAL-CENTS
                   TO LM-PRINCPAID(WS-SPLICE-MONTH)
                      LM-PAYMENT(WS-SPLICE-MONTH)
           END-IF

           COMPUTE LM-TOTINTPAID =
               WS-PRE-SPLICE-INTEREST + OUTTOTINTPAID

           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF NOT MASTER-IO-OK
               DISPLAY "REWRITE FAILED FOR LOAN " LM-LOAN-NUMBER
                   " STATUS " WS-MASTER-STATUS
               GO TO 0300-SPLICE-THE-NEW-PATH-EXIT
           END-IF

           PERFORM 0400-LEDGER-THE-DRAW
               THRU 0400-LEDGER-THE-DRAW-EXIT
           .
       0300-SPLICE-THE-NEW-PATH-EXIT.
           EXIT.

       0310-SUM-PRE-SPLICE-INTEREST SECTION.
           ADD LM-INTPAID(MONTH) TO WS-PRE-SPLICE-INTEREST
           .
       0310-SUM-PRE-SPLICE-INTEREST-EXIT.
           EXIT.

       0320-SPLICE-ONE-MONTH SECTION.
           MOVE OUTPRINCPAID(MONTH) TO LM-PRINCPAID(MONTH)
           MOVE OUTINTPAID(MONTH)   TO LM-INTPAID(MONTH)
           MOVE OUTPAYMENT(MONTH)   TO LM-PAYMENT(MONTH)
           MOVE OUTBALANCE(MONTH)   TO LM-BALANCE(MONTH)
           .
       0320-SPLICE-ONE-MONTH-EXIT.
           EXIT.

       0400-LEDGER-THE-DRAW SECTION.
           OPEN I-O DRAW-LEDGER-FILE

           PERFORM 0410-FIND-HIGH-SEQ
               THRU 0410-FIND-HIGH-SEQ-EXIT

           MOVE LM-LOAN-NUMBER TO DW-LOAN-NUMBER
           COMPUTE DW-DRAW-SEQ = WS-HIGH-SEQ + 1
           MOVE WS-RUN-DATE     TO DW-DRAW-DATE
           MOVE DP-AMOUNT       TO DW-DRAW-AMOUNT
           MOVE DP-OPERATOR-ID  TO DW-OPERATOR-ID

           WRITE DRAW-LEDGER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF DRAW-WRITE-OK
               SET DP-GOOD TO TRUE
               OPEN EXTEND TOUCHED-LOAN-FILE
               MOVE LM-LOAN-NUMBER TO TL-LOAN-NUMBER
               WRITE TOUCHED-LOAN-RECORD
               CLOSE TOUCHED-LOAN-FILE

               DISPLAY "DRAW " DW-DRAW-SEQ " OF "
                   DW-DRAW-AMOUNT " POSTED ON " DW-LOAN-NUMBER
                   " BY " DP-OPERATOR-ID
               DISPLAY "NEW PAYMENT: " LM-PAYMENT(WS-SPLICE-MONTH)
           ELSE
               DISPLAY "DRAW LEDGER WRITE FAILED - STATUS "
                   WS-DRAW-STATUS
           END-IF

           CLOSE DRAW-LEDGER-FILE
           .
       0400-LEDGER-THE-DRAW-EXIT.
           EXIT.

       0410-FIND-HIGH-SEQ SECTION.
           MOVE ZERO TO WS-HIGH-SEQ
           MOVE "N"  TO WS-DRAW-EOF-FLAG

           MOVE LM-LOAN-NUMBER TO DW-LOAN-NUMBER
           MOVE ZERO           TO DW-DRAW-SEQ
           START DRAW-LEDGER-FILE
               KEY IS NOT LESS THAN DW-DRAW-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DRAW-EOF-FLAG
           END-START

           PERFORM 0420-SCAN-ONE-DRAW
               THRU 0420-SCAN-ONE-DRAW-EXIT
               UNTIL END-OF-DRAWS
           .
       0410-FIND-HIGH-SEQ-EXIT.
           EXIT.

       0420-SCAN-ONE-DRAW SECTION.
           READ DRAW-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DRAW-EOF-FLAG
           END-READ

           IF NOT END-OF-DRAWS
               IF DW-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                   MOVE "Y" TO WS-DRAW-EOF-FLAG
               ELSE
                   IF DW-DRAW-SEQ > WS-HIGH-SEQ
                       MOVE DW-DRAW-SEQ TO WS-HIGH-SEQ
                   END-IF
               END-IF
           END-IF
           .
       0420-SCAN-ONE-DRAW-EXIT.
           EXIT.

       END PROGRAM LOANDRWP.
