               AND POSTED PAYMENT HISTORY.  PER-LOAN VARIANCES OVER
               THE TOLERANCE ARE REPORTED, WITH PORTFOLIO TOTALS
               FOR BOTH SIDES, SO A POSTING ERROR SURFACES THE
               MORNING AFTER INSTEAD OF AT YEAR-END AUDIT.  EACH
               POSITION'S OUTSTANDING SERVICER ADVANCES -- P&I,
               ESCROW AND CORPORATE, OFF THE ADVANCE LEDGER -- ARE
               LISTED ALONGSIDE AND TOTALLED BY TYPE, SINCE THEY
               ARE OWED TO US ON TOP OF THE PRINCIPAL BALANCE.

       ENVIRONMENT DIVISION.

                                    RECORD KEY IS PH-HISTORY-KEY
                                    FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL ADVANCE-LEDGER-FILE
                                    ASSIGN TO "ADVNLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS AV-LEDGER-KEY
                                    FILE STATUS IS WS-ADVANCE-STATUS.

           SELECT VARIANCE-RPT-FILE
                                    ASSIGN TO "LOANTRBL"
                                    ORGANIZATION IS LINE SEQUENTIAL.
       FD  PAYMENT-HISTORY-FILE.
       COPY LOANPMTH.

       FD  ADVANCE-LEDGER-FILE.
       COPY ADVNLEDG.

       FD  VARIANCE-RPT-FILE.
       01  VARIANCE-RPT-RECORD       PIC X(80).

           88  MASTER-READ-OK        VALUE "00".

       01  WS-HISTORY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ADVANCE-STATUS         PIC X(02) VALUE SPACES.

       01  WS-ADVANCE-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-ADVANCES      VALUE "Y".

      *    THE CURRENT POSITION'S OUTSTANDING ADVANCES BY TYPE --
      *    ADVANCED LESS RECOVERED -- AND THE PORTFOLIO TOTALS.
       01  WS-ADV-PI                 PIC S9(9)V99 COMP-3.
       01  WS-ADV-ESCROW             PIC S9(9)V99 COMP-3.
       01  WS-ADV-CORPORATE          PIC S9(9)V99 COMP-3.
       01  WS-TOTAL-ADV-PI           PIC S9(12)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-ADV-ESCROW       PIC S9(12)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-ADV-CORPORATE    PIC S9(12)V99 COMP-3 VALUE ZERO.
       01  WS-ADVANCED-LOAN-COUNT    PIC S9(8) COMP VALUE ZERO.

       01  WS-PAID-THRU-MONTH        PIC S9(4) COMP.
       01  MONTH                     PIC S9(4) COMP.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 VAR-NOTE               PIC X(24).

       01  ADVANCE-DETAIL-LINE.
           03 ADL-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 ADL-PI                 PIC -,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 ADL-ESCROW             PIC -,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 ADL-CORPORATE          PIC -,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 FILLER                 PIC X(24)
                VALUE "ADVANCES P&I/ESC/CORP".

       01  VARIANCE-TOTAL-LINE.
           03 VTL-LABEL              PIC X(24).
           03 VTL-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           OPEN INPUT  LEDGER-EXTRACT-FILE
           OPEN INPUT  LOAN-MASTER-FILE
           OPEN INPUT  PAYMENT-HISTORY-FILE
           OPEN INPUT  ADVANCE-LEDGER-FILE
           OPEN OUTPUT VARIANCE-RPT-FILE

           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-HEADING-1
               ADD 1 TO WS-VARIANCE-COUNT
               WRITE VARIANCE-RPT-RECORD FROM VARIANCE-DETAIL-LINE
           END-IF

           PERFORM 0400-TOTAL-LOAN-ADVANCES
               THRU 0400-TOTAL-LOAN-ADVANCES-EXIT
           .
       0200-RECONCILE-NEXT.
           PERFORM 0210-READ-EXTRACT-FILE
       0320-COUNT-COVERED-MONTH-EXIT.
           EXIT.

      *************************************************************
      *    THE POSITION'S OUTSTANDING ADVANCES OFF THE ADVANCE
      *    LEDGER.  A LOAN CARRYING ANY IS LISTED WITH ITS THREE
      *    BALANCES; EVERY LOAN FEEDS THE PORTFOLIO TOTALS.
      *************************************************************
       0400-TOTAL-LOAN-ADVANCES SECTION.
           MOVE ZERO TO WS-ADV-PI
           MOVE ZERO TO WS-ADV-ESCROW
           MOVE ZERO TO WS-ADV-CORPORATE
           MOVE "N"  TO WS-ADVANCE-EOF-FLAG

           MOVE LM-LOAN-NUMBER TO AV-LOAN-NUMBER
           MOVE ZERO           TO AV-ENTRY-SEQ
           START ADVANCE-LEDGER-FILE
               KEY IS NOT LESS THAN AV-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-START

           PERFORM 0410-TOTAL-ONE-ADVANCE
               THRU 0410-TOTAL-ONE-ADVANCE-EXIT
               UNTIL END-OF-ADVANCES

           IF WS-ADV-PI NOT = ZERO
               OR WS-ADV-ESCROW NOT = ZERO
               OR WS-ADV-CORPORATE NOT = ZERO
               ADD 1 TO WS-ADVANCED-LOAN-COUNT
               MOVE LM-LOAN-NUMBER   TO ADL-LOAN-NUMBER
               MOVE WS-ADV-PI        TO ADL-PI
               MOVE WS-ADV-ESCROW    TO ADL-ESCROW
               MOVE WS-ADV-CORPORATE TO ADL-CORPORATE
               WRITE VARIANCE-RPT-RECORD FROM ADVANCE-DETAIL-LINE
           END-IF

           ADD WS-ADV-PI        TO WS-TOTAL-ADV-PI
           ADD WS-ADV-ESCROW    TO WS-TOTAL-ADV-ESCROW
           ADD WS-ADV-CORPORATE TO WS-TOTAL-ADV-CORPORATE
           .
       0400-TOTAL-LOAN-ADVANCES-EXIT.
           EXIT.

       0410-TOTAL-ONE-ADVANCE SECTION.
           READ ADVANCE-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-READ

           IF NOT END-OF-ADVANCES
               IF AV-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
               ELSE
                   IF AV-ENTRY-RECOVERY
                       EVALUATE TRUE
                           WHEN AV-TYPE-PI
                               SUBTRACT AV-AMOUNT FROM WS-ADV-PI
                           WHEN AV-TYPE-ESCROW
                               SUBTRACT AV-AMOUNT FROM WS-ADV-ESCROW
                           WHEN OTHER
                               SUBTRACT AV-AMOUNT
                                   FROM WS-ADV-CORPORATE
                       END-EVALUATE
                   ELSE
                       EVALUATE TRUE
                           WHEN AV-TYPE-PI
                               ADD AV-AMOUNT TO WS-ADV-PI
                           WHEN AV-TYPE-ESCROW
                               ADD AV-AMOUNT TO WS-ADV-ESCROW
                           WHEN OTHER
                               ADD AV-AMOUNT TO WS-ADV-CORPORATE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           .
       0410-TOTAL-ONE-ADVANCE-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO VARIANCE-RPT-RECORD
           WRITE VARIANCE-RPT-RECORD
           MOVE WS-VARIANCE-COUNT       TO VCL-COUNT
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-COUNT-LINE

           MOVE "P&I ADVANCES:"         TO VTL-LABEL
           MOVE WS-TOTAL-ADV-PI         TO VTL-AMOUNT
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-TOTAL-LINE
           MOVE "ESCROW ADVANCES:"      TO VTL-LABEL
           MOVE WS-TOTAL-ADV-ESCROW     TO VTL-AMOUNT
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-TOTAL-LINE
           MOVE "CORPORATE ADVANCES:"   TO VTL-LABEL
           MOVE WS-TOTAL-ADV-CORPORATE  TO VTL-AMOUNT
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-TOTAL-LINE
           MOVE "LOANS WITH ADVANCES:"  TO VCL-LABEL
           MOVE WS-ADVANCED-LOAN-COUNT  TO VCL-COUNT
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-COUNT-LINE

           CLOSE LEDGER-EXTRACT-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE ADVANCE-LEDGER-FILE
           CLOSE VARIANCE-RPT-FILE
           .
       0900-TERMINATE-EXIT.
