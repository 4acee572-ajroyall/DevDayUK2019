       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPMTX.
       REMARKS. MISAPPLIED PAYMENT TRANSFER.  WHEN A RECEIPT WAS
               KEYED TO THE WRONG LOAN NUMBER AND POSTED THERE, AN
               OPERATOR NAMES THE POSTED PAYMENT (LOAN AND HISTORY
               SEQUENCE) AND THE LOAN IT BELONGS TO.  THE WRONG
               LOAN GETS AN "R" REVERSAL MIRRORING THE POSTING, THE
               WAY A BOUNCED ITEM IS REVERSED: THE ESCROW IT
               COLLECTED COMES BACK OFF THE LEDGER, THE FEE MONEY
               IT TOOK GOES BACK ON THE LATE-FEE BALANCE, A
               PARTIAL PAYMENT HELD UNAPPLIED COMES BACK OFF THE
               UNAPPLIED BALANCE, AND ANY BUYDOWN DRAW IT CONSUMED
               GOES BACK INTO THE SUBSIDY DEPOSIT.  THE RECEIPT
               ITSELF -- THE CASH ONLY, WITH ITS ORIGINAL
               EFFECTIVE DATE, SOURCE AND BANK REFERENCE -- IS
               WRITTEN IN BANKRMIT LAYOUT TO THE XFERRMIT FILE, SO
               THE NEXT POSTING RUN PRESENTS IT AGAINST THE RIGHT
               LOAN THROUGH THE NORMAL SPLIT, THE SAME WAY LOANSUSW
               RE-PRESENTS REPAIRED SUSPENSE ITEMS.  BOTH LOANS
               JOIN THE TOUCHED-LOANS FILE, AND THE TRANSFER IS
               APPENDED TO THE MAINTENANCE-AUDIT FILE ON BOTH.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
                                    ASSIGN TO "LOANPMTH"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PH-HISTORY-KEY
                                    FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL ESCROW-LEDGER-FILE
                                    ASSIGN TO "ESCRLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS EL-LEDGER-KEY
                                    FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL BUYDOWN-SUBSIDY-FILE
                                    ASSIGN TO "BUYDSUBS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS BD-LOAN-NUMBER
                                    FILE STATUS IS WS-SUBSIDY-STATUS.

      *    THE RE-PRESENTED RECEIPT, EXTENDED ONE TRANSFER AT A
      *    TIME, FOR THE NEXT POSTING RUN.
           SELECT OPTIONAL REPRESENT-FILE
                                    ASSIGN TO "XFERRMIT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TOUCHED-LOAN-FILE
                                    ASSIGN TO "TOUCHEDL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  PAYMENT-HISTORY-FILE.
       COPY LOANPMTH.

       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  BUYDOWN-SUBSIDY-FILE.
       COPY BUYDSUBS.

       FD  REPRESENT-FILE.
       COPY BANKRMIT.

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

      *    DISBURSEMENT SEQUENCE FLOOR, SAME RANGE LOANESCD
      *    NUMBERS FROM -- THE BACKOUT IS A "D" ENTRY, AS IN
      *    LOANNSFR.
       77  DISBURSE-SEQ-FLOOR        PIC 9(6) VALUE 500001.

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".
       01  WS-HISTORY-STATUS         PIC X(02) VALUE SPACES.
           88  HISTORY-READ-OK       VALUE "00".
           88  HISTORY-WRITE-OK      VALUE "00".
       01  WS-LEDGER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-SUBSIDY-STATUS         PIC X(02) VALUE SPACES.
           88  SUBSIDY-READ-OK       VALUE "00".

       01  WS-HISTORY-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-HISTORY       VALUE "Y".
       01  WS-LEDGER-EOF-FLAG        PIC X  VALUE "N".
           88  END-OF-LEDGER        VALUE "Y".

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-WRONG-LOAN-NUMBER      PIC X(10).
       01  WS-PAYMENT-SEQ            PIC X(06).
       01  FILLER REDEFINES WS-PAYMENT-SEQ.
           03 WS-PAYMENT-SEQ-N       PIC 9(6).
       01  WS-RIGHT-LOAN-NUMBER      PIC X(10).

       01  WS-RUN-DATE               PIC 9(8).

      *    POSTINGS AND REVERSALS ON THE WRONG LOAN CARRYING THE
      *    RECEIPT'S REFERENCE, COUNTED THE LOANNSFR WAY: ONCE THE
      *    REVERSALS HAVE CAUGHT THE POSTINGS THERE IS NOTHING
      *    LEFT ON THE LOAN TO TRANSFER.
       01  WS-REF-PAY-COUNT          PIC S9(4) COMP.
       01  WS-REF-REV-COUNT          PIC S9(4) COMP.

       01  WS-HIGH-SEQ               PIC 9(6).
       01  WS-EL-HIGH-SEQ            PIC 9(6).

      *    THE ORIGINAL POSTED PAYMENT, SAVED OFF BEFORE THE SCAN
      *    RUNS OVER THE RECORD AREA.
       01  WS-ORIG-MONTH             PIC 9(4).
       01  WS-ORIG-AMOUNT            PIC 9(8)V99.
       01  WS-ORIG-EFFECTIVE-DATE    PIC 9(8).
       01  WS-ORIG-SOURCE            PIC X(10).
       01  WS-ORIG-REFERENCE         PIC X(16).
       01  WS-ORIG-PRINC-SHARE       PIC 9(8)V99.
       01  WS-ORIG-INT-SHARE         PIC 9(8)V99.
       01  WS-ORIG-ESCROW-SHARE      PIC 9(8)V99.
       01  WS-ORIG-FEE-SHARE         PIC 9(8)V99.
       01  WS-ORIG-INT-ADJUSTMENT    PIC S9(7)V99.
       01  WS-ORIG-SUBSIDY-SHARE     PIC 9(7)V99.
       01  WS-ORIG-TRANS-TYPE        PIC X(01).

      *    THE BANK'S RECEIPT WAS THE CASH ALONE -- A BUYDOWN DRAW
      *    ADDED ON THE WRONG LOAN IS NOT PART OF IT.
       01  WS-CASH-AMOUNT            PIC 9(8)V99.

       01  WS-AMOUNT-EDIT            PIC Z(7)9.99.

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-OPERATOR-ID         FROM CONSOLE
           ACCEPT WS-WRONG-LOAN-NUMBER   FROM CONSOLE
           ACCEPT WS-PAYMENT-SEQ         FROM CONSOLE
           ACCEPT WS-RIGHT-LOAN-NUMBER   FROM CONSOLE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANPMTX"               TO SC-PROGRAM-ID
           MOVE "TRANSFER"               TO SC-FUNCTION
           MOVE WS-WRONG-LOAN-NUMBER     TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-TRANSFER-THE-RECEIPT
               THRU 0100-TRANSFER-THE-RECEIPT-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

      *************************************************************
      *    BOTH LOANS MUST BE ON THE MASTER, AND THE NAMED HISTORY
      *    RECORD MUST BE A RECEIPT STILL STANDING ON THE WRONG
      *    LOAN.  THEN REVERSE IT THERE AND RE-PRESENT IT.
      *************************************************************
       0100-TRANSFER-THE-RECEIPT SECTION.
           IF WS-PAYMENT-SEQ NOT NUMERIC
               DISPLAY "PAYMENT SEQUENCE MUST BE 6 DIGITS"
               GO TO 0100-TRANSFER-THE-RECEIPT-EXIT
           END-IF
           IF WS-RIGHT-LOAN-NUMBER = WS-WRONG-LOAN-NUMBER
               DISPLAY "CORRECT LOAN IS THE SAME AS THE WRONG ONE"
               GO TO 0100-TRANSFER-THE-RECEIPT-EXIT
           END-IF

           OPEN I-O LOAN-MASTER-FILE
           OPEN I-O PAYMENT-HISTORY-FILE

           MOVE WS-RIGHT-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "CORRECT LOAN NOT FOUND: "
                       WS-RIGHT-LOAN-NUMBER
           END-READ
           IF NOT MASTER-READ-OK
               GO TO 0100-TRANSFER-CLOSE
           END-IF

           MOVE WS-WRONG-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND: " WS-WRONG-LOAN-NUMBER
           END-READ
           IF NOT MASTER-READ-OK
               GO TO 0100-TRANSFER-CLOSE
           END-IF

           MOVE WS-WRONG-LOAN-NUMBER TO PH-LOAN-NUMBER
           MOVE WS-PAYMENT-SEQ-N     TO PH-PAYMENT-SEQ
           READ PAYMENT-HISTORY-FILE
               INVALID KEY
                   DISPLAY "NO PAYMENT " WS-PAYMENT-SEQ
                       " ON LOAN " WS-WRONG-LOAN-NUMBER
           END-READ
           IF NOT HISTORY-READ-OK
               GO TO 0100-TRANSFER-CLOSE
           END-IF

      *        ONLY MONEY THAT CAME IN FROM THE BANK CAN HAVE BEEN
      *        KEYED TO THE WRONG LOAN -- NOT A REVERSAL, A MANUAL
      *        ADJUSTMENT, AN UNAPPLIED-FUNDS APPLICATION, OR A
      *        BOARDING OR MODIFICATION BACK-FILL.
           IF NOT PH-TYPE-PAYMENT
               AND NOT PH-TYPE-RECOVERY
               DISPLAY "PAYMENT " WS-PAYMENT-SEQ " IS TYPE "
                   PH-TRANS-TYPE " - ONLY A RECEIPT CAN MOVE"
               GO TO 0100-TRANSFER-CLOSE
           END-IF
           IF PH-SOURCE = "UNAPPLIED" OR "BOARDING" OR "MODCAP"
               DISPLAY "PAYMENT " WS-PAYMENT-SEQ " IS A "
                   PH-SOURCE " POSTING - NOT A RECEIPT"
               GO TO 0100-TRANSFER-CLOSE
           END-IF

           MOVE PH-MONTH          TO WS-ORIG-MONTH
           MOVE PH-AMOUNT-PAID    TO WS-ORIG-AMOUNT
           MOVE PH-EFFECTIVE-DATE TO WS-ORIG-EFFECTIVE-DATE
           MOVE PH-SOURCE         TO WS-ORIG-SOURCE
           MOVE PH-REFERENCE      TO WS-ORIG-REFERENCE
           MOVE PH-PRINC-SHARE    TO WS-ORIG-PRINC-SHARE
           MOVE PH-INT-SHARE      TO WS-ORIG-INT-SHARE
           MOVE PH-ESCROW-SHARE   TO WS-ORIG-ESCROW-SHARE
           MOVE PH-FEE-SHARE      TO WS-ORIG-FEE-SHARE
           MOVE PH-INT-ADJUSTMENT TO WS-ORIG-INT-ADJUSTMENT
           MOVE PH-SUBSIDY-SHARE  TO WS-ORIG-SUBSIDY-SHARE
           MOVE PH-TRANS-TYPE     TO WS-ORIG-TRANS-TYPE
           COMPUTE WS-CASH-AMOUNT =
               WS-ORIG-AMOUNT - WS-ORIG-SUBSIDY-SHARE

           PERFORM 0200-SCAN-WRONG-LOAN
               THRU 0200-SCAN-WRONG-LOAN-EXIT

           IF WS-REF-REV-COUNT NOT < WS-REF-PAY-COUNT
               DISPLAY "PAYMENT " WS-PAYMENT-SEQ
                   " ALREADY REVERSED ON LOAN " WS-WRONG-LOAN-NUMBER
               GO TO 0100-TRANSFER-CLOSE
           END-IF

           PERFORM 0300-REVERSE-ON-WRONG-LOAN
               THRU 0300-REVERSE-ON-WRONG-LOAN-EXIT
           .
       0100-TRANSFER-CLOSE.
           CLOSE LOAN-MASTER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           .
       0100-TRANSFER-THE-RECEIPT-EXIT.
           EXIT.

      *************************************************************
      *    WALK THE WRONG LOAN'S HISTORY ONCE: COUNT POSTINGS AND
      *    REVERSALS OF THE RECEIPT'S REFERENCE, AND TAKE THE
      *    HIGHEST SEQUENCE IN USE FOR THE REVERSAL.
      *************************************************************
       0200-SCAN-WRONG-LOAN SECTION.
           MOVE ZERO TO WS-REF-PAY-COUNT
           MOVE ZERO TO WS-REF-REV-COUNT
           MOVE ZERO TO WS-HIGH-SEQ
           MOVE "N"  TO WS-HISTORY-EOF-FLAG

           MOVE WS-WRONG-LOAN-NUMBER TO PH-LOAN-NUMBER
           MOVE ZERO                 TO PH-PAYMENT-SEQ
           START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HISTORY-EOF-FLAG
           END-START

           PERFORM 0210-SCAN-ONE-HISTORY
               THRU 0210-SCAN-ONE-HISTORY-EXIT
               UNTIL END-OF-HISTORY
           .
       0200-SCAN-WRONG-LOAN-EXIT.
           EXIT.

       0210-SCAN-ONE-HISTORY SECTION.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-FLAG
           END-READ

           IF NOT END-OF-HISTORY
               IF PH-LOAN-NUMBER NOT = WS-WRONG-LOAN-NUMBER
                   MOVE "Y" TO WS-HISTORY-EOF-FLAG
               ELSE
                   IF PH-PAYMENT-SEQ > WS-HIGH-SEQ
                       MOVE PH-PAYMENT-SEQ TO WS-HIGH-SEQ
                   END-IF
                   IF PH-REFERENCE = WS-ORIG-REFERENCE
                       IF PH-TYPE-REVERSAL
                           ADD 1 TO WS-REF-REV-COUNT
                       ELSE
                           ADD 1 TO WS-REF-PAY-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       0210-SCAN-ONE-HISTORY-EXIT.
           EXIT.

      *************************************************************
      *    THE REVERSAL MIRRORS THE ORIGINAL FIELD FOR FIELD, AND
      *    KEEPS ITS EFFECTIVE DATE -- THE MONEY WAS NEVER THIS
      *    LOAN'S.  ONLY ONCE IT IS ON FILE ARE THE LEDGER, THE
      *    MASTER AND THE SUBSIDY DEPOSIT PUT BACK AND THE RECEIPT
      *    RE-PRESENTED.
      *************************************************************
       0300-REVERSE-ON-WRONG-LOAN SECTION.
           MOVE WS-WRONG-LOAN-NUMBER TO PH-LOAN-NUMBER
           COMPUTE PH-PAYMENT-SEQ = WS-HIGH-SEQ + 1
           MOVE WS-ORIG-MONTH   TO PH-MONTH
           MOVE WS-ORIG-AMOUNT  TO PH-AMOUNT-PAID
           MOVE WS-RUN-DATE     TO PH-POSTING-DATE
           MOVE WS-ORIG-EFFECTIVE-DATE TO PH-EFFECTIVE-DATE
           MOVE WS-ORIG-SOURCE  TO PH-SOURCE
           MOVE WS-ORIG-REFERENCE TO PH-REFERENCE
           SET PH-TYPE-REVERSAL TO TRUE
           MOVE WS-ORIG-PRINC-SHARE  TO PH-PRINC-SHARE
           MOVE WS-ORIG-INT-SHARE    TO PH-INT-SHARE
           MOVE WS-ORIG-ESCROW-SHARE TO PH-ESCROW-SHARE
           MOVE WS-ORIG-FEE-SHARE    TO PH-FEE-SHARE
           MOVE WS-ORIG-INT-ADJUSTMENT TO PH-INT-ADJUSTMENT
           MOVE WS-ORIG-SUBSIDY-SHARE  TO PH-SUBSIDY-SHARE

           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF NOT HISTORY-WRITE-OK
               DISPLAY "REVERSAL WRITE FAILED - STATUS "
                   WS-HISTORY-STATUS " - NOTHING TRANSFERRED"
               GO TO 0300-REVERSE-ON-WRONG-LOAN-EXIT
           END-IF

           IF WS-ORIG-ESCROW-SHARE > ZERO
               PERFORM 0400-BACK-OUT-ESCROW
                   THRU 0400-BACK-OUT-ESCROW-EXIT
           END-IF

      *        FEE MONEY THE RECEIPT PAID ON THE WRONG LOAN IS OWED
      *        THERE AGAIN; A MONTH-ZERO PARTIAL PAYMENT HELD
      *        UNAPPLIED COMES BACK OFF THE UNAPPLIED BALANCE.  THE
      *        MASTER RECORD IS STILL THE WRONG LOAN'S FROM THE
      *        EDIT ABOVE.
           IF WS-ORIG-FEE-SHARE > ZERO
               OR (WS-ORIG-MONTH = ZERO
                   AND WS-ORIG-TRANS-TYPE = "P")
               IF WS-ORIG-FEE-SHARE > ZERO
                   ADD WS-ORIG-FEE-SHARE TO LM-LATE-FEE-BALANCE
               END-IF
               IF WS-ORIG-MONTH = ZERO
                   AND WS-ORIG-TRANS-TYPE = "P"
                   IF LM-UNAPPLIED-BALANCE > WS-ORIG-AMOUNT
                       SUBTRACT WS-ORIG-AMOUNT
                           FROM LM-UNAPPLIED-BALANCE
                   ELSE
                       MOVE ZERO TO LM-UNAPPLIED-BALANCE
                   END-IF
               END-IF
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           IF WS-ORIG-SUBSIDY-SHARE > ZERO
               PERFORM 0500-RESTORE-THE-SUBSIDY
                   THRU 0500-RESTORE-THE-SUBSIDY-EXIT
           END-IF

           PERFORM 0600-RE-PRESENT-THE-RECEIPT
               THRU 0600-RE-PRESENT-THE-RECEIPT-EXIT

           DISPLAY "PAYMENT " WS-PAYMENT-SEQ " OF " WS-ORIG-AMOUNT
               " REVERSED ON " WS-WRONG-LOAN-NUMBER
           DISPLAY "RECEIPT OF " WS-CASH-AMOUNT " RE-PRESENTED TO "
               WS-RIGHT-LOAN-NUMBER " EFFECTIVE "
               WS-ORIG-EFFECTIVE-DATE
           .
       0300-REVERSE-ON-WRONG-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    THE ESCROW THE RECEIPT COLLECTED ON THE WRONG LOAN
      *    COMES BACK OFF ITS LEDGER AS A "MISAPP" DISBURSEMENT.
      *    THE CASH AND ESCROW LEGS RIDE ON THE REVERSAL, SO THE
      *    GL JOURNAL PASSES THE ENTRY BY, AS IT DOES "NSFRTN".
      *************************************************************
       0400-BACK-OUT-ESCROW SECTION.
           OPEN I-O ESCROW-LEDGER-FILE

           MOVE ZERO TO WS-EL-HIGH-SEQ
           MOVE "N"  TO WS-LEDGER-EOF-FLAG
           MOVE WS-WRONG-LOAN-NUMBER TO EL-LOAN-NUMBER
           MOVE ZERO                 TO EL-ENTRY-SEQ
           START ESCROW-LEDGER-FILE
               KEY IS NOT LESS THAN EL-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LEDGER-EOF-FLAG
           END-START

           PERFORM 0410-SCAN-ONE-LEDGER-ENTRY
               THRU 0410-SCAN-ONE-LEDGER-ENTRY-EXIT
               UNTIL END-OF-LEDGER

           MOVE WS-WRONG-LOAN-NUMBER TO EL-LOAN-NUMBER
           IF WS-EL-HIGH-SEQ < DISBURSE-SEQ-FLOOR
               MOVE DISBURSE-SEQ-FLOOR TO EL-ENTRY-SEQ
           ELSE
               COMPUTE EL-ENTRY-SEQ = WS-EL-HIGH-SEQ + 1
           END-IF
           MOVE WS-RUN-DATE          TO EL-ENTRY-DATE
           SET EL-TYPE-DISBURSE      TO TRUE
           MOVE "MISAPP"             TO EL-PAYEE-CODE
           MOVE WS-ORIG-ESCROW-SHARE TO EL-AMOUNT
           WRITE ESCROW-LEDGER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           CLOSE ESCROW-LEDGER-FILE
           .
       0400-BACK-OUT-ESCROW-EXIT.
           EXIT.

       0410-SCAN-ONE-LEDGER-ENTRY SECTION.
           READ ESCROW-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF-FLAG
           END-READ

           IF NOT END-OF-LEDGER
               IF EL-LOAN-NUMBER NOT = WS-WRONG-LOAN-NUMBER
                   MOVE "Y" TO WS-LEDGER-EOF-FLAG
               ELSE
                   IF EL-ENTRY-SEQ > WS-EL-HIGH-SEQ
                       MOVE EL-ENTRY-SEQ TO WS-EL-HIGH-SEQ
                   END-IF
               END-IF
           END-IF
           .
       0410-SCAN-ONE-LEDGER-ENTRY-EXIT.
           EXIT.

      *************************************************************
      *    A BUYDOWN DRAW THE POSTING ADDED ON THE WRONG LOAN GOES
      *    BACK INTO THAT LOAN'S DEPOSIT -- THE REVERSAL CREDITS
      *    THE DEPOSIT ACCOUNT ON THE GL, AND THE SUBSIDY FILE
      *    MUST AGREE.
      *************************************************************
       0500-RESTORE-THE-SUBSIDY SECTION.
           OPEN I-O BUYDOWN-SUBSIDY-FILE
           MOVE WS-WRONG-LOAN-NUMBER TO BD-LOAN-NUMBER
           READ BUYDOWN-SUBSIDY-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF SUBSIDY-READ-OK
               ADD WS-ORIG-SUBSIDY-SHARE TO BD-REMAINING-BALANCE
               IF BD-DRAWN-TO-DATE > WS-ORIG-SUBSIDY-SHARE
                   SUBTRACT WS-ORIG-SUBSIDY-SHARE
                       FROM BD-DRAWN-TO-DATE
               ELSE
                   MOVE ZERO TO BD-DRAWN-TO-DATE
               END-IF
               REWRITE BUYDOWN-SUBSIDY-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           CLOSE BUYDOWN-SUBSIDY-FILE
           .
       0500-RESTORE-THE-SUBSIDY-EXIT.
           EXIT.

      *************************************************************
      *    THE RECEIPT AS THE BANK SENT IT, NOW CARRYING THE RIGHT
      *    LOAN NUMBER.  NO OVERRIDE MONTH -- THE POSTING RUN
      *    STEERS IT BY THE RIGHT LOAN'S SCHEDULE AS ALWAYS.  BOTH
      *    LOANS JOIN THE TOUCHED FILE AND THE AUDIT FILE.
      *************************************************************
       0600-RE-PRESENT-THE-RECEIPT SECTION.
           MOVE SPACES                 TO BANK-RMIT-RECORD
           MOVE WS-RIGHT-LOAN-NUMBER   TO BR-LOAN-NUMBER
           MOVE WS-ORIG-EFFECTIVE-DATE TO BR-RECEIPT-DATE
           MOVE WS-CASH-AMOUNT         TO BR-AMOUNT
           MOVE WS-ORIG-SOURCE         TO BR-SOURCE
           MOVE WS-ORIG-REFERENCE      TO BR-REFERENCE
           OPEN EXTEND REPRESENT-FILE
           WRITE BANK-RMIT-RECORD
           CLOSE REPRESENT-FILE

           OPEN EXTEND TOUCHED-LOAN-FILE
           MOVE WS-WRONG-LOAN-NUMBER TO TL-LOAN-NUMBER
           WRITE TOUCHED-LOAN-RECORD
           MOVE WS-RIGHT-LOAN-NUMBER TO TL-LOAN-NUMBER
           WRITE TOUCHED-LOAN-RECORD
           CLOSE TOUCHED-LOAN-FILE

           MOVE WS-CASH-AMOUNT TO WS-AMOUNT-EDIT
           ACCEPT MA-DATE FROM DATE YYYYMMDD
           ACCEPT MA-TIME FROM TIME
           MOVE WS-OPERATOR-ID       TO MA-OPERATOR-ID
           MOVE "PMTXFER"            TO MA-FIELD-NAME
           OPEN EXTEND MAINT-AUDIT-FILE

           MOVE WS-WRONG-LOAN-NUMBER TO MA-LOAN-NUMBER
           MOVE SPACES               TO MA-BEFORE-IMAGE
           STRING "SEQ " WS-PAYMENT-SEQ " " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO MA-BEFORE-IMAGE
           END-STRING
           MOVE SPACES               TO MA-AFTER-IMAGE
           STRING "MOVED TO " WS-RIGHT-LOAN-NUMBER
               DELIMITED BY SIZE INTO MA-AFTER-IMAGE
           END-STRING
           WRITE MAINT-AUDIT-RECORD

           MOVE WS-RIGHT-LOAN-NUMBER TO MA-LOAN-NUMBER
           MOVE SPACES               TO MA-BEFORE-IMAGE
           STRING "FROM " WS-WRONG-LOAN-NUMBER
               DELIMITED BY SIZE INTO MA-BEFORE-IMAGE
           END-STRING
           MOVE SPACES               TO MA-AFTER-IMAGE
           STRING "RE-PRESENTED " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO MA-AFTER-IMAGE
           END-STRING
           WRITE MAINT-AUDIT-RECORD

           CLOSE MAINT-AUDIT-FILE
           .
       0600-RE-PRESENT-THE-RECEIPT-EXIT.
           EXIT.

       END PROGRAM LOANPMTX.
