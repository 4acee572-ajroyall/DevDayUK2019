       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCHKW.
       REMARKS. DISBURSEMENT CHECK RUN.  READS EVERY PAYABLE THE
               DAY'S RUNS QUEUED ON DISBPAYB -- ESCROW PAYEES FROM
               LOANESCD, PAYOFF ESCROW REFUNDS AND BUYDOWN SUBSIDY
               REFUNDS FROM LOANPAYX, ANALYSIS SURPLUSES FROM
               LOANESCA -- AND DRAWS A CHECK FOR EACH: THE NEXT
               CHECK NUMBER AFTER THE HIGHEST ON THE CHECK
               REGISTER, A REGISTER RECORD MARKED ISSUED, AND AN
               ISSUE ITEM ON THE POSITIVE-PAY FILE FOR THE BANK.
               THE PRINTED CHECK REGISTER CARRIES THE COUNT AND
               TOTAL THE POSITIVE-PAY FILE MUST TIE TO.  A PAYABLE
               WITH NO AMOUNT IS LISTED AND DROPPED.  ONCE EVERY
               PAYABLE HAS BEEN DRAWN THE QUEUE IS EMPTIED, SO A
               RERUN NEVER DRAWS A SECOND CHECK FOR THE SAME MONEY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYABLES-FILE
                                    ASSIGN TO "DISBPAYB"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHECK-REGISTER-FILE
                                    ASSIGN TO "CHKREGS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CK-CHECK-NUMBER
                                    FILE STATUS IS WS-REGISTER-STATUS.

           SELECT POSITIVE-PAY-FILE
                                    ASSIGN TO "POSPAYF"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-RPT-FILE   ASSIGN TO "LOANCHKR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  PAYABLES-FILE.
       COPY DISBPAYB.

       FD  CHECK-REGISTER-FILE.
       COPY CHKREGS.

       FD  POSITIVE-PAY-FILE.
       COPY POSPAYRC.

       FD  CHECK-RPT-FILE.
       01  CHECK-RPT-RECORD          PIC X(96).

       WORKING-STORAGE SECTION.

      *    THE DISBURSEMENT ACCOUNT THE CHECKS ARE DRAWN ON, AS THE
      *    BANK KNOWS IT ON THE POSITIVE-PAY FILE.
       77  DISBURSE-ACCOUNT-NUMBER   PIC X(17)
                                      VALUE "00000004471120953".

      *    THE FIRST CHECK NUMBER OF AN EMPTY REGISTER.
       77  FIRST-CHECK-NUMBER        PIC 9(8) VALUE 100001.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-PAYABLES      VALUE "Y".

       01  WS-REGISTER-EOF-FLAG      PIC X  VALUE "N".
           88  END-OF-REGISTER      VALUE "Y".

       01  WS-REGISTER-STATUS        PIC X(02) VALUE SPACES.
           88  REGISTER-WRITE-OK     VALUE "00".

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-NEXT-CHECK-NUMBER      PIC 9(8).

       01  WS-ISSUED-COUNT           PIC S9(8) COMP VALUE ZERO.
       01  WS-ISSUED-TOTAL           PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-DROPPED-COUNT          PIC S9(8) COMP VALUE ZERO.

      *    ISSUED TOTALS BY WHAT THE CHECKS PAY, FOR THE REGISTER
      *    SUMMARY.
       01  WS-ESCROW-TOTAL           PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-REFUND-TOTAL           PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-SUBSIDY-TOTAL          PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-SURPLUS-TOTAL          PIC S9(10)V99 COMP-3 VALUE ZERO.

       01  CHECK-HEADING-1.
           03 FILLER                 PIC X(24)
                                      VALUE "CHECK REGISTER".
           03 FILLER                 PIC X(06) VALUE "AS OF ".
           03 CKH-RUN-DATE           PIC 9(8).

       01  CHECK-HEADING-2.
           03 FILLER                 PIC X(10) VALUE "CHECK NO".
           03 FILLER                 PIC X(12) VALUE "LOAN NUMBER".
           03 FILLER                 PIC X(08) VALUE "PAYEE".
           03 FILLER                 PIC X(32) VALUE "PAY TO".
           03 FILLER                 PIC X(14) VALUE "AMOUNT".
           03 FILLER                 PIC X(20) VALUE "FOR".

       01  CHECK-DETAIL-LINE.
           03 CKD-CHECK-NUMBER       PIC Z(7)9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CKD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CKD-PAYEE-CODE         PIC X(06).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CKD-PAYEE-NAME         PIC X(30).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CKD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CKD-DESCRIPTION        PIC X(20).

       01  CHECK-TOTAL-LINE.
           03 CKT-LABEL              PIC X(24).
           03 CKT-COUNT              PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 CKT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           PERFORM 0200-DRAW-ONE-CHECK
               THRU 0200-DRAW-ONE-CHECK-EXIT
               UNTIL END-OF-PAYABLES

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT  PAYABLES-FILE
           OPEN I-O    CHECK-REGISTER-FILE
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT CHECK-RPT-FILE

           MOVE WS-RUN-DATE TO CKH-RUN-DATE
           WRITE CHECK-RPT-RECORD FROM CHECK-HEADING-1
           WRITE CHECK-RPT-RECORD FROM CHECK-HEADING-2

           PERFORM 0150-FIND-NEXT-CHECK-NUMBER
               THRU 0150-FIND-NEXT-CHECK-NUMBER-EXIT

           PERFORM 0210-READ-PAYABLES-FILE
               THRU 0210-READ-PAYABLES-FILE-EXIT
           .
       0100-INITIALIZE-EXIT.
           EXIT.

      *************************************************************
      *    THE REGISTER IS KEYED BY CHECK NUMBER, SO ITS LAST
      *    RECORD IS THE HIGHEST CHECK EVER DRAWN.  NUMBERING
      *    CARRIES ON FROM THERE.
      *************************************************************
       0150-FIND-NEXT-CHECK-NUMBER SECTION.
           MOVE FIRST-CHECK-NUMBER TO WS-NEXT-CHECK-NUMBER
           MOVE "N" TO WS-REGISTER-EOF-FLAG

           MOVE ZERO TO CK-CHECK-NUMBER
           START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CK-CHECK-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-REGISTER-EOF-FLAG
           END-START

           PERFORM 0160-SCAN-ONE-CHECK
               THRU 0160-SCAN-ONE-CHECK-EXIT
               UNTIL END-OF-REGISTER
           .
       0150-FIND-NEXT-CHECK-NUMBER-EXIT.
           EXIT.

       0160-SCAN-ONE-CHECK SECTION.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF-FLAG
           END-READ

           IF NOT END-OF-REGISTER
               IF CK-CHECK-NUMBER NOT < WS-NEXT-CHECK-NUMBER
                   COMPUTE WS-NEXT-CHECK-NUMBER = CK-CHECK-NUMBER + 1
               END-IF
           END-IF
           .
       0160-SCAN-ONE-CHECK-EXIT.
           EXIT.

       0210-READ-PAYABLES-FILE SECTION.
           READ PAYABLES-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-PAYABLES-FILE-EXIT.
           EXIT.

      *************************************************************
      *    ONE PAYABLE, ONE CHECK: REGISTER RECORD FIRST, AND THE
      *    POSITIVE-PAY ITEM ONLY ONCE THE REGISTER HOLDS IT, SO
      *    THE BANK NEVER HONOURS A CHECK WE HAVE NO RECORD OF.
      *************************************************************
       0200-DRAW-ONE-CHECK SECTION.
           MOVE DP-LOAN-NUMBER TO CKD-LOAN-NUMBER
           MOVE DP-PAYEE-CODE  TO CKD-PAYEE-CODE
           MOVE DP-PAYEE-NAME  TO CKD-PAYEE-NAME
           MOVE DP-AMOUNT      TO CKD-AMOUNT

           IF DP-AMOUNT = ZERO
               MOVE ZERO TO CKD-CHECK-NUMBER
               MOVE "NO AMOUNT - DROPPED" TO CKD-DESCRIPTION
               ADD 1 TO WS-DROPPED-COUNT
               WRITE CHECK-RPT-RECORD FROM CHECK-DETAIL-LINE
               GO TO 0200-DRAW-NEXT
           END-IF

           MOVE WS-NEXT-CHECK-NUMBER TO CK-CHECK-NUMBER
           MOVE WS-RUN-DATE          TO CK-ISSUE-DATE
           MOVE DP-LOAN-NUMBER       TO CK-LOAN-NUMBER
           MOVE DP-PAYABLE-TYPE      TO CK-PAYABLE-TYPE
           MOVE DP-PAYEE-CODE        TO CK-PAYEE-CODE
           MOVE DP-PAYEE-NAME        TO CK-PAYEE-NAME
           MOVE DP-AMOUNT            TO CK-AMOUNT
           MOVE DP-LEDGER-SEQ        TO CK-LEDGER-SEQ
           SET CK-STATUS-ISSUED      TO TRUE
           MOVE WS-RUN-DATE          TO CK-STATUS-DATE
           MOVE ZERO                 TO CK-PAID-AMOUNT
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT REGISTER-WRITE-OK
               MOVE ZERO TO CKD-CHECK-NUMBER
               MOVE "REGISTER WRITE FAILED" TO CKD-DESCRIPTION
               ADD 1 TO WS-DROPPED-COUNT
               WRITE CHECK-RPT-RECORD FROM CHECK-DETAIL-LINE
               GO TO 0200-DRAW-NEXT
           END-IF

           MOVE DISBURSE-ACCOUNT-NUMBER TO PP-ACCOUNT-NUMBER
           MOVE CK-CHECK-NUMBER         TO PP-CHECK-NUMBER
           SET PP-ITEM-ISSUED           TO TRUE
           MOVE CK-ISSUE-DATE           TO PP-ITEM-DATE
           MOVE CK-AMOUNT               TO PP-AMOUNT
           MOVE CK-PAYEE-NAME           TO PP-PAYEE-NAME
           WRITE POSITIVE-PAY-RECORD

           EVALUATE TRUE
               WHEN DP-TYPE-ESCROW
                   MOVE "ESCROW DISBURSEMENT" TO CKD-DESCRIPTION
                   ADD DP-AMOUNT TO WS-ESCROW-TOTAL
               WHEN DP-TYPE-PAYOFF-REFUND
                   MOVE "PAYOFF ESCROW REFUND" TO CKD-DESCRIPTION
                   ADD DP-AMOUNT TO WS-REFUND-TOTAL
               WHEN DP-TYPE-SUBSIDY-REFUND
                   MOVE "SUBSIDY REFUND" TO CKD-DESCRIPTION
                   ADD DP-AMOUNT TO WS-SUBSIDY-TOTAL
               WHEN OTHER
                   MOVE "ESCROW SURPLUS" TO CKD-DESCRIPTION
                   ADD DP-AMOUNT TO WS-SURPLUS-TOTAL
           END-EVALUATE

           MOVE CK-CHECK-NUMBER TO CKD-CHECK-NUMBER
           WRITE CHECK-RPT-RECORD FROM CHECK-DETAIL-LINE

           ADD 1         TO WS-ISSUED-COUNT
           ADD DP-AMOUNT TO WS-ISSUED-TOTAL
           ADD 1         TO WS-NEXT-CHECK-NUMBER
           .
       0200-DRAW-NEXT.
           PERFORM 0210-READ-PAYABLES-FILE
               THRU 0210-READ-PAYABLES-FILE-EXIT
           .
       0200-DRAW-ONE-CHECK-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO CHECK-RPT-RECORD
           WRITE CHECK-RPT-RECORD

           MOVE "CHECKS ISSUED:"        TO CKT-LABEL
           MOVE WS-ISSUED-COUNT         TO CKT-COUNT
           MOVE WS-ISSUED-TOTAL         TO CKT-AMOUNT
           WRITE CHECK-RPT-RECORD FROM CHECK-TOTAL-LINE

           MOVE ZERO                    TO CKT-COUNT
           MOVE "ESCROW DISBURSEMENTS:" TO CKT-LABEL
           MOVE WS-ESCROW-TOTAL         TO CKT-AMOUNT
           WRITE CHECK-RPT-RECORD FROM CHECK-TOTAL-LINE
           MOVE "PAYOFF ESCROW REFUNDS:" TO CKT-LABEL
           MOVE WS-REFUND-TOTAL         TO CKT-AMOUNT
           WRITE CHECK-RPT-RECORD FROM CHECK-TOTAL-LINE
           MOVE "SUBSIDY REFUNDS:"      TO CKT-LABEL
           MOVE WS-SUBSIDY-TOTAL        TO CKT-AMOUNT
           WRITE CHECK-RPT-RECORD FROM CHECK-TOTAL-LINE
           MOVE "ESCROW SURPLUSES:"     TO CKT-LABEL
           MOVE WS-SURPLUS-TOTAL        TO CKT-AMOUNT
           WRITE CHECK-RPT-RECORD FROM CHECK-TOTAL-LINE

           MOVE "PAYABLES NOT DRAWN:"   TO CKT-LABEL
           MOVE WS-DROPPED-COUNT        TO CKT-COUNT
           MOVE ZERO                    TO CKT-AMOUNT
           WRITE CHECK-RPT-RECORD FROM CHECK-TOTAL-LINE

           CLOSE PAYABLES-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE CHECK-RPT-FILE

      *        EVERY PAYABLE IS NOW EITHER ON THE REGISTER OR ON
      *        THE REPORT, SO THE QUEUE STARTS TOMORROW EMPTY.
           OPEN OUTPUT PAYABLES-FILE
           CLOSE PAYABLES-FILE

           DISPLAY "CHECKS ISSUED: " WS-ISSUED-COUNT
               " TOTAL " WS-ISSUED-TOTAL
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANCHKW.
