               EVERY OTHER NIGHTLY PASS STOPS TOUCHING IT.  THE
               RECONCILIATION CARRIES THE LOAN, PRINCIPAL AND
               ESCROW CONTROL TOTALS THAT MUST MATCH WHAT WE HAND
               THE BUYER.  EVERY MASTER REWRITE IS JOURNALED THROUGH
               LOANJRNL FIRST, SO A RUN THAT DIES PARTWAY CAN BE ROLLED
               BACK BY LOANRBCK AND RERUN.  THE MASTER IS READ OFF ITS
               POOL KEY, SO ONLY THE SOLD POOL'S LOANS ARE TOUCHED.

       ENVIRONMENT DIVISION.

                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    ALTERNATE RECORD KEY IS
                                        LM-POOL-ID
                                        WITH DUPLICATES
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
      *    THE POOL BEING SOLD, KEYED BY THE OPERATOR.
       01  WS-TRANSFER-POOL-ID       PIC X(06).

      *    THE MASTER RECORD AS LAST READ OR REWRITTEN -- THE
      *    BEFORE-IMAGE JOURNALED WHEN THE RECORD IS NEXT REWRITTEN.
       01  WS-MASTER-IMAGE-LENGTH    PIC 9(5).
       01  WS-MASTER-BEFORE-IMAGE    PIC X(60000).

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-PAID-THRU-MONTH        PIC S9(4) COMP.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANXFRO"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

           OPEN I-O    LOAN-MASTER-FILE
           OPEN INPUT  PAYMENT-HISTORY-FILE
           MOVE WS-RUN-DATE         TO TFH-RUN-DATE
           WRITE TRANSFER-RPT-RECORD FROM TRANSFER-HEADING-1

      *        ONLY THE SOLD POOL IS READ, OFF THE POOL KEY.
           MOVE WS-TRANSFER-POOL-ID TO LM-POOL-ID
           START LOAN-MASTER-FILE
               KEY IS EQUAL TO LM-POOL-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START

           IF NOT END-OF-MASTER-FILE
               PERFORM 0210-READ-MASTER-FILE
                   THRU 0210-READ-MASTER-FILE-EXIT
           END-IF
           .
       0100-INITIALIZE-EXIT.
           EXIT.
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ

           IF NOT END-OF-MASTER-FILE
               AND LM-POOL-ID NOT = WS-TRANSFER-POOL-ID
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           .
       0210-READ-MASTER-FILE-EXIT.
           EXIT.
               OR LM-POOL-ID NOT = WS-TRANSFER-POOL-ID
               GO TO 0200-TRANSFER-NEXT
           END-IF
           PERFORM 0700-SAVE-MASTER-IMAGE
               THRU 0700-SAVE-MASTER-IMAGE-EXIT

           PERFORM 0300-FIND-PAID-THRU
               THRU 0300-FIND-PAID-THRU-EXIT
               THRU 0600-WRITE-GOODBYE-LETTER-EXIT

           MOVE "TR" TO LM-STATUS
           PERFORM 0710-JOURNAL-MASTER-CHANGE
               THRU 0710-JOURNAL-MASTER-CHANGE-EXIT
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               IF EL-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                   MOVE "Y" TO WS-LEDGER-EOF-FLAG
               ELSE
                   IF EL-TYPE-DISBURSE
                       SUBTRACT EL-AMOUNT FROM WS-ESCROW-BALANCE
                   ELSE
                       ADD EL-AMOUNT TO WS-ESCROW-BALANCE
                   END-IF
               END-IF
           END-IF
       0600-WRITE-GOODBYE-LETTER-EXIT.
           EXIT.

      *************************************************************
      *    BEFORE-IMAGE JOURNAL FOR LOANRBCK.  A CHANGED MASTER
      *    RECORD IS JOURNALED AS IT STOOD BEFORE THE REWRITE, AND
      *    WHAT IS ABOUT TO BE WRITTEN BECOMES THE BEFORE-IMAGE FOR
      *    ANY LATER REWRITE OF THE SAME LOAN.
      *************************************************************
       0700-SAVE-MASTER-IMAGE SECTION.
           MOVE LENGTH OF LOAN-MASTER-RECORD TO WS-MASTER-IMAGE-LENGTH
           MOVE LOAN-MASTER-RECORD TO WS-MASTER-BEFORE-IMAGE
           .
       0700-SAVE-MASTER-IMAGE-EXIT.
           EXIT.

       0710-JOURNAL-MASTER-CHANGE SECTION.
           SET JA-LOAN-MASTER TO TRUE
           SET JA-CHANGED TO TRUE
           MOVE WS-MASTER-IMAGE-LENGTH TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA WS-MASTER-BEFORE-IMAGE

           PERFORM 0700-SAVE-MASTER-IMAGE
               THRU 0700-SAVE-MASTER-IMAGE-EXIT
           .
       0710-JOURNAL-MASTER-CHANGE-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO XFER-TRAILER-RECORD
           MOVE "T"                TO XT-RECORD-TYPE
