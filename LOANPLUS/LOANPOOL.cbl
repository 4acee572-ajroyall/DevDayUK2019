               THE WHOLE MONTH TO WHOEVER HOLDS THE LOAN AT MONTH
               END.  THE RAW LM-POOL-ID EDIT IN LOANMNT REMAINS
               FOR CORRECTIONS ONLY; TRANSFERS COME THROUGH HERE.
               A TRANSFER THAT PASSES THE EDITS IS NOT MADE HERE:
               IT IS WRITTEN TO THE LOANPEND QUEUE, AND LOANPNDR
               MAKES IT -- HISTORY, MASTER AND AUDIT -- WHEN A
               SECOND OPERATOR APPROVES IT.

       ENVIRONMENT DIVISION.

                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PENDING-CHANGE-FILE
                                    ASSIGN TO "LOANPEND"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PN-PENDING-KEY
                                    FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-IO-OK          VALUE "00".

       01  WS-PENDING-STATUS         PIC X(02) VALUE SPACES.
           88  PENDING-WRITE-OK      VALUE "00", "02".

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-INQUIRY-LOAN-NUMBER    PIC X(10).
           03 WS-NEW-DAY             PIC 9(2).
       01  WS-NEW-DATE-X             PIC X(08).

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-NEW-POOL-ID         FROM CONSOLE
           ACCEPT WS-NEW-DATE-X          FROM CONSOLE

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANPOOL"               TO SC-PROGRAM-ID
           MOVE "POOL"                   TO SC-FUNCTION
           MOVE WS-INQUIRY-LOAN-NUMBER   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-REASSIGN-THE-POOL
               THRU 0100-REASSIGN-THE-POOL-EXIT

               GO TO 0100-REASSIGN-THE-POOL-EXIT
           END-IF

           OPEN INPUT LOAN-MASTER-FILE
           MOVE WS-INQUIRY-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
               GO TO 0100-REASSIGN-THE-POOL-EXIT
           END-IF

           PERFORM 0200-QUEUE-FOR-REVIEW
               THRU 0200-QUEUE-FOR-REVIEW-EXIT

           CLOSE LOAN-MASTER-FILE
           .
       0100-REASSIGN-THE-POOL-EXIT.
           EXIT.

      *************************************************************
      *    WRITE THE TRANSFER TO THE PENDING-CHANGE QUEUE WITH THE
      *    POOL THE LOAN IS IN NOW AND THE ONE IT MOVES TO.
      *************************************************************
       0200-QUEUE-FOR-REVIEW SECTION.
           INITIALIZE PENDING-CHANGE-RECORD
           ACCEPT PN-KEYED-DATE FROM DATE YYYYMMDD
           ACCEPT PN-KEYED-TIME FROM TIME
           MOVE WS-OPERATOR-ID          TO PN-KEYED-BY
           MOVE "LOANPOOL"              TO PN-PROGRAM-ID
           MOVE WS-INQUIRY-LOAN-NUMBER  TO PN-LOAN-NUMBER
           SET PN-CHANGE-POOL           TO TRUE
           MOVE SPACES                  TO PN-NEW-VALUES
           MOVE WS-NEW-POOL-ID          TO PN-NEW-POOL-ID
           MOVE WS-NEW-DATE             TO PN-NEW-EFFECTIVE-DATE
           MOVE LM-POOL-ID              TO PN-BEFORE-IMAGE
           MOVE PN-NEW-VALUES           TO PN-AFTER-IMAGE
           SET PN-PENDING               TO TRUE

           OPEN I-O PENDING-CHANGE-FILE
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF PENDING-WRITE-OK
               DISPLAY "LOAN " LM-LOAN-NUMBER " MOVE TO POOL "
                   WS-NEW-POOL-ID " EFFECTIVE " WS-NEW-DATE
                   " QUEUED FOR APPROVAL - KEY " PN-PENDING-KEY
           ELSE
               DISPLAY "PENDING QUEUE WRITE FAILED - STATUS "
                   WS-PENDING-STATUS " - NO CHANGE QUEUED"
           END-IF

           CLOSE PENDING-CHANGE-FILE
           .
       0200-QUEUE-FOR-REVIEW-EXIT.
           EXIT.

       END PROGRAM LOANPOOL.
