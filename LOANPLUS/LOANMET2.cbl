               CHARGED-OFF LOANS MAPPED TO THEIR CLOSURE CODES.
               LOANS UNDER A BANKRUPTCY OR CEASE-COMMUNICATION HOLD
               ARE SUPPRESSED PER BUREAU RULES AND COUNTED ON THE
               PROOF.  A LOAN WITH A PERMANENT MODIFICATION ON
               LOANMODS CARRIES THE LOAN-MODIFIED SPECIAL COMMENT.
               A PARTY WHOSE LIABILITY ENDED IN THE PERIOD -- OLD
               BORROWER RELEASED ON AN ASSUMPTION, OR DECEASED WITH
               A SUCCESSOR CONFIRMED -- GETS A J1 SEGMENT AFTER THE
               BASE CARRYING THE MATCHING ECOA CODE, SO THE BUREAU
               CLOSES THEIR PART OF THE TRADELINE.  WHILE A
               CREDIT-REPORTING DISPUTE IS OPEN ON LOANCASE THE
               BASE CARRIES THE XB COMPLIANCE CONDITION CODE; THE
               PERIOD A DISPUTE REPORTED THAT WAY CLOSES, XR
               REMOVES IT.
               THE PROOF REPORT TOTALS THE FILE BY STATUS CODE SO
               IT CAN BE TIED BEFORE TRANSMISSION.

       ENVIRONMENT DIVISION.

                                    RECORD KEY IS PH-HISTORY-KEY
                                    FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL LOAN-MOD-FILE
                                    ASSIGN TO "LOANMODS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS MD-MOD-KEY
                                    FILE STATUS IS WS-MOD-STATUS.

           SELECT OPTIONAL LOAN-XREF-FILE
                                    ASSIGN TO "LOANBXRF"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS BX-XREF-KEY
                                    FILE STATUS IS WS-XREF-STATUS.

           SELECT OPTIONAL BORROWER-MASTER-FILE
                                    ASSIGN TO "BORRMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS BO-BORROWER-ID
                                    FILE STATUS IS WS-BORROWER-STATUS.

           SELECT OPTIONAL LOAN-CASE-FILE
                                    ASSIGN TO "LOANCASE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CS-CASE-KEY
                                    FILE STATUS IS WS-CASE-STATUS.

           SELECT METRO2-FILE      ASSIGN TO "METRO2"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       FD  PAYMENT-HISTORY-FILE.
       COPY LOANPMTH.

       FD  LOAN-MOD-FILE.
       COPY LOANMODS.

       FD  LOAN-XREF-FILE.
       COPY LOANBXRF.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMSTR.

       FD  LOAN-CASE-FILE.
       COPY LOANCASE.

       FD  METRO2-FILE.
       01  METRO2-RECORD.
           03 M2-SEGMENT-ID          PIC X(04).
           03 M2-AMOUNT-PAST-DUE     PIC 9(8)V99.
           03 M2-REPORT-PERIOD       PIC 9(6).
           03 M2-CONSUMER-NAME       PIC X(30).
      *    BUREAU SPECIAL COMMENT -- "CN", LOAN MODIFIED, OR SPACES.
           03 M2-SPECIAL-COMMENT     PIC X(02).
      *    ECOA CODE -- "1" INDIVIDUAL ON THE BASE SEGMENT; ON A J1
      *    SEGMENT "T" (RELEASED FROM LIABILITY) OR "X" (DECEASED).
           03 M2-ECOA-CODE           PIC X(01).
      *    COMPLIANCE CONDITION CODE -- "XB" WHILE A CREDIT-
      *    REPORTING DISPUTE IS OPEN, "XR" THE PERIOD IT CLOSES,
      *    OTHERWISE SPACES.
           03 M2-COMPLIANCE-CODE     PIC X(02).

       FD  PROOF-RPT-FILE.
       01  PROOF-RPT-RECORD          PIC X(96).

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MOD-STATUS             PIC X(02) VALUE SPACES.

       01  WS-MOD-EOF-FLAG           PIC X  VALUE "N".
           88  END-OF-LOAN-MODS      VALUE "Y".

       01  WS-MODIFIED-FLAG          PIC X  VALUE "N".
           88  LOAN-MODIFIED         VALUE "Y".

       01  WS-XREF-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BORROWER-STATUS        PIC X(02) VALUE SPACES.
           88  BORROWER-READ-OK      VALUE "00".

       01  WS-XREF-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-XREF          VALUE "Y".

       01  WS-CASE-STATUS            PIC X(02) VALUE SPACES.

       01  WS-CASE-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-LOAN-CASES     VALUE "Y".

       01  WS-COMPLIANCE-CODE        PIC X(02).
           88  DISPUTE-OPEN          VALUE "XB".
           88  DISPUTE-CLEARED       VALUE "XR".

       01  WS-REPORT-PERIOD          PIC 9(6).

       01  WS-REPORTED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-SUPPRESSED-COUNT       PIC S9(8) COMP VALUE ZERO.
       01  WS-TRANSFERRED-COUNT      PIC S9(8) COMP VALUE ZERO.
       01  WS-MODIFIED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-FORMER-PARTY-COUNT     PIC S9(8) COMP VALUE ZERO.
       01  WS-DISPUTED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-CLEARED-COUNT          PIC S9(8) COMP VALUE ZERO.

       01  PROOF-HEADING-1.
           03 FILLER                 PIC X(26)

           OPEN INPUT  LOAN-MASTER-FILE
           OPEN INPUT  PAYMENT-HISTORY-FILE
           OPEN INPUT  LOAN-MOD-FILE
           OPEN INPUT  LOAN-XREF-FILE
           OPEN INPUT  BORROWER-MASTER-FILE
           OPEN INPUT  LOAN-CASE-FILE
           OPEN OUTPUT METRO2-FILE
           OPEN OUTPUT PROOF-RPT-FILE

           PERFORM 0400-DERIVE-STATUS-CODE
               THRU 0400-DERIVE-STATUS-CODE-EXIT

           PERFORM 0600-CHECK-MODIFICATION
               THRU 0600-CHECK-MODIFICATION-EXIT

           PERFORM 0650-CHECK-DISPUTES
               THRU 0650-CHECK-DISPUTES-EXIT

           MOVE SPACES          TO METRO2-RECORD
           MOVE "BASE"          TO M2-SEGMENT-ID
           MOVE LM-LOAN-NUMBER  TO M2-ACCOUNT-NUMBER
           MOVE WS-PAST-DUE-AMOUNT TO M2-AMOUNT-PAST-DUE
           MOVE WS-REPORT-PERIOD   TO M2-REPORT-PERIOD
           MOVE LM-BORROWER-NAME   TO M2-CONSUMER-NAME
           IF LOAN-MODIFIED
               MOVE "CN"           TO M2-SPECIAL-COMMENT
               ADD 1 TO WS-MODIFIED-COUNT
           END-IF
           MOVE "1"                TO M2-ECOA-CODE
           MOVE WS-COMPLIANCE-CODE TO M2-COMPLIANCE-CODE
           IF DISPUTE-OPEN
               ADD 1 TO WS-DISPUTED-COUNT
           END-IF
           IF DISPUTE-CLEARED
               ADD 1 TO WS-CLEARED-COUNT
           END-IF
           WRITE METRO2-RECORD

           PERFORM 0700-REPORT-FORMER-PARTIES
               THRU 0700-REPORT-FORMER-PARTIES-EXIT

           ADD 1 TO WS-REPORTED-COUNT
           PERFORM 0500-TALLY-STATUS-CODE
               THRU 0500-TALLY-STATUS-CODE-EXIT
                       END-IF
                   END-IF

      *            BOARDING BACK-FILL AND MODIFICATION
      *            CAPITALIZATION STILL NET INTO THE MONTH TABLE --
      *            THEY ARE WHAT MAKE THE LOAN PAID THROUGH -- BUT
      *            NEITHER IS CASH THE BORROWER PAID THIS PERIOD,
      *            SO BOTH STAY OFF THE ACTUAL-PAYMENT FIGURE.
                   IF PH-POSTING-DATE(1:6) = WS-REPORT-PERIOD
                       AND PH-SOURCE NOT = "BOARDING"
                       AND PH-SOURCE NOT = "MODCAP"
                       IF PH-TYPE-REVERSAL
                           SUBTRACT PH-AMOUNT-PAID
                               FROM WS-PERIOD-CASH
       0510-CHECK-STATUS-ENTRY-EXIT.
           EXIT.

      *************************************************************
      *    IS THE LOAN REPORTED AS MODIFIED?  ONLY WHEN ITS
      *    MODIFICATION HISTORY HOLDS A PERMANENT MODIFICATION --
      *    A TRIAL STILL RUNNING, OR ONE THAT FAILED, LEAVES THE
      *    LOAN ON WHATEVER TERMS IT HAD BEFORE.
      *************************************************************
       0600-CHECK-MODIFICATION SECTION.
           MOVE "N" TO WS-MODIFIED-FLAG
           MOVE "N" TO WS-MOD-EOF-FLAG

           MOVE LM-LOAN-NUMBER TO MD-LOAN-NUMBER
           MOVE ZERO           TO MD-MOD-SEQ
           START LOAN-MOD-FILE
               KEY IS NOT LESS THAN MD-MOD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MOD-EOF-FLAG
           END-START

           PERFORM 0610-CHECK-ONE-MOD
               THRU 0610-CHECK-ONE-MOD-EXIT
               UNTIL END-OF-LOAN-MODS
           .
       0600-CHECK-MODIFICATION-EXIT.
           EXIT.

       0610-CHECK-ONE-MOD SECTION.
           READ LOAN-MOD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MOD-EOF-FLAG
           END-READ

           IF NOT END-OF-LOAN-MODS
               IF MD-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                   MOVE "Y" TO WS-MOD-EOF-FLAG
               ELSE
                   IF MD-STATUS-MODIFIED
                       MOVE "Y" TO WS-MODIFIED-FLAG
                   END-IF
               END-IF
           END-IF
           .
       0610-CHECK-ONE-MOD-EXIT.
           EXIT.

      *************************************************************
      *    THE LOAN'S COMPLIANCE CONDITION FROM ITS CREDIT-
      *    REPORTING DISPUTES.  ANY STILL OPEN AT THE END OF THE
      *    PERIOD MEANS XB.  OTHERWISE A DISPUTE THAT CLOSED IN
      *    THE PERIOD BUT WAS ALREADY OPEN AT AN EARLIER MONTH-END
      *    -- SO XB WENT TO THE BUREAU -- MEANS XR.  ONE OPENED
      *    AND CLOSED INSIDE THE PERIOD WAS NEVER REPORTED.
      *************************************************************
       0650-CHECK-DISPUTES SECTION.
           MOVE SPACES TO WS-COMPLIANCE-CODE
           MOVE "N"    TO WS-CASE-EOF-FLAG

           MOVE LM-LOAN-NUMBER TO CS-LOAN-NUMBER
           MOVE ZERO           TO CS-CASE-SEQ
           START LOAN-CASE-FILE
               KEY IS NOT LESS THAN CS-CASE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CASE-EOF-FLAG
           END-START

           PERFORM 0660-CHECK-ONE-CASE
               THRU 0660-CHECK-ONE-CASE-EXIT
               UNTIL END-OF-LOAN-CASES
           .
       0650-CHECK-DISPUTES-EXIT.
           EXIT.

       0660-CHECK-ONE-CASE SECTION.
           READ LOAN-CASE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CASE-EOF-FLAG
                   GO TO 0660-CHECK-ONE-CASE-EXIT
           END-READ

           IF CS-LOAN-NUMBER NOT = LM-LOAN-NUMBER
               MOVE "Y" TO WS-CASE-EOF-FLAG
               GO TO 0660-CHECK-ONE-CASE-EXIT
           END-IF

           IF NOT CS-TYPE-CREDIT
               OR CS-RECEIVED-DATE(1:6) > WS-REPORT-PERIOD
               GO TO 0660-CHECK-ONE-CASE-EXIT
           END-IF

           IF CS-CASE-OPEN
               OR CS-CLOSED-DATE(1:6) > WS-REPORT-PERIOD
               MOVE "XB" TO WS-COMPLIANCE-CODE
               GO TO 0660-CHECK-ONE-CASE-EXIT
           END-IF

           IF CS-CLOSED-DATE(1:6) = WS-REPORT-PERIOD
               AND CS-RECEIVED-DATE(1:6) < WS-REPORT-PERIOD
               AND NOT DISPUTE-OPEN
               MOVE "XR" TO WS-COMPLIANCE-CODE
           END-IF
           .
       0660-CHECK-ONE-CASE-EXIT.
           EXIT.

      *************************************************************
      *    A J1 SEGMENT FOR EACH FORMER PARTY ON THE LOAN WHOSE
      *    LIABILITY ENDED IN THE REPORTING PERIOD.  A PARTY WHO
      *    LEFT IN AN EARLIER PERIOD WAS ALREADY CLOSED OUT THEN.
      *************************************************************
       0700-REPORT-FORMER-PARTIES SECTION.
           MOVE "N" TO WS-XREF-EOF-FLAG

           MOVE LM-LOAN-NUMBER TO BX-LOAN-NUMBER
           MOVE SPACES         TO BX-BORROWER-ID
           START LOAN-XREF-FILE
               KEY IS NOT LESS THAN BX-XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF-FLAG
           END-START

           PERFORM 0710-REPORT-ONE-PARTY
               THRU 0710-REPORT-ONE-PARTY-EXIT
               UNTIL END-OF-XREF
           .
       0700-REPORT-FORMER-PARTIES-EXIT.
           EXIT.

       0710-REPORT-ONE-PARTY SECTION.
           READ LOAN-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-EOF-FLAG
                   GO TO 0710-REPORT-ONE-PARTY-EXIT
           END-READ

           IF BX-LOAN-NUMBER NOT = LM-LOAN-NUMBER
               MOVE "Y" TO WS-XREF-EOF-FLAG
               GO TO 0710-REPORT-ONE-PARTY-EXIT
           END-IF

           IF NOT BX-ROLE-FORMER
               OR BX-END-DATE(1:6) NOT = WS-REPORT-PERIOD
               GO TO 0710-REPORT-ONE-PARTY-EXIT
           END-IF

           MOVE BX-BORROWER-ID TO BO-BORROWER-ID
           READ BORROWER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES          TO METRO2-RECORD
           MOVE "J1"            TO M2-SEGMENT-ID
           MOVE LM-LOAN-NUMBER  TO M2-ACCOUNT-NUMBER
           MOVE ZERO            TO M2-DATE-OPENED
                                   M2-ORIGINAL-AMOUNT
                                   M2-SCHEDULED-PAYMENT
                                   M2-ACTUAL-PAYMENT
                                   M2-CURRENT-BALANCE
                                   M2-AMOUNT-PAST-DUE
           MOVE WS-REPORT-PERIOD TO M2-REPORT-PERIOD
           IF BORROWER-READ-OK
               MOVE BO-BORROWER-NAME TO M2-CONSUMER-NAME
           ELSE
               MOVE BX-BORROWER-ID   TO M2-CONSUMER-NAME
           END-IF
           IF BX-PARTY-DECEASED
               MOVE "X"             TO M2-ECOA-CODE
           ELSE
               MOVE "T"             TO M2-ECOA-CODE
           END-IF
           WRITE METRO2-RECORD

           ADD 1 TO WS-FORMER-PARTY-COUNT
           .
       0710-REPORT-ONE-PARTY-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO PROOF-RPT-RECORD
           WRITE PROOF-RPT-RECORD
           MOVE WS-TRANSFERRED-COUNT  TO PRT-COUNT
           WRITE PROOF-RPT-RECORD FROM PROOF-TOTAL-LINE

           MOVE "REPORTED MODIFIED (CN):" TO PRT-LABEL
           MOVE WS-MODIFIED-COUNT     TO PRT-COUNT
           WRITE PROOF-RPT-RECORD FROM PROOF-TOTAL-LINE

           MOVE "FORMER PARTIES (J1):" TO PRT-LABEL
           MOVE WS-FORMER-PARTY-COUNT TO PRT-COUNT
           WRITE PROOF-RPT-RECORD FROM PROOF-TOTAL-LINE

           MOVE "IN DISPUTE (XB):"    TO PRT-LABEL
           MOVE WS-DISPUTED-COUNT     TO PRT-COUNT
           WRITE PROOF-RPT-RECORD FROM PROOF-TOTAL-LINE

           MOVE "DISPUTE CLEARED (XR):" TO PRT-LABEL
           MOVE WS-CLEARED-COUNT      TO PRT-COUNT
           WRITE PROOF-RPT-RECORD FROM PROOF-TOTAL-LINE

           CLOSE LOAN-MASTER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE LOAN-MOD-FILE
           CLOSE LOAN-XREF-FILE
           CLOSE BORROWER-MASTER-FILE
           CLOSE LOAN-CASE-FILE
           CLOSE METRO2-FILE
           CLOSE PROOF-RPT-FILE
           .
