       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANESCI.
       REMARKS. MONTHLY ESCROW INTEREST.  GIVEN THE PERIOD
               (YYYYMM), CREDITS INTEREST ON EVERY OPEN LOAN'S
               ESCROW FUNDS WHERE THE PROPERTY'S STATE (FROM THE
               COLLATERAL MASTER) REQUIRES IT.  THE STATE RATES
               COME FROM THE ESCRINTR RATE FILE; A STATE NOT ON IT
               PAYS NOTHING.  INTEREST IS ONE MONTH AT THE STATE'S
               ANNUAL RATE ON THE LOAN'S AVERAGE LEDGER BALANCE FOR
               THE PERIOD, 30/360, AND POSTS TO THE ESCROW LEDGER
               AS ITS OWN "I" ENTRY DATED THE DAY OF THE RUN AND
               CARRYING THE PERIOD (YYYYMM) IN ITS PAYEE CODE --
               LOANESCA SHOWS IT ON THE ANNUAL STATEMENT AND
               LOANGLJR JOURNALS IT AS ESCROW INTEREST EXPENSE.
               A LOAN ALREADY CREDITED FOR THE PERIOD IS PASSED
               OVER, SO THE RUN MAY BE REPEATED.  EVERY ESCRLEDG ENTRY
               IT ADDS IS JOURNALED THROUGH LOANJRNL, SO A RUN THAT DIES
               PARTWAY CAN BE ROLLED BACK BY LOANRBCK AND RERUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATE-RATE-FILE  ASSIGN TO "ESCRINTR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL COLLATERAL-MASTER-FILE
                                    ASSIGN TO "COLLMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS CL-LOAN-NUMBER
                                    FILE STATUS IS WS-COLLAT-STATUS.

           SELECT OPTIONAL ESCROW-LEDGER-FILE
                                    ASSIGN TO "ESCRLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS EL-LEDGER-KEY
                                    FILE STATUS IS WS-LEDGER-STATUS.

           SELECT INTEREST-RPT-FILE ASSIGN TO "LOANESIR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      *    ONE STATE THAT REQUIRES INTEREST ON ESCROW, WITH ITS
      *    ANNUAL RATE IN PERCENT.
       FD  STATE-RATE-FILE.
       01  STATE-RATE-RECORD.
           03 SR-STATE               PIC X(02).
           03 SR-ANNUAL-RATE         PIC 9(2)V9(4).

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  COLLATERAL-MASTER-FILE.
       COPY COLLMSTR.

       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  INTEREST-RPT-FILE.
       01  INTEREST-RPT-RECORD       PIC X(96).

       WORKING-STORAGE SECTION.

       77  DISBURSE-SEQ-FLOOR        PIC 9(6) VALUE 500001.
       77  STATE-TABLE-MAX           PIC S9(4) COMP VALUE 60.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-MASTER-FILE   VALUE "Y".

       01  WS-RATE-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-RATE-FILE     VALUE "Y".

       01  WS-LEDGER-EOF-FLAG        PIC X  VALUE "N".
           88  END-OF-LEDGER        VALUE "Y".

       01  WS-CREDITED-FLAG          PIC X  VALUE "N".
           88  ALREADY-CREDITED     VALUE "Y".

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".
       01  WS-COLLAT-STATUS          PIC X(02) VALUE SPACES.
           88  COLLAT-READ-OK        VALUE "00".
       01  WS-LEDGER-STATUS          PIC X(02) VALUE SPACES.
           88  LEDGER-WRITE-OK       VALUE "00".

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).

      *    THE PERIOD BEING CREDITED, KEYED BY THE OPERATOR AS
      *    YYYYMM.
       01  WS-INTEREST-PERIOD        PIC 9(6).

      *    THE STATE RATES, LOADED UP FRONT SO THE MASTER NEEDS
      *    ONLY ONE PASS.
       01  WS-STATE-TABLE.
           03 WS-STATE-COUNT         PIC S9(4) COMP VALUE ZERO.
           03 WS-STATE-ENTRY OCCURS 60 TIMES.
              05 WS-ST-STATE         PIC X(02).
              05 WS-ST-RATE          PIC 9(2)V9(4).

       01  IDX                       PIC S9(4) COMP.

       01  WS-ENTRY-DAY              PIC S9(4) COMP.
       01  WS-SIGNED-AMOUNT          PIC S9(9)V99 COMP-3.
       01  WS-OPENING-BALANCE        PIC S9(9)V99 COMP-3.
       01  WS-BALANCE-DAYS           PIC S9(11)V99 COMP-3.
       01  WS-AVERAGE-BALANCE        PIC S9(9)V99 COMP-3.
       01  WS-INTEREST               PIC S9(7)V99 COMP-3.
       01  WS-EL-HIGH-SEQ            PIC 9(6).

       01  WS-CREDITED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-CREDITED-TOTAL         PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-SKIPPED-COUNT          PIC S9(8) COMP VALUE ZERO.

       01  INTEREST-HEADING-1.
           03 FILLER                 PIC X(24)
                                      VALUE "ESCROW INTEREST PERIOD".
           03 EIH-PERIOD             PIC 9(6).
           03 FILLER                 PIC X(08) VALUE "  AS OF ".
           03 EIH-RUN-DATE           PIC 9(8).

       01  INTEREST-HEADING-2.
           03 FILLER                 PIC X(12) VALUE "LOAN NUMBER".
           03 FILLER                 PIC X(07) VALUE "STATE".
           03 FILLER                 PIC X(10) VALUE "RATE".
           03 FILLER                 PIC X(16) VALUE "AVG BALANCE".
           03 FILLER                 PIC X(14) VALUE "INTEREST".

       01  INTEREST-DETAIL-LINE.
           03 EID-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 EID-STATE              PIC X(02).
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 EID-RATE               PIC Z9.9999.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 EID-AVERAGE-BALANCE    PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 EID-INTEREST           PIC ZZZ,ZZ9.99.

       01  INTEREST-TOTAL-LINE.
           03 EIT-LABEL              PIC X(24).
           03 EIT-COUNT              PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 EIT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-INTEREST-PERIOD FROM CONSOLE

           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           PERFORM 0200-CREDIT-ONE-LOAN
               THRU 0200-CREDIT-ONE-LOAN-EXIT
               UNTIL END-OF-MASTER-FILE

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANESCI"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE


           OPEN INPUT  STATE-RATE-FILE
           OPEN INPUT  LOAN-MASTER-FILE
           OPEN INPUT  COLLATERAL-MASTER-FILE
           OPEN I-O    ESCROW-LEDGER-FILE
           OPEN OUTPUT INTEREST-RPT-FILE

           MOVE WS-INTEREST-PERIOD TO EIH-PERIOD
           MOVE WS-RUN-DATE        TO EIH-RUN-DATE
           WRITE INTEREST-RPT-RECORD FROM INTEREST-HEADING-1
           WRITE INTEREST-RPT-RECORD FROM INTEREST-HEADING-2

           PERFORM 0110-LOAD-ONE-STATE
               THRU 0110-LOAD-ONE-STATE-EXIT
               UNTIL END-OF-RATE-FILE
           CLOSE STATE-RATE-FILE

           PERFORM 0210-READ-MASTER-FILE
               THRU 0210-READ-MASTER-FILE-EXIT
           .
       0100-INITIALIZE-EXIT.
           EXIT.

       0110-LOAD-ONE-STATE SECTION.
           READ STATE-RATE-FILE
               AT END
                   MOVE "Y" TO WS-RATE-EOF-FLAG
           END-READ

           IF NOT END-OF-RATE-FILE
               IF WS-STATE-COUNT < STATE-TABLE-MAX
                   ADD 1 TO WS-STATE-COUNT
                   MOVE SR-STATE       TO WS-ST-STATE(WS-STATE-COUNT)
                   MOVE SR-ANNUAL-RATE TO WS-ST-RATE(WS-STATE-COUNT)
               ELSE
                   DISPLAY "STATE RATE TABLE FULL - " SR-STATE
                       " NOT LOADED"
               END-IF
           END-IF
           .
       0110-LOAD-ONE-STATE-EXIT.
           EXIT.

       0210-READ-MASTER-FILE SECTION.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-MASTER-FILE-EXIT.
           EXIT.

      *************************************************************
      *    AN OPEN LOAN WHOSE PROPERTY SITS IN A RATE STATE EARNS
      *    A MONTH'S INTEREST ON ITS AVERAGE ESCROW BALANCE.
      *************************************************************
       0200-CREDIT-ONE-LOAN SECTION.
           IF NOT LM-STATUS-OPEN
               GO TO 0200-CREDIT-NEXT
           END-IF

           MOVE LM-LOAN-NUMBER TO CL-LOAN-NUMBER
           READ COLLATERAL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT COLLAT-READ-OK
               GO TO 0200-CREDIT-NEXT
           END-IF

           PERFORM 0310-CHECK-STATE-ENTRY
               THRU 0310-CHECK-STATE-ENTRY-EXIT
               VARYING IDX FROM 1 BY 1
               UNTIL IDX > WS-STATE-COUNT
               OR WS-ST-STATE(IDX) = CL-PROPERTY-STATE
           IF IDX > WS-STATE-COUNT
               GO TO 0200-CREDIT-NEXT
           END-IF

           PERFORM 0400-AVERAGE-THE-BALANCE
               THRU 0400-AVERAGE-THE-BALANCE-EXIT
           IF ALREADY-CREDITED
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 0200-CREDIT-NEXT
           END-IF
           IF WS-AVERAGE-BALANCE NOT > ZERO
               GO TO 0200-CREDIT-NEXT
           END-IF

           COMPUTE WS-INTEREST ROUNDED =
               WS-AVERAGE-BALANCE * WS-ST-RATE(IDX) / 100 / 12
           IF WS-INTEREST NOT > ZERO
               GO TO 0200-CREDIT-NEXT
           END-IF

           MOVE LM-LOAN-NUMBER TO EL-LOAN-NUMBER
           IF WS-EL-HIGH-SEQ < DISBURSE-SEQ-FLOOR
               MOVE DISBURSE-SEQ-FLOOR TO EL-ENTRY-SEQ
           ELSE
               COMPUTE EL-ENTRY-SEQ = WS-EL-HIGH-SEQ + 1
           END-IF
      *        DATED THE DAY IT IS POSTED, SO THE GL JOURNAL FOR
      *        THE RUN DATE PICKS IT UP; THE PERIOD CREDITED RIDES
      *        IN THE PAYEE CODE.
           MOVE WS-RUN-DATE        TO EL-ENTRY-DATE
           SET EL-TYPE-INTEREST    TO TRUE
           MOVE WS-INTEREST-PERIOD TO EL-PAYEE-CODE
           MOVE WS-INTEREST        TO EL-AMOUNT
           WRITE ESCROW-LEDGER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT LEDGER-WRITE-OK
               DISPLAY "ESCROW INTEREST NOT POSTED " LM-LOAN-NUMBER
                   " STATUS " WS-LEDGER-STATUS
               GO TO 0200-CREDIT-NEXT
           END-IF
           PERFORM 0500-JOURNAL-LEDGER-ADD
               THRU 0500-JOURNAL-LEDGER-ADD-EXIT

           ADD 1           TO WS-CREDITED-COUNT
           ADD WS-INTEREST TO WS-CREDITED-TOTAL

           MOVE LM-LOAN-NUMBER     TO EID-LOAN-NUMBER
           MOVE CL-PROPERTY-STATE  TO EID-STATE
           MOVE WS-ST-RATE(IDX)    TO EID-RATE
           MOVE WS-AVERAGE-BALANCE TO EID-AVERAGE-BALANCE
           MOVE WS-INTEREST        TO EID-INTEREST
           WRITE INTEREST-RPT-RECORD FROM INTEREST-DETAIL-LINE
           .
       0200-CREDIT-NEXT.
           PERFORM 0210-READ-MASTER-FILE
               THRU 0210-READ-MASTER-FILE-EXIT
           .
       0200-CREDIT-ONE-LOAN-EXIT.
           EXIT.

       0310-CHECK-STATE-ENTRY SECTION.
           CONTINUE
           .
       0310-CHECK-STATE-ENTRY-EXIT.
           EXIT.

      *************************************************************
      *    THE AVERAGE BALANCE OVER THE PERIOD'S THIRTY DAYS: THE
      *    OPENING BALANCE HELD ALL MONTH, PLUS EACH ENTRY IN THE
      *    PERIOD FOR THE DAYS IT WAS ON THE BOOKS (THE 31ST
      *    COUNTS AS THE 30TH).  LATER ENTRIES DO NOT COUNT.  THE
      *    SAME BROWSE NOTES THE LOAN'S HIGHEST SEQUENCE AND
      *    WHETHER THE PERIOD HAS ALREADY BEEN CREDITED.
      *************************************************************
       0400-AVERAGE-THE-BALANCE SECTION.
           MOVE ZERO TO WS-OPENING-BALANCE
           MOVE ZERO TO WS-BALANCE-DAYS
           MOVE ZERO TO WS-EL-HIGH-SEQ
           MOVE "N"  TO WS-CREDITED-FLAG
           MOVE "N"  TO WS-LEDGER-EOF-FLAG

           MOVE LM-LOAN-NUMBER TO EL-LOAN-NUMBER
           MOVE ZERO           TO EL-ENTRY-SEQ
           START ESCROW-LEDGER-FILE
               KEY IS NOT LESS THAN EL-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LEDGER-EOF-FLAG
           END-START

           PERFORM 0410-AVERAGE-ONE-ENTRY
               THRU 0410-AVERAGE-ONE-ENTRY-EXIT
               UNTIL END-OF-LEDGER

           COMPUTE WS-BALANCE-DAYS =
               WS-BALANCE-DAYS + (WS-OPENING-BALANCE * 30)
           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               WS-BALANCE-DAYS / 30
           .
       0400-AVERAGE-THE-BALANCE-EXIT.
           EXIT.

       0410-AVERAGE-ONE-ENTRY SECTION.
           READ ESCROW-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF-FLAG
           END-READ

           IF END-OF-LEDGER
               GO TO 0410-AVERAGE-ONE-ENTRY-EXIT
           END-IF
           IF EL-LOAN-NUMBER NOT = LM-LOAN-NUMBER
               MOVE "Y" TO WS-LEDGER-EOF-FLAG
               GO TO 0410-AVERAGE-ONE-ENTRY-EXIT
           END-IF

           IF EL-ENTRY-SEQ > WS-EL-HIGH-SEQ
               MOVE EL-ENTRY-SEQ TO WS-EL-HIGH-SEQ
           END-IF
      *        A CREDIT POSTED BEFORE THE PERIOD RODE IN THE PAYEE
      *        CODE CARRIES SPACES THERE AND IS DATED IN ITS PERIOD.
           IF EL-TYPE-INTEREST
               AND EL-PAYEE-CODE = WS-INTEREST-PERIOD
               MOVE "Y" TO WS-CREDITED-FLAG
           END-IF
           IF EL-TYPE-INTEREST
               AND EL-PAYEE-CODE = SPACES
               AND EL-ENTRY-DATE(1:6) = WS-INTEREST-PERIOD
               MOVE "Y" TO WS-CREDITED-FLAG
           END-IF

           IF EL-TYPE-DISBURSE
               COMPUTE WS-SIGNED-AMOUNT = ZERO - EL-AMOUNT
           ELSE
               MOVE EL-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF

           EVALUATE TRUE
               WHEN EL-ENTRY-DATE(1:6) < WS-INTEREST-PERIOD
                   ADD WS-SIGNED-AMOUNT TO WS-OPENING-BALANCE
               WHEN EL-ENTRY-DATE(1:6) = WS-INTEREST-PERIOD
                   MOVE EL-ENTRY-DATE(7:2) TO WS-ENTRY-DAY
                   IF WS-ENTRY-DAY > 30
                       MOVE 30 TO WS-ENTRY-DAY
                   END-IF
                   COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                       + (WS-SIGNED-AMOUNT * (31 - WS-ENTRY-DAY))
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       0410-AVERAGE-ONE-ENTRY-EXIT.
           EXIT.

      *************************************************************
      *    AN ADDED RECORD IS JOURNALED ONLY ONCE IT IS SAFELY
      *    WRITTEN -- ROLLBACK TAKES IT BACK OUT BY ITS KEY, AND
      *    MUST NEVER TAKE OUT A RECORD THAT WAS ALREADY THERE.
      *************************************************************
       0500-JOURNAL-LEDGER-ADD SECTION.
           SET JA-ESCROW-LEDGER TO TRUE
           SET JA-ADDED TO TRUE
           MOVE LENGTH OF ESCROW-LEDGER-RECORD TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA ESCROW-LEDGER-RECORD
           .
       0500-JOURNAL-LEDGER-ADD-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO INTEREST-RPT-RECORD
           WRITE INTEREST-RPT-RECORD

           MOVE "LOANS CREDITED:"        TO EIT-LABEL
           MOVE WS-CREDITED-COUNT        TO EIT-COUNT
           MOVE WS-CREDITED-TOTAL        TO EIT-AMOUNT
           WRITE INTEREST-RPT-RECORD FROM INTEREST-TOTAL-LINE

           MOVE "ALREADY CREDITED:"      TO EIT-LABEL
           MOVE WS-SKIPPED-COUNT         TO EIT-COUNT
           MOVE ZERO                     TO EIT-AMOUNT
           WRITE INTEREST-RPT-RECORD FROM INTEREST-TOTAL-LINE

           CLOSE LOAN-MASTER-FILE
           CLOSE COLLATERAL-MASTER-FILE
           CLOSE ESCROW-LEDGER-FILE
           CLOSE INTEREST-RPT-FILE

           DISPLAY "LOANS CREDITED: " WS-CREDITED-COUNT
               " TOTAL " WS-CREDITED-TOTAL
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANESCI.
