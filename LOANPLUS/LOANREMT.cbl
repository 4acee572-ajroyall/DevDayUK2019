               A CONSOLIDATED SUMMARY.  THE POOL-LEVEL CONTROL
               TOTALS TIE BACK TO THE POSTING RUN'S REGISTER FOR
               THE SAME PERIOD.  COLLECTIONS ON LOANS WITH NO POOL
               ARE OUR OWN AND SHOW ON THE SUMMARY ONLY.  THE
               INVESTOR IS OWED ITS SCHEDULED PRINCIPAL AND
               INTEREST WHETHER THE BORROWER PAID OR NOT, SO EVERY
               INSTALLMENT A POOLED LOAN HAS LEFT UNPAID IS
               ADVANCED OUT OF OUR OWN CASH ONTO THE ADVANCE
               LEDGER AND REMITTED WITH THE PERIOD; ADVANCES THE
               POSTING RUN RECOVERED IN THE PERIOD COME BACK OFF.  THE
               ADVANCE PASS READS ONLY THE POOLED LOANS, OFF THE
               MASTER'S POOL KEY.  EACH POOL'S STATEMENT TOTALS ARE ALSO
               APPENDED TO THE REMITTOT FILE, FOR THE LOAN-LEVEL
               INVESTOR TAPE TO TIE BACK TO.

       ENVIRONMENT DIVISION.

           SELECT PAYMENT-HISTORY-FILE
                                    ASSIGN TO "LOANPMTH"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PH-HISTORY-KEY
                                    FILE STATUS IS WS-HISTORY-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    ALTERNATE RECORD KEY IS
                                        LM-POOL-ID
                                        WITH DUPLICATES
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT POOL-MASTER-FILE ASSIGN TO "POOLMSTR"
                                    RECORD KEY IS PA-ASSIGN-KEY
                                    FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT OPTIONAL ADVANCE-LEDGER-FILE
                                    ASSIGN TO "ADVNLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS AV-LEDGER-KEY
                                    FILE STATUS IS WS-ADVANCE-STATUS.

      *    EACH POOL'S STATEMENT TOTALS, APPENDED FOR LOANITAP TO
      *    TIE THE LOAN-LEVEL INVESTOR TAPE BACK TO.
           SELECT OPTIONAL REMIT-TOTAL-FILE
                                    ASSIGN TO "REMITTOT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMIT-RPT-FILE   ASSIGN TO "LOANREMT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       FD  POOL-ASSIGN-FILE.
       COPY POOLHIST.

       FD  ADVANCE-LEDGER-FILE.
       COPY ADVNLEDG.

       FD  REMIT-TOTAL-FILE.
       COPY REMITTOT.

       FD  REMIT-RPT-FILE.
       01  REMIT-RPT-RECORD          PIC X(96).

       01  WS-POOL-STATUS            PIC X(02) VALUE SPACES.
           88  POOL-READ-OK          VALUE "00".
       01  WS-ASSIGN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ADVANCE-STATUS         PIC X(02) VALUE SPACES.
           88  ADVANCE-WRITE-OK      VALUE "00".

       01  WS-ASSIGN-EOF-FLAG        PIC X  VALUE "N".
           88  END-OF-ASSIGNMENTS   VALUE "Y".
      *    YYYYMM; POSTED HISTORY IS SELECTED ON ITS POSTING DATE.
       01  WS-REMIT-PERIOD           PIC 9(6).

      *    THE RUN DATE STAMPS THE ADVANCES THIS RUN MAKES.
       01  WS-RUN-DATE               PIC 9(8).

       01  WS-MASTER-EOF-FLAG        PIC X  VALUE "N".
           88  END-OF-MASTER        VALUE "Y".
       01  WS-HISTORY-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-HISTORY       VALUE "Y".
       01  WS-ADVANCE-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-ADVANCES      VALUE "Y".

      *    INSTALLMENT M FALLS DUE M MONTHS AFTER ORIGINATION, SO
      *    THE INSTALLMENTS DUE BY THE END OF THE PERIOD ARE THE
      *    PERIOD'S DISTANCE IN MONTHS FROM THE ORIGINATION MONTH.
       01  WS-PERIOD-DATE            PIC 9(8).
       01  FILLER REDEFINES WS-PERIOD-DATE.
           03 WS-PER-YEAR            PIC 9(4).
           03 WS-PER-MONTH           PIC 9(2).
           03 WS-PER-DAY             PIC 9(2).
       01  WS-ORIG-DATE              PIC 9(8).
       01  FILLER REDEFINES WS-ORIG-DATE.
           03 WS-ORIG-YEAR           PIC 9(4).
           03 WS-ORIG-MONTH          PIC 9(2).
           03 WS-ORIG-DAY            PIC 9(2).
       01  WS-DUE-COUNT              PIC S9(4) COMP.
       01  MONTH                     PIC S9(4) COMP.
       01  WS-HIGH-SEQ               PIC 9(6).
       01  WS-FEE-PCT                PIC 9(2)V9(4).

      *    THE CURRENT LOAN'S POSTED HISTORY NETTED BY SCHEDULE
      *    MONTH TWO WAYS: THE WHOLE AMOUNT (THE PAID-THROUGH
      *    MEASURE, WHICH SEES BOARDING AND CAPITALIZED MONTHS AS
      *    SETTLED) AND THE PRINCIPAL-AND-INTEREST SHARES ALONE
      *    (WHAT HAS ACTUALLY GONE TO THE INVESTOR -- A PLAN
      *    RECEIPT SHORT OF THE SCHEDULED PAYMENT STILL CARRIES
      *    THE FULL SPLIT).  A MONTH NEITHER MEASURE SETTLES, AND
      *    THAT HAS NO P&I ADVANCE ON THE LEDGER ALREADY, IS
      *    ADVANCED.
       01  WS-MONTH-NET-TABLE.
           03 WS-MONTH-NET OCCURS 2080 TIMES
                                     PIC S9(9)V99 COMP-3.
       01  WS-MONTH-PI-TABLE.
           03 WS-MONTH-PI-NET OCCURS 2080 TIMES
                                     PIC S9(9)V99 COMP-3.
       01  WS-ADVANCED-TABLE.
           03 WS-MONTH-ADVANCED OCCURS 2080 TIMES
                                     PIC X(01).

       01  WS-ADV-PRINC              PIC 9(8)V99.
       01  WS-ADV-INT                PIC 9(8)V99.
       01  WS-ADV-FEE                PIC 9(8)V99.

       01  WS-ADVANCE-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-ADVANCE-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-SIGNED-PRINC           PIC S9(8)V99 COMP-3.
       01  WS-SIGNED-INT             PIC S9(8)V99 COMP-3.

              05 WS-POOL-PRINCIPAL   PIC S9(11)V99 COMP-3.
              05 WS-POOL-INTEREST    PIC S9(11)V99 COMP-3.
              05 WS-POOL-PAYMENTS    PIC S9(8) COMP.
      *       P&I ADVANCED WITH THE PERIOD, THE SERVICING FEE NOT
      *       ADVANCED ON IT, THE NET CASH ADVANCED, AND THE
      *       ADVANCES RECOVERED OUT OF LATE COLLECTIONS.
              05 WS-POOL-ADV-PRINC   PIC S9(11)V99 COMP-3.
              05 WS-POOL-ADV-INT     PIC S9(11)V99 COMP-3.
              05 WS-POOL-ADV-FEE     PIC S9(11)V99 COMP-3.
              05 WS-POOL-ADV-NET     PIC S9(11)V99 COMP-3.
              05 WS-POOL-RECOVERED   PIC S9(11)V99 COMP-3.

       01  WS-FEE-AMOUNT             PIC S9(9)V99 COMP-3.
       01  WS-COLLECTED-FEE          PIC S9(9)V99 COMP-3.
       01  WS-NET-AMOUNT             PIC S9(11)V99 COMP-3.

       01  WS-TOTAL-PRINCIPAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-INTEREST         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-FEES             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-NET              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-ADVANCED         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-RECOVERED        PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  REMIT-HEADING-1.
           03 FILLER                 PIC X(26)
           03 FILLER                 PIC X(04) VALUE " TO ".
           03 RAS-NEW-POOL-ID        PIC X(06).

       01  ADVANCE-HEADING.
           03 FILLER                 PIC X(34)
                VALUE "P&I ADVANCES AND RECOVERIES".

       01  ADVANCE-DETAIL-LINE.
           03 ADV-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 ADV-POOL-ID            PIC X(06).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 ADV-MONTH              PIC ZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 ADV-ENTRY-DATE         PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 ADV-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 ADV-ACTION             PIC X(10).

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
               THRU 0200-SWEEP-ONE-PAYMENT-EXIT
               UNTIL END-OF-HISTORY-FILE

           PERFORM 0500-ADVANCE-DELINQUENT-LOANS
               THRU 0500-ADVANCE-DELINQUENT-LOANS-EXIT

           PERFORM 0700-SWEEP-ADVANCE-LEDGER
               THRU 0700-SWEEP-ADVANCE-LEDGER-EXIT

           PERFORM 0400-WRITE-REMITTANCES
               THRU 0400-WRITE-REMITTANCES-EXIT

           PERFORM 0600-WRITE-REASSIGN-REGISTER
               THRU 0600-WRITE-REASSIGN-REGISTER-EXIT

           PERFORM 0650-WRITE-ADVANCE-REGISTER
               THRU 0650-WRITE-ADVANCE-REGISTER-EXIT

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           INITIALIZE WS-POOL-TABLE
           MOVE 1 TO WS-POOL-COUNT
           MOVE "OWNBK" TO WS-POOL-ID(1)
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT  PAYMENT-HISTORY-FILE
           OPEN INPUT  LOAN-MASTER-FILE
           OPEN INPUT  POOL-MASTER-FILE
           OPEN INPUT  POOL-ASSIGN-FILE
           OPEN I-O    ADVANCE-LEDGER-FILE
           OPEN EXTEND REMIT-TOTAL-FILE
           OPEN OUTPUT REMIT-RPT-FILE

           MOVE WS-REMIT-PERIOD TO RMH-PERIOD

      *        BOARDING BACK-FILL CARRIES THE BOARDING DAY'S
      *        POSTING DATE BUT IS AN ACQUIRED LOAN'S HISTORY, NOT
      *        THIS PERIOD'S COLLECTIONS -- NOTHING TO REMIT.  THE
      *        SAME GOES FOR ARREARS A MODIFICATION CAPITALIZED.
           IF PH-SOURCE = "BOARDING" OR "MODCAP"
               GO TO 0200-SWEEP-NEXT
           END-IF

           MOVE "TOTAL NET REMITTED:"   TO RMI-LABEL
           MOVE WS-TOTAL-NET            TO RMI-AMOUNT
           WRITE REMIT-RPT-RECORD FROM REMIT-ITEM-LINE
           MOVE "TOTAL NET P&I ADVANCED:" TO RMI-LABEL
           MOVE WS-TOTAL-ADVANCED       TO RMI-AMOUNT
           WRITE REMIT-RPT-RECORD FROM REMIT-ITEM-LINE
           MOVE "TOTAL ADVANCES RECOVERED:" TO RMI-LABEL
           MOVE WS-TOTAL-RECOVERED      TO RMI-AMOUNT
           WRITE REMIT-RPT-RECORD FROM REMIT-ITEM-LINE
           MOVE "OWN-BOOK PRINCIPAL:"   TO RMI-LABEL
           MOVE WS-POOL-PRINCIPAL(1)    TO RMI-AMOUNT
           WRITE REMIT-RPT-RECORD FROM REMIT-ITEM-LINE

           IF POOL-READ-OK
               MOVE PL-INVESTOR-NAME TO RMP-INVESTOR-NAME
               COMPUTE WS-COLLECTED-FEE ROUNDED =
                   WS-POOL-INTEREST(POOL-IDX)
                   * (PL-SERVICING-FEE-PCT / 100)
           ELSE
               MOVE "*** POOL NOT ON POOL MASTER ***"
                   TO RMP-INVESTOR-NAME
               MOVE ZERO TO WS-COLLECTED-FEE
           END-IF

      *        THE FEE ON ADVANCED INTEREST WAS HELD BACK LOAN BY
      *        LOAN WHEN THE ADVANCE WAS MADE, SO THE STATEMENT
      *        TIES TO THE ADVANCE LEDGER TO THE CENT.
           COMPUTE WS-FEE-AMOUNT =
               WS-COLLECTED-FEE + WS-POOL-ADV-FEE(POOL-IDX)

           COMPUTE WS-NET-AMOUNT =
               WS-POOL-PRINCIPAL(POOL-IDX)
               + WS-POOL-INTEREST(POOL-IDX)
               - WS-COLLECTED-FEE
               + WS-POOL-ADV-NET(POOL-IDX)
               - WS-POOL-RECOVERED(POOL-IDX)

      *        EACH INVESTOR'S STATEMENT STARTS ON ITS OWN PAGE.
           MOVE "1" TO REMIT-RPT-RECORD
           MOVE "INTEREST COLLECTED:"   TO RMI-LABEL
           MOVE WS-POOL-INTEREST(POOL-IDX)  TO RMI-AMOUNT
           WRITE REMIT-RPT-RECORD FROM REMIT-ITEM-LINE
           MOVE "PRINCIPAL ADVANCED:"   TO RMI-LABEL
           MOVE WS-POOL-ADV-PRINC(POOL-IDX) TO RMI-AMOUNT
           WRITE REMIT-RPT-RECORD FROM REMIT-ITEM-LINE
           MOVE "INTEREST ADVANCED:"    TO RMI-LABEL
           MOVE WS-POOL-ADV-INT(POOL-IDX)   TO RMI-AMOUNT
           WRITE REMIT-RPT-RECORD FROM REMIT-ITEM-LINE
           MOVE "ADVANCES RECOVERED:"   TO RMI-LABEL
           MOVE WS-POOL-RECOVERED(POOL-IDX) TO RMI-AMOUNT
           WRITE REMIT-RPT-RECORD FROM REMIT-ITEM-LINE
           MOVE "SERVICING FEE:"        TO RMI-LABEL
           MOVE WS-FEE-AMOUNT           TO RMI-AMOUNT
           WRITE REMIT-RPT-RECORD FROM REMIT-ITEM-LINE
           ADD WS-POOL-INTEREST(POOL-IDX)  TO WS-TOTAL-INTEREST
           ADD WS-FEE-AMOUNT               TO WS-TOTAL-FEES
           ADD WS-NET-AMOUNT               TO WS-TOTAL-NET
           ADD WS-POOL-ADV-NET(POOL-IDX)   TO WS-TOTAL-ADVANCED
           ADD WS-POOL-RECOVERED(POOL-IDX) TO WS-TOTAL-RECOVERED

           MOVE WS-REMIT-PERIOD             TO RT-REMIT-PERIOD
           MOVE WS-POOL-ID(POOL-IDX)        TO RT-POOL-ID
           MOVE WS-RUN-DATE                 TO RT-RUN-DATE
           MOVE WS-POOL-PRINCIPAL(POOL-IDX) TO RT-PRINCIPAL
           MOVE WS-POOL-INTEREST(POOL-IDX)  TO RT-INTEREST
           MOVE WS-COLLECTED-FEE            TO RT-COLLECTED-FEE
           MOVE WS-POOL-ADV-FEE(POOL-IDX)   TO RT-ADVANCE-FEE
           MOVE WS-POOL-ADV-NET(POOL-IDX)   TO RT-ADVANCE-NET
           MOVE WS-POOL-RECOVERED(POOL-IDX) TO RT-RECOVERED
           MOVE WS-NET-AMOUNT               TO RT-NET-REMITTED
           MOVE WS-POOL-PAYMENTS(POOL-IDX)  TO RT-PAYMENT-COUNT
           WRITE REMIT-TOTAL-RECORD
           .
       0410-WRITE-ONE-POOL-EXIT.
           EXIT.

      *************************************************************
      *    P&I ADVANCES.  READ THE POOLED LOANS OFF THE POOL KEY
      *    AND ADVANCE, FOR EVERY OPEN ONE, EACH INSTALLMENT DUE BY
      *    THE END OF THE PERIOD THAT THE BORROWER HAS NOT PAID AND
      *    WE HAVE NOT ALREADY ADVANCED -- SO A RE-RUN OF THE SAME
      *    PERIOD, OR A LOAN STILL DELINQUENT NEXT MONTH, NEVER
      *    ADVANCES THE SAME INSTALLMENT TWICE.  OWN-BOOK LOANS OWE
      *    NO ONE: THEIR BLANK POOL SORTS AHEAD OF EVERY POOL ID,
      *    SO STARTING PAST IT NEVER READS THEM AT ALL.
      *************************************************************
       0500-ADVANCE-DELINQUENT-LOANS SECTION.
           COMPUTE WS-PERIOD-DATE = (WS-REMIT-PERIOD * 100) + 1

           MOVE "N"        TO WS-MASTER-EOF-FLAG
           MOVE SPACES     TO LM-POOL-ID
           START LOAN-MASTER-FILE
               KEY IS GREATER THAN LM-POOL-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-FLAG
           END-START

           PERFORM 0510-ADVANCE-ONE-LOAN
               THRU 0510-ADVANCE-ONE-LOAN-EXIT
               UNTIL END-OF-MASTER
           .
       0500-ADVANCE-DELINQUENT-LOANS-EXIT.
           EXIT.

       0510-ADVANCE-ONE-LOAN SECTION.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-FLAG
           END-READ

           IF END-OF-MASTER
               GO TO 0510-ADVANCE-ONE-LOAN-EXIT
           END-IF

           IF NOT LM-STATUS-OPEN
               GO TO 0510-ADVANCE-ONE-LOAN-EXIT
           END-IF

           MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE
           COMPUTE WS-DUE-COUNT =
               ((WS-PER-YEAR * 12) + WS-PER-MONTH)
               - ((WS-ORIG-YEAR * 12) + WS-ORIG-MONTH)
           IF WS-DUE-COUNT > LM-LOANTERM
               MOVE LM-LOANTERM TO WS-DUE-COUNT
           END-IF
           IF WS-DUE-COUNT NOT > ZERO
               GO TO 0510-ADVANCE-ONE-LOAN-EXIT
           END-IF

      *        THE FEE WE WOULD HAVE HELD BACK HAD THE BORROWER
      *        PAID IS NOT ADVANCED; A POOL MISSING FROM THE POOL
      *        MASTER IS ADVANCED GROSS, THE WAY ITS STATEMENT
      *        TAKES NO FEE.
           MOVE LM-POOL-ID TO PL-POOL-ID
           READ POOL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF POOL-READ-OK
               MOVE PL-SERVICING-FEE-PCT TO WS-FEE-PCT
           ELSE
               MOVE ZERO TO WS-FEE-PCT
           END-IF

           PERFORM 0520-NET-LOAN-HISTORY
               THRU 0520-NET-LOAN-HISTORY-EXIT
           PERFORM 0530-LOAD-LOAN-ADVANCES
               THRU 0530-LOAD-LOAN-ADVANCES-EXIT

           PERFORM 0540-ADVANCE-ONE-MONTH
               THRU 0540-ADVANCE-ONE-MONTH-EXIT
               VARYING MONTH FROM 1 BY 1
               UNTIL MONTH > WS-DUE-COUNT
           .
       0510-ADVANCE-ONE-LOAN-EXIT.
           EXIT.

       0520-NET-LOAN-HISTORY SECTION.
           INITIALIZE WS-MONTH-NET-TABLE
           INITIALIZE WS-MONTH-PI-TABLE
           MOVE "N" TO WS-HISTORY-EOF-FLAG

           MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER
           MOVE ZERO           TO PH-PAYMENT-SEQ
           START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HISTORY-EOF-FLAG
           END-START

           PERFORM 0525-NET-ONE-HISTORY
               THRU 0525-NET-ONE-HISTORY-EXIT
               UNTIL END-OF-HISTORY
           .
       0520-NET-LOAN-HISTORY-EXIT.
           EXIT.

       0525-NET-ONE-HISTORY SECTION.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-FLAG
           END-READ

           IF NOT END-OF-HISTORY
               IF PH-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                   MOVE "Y" TO WS-HISTORY-EOF-FLAG
               ELSE
                   IF PH-MONTH > ZERO AND PH-MONTH NOT > 2080
                       IF PH-TYPE-REVERSAL
                           SUBTRACT PH-AMOUNT-PAID
                               FROM WS-MONTH-NET(PH-MONTH)
                           SUBTRACT PH-PRINC-SHARE PH-INT-SHARE
                               FROM WS-MONTH-PI-NET(PH-MONTH)
                       ELSE
                           ADD PH-AMOUNT-PAID
                               TO WS-MONTH-NET(PH-MONTH)
                           ADD PH-PRINC-SHARE PH-INT-SHARE
                               TO WS-MONTH-PI-NET(PH-MONTH)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       0525-NET-ONE-HISTORY-EXIT.
           EXIT.

      *************************************************************
      *    THE LOAN'S ADVANCE LEDGER: WHICH INSTALLMENTS ALREADY
      *    CARRY A P&I ADVANCE, AND THE HIGHEST SEQUENCE IN USE.
      *************************************************************
       0530-LOAD-LOAN-ADVANCES SECTION.
           MOVE ALL "N" TO WS-ADVANCED-TABLE
           MOVE ZERO    TO WS-HIGH-SEQ
           MOVE "N"     TO WS-ADVANCE-EOF-FLAG

           MOVE LM-LOAN-NUMBER TO AV-LOAN-NUMBER
           MOVE ZERO           TO AV-ENTRY-SEQ
           START ADVANCE-LEDGER-FILE
               KEY IS NOT LESS THAN AV-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-START

           PERFORM 0535-LOAD-ONE-ADVANCE
               THRU 0535-LOAD-ONE-ADVANCE-EXIT
               UNTIL END-OF-ADVANCES
           .
       0530-LOAD-LOAN-ADVANCES-EXIT.
           EXIT.

       0535-LOAD-ONE-ADVANCE SECTION.
           READ ADVANCE-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-READ

           IF NOT END-OF-ADVANCES
               IF AV-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
               ELSE
                   MOVE AV-ENTRY-SEQ TO WS-HIGH-SEQ
                   IF AV-TYPE-PI AND AV-ENTRY-ADVANCE
                       AND AV-MONTH > ZERO AND AV-MONTH NOT > 2080
                       MOVE "Y" TO WS-MONTH-ADVANCED(AV-MONTH)
                   END-IF
               END-IF
           END-IF
           .
       0535-LOAD-ONE-ADVANCE-EXIT.
           EXIT.

       0540-ADVANCE-ONE-MONTH SECTION.
           IF WS-MONTH-NET(MONTH) NOT < LM-PAYMENT(MONTH)
               OR WS-MONTH-PI-NET(MONTH) > ZERO
               OR WS-MONTH-ADVANCED(MONTH) = "Y"
               GO TO 0540-ADVANCE-ONE-MONTH-EXIT
           END-IF

           MOVE LM-PRINCPAID(MONTH) TO WS-ADV-PRINC
           MOVE LM-INTPAID(MONTH)   TO WS-ADV-INT
           COMPUTE WS-ADV-FEE ROUNDED =
               WS-ADV-INT * (WS-FEE-PCT / 100)

           MOVE LM-LOAN-NUMBER  TO AV-LOAN-NUMBER
           COMPUTE AV-ENTRY-SEQ = WS-HIGH-SEQ + 1
           MOVE WS-RUN-DATE     TO AV-ENTRY-DATE
           SET AV-TYPE-PI       TO TRUE
           SET AV-ENTRY-ADVANCE TO TRUE
           COMPUTE AV-AMOUNT =
               WS-ADV-PRINC + WS-ADV-INT - WS-ADV-FEE
           MOVE LM-POOL-ID      TO AV-POOL-ID
           MOVE WS-REMIT-PERIOD TO AV-REMIT-PERIOD
           MOVE MONTH           TO AV-MONTH
           MOVE WS-ADV-PRINC    TO AV-PRINC-AMOUNT
           MOVE WS-ADV-INT      TO AV-INT-AMOUNT
           MOVE WS-ADV-FEE      TO AV-FEE-AMOUNT
           MOVE SPACES          TO AV-PAYEE-CODE
           MOVE "LOANREMT"      TO AV-REFERENCE
           MOVE SPACES          TO AV-OPERATOR-ID
           WRITE SERVICER-ADVANCE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF ADVANCE-WRITE-OK
               ADD 1 TO WS-HIGH-SEQ
               MOVE "Y" TO WS-MONTH-ADVANCED(MONTH)
               ADD 1         TO WS-ADVANCE-COUNT
               ADD AV-AMOUNT TO WS-ADVANCE-TOTAL
           ELSE
               DISPLAY "ADVANCE WRITE FAILED - " LM-LOAN-NUMBER
                   " MONTH " MONTH " STATUS " WS-ADVANCE-STATUS
           END-IF
           .
       0540-ADVANCE-ONE-MONTH-EXIT.
           EXIT.

      *************************************************************
      *    THE REASSIGNMENT REGISTER FOR INVESTOR ACCOUNTING:
      *    EVERY TRANSFER EFFECTIVE IN THE REMITTANCE PERIOD, SO
       0610-REGISTER-ONE-ASSIGNMENT-EXIT.
           EXIT.

      *************************************************************
      *    THE ADVANCE REGISTER: EVERY P&I ADVANCE REMITTED WITH
      *    THE PERIOD AND EVERY P&I ADVANCE RECOVERED IN IT, LOAN
      *    BY LOAN, BEHIND THE STATEMENT TOTALS ABOVE.
      *************************************************************
       0650-WRITE-ADVANCE-REGISTER SECTION.
           MOVE SPACES TO REMIT-RPT-RECORD
           WRITE REMIT-RPT-RECORD
           WRITE REMIT-RPT-RECORD FROM ADVANCE-HEADING

           MOVE "N"        TO WS-ADVANCE-EOF-FLAG
           MOVE LOW-VALUES TO AV-LEDGER-KEY
           START ADVANCE-LEDGER-FILE
               KEY IS NOT LESS THAN AV-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-START

           PERFORM 0660-REGISTER-ONE-ADVANCE
               THRU 0660-REGISTER-ONE-ADVANCE-EXIT
               UNTIL END-OF-ADVANCES
           .
       0650-WRITE-ADVANCE-REGISTER-EXIT.
           EXIT.

       0660-REGISTER-ONE-ADVANCE SECTION.
           READ ADVANCE-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-READ

           IF NOT END-OF-ADVANCES AND AV-TYPE-PI
               MOVE AV-LOAN-NUMBER TO ADV-LOAN-NUMBER
               MOVE AV-POOL-ID     TO ADV-POOL-ID
               MOVE AV-MONTH       TO ADV-MONTH
               MOVE AV-ENTRY-DATE  TO ADV-ENTRY-DATE
               MOVE AV-AMOUNT      TO ADV-AMOUNT
               IF AV-ENTRY-ADVANCE
                   AND AV-REMIT-PERIOD = WS-REMIT-PERIOD
                   MOVE "ADVANCED"  TO ADV-ACTION
                   WRITE REMIT-RPT-RECORD FROM ADVANCE-DETAIL-LINE
               END-IF
               IF AV-ENTRY-RECOVERY
                   AND AV-ENTRY-DATE(1:6) = WS-REMIT-PERIOD(1:6)
                   MOVE "RECOVERED" TO ADV-ACTION
                   WRITE REMIT-RPT-RECORD FROM ADVANCE-DETAIL-LINE
               END-IF
           END-IF
           .
       0660-REGISTER-ONE-ADVANCE-EXIT.
           EXIT.

      *************************************************************
      *    FOLD THE PERIOD'S P&I ADVANCES (BY THE PERIOD THEY WENT
      *    OUT WITH -- SO A RE-RUN STATES THE SAME ADVANCES IT
      *    MADE THE FIRST TIME) AND THE PERIOD'S RECOVERIES (BY
      *    THE DAY THE POSTING RUN TOOK THEM) INTO THE POOL
      *    BUCKETS.  AN ADVANCE IS CHARGED TO THE POOL IT WAS
      *    REMITTED TO, AND ITS RECOVERY COMES BACK FROM THERE.
      *************************************************************
       0700-SWEEP-ADVANCE-LEDGER SECTION.
           MOVE "N"        TO WS-ADVANCE-EOF-FLAG
           MOVE LOW-VALUES TO AV-LEDGER-KEY
           START ADVANCE-LEDGER-FILE
               KEY IS NOT LESS THAN AV-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-START

           PERFORM 0710-SWEEP-ONE-ADVANCE
               THRU 0710-SWEEP-ONE-ADVANCE-EXIT
               UNTIL END-OF-ADVANCES
           .
       0700-SWEEP-ADVANCE-LEDGER-EXIT.
           EXIT.

       0710-SWEEP-ONE-ADVANCE SECTION.
           READ ADVANCE-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-READ

           IF END-OF-ADVANCES OR NOT AV-TYPE-PI
               GO TO 0710-SWEEP-ONE-ADVANCE-EXIT
           END-IF

           MOVE AV-POOL-ID TO WS-EFFECTIVE-POOL-ID

           IF AV-ENTRY-ADVANCE
               AND AV-REMIT-PERIOD = WS-REMIT-PERIOD
               PERFORM 0300-FIND-POOL-ENTRY
                   THRU 0300-FIND-POOL-ENTRY-EXIT
               ADD AV-PRINC-AMOUNT TO WS-POOL-ADV-PRINC(POOL-IDX)
               ADD AV-INT-AMOUNT   TO WS-POOL-ADV-INT(POOL-IDX)
               ADD AV-FEE-AMOUNT   TO WS-POOL-ADV-FEE(POOL-IDX)
               ADD AV-AMOUNT       TO WS-POOL-ADV-NET(POOL-IDX)
           END-IF

           IF AV-ENTRY-RECOVERY
               AND AV-ENTRY-DATE(1:6) = WS-REMIT-PERIOD(1:6)
               PERFORM 0300-FIND-POOL-ENTRY
                   THRU 0300-FIND-POOL-ENTRY-EXIT
               ADD AV-AMOUNT       TO WS-POOL-RECOVERED(POOL-IDX)
           END-IF
           .
       0710-SWEEP-ONE-ADVANCE-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE POOL-MASTER-FILE
           CLOSE POOL-ASSIGN-FILE
           CLOSE ADVANCE-LEDGER-FILE
           CLOSE REMIT-TOTAL-FILE
           CLOSE REMIT-RPT-FILE

           DISPLAY "P&I ADVANCES MADE:      " WS-ADVANCE-COUNT
           .
       0900-TERMINATE-EXIT.
           EXIT.
