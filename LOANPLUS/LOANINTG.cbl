       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANINTG.
       REMARKS. WEEKLY REFERENTIAL INTEGRITY SWEEP.  THE SATELLITE
               FILES KEYED BY LOAN NUMBER ARE MAINTAINED BY
               DIFFERENT PROGRAMS ON DIFFERENT DAYS AND DRIFT OUT OF
               STEP WITH LOANMSTR.  THIS RUN WALKS THE MASTER AND
               TESTS EACH LOAN'S RELATIONSHIPS -- A CURRENT PRIMARY
               BORROWER ON LOANBXRF AND EVERY LINKED BORROWER ON
               BORRMSTR, THE POOL ON POOLMSTR, A COLLMSTR RECORD
               BEHIND A LOAN STILL CARRYING PMI, AND NO AUTOPAY,
               ESCROW PAYEE OR OPEN REPAYMENT PLAN LEFT ON A LOAN
               THAT IS NO LONGER OPEN.  IT THEN READS EACH SATELLITE
               FILE THROUGH AND REPORTS THE LOANS IT CARRIES THAT
               ARE NOT ON THE MASTER AT ALL -- LOW SEVERITY FOR THE
               HISTORY FILES, WHICH LOANARCH LEAVES BEHIND WHEN IT
               PURGES A LOAN.  EVERY BREAK GOES ON THE LOANINTR
               REPORT BY SEVERITY, TYPE AND LOAN, WITH A COUNT PER
               TYPE.  THE RUN-CONTROL END RECORD CARRIES THE
               RELATIONSHIPS CHECKED, THE CLEAN ONES AND THE BREAKS,
               WITH THE HIGH-SEVERITY BREAK COUNT IN THE HASH TOTAL,
               SO THE WEEK'S BREAKS SHOW ON THE LOANCTLR PAGE.
               NOTHING IS CORRECTED HERE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL BORROWER-MASTER-FILE
                                    ASSIGN TO "BORRMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS BO-BORROWER-ID
                                    FILE STATUS IS WS-BORROWER-STATUS.

           SELECT OPTIONAL POOL-MASTER-FILE
                                    ASSIGN TO "POOLMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PL-POOL-ID
                                    FILE STATUS IS WS-POOL-STATUS.

      *    THE SATELLITE FILES.  EACH IS READ BY KEY FROM THE MASTER
      *    PASS OR READ THROUGH ON THE ORPHAN PASS, OR BOTH.
           SELECT OPTIONAL LOAN-XREF-FILE
                                    ASSIGN TO "LOANBXRF"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS BX-XREF-KEY
                                    FILE STATUS IS WS-XREF-STATUS.

           SELECT OPTIONAL BORROWER-BANK-FILE
                                    ASSIGN TO "LOANBANK"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS BK-LOAN-NUMBER
                                    FILE STATUS IS WS-BANK-STATUS.

           SELECT OPTIONAL ESCROW-PAYEE-FILE
                                    ASSIGN TO "ESCRPAYE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PY-PAYEE-KEY
                                    FILE STATUS IS WS-PAYEE-STATUS.

           SELECT OPTIONAL COLLATERAL-MASTER-FILE
                                    ASSIGN TO "COLLMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CL-LOAN-NUMBER
                                    FILE STATUS IS WS-COLLAT-STATUS.

           SELECT OPTIONAL REPAYMENT-PLAN-FILE
                                    ASSIGN TO "LOANPLAN"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS RP-LOAN-NUMBER
                                    FILE STATUS IS WS-PLAN-STATUS.

           SELECT OPTIONAL FORECLOSURE-FILE
                                    ASSIGN TO "LOANFCLS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS FC-LOAN-NUMBER
                                    FILE STATUS IS WS-FCL-STATUS.

           SELECT OPTIONAL PROMISE-CONTACT-FILE
                                    ASSIGN TO "LOANPROM"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PR-CONTACT-KEY
                                    FILE STATUS IS WS-PROMISE-STATUS.

           SELECT OPTIONAL SERVICING-NOTE-FILE
                                    ASSIGN TO "LOANNOTS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS NT-NOTE-KEY
                                    FILE STATUS IS WS-NOTE-STATUS.

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

           SELECT OPTIONAL POOL-ASSIGN-FILE
                                    ASSIGN TO "POOLASGH"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PA-ASSIGN-KEY
                                    FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT OPTIONAL LOAN-CASE-FILE
                                    ASSIGN TO "LOANCASE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CS-CASE-KEY
                                    FILE STATUS IS WS-CASE-STATUS.

           SELECT OPTIONAL LOAN-MOD-FILE
                                    ASSIGN TO "LOANMODS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS MD-MOD-KEY
                                    FILE STATUS IS WS-MOD-STATUS.

           SELECT OPTIONAL SKIP-TRACE-FILE
                                    ASSIGN TO "SKIPTRCE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ST-TRACE-KEY
                                    FILE STATUS IS WS-TRACE-STATUS.

           SELECT INTEGRITY-RPT-FILE
                                    ASSIGN TO "LOANINTR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "INTGSORT".

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMSTR.

       FD  POOL-MASTER-FILE.
       COPY POOLMSTR.

       FD  LOAN-XREF-FILE.
       COPY LOANBXRF.

       FD  BORROWER-BANK-FILE.
       COPY LOANBANK.

       FD  ESCROW-PAYEE-FILE.
       COPY ESCRPAYE.

       FD  COLLATERAL-MASTER-FILE.
       COPY COLLMSTR.

       FD  REPAYMENT-PLAN-FILE.
       COPY LOANPLAN.

       FD  FORECLOSURE-FILE.
       COPY LOANFCLS.

       FD  PROMISE-CONTACT-FILE.
       COPY LOANPROM.

       FD  SERVICING-NOTE-FILE.
       COPY LOANNOTE.

       FD  PAYMENT-HISTORY-FILE.
       COPY LOANPMTH.

       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  POOL-ASSIGN-FILE.
       COPY POOLHIST.

       FD  LOAN-CASE-FILE.
       COPY LOANCASE.

       FD  LOAN-MOD-FILE.
       COPY LOANMODS.

       FD  SKIP-TRACE-FILE.
       COPY SKIPTRCE.

       FD  INTEGRITY-RPT-FILE.
       01  INTEGRITY-RPT-RECORD      PIC X(96).

      *    ONE RECORD PER BREAK.  SEVERITY RANK 1 IS HIGH, 2
      *    MEDIUM, 3 LOW, SO THE WORST BREAKS PRINT FIRST.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03 SRT-SEVERITY-RANK      PIC 9(01).
           03 SRT-BREAK-TYPE         PIC X(08).
           03 SRT-LOAN-NUMBER        PIC X(10).
           03 SRT-FILE-NAME          PIC X(08).
           03 SRT-DETAIL             PIC X(50).

       WORKING-STORAGE SECTION.

       77  SATELLITE-MAX             PIC S9(4) COMP VALUE 14.

       01  WS-RUN-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-RUN-DATE.
           03 WS-RUN-YEAR            PIC 9(4).
           03 WS-RUN-MONTH           PIC 9(2).
           03 WS-RUN-DAY             PIC 9(2).

       01  WS-PLAN-DATE              PIC 9(8).
       01  FILLER REDEFINES WS-PLAN-DATE.
           03 WS-PLN-YEAR            PIC 9(4).
           03 WS-PLN-MONTH           PIC 9(2).
           03 WS-PLN-DAY             PIC 9(2).

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".
       01  WS-BORROWER-STATUS        PIC X(02) VALUE SPACES.
           88  BORROWER-READ-OK      VALUE "00".
       01  WS-POOL-STATUS            PIC X(02) VALUE SPACES.
           88  POOL-READ-OK          VALUE "00".
       01  WS-XREF-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BANK-STATUS            PIC X(02) VALUE SPACES.
           88  BANK-READ-OK          VALUE "00".
       01  WS-PAYEE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-COLLAT-STATUS          PIC X(02) VALUE SPACES.
           88  COLLAT-READ-OK        VALUE "00".
       01  WS-PLAN-STATUS            PIC X(02) VALUE SPACES.
           88  PLAN-READ-OK          VALUE "00".
       01  WS-FCL-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PROMISE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-NOTE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-LEDGER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ASSIGN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CASE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-MOD-STATUS             PIC X(02) VALUE SPACES.
       01  WS-TRACE-STATUS           PIC X(02) VALUE SPACES.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-MASTER-FILE   VALUE "Y".
       01  WS-XREF-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-XREF          VALUE "Y".
       01  WS-PAYEE-EOF-FLAG         PIC X  VALUE "N".
           88  END-OF-PAYEES        VALUE "Y".
       01  WS-SAT-EOF-FLAG           PIC X  VALUE "N".
           88  END-OF-SATELLITE     VALUE "Y".
       01  WS-SORT-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-SORT-FILE     VALUE "Y".

       01  WS-PRIMARY-FOUND-FLAG     PIC X  VALUE "N".
           88  PRIMARY-FOUND         VALUE "Y".

      *    THE FILES THE ORPHAN PASS READS THROUGH, IN THE ORDER OF
      *    THE EVALUATES BELOW, WITH THE SEVERITY OF A LOAN FOUND ON
      *    ONE OF THEM BUT NOT ON THE MASTER.  THE FILES THAT DRIVE
      *    MONEY OR WORK TODAY ARE MEDIUM; THE HISTORY FILES, WHICH
      *    OUTLIVE AN ARCHIVED LOAN, ARE LOW.
       01  WS-SATELLITE-LIST.
           03 FILLER                 PIC X(09) VALUE "LOANBXRF2".
           03 FILLER                 PIC X(09) VALUE "LOANBANK2".
           03 FILLER                 PIC X(09) VALUE "ESCRPAYE2".
           03 FILLER                 PIC X(09) VALUE "COLLMSTR2".
           03 FILLER                 PIC X(09) VALUE "LOANPLAN2".
           03 FILLER                 PIC X(09) VALUE "LOANFCLS2".
           03 FILLER                 PIC X(09) VALUE "LOANPROM3".
           03 FILLER                 PIC X(09) VALUE "LOANNOTS3".
           03 FILLER                 PIC X(09) VALUE "LOANPMTH3".
           03 FILLER                 PIC X(09) VALUE "ESCRLEDG3".
           03 FILLER                 PIC X(09) VALUE "POOLASGH3".
           03 FILLER                 PIC X(09) VALUE "LOANCASE3".
           03 FILLER                 PIC X(09) VALUE "LOANMODS3".
           03 FILLER                 PIC X(09) VALUE "SKIPTRCE3".
       01  FILLER REDEFINES WS-SATELLITE-LIST.
           03 WS-SATELLITE OCCURS 14 TIMES.
              05 WS-SAT-FILE-NAME    PIC X(08).
              05 WS-SAT-RANK         PIC 9(01).

       01  SAT-IDX                   PIC S9(4) COMP.

      *    THE LOAN THE CURRENT SATELLITE RECORD BELONGS TO, AND THE
      *    LAST ONE LOOKED UP -- A LOAN IS LOOKED UP ONCE PER FILE.
       01  WS-SAT-LOAN               PIC X(10).
       01  WS-LAST-SAT-LOAN          PIC X(10).

       01  WS-PLAN-LAST-MONTH        PIC S9(6) COMP.
       01  WS-RUN-MONTH-NUMBER       PIC S9(6) COMP.

       01  WS-CHECK-COUNT            PIC S9(8) COMP VALUE ZERO.
       01  WS-CLEAN-COUNT            PIC S9(8) COMP VALUE ZERO.
       01  WS-BREAK-COUNT            PIC S9(8) COMP VALUE ZERO.
       01  WS-HIGH-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-MEDIUM-COUNT           PIC S9(8) COMP VALUE ZERO.
       01  WS-LOW-COUNT              PIC S9(8) COMP VALUE ZERO.
       01  WS-LOAN-COUNT             PIC S9(8) COMP VALUE ZERO.

      *    CONTROL BREAK ON SEVERITY AND TYPE IN THE OUTPUT PASS.
       01  WS-PREVIOUS-GROUP.
           03 WS-PREVIOUS-RANK       PIC 9(01).
           03 WS-PREVIOUS-TYPE       PIC X(08).
       01  WS-GROUP-COUNT            PIC S9(8) COMP VALUE ZERO.

       01  INT-HEADING-1.
           03 FILLER                 PIC X(30)
                          VALUE "REFERENTIAL INTEGRITY SWEEP".
           03 FILLER                 PIC X(09) VALUE "RUN DATE ".
           03 INH-RUN-DATE           PIC 9(8).

       01  INT-HEADING-2.
           03 FILLER                 PIC X(10) VALUE "SEVERITY".
           03 FILLER                 PIC X(10) VALUE "BREAK".
           03 FILLER                 PIC X(12) VALUE "LOAN".
           03 FILLER                 PIC X(10) VALUE "FILE".
           03 FILLER                 PIC X(50) VALUE "DETAIL".

       01  INT-DETAIL-LINE.
           03 IND-SEVERITY           PIC X(06).
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 IND-BREAK-TYPE         PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 IND-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 IND-FILE-NAME          PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 IND-DETAIL             PIC X(50).

       01  INT-GROUP-LINE.
           03 FILLER                 PIC X(10) VALUE SPACES.
           03 ING-BREAK-TYPE         PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 ING-COUNT              PIC ZZZZ,ZZ9.
           03 FILLER                 PIC X(07) VALUE " BREAKS".

       01  INT-NO-BREAK-LINE.
           03 FILLER                 PIC X(25)
                                      VALUE "NO INTEGRITY BREAKS FOUND".

       01  INT-TOTAL-LINE.
           03 FILLER                 PIC X(08) VALUE "LOANS ".
           03 INT-LOANS              PIC ZZZZ,ZZ9.
           03 FILLER                 PIC X(09) VALUE "  CHECKS ".
           03 INT-CHECKS             PIC ZZZZ,ZZ9.
           03 FILLER                 PIC X(09) VALUE "  BREAKS ".
           03 INT-BREAKS             PIC ZZZZ,ZZ9.
           03 FILLER                 PIC X(07) VALUE "  HIGH ".
           03 INT-HIGH               PIC ZZZZ,ZZ9.
           03 FILLER                 PIC X(09) VALUE "  MEDIUM ".
           03 INT-MEDIUM             PIC ZZZZ,ZZ9.
           03 FILLER                 PIC X(06) VALUE "  LOW ".
           03 INT-LOW                PIC ZZZZ,ZZ9.

       COPY RUNCTLREC.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           INITIALIZE RUN-CONTROL-RECORD
           MOVE "LOANINTG" TO RC-PROGRAM-ID
           SET RC-TYPE-START TO TRUE
           CALL "LOANRCTL" USING RUN-CONTROL-RECORD

           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SEVERITY-RANK
                                SRT-BREAK-TYPE
                                SRT-LOAN-NUMBER
               INPUT PROCEDURE IS 0200-FIND-BREAKS
                   THRU 0200-FIND-BREAKS-EXIT
               OUTPUT PROCEDURE IS 0700-WRITE-REPORT
                   THRU 0700-WRITE-REPORT-EXIT

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

      *        RELATIONSHIPS CHECKED, THE CLEAN ONES AND THE BREAKS;
      *        THE HASH CARRIES THE HIGH-SEVERITY BREAKS.
           INITIALIZE RUN-CONTROL-RECORD
           MOVE "LOANINTG"     TO RC-PROGRAM-ID
           SET RC-TYPE-END TO TRUE
           MOVE WS-CHECK-COUNT TO RC-READ-COUNT
           MOVE WS-CLEAN-COUNT TO RC-PROCESSED-COUNT
           MOVE WS-BREAK-COUNT TO RC-REJECTED-COUNT
           MOVE WS-HIGH-COUNT  TO RC-HASH-TOTAL
           MOVE "0000" TO RC-COMPLETION-CODE
           CALL "LOANRCTL" USING RUN-CONTROL-RECORD

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-MONTH-NUMBER =
               (WS-RUN-YEAR * 12) + WS-RUN-MONTH

           OPEN INPUT  LOAN-MASTER-FILE
           OPEN INPUT  BORROWER-MASTER-FILE
           OPEN INPUT  POOL-MASTER-FILE
           OPEN OUTPUT INTEGRITY-RPT-FILE

           MOVE WS-RUN-DATE TO INH-RUN-DATE
           WRITE INTEGRITY-RPT-RECORD FROM INT-HEADING-1
           MOVE SPACES TO INTEGRITY-RPT-RECORD
           WRITE INTEGRITY-RPT-RECORD
           WRITE INTEGRITY-RPT-RECORD FROM INT-HEADING-2
           .
       0100-INITIALIZE-EXIT.
           EXIT.

      *************************************************************
      *    INPUT PROCEDURE: THE MASTER PASS, THEN THE ORPHAN PASS.
      *    EVERY BREAK FOUND IS RELEASED TO THE SORT.
      *************************************************************
       0200-FIND-BREAKS SECTION.
           OPEN INPUT LOAN-XREF-FILE
           OPEN INPUT BORROWER-BANK-FILE
           OPEN INPUT ESCROW-PAYEE-FILE
           OPEN INPUT COLLATERAL-MASTER-FILE
           OPEN INPUT REPAYMENT-PLAN-FILE

           PERFORM 0300-CHECK-ONE-LOAN
               THRU 0300-CHECK-ONE-LOAN-EXIT
               UNTIL END-OF-MASTER-FILE

           CLOSE LOAN-XREF-FILE
           CLOSE BORROWER-BANK-FILE
           CLOSE ESCROW-PAYEE-FILE
           CLOSE COLLATERAL-MASTER-FILE
           CLOSE REPAYMENT-PLAN-FILE

           PERFORM 0500-SWEEP-ONE-SATELLITE
               THRU 0500-SWEEP-ONE-SATELLITE-EXIT
               VARYING SAT-IDX FROM 1 BY 1
               UNTIL SAT-IDX > SATELLITE-MAX
           .
       0200-FIND-BREAKS-EXIT.
           EXIT.

      *************************************************************
      *    MASTER PASS: EVERY RELATIONSHIP THE LOAN SHOULD HAVE, AND
      *    THE ONES A LOAN NO LONGER OPEN SHOULD NOT.
      *************************************************************
       0300-CHECK-ONE-LOAN SECTION.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
                   GO TO 0300-CHECK-ONE-LOAN-EXIT
           END-READ

           ADD 1 TO WS-LOAN-COUNT

           PERFORM 0310-CHECK-BORROWERS
               THRU 0310-CHECK-BORROWERS-EXIT

           PERFORM 0320-CHECK-POOL
               THRU 0320-CHECK-POOL-EXIT

           PERFORM 0330-CHECK-PMI-COLLATERAL
               THRU 0330-CHECK-PMI-COLLATERAL-EXIT

           IF NOT LM-STATUS-OPEN
               PERFORM 0340-CHECK-AUTOPAY
                   THRU 0340-CHECK-AUTOPAY-EXIT
               PERFORM 0350-CHECK-PAYEES
                   THRU 0350-CHECK-PAYEES-EXIT
               PERFORM 0360-CHECK-PLAN
                   THRU 0360-CHECK-PLAN-EXIT
           END-IF
           .
       0300-CHECK-ONE-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    EVERY BORROWER LINKED TO THE LOAN MUST BE ON BORRMSTR,
      *    AND ONE OF THEM MUST BE THE CURRENT PRIMARY.  A LOAN
      *    WITH NO PRIMARY IS HIGH WHILE IT IS OPEN -- STATEMENTS
      *    AND NOTICES HAVE NO ONE TO GO TO -- AND MEDIUM AFTER.
      *************************************************************
       0310-CHECK-BORROWERS SECTION.
           MOVE "N" TO WS-PRIMARY-FOUND-FLAG
           MOVE "N" TO WS-XREF-EOF-FLAG

           MOVE LM-LOAN-NUMBER TO BX-LOAN-NUMBER
           MOVE SPACES         TO BX-BORROWER-ID
           START LOAN-XREF-FILE
               KEY IS NOT LESS THAN BX-XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF-FLAG
           END-START

           PERFORM 0315-CHECK-ONE-XREF
               THRU 0315-CHECK-ONE-XREF-EXIT
               UNTIL END-OF-XREF

           ADD 1 TO WS-CHECK-COUNT
           IF PRIMARY-FOUND
               ADD 1 TO WS-CLEAN-COUNT
               GO TO 0310-CHECK-BORROWERS-EXIT
           END-IF

           IF LM-STATUS-OPEN
               MOVE 1 TO SRT-SEVERITY-RANK
           ELSE
               MOVE 2 TO SRT-SEVERITY-RANK
           END-IF
           MOVE "NOPRIMRY"     TO SRT-BREAK-TYPE
           MOVE LM-LOAN-NUMBER TO SRT-LOAN-NUMBER
           MOVE "LOANBXRF"     TO SRT-FILE-NAME
           MOVE SPACES         TO SRT-DETAIL
           STRING "NO CURRENT PRIMARY BORROWER, LOAN STATUS "
                                        DELIMITED BY SIZE
                  LM-STATUS             DELIMITED BY SIZE
               INTO SRT-DETAIL
           END-STRING
           PERFORM 0800-RELEASE-BREAK
               THRU 0800-RELEASE-BREAK-EXIT
           .
       0310-CHECK-BORROWERS-EXIT.
           EXIT.

       0315-CHECK-ONE-XREF SECTION.
           READ LOAN-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-EOF-FLAG
                   GO TO 0315-CHECK-ONE-XREF-EXIT
           END-READ

           IF BX-LOAN-NUMBER NOT = LM-LOAN-NUMBER
               MOVE "Y" TO WS-XREF-EOF-FLAG
               GO TO 0315-CHECK-ONE-XREF-EXIT
           END-IF

           IF BX-ROLE-PRIMARY
               AND BX-END-DATE = ZERO
               MOVE "Y" TO WS-PRIMARY-FOUND-FLAG
           END-IF

           ADD 1 TO WS-CHECK-COUNT
           MOVE BX-BORROWER-ID TO BO-BORROWER-ID
           READ BORROWER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF BORROWER-READ-OK
               ADD 1 TO WS-CLEAN-COUNT
               GO TO 0315-CHECK-ONE-XREF-EXIT
           END-IF

           MOVE 1              TO SRT-SEVERITY-RANK
           MOVE "NOBORROW"     TO SRT-BREAK-TYPE
           MOVE LM-LOAN-NUMBER TO SRT-LOAN-NUMBER
           MOVE "LOANBXRF"     TO SRT-FILE-NAME
           MOVE SPACES         TO SRT-DETAIL
           STRING "BORROWER "           DELIMITED BY SIZE
                  BX-BORROWER-ID        DELIMITED BY SIZE
                  " NOT ON BORRMSTR"    DELIMITED BY SIZE
               INTO SRT-DETAIL
           END-STRING
           PERFORM 0800-RELEASE-BREAK
               THRU 0800-RELEASE-BREAK-EXIT
           .
       0315-CHECK-ONE-XREF-EXIT.
           EXIT.

      *************************************************************
      *    A POOLED LOAN'S POOL MUST BE ON POOLMSTR, OR THE
      *    INVESTOR REMITTANCE AND TAPE RUNS CANNOT PLACE IT.
      *************************************************************
       0320-CHECK-POOL SECTION.
           IF LM-POOL-ID = SPACES
               GO TO 0320-CHECK-POOL-EXIT
           END-IF

           ADD 1 TO WS-CHECK-COUNT
           MOVE LM-POOL-ID TO PL-POOL-ID
           READ POOL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF POOL-READ-OK
               ADD 1 TO WS-CLEAN-COUNT
               GO TO 0320-CHECK-POOL-EXIT
           END-IF

           MOVE 1              TO SRT-SEVERITY-RANK
           MOVE "NOPOOL"       TO SRT-BREAK-TYPE
           MOVE LM-LOAN-NUMBER TO SRT-LOAN-NUMBER
           MOVE "POOLMSTR"     TO SRT-FILE-NAME
           MOVE SPACES         TO SRT-DETAIL
           STRING "POOL "               DELIMITED BY SIZE
                  LM-POOL-ID            DELIMITED BY SIZE
                  " NOT ON POOLMSTR"    DELIMITED BY SIZE
               INTO SRT-DETAIL
           END-STRING
           PERFORM 0800-RELEASE-BREAK
               THRU 0800-RELEASE-BREAK-EXIT
           .
       0320-CHECK-POOL-EXIT.
           EXIT.

      *************************************************************
      *    AN OPEN LOAN STILL PAYING PMI NEEDS ITS COLLATERAL
      *    RECORD -- LOANPMIM CANNOT JUDGE CANCELLATION WITHOUT THE
      *    PROPERTY VALUE.
      *************************************************************
       0330-CHECK-PMI-COLLATERAL SECTION.
           IF NOT LM-STATUS-OPEN
               OR LM-MONTHLY-PMI-AMOUNT = ZERO
               OR LM-PMI-CANCEL-MONTH > ZERO
               GO TO 0330-CHECK-PMI-COLLATERAL-EXIT
           END-IF

           ADD 1 TO WS-CHECK-COUNT
           MOVE LM-LOAN-NUMBER TO CL-LOAN-NUMBER
           READ COLLATERAL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF COLLAT-READ-OK
               ADD 1 TO WS-CLEAN-COUNT
               GO TO 0330-CHECK-PMI-COLLATERAL-EXIT
           END-IF

           MOVE 2              TO SRT-SEVERITY-RANK
           MOVE "PMICOLL"      TO SRT-BREAK-TYPE
           MOVE LM-LOAN-NUMBER TO SRT-LOAN-NUMBER
           MOVE "COLLMSTR"     TO SRT-FILE-NAME
           MOVE "CARRIES PMI, NO COLLATERAL RECORD" TO SRT-DETAIL
           PERFORM 0800-RELEASE-BREAK
               THRU 0800-RELEASE-BREAK-EXIT
           .
       0330-CHECK-PMI-COLLATERAL-EXIT.
           EXIT.

      *************************************************************
      *    A LOAN NO LONGER OPEN MUST NOT STILL BE ENROLLED FOR
      *    AUTOPAY -- LOANACHD WOULD DRAFT THE BORROWER FOR IT.
      *************************************************************
       0340-CHECK-AUTOPAY SECTION.
           MOVE LM-LOAN-NUMBER TO BK-LOAN-NUMBER
           READ BORROWER-BANK-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT BANK-READ-OK
               GO TO 0340-CHECK-AUTOPAY-EXIT
           END-IF

           ADD 1 TO WS-CHECK-COUNT
           IF NOT BK-AUTOPAY-ENROLLED
               ADD 1 TO WS-CLEAN-COUNT
               GO TO 0340-CHECK-AUTOPAY-EXIT
           END-IF

           MOVE 1              TO SRT-SEVERITY-RANK
           MOVE "AUTOPAY"      TO SRT-BREAK-TYPE
           MOVE LM-LOAN-NUMBER TO SRT-LOAN-NUMBER
           MOVE "LOANBANK"     TO SRT-FILE-NAME
           MOVE SPACES         TO SRT-DETAIL
           STRING "AUTOPAY STILL ENROLLED, LOAN STATUS "
                                        DELIMITED BY SIZE
                  LM-STATUS             DELIMITED BY SIZE
               INTO SRT-DETAIL
           END-STRING
           PERFORM 0800-RELEASE-BREAK
               THRU 0800-RELEASE-BREAK-EXIT
           .
       0340-CHECK-AUTOPAY-EXIT.
           EXIT.

      *************************************************************
      *    ESCROW PAYEES LEFT ON A LOAN NO LONGER OPEN -- PAID OFF,
      *    CHARGED OFF OR TRANSFERRED -- ONE BREAK PER PAYEE.
      *************************************************************
       0350-CHECK-PAYEES SECTION.
           MOVE "N" TO WS-PAYEE-EOF-FLAG

           MOVE LM-LOAN-NUMBER TO PY-LOAN-NUMBER
           MOVE SPACES         TO PY-PAYEE-CODE
           START ESCROW-PAYEE-FILE
               KEY IS NOT LESS THAN PY-PAYEE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PAYEE-EOF-FLAG
           END-START

           PERFORM 0355-CHECK-ONE-PAYEE
               THRU 0355-CHECK-ONE-PAYEE-EXIT
               UNTIL END-OF-PAYEES
           .
       0350-CHECK-PAYEES-EXIT.
           EXIT.

       0355-CHECK-ONE-PAYEE SECTION.
           READ ESCROW-PAYEE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PAYEE-EOF-FLAG
                   GO TO 0355-CHECK-ONE-PAYEE-EXIT
           END-READ

           IF PY-LOAN-NUMBER NOT = LM-LOAN-NUMBER
               MOVE "Y" TO WS-PAYEE-EOF-FLAG
               GO TO 0355-CHECK-ONE-PAYEE-EXIT
           END-IF

           ADD 1 TO WS-CHECK-COUNT
           MOVE 2              TO SRT-SEVERITY-RANK
           MOVE "PAYEE"        TO SRT-BREAK-TYPE
           MOVE LM-LOAN-NUMBER TO SRT-LOAN-NUMBER
           MOVE "ESCRPAYE"     TO SRT-FILE-NAME
           MOVE SPACES         TO SRT-DETAIL
           STRING "PAYEE "              DELIMITED BY SIZE
                  PY-PAYEE-CODE         DELIMITED BY SIZE
                  " ON LOAN STATUS "    DELIMITED BY SIZE
                  LM-STATUS             DELIMITED BY SIZE
               INTO SRT-DETAIL
           END-STRING
           PERFORM 0800-RELEASE-BREAK
               THRU 0800-RELEASE-BREAK-EXIT
           .
       0355-CHECK-ONE-PAYEE-EXIT.
           EXIT.

      *************************************************************
      *    A REPAYMENT PLAN WHOSE WINDOW HAS NOT YET RUN OUT, ON A
      *    LOAN NO LONGER OPEN.  THE PLAN COVERS RP-PLAN-MONTHS
      *    INSTALLMENTS FROM ITS START MONTH; A PLAN THAT HAS RUN
      *    ITS COURSE IS HISTORY AND PASSES.
      *************************************************************
       0360-CHECK-PLAN SECTION.
           MOVE LM-LOAN-NUMBER TO RP-LOAN-NUMBER
           READ REPAYMENT-PLAN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT PLAN-READ-OK
               GO TO 0360-CHECK-PLAN-EXIT
           END-IF

           ADD 1 TO WS-CHECK-COUNT
           MOVE RP-PLAN-START-DATE TO WS-PLAN-DATE
           COMPUTE WS-PLAN-LAST-MONTH =
               (WS-PLN-YEAR * 12) + WS-PLN-MONTH
               + RP-PLAN-MONTHS - 1
           IF WS-PLAN-LAST-MONTH < WS-RUN-MONTH-NUMBER
               ADD 1 TO WS-CLEAN-COUNT
               GO TO 0360-CHECK-PLAN-EXIT
           END-IF

           MOVE 2              TO SRT-SEVERITY-RANK
           MOVE "PLANOPEN"     TO SRT-BREAK-TYPE
           MOVE LM-LOAN-NUMBER TO SRT-LOAN-NUMBER
           MOVE "LOANPLAN"     TO SRT-FILE-NAME
           MOVE SPACES         TO SRT-DETAIL
           STRING "PLAN FROM "          DELIMITED BY SIZE
                  RP-PLAN-START-DATE    DELIMITED BY SIZE
                  " STILL OPEN, LOAN STATUS "
                                        DELIMITED BY SIZE
                  LM-STATUS             DELIMITED BY SIZE
               INTO SRT-DETAIL
           END-STRING
           PERFORM 0800-RELEASE-BREAK
               THRU 0800-RELEASE-BREAK-EXIT
           .
       0360-CHECK-PLAN-EXIT.
           EXIT.

      *************************************************************
      *    ORPHAN PASS: READ ONE SATELLITE FILE THROUGH AND LOOK UP
      *    EACH LOAN IT CARRIES ON THE MASTER.
      *************************************************************
       0500-SWEEP-ONE-SATELLITE SECTION.
           MOVE "N"        TO WS-SAT-EOF-FLAG
           MOVE LOW-VALUES TO WS-LAST-SAT-LOAN

           PERFORM 0510-OPEN-SATELLITE
               THRU 0510-OPEN-SATELLITE-EXIT

           PERFORM 0520-CHECK-ONE-SATELLITE
               THRU 0520-CHECK-ONE-SATELLITE-EXIT
               UNTIL END-OF-SATELLITE

           PERFORM 0540-CLOSE-SATELLITE
               THRU 0540-CLOSE-SATELLITE-EXIT
           .
       0500-SWEEP-ONE-SATELLITE-EXIT.
           EXIT.

       0510-OPEN-SATELLITE SECTION.
           EVALUATE SAT-IDX
               WHEN 1  OPEN INPUT LOAN-XREF-FILE
               WHEN 2  OPEN INPUT BORROWER-BANK-FILE
               WHEN 3  OPEN INPUT ESCROW-PAYEE-FILE
               WHEN 4  OPEN INPUT COLLATERAL-MASTER-FILE
               WHEN 5  OPEN INPUT REPAYMENT-PLAN-FILE
               WHEN 6  OPEN INPUT FORECLOSURE-FILE
               WHEN 7  OPEN INPUT PROMISE-CONTACT-FILE
               WHEN 8  OPEN INPUT SERVICING-NOTE-FILE
               WHEN 9  OPEN INPUT PAYMENT-HISTORY-FILE
               WHEN 10 OPEN INPUT ESCROW-LEDGER-FILE
               WHEN 11 OPEN INPUT POOL-ASSIGN-FILE
               WHEN 12 OPEN INPUT LOAN-CASE-FILE
               WHEN 13 OPEN INPUT LOAN-MOD-FILE
               WHEN 14 OPEN INPUT SKIP-TRACE-FILE
           END-EVALUATE
           .
       0510-OPEN-SATELLITE-EXIT.
           EXIT.

       0520-CHECK-ONE-SATELLITE SECTION.
           PERFORM 0530-READ-SATELLITE
               THRU 0530-READ-SATELLITE-EXIT
           IF END-OF-SATELLITE
               GO TO 0520-CHECK-ONE-SATELLITE-EXIT
           END-IF

      *        THE FILES ARE IN LOAN ORDER (SKIPTRCE APART), SO A
      *        LOAN'S RECORDS ARE TOGETHER AND IT IS LOOKED UP ONCE.
           IF WS-SAT-LOAN = WS-LAST-SAT-LOAN
               GO TO 0520-CHECK-ONE-SATELLITE-EXIT
           END-IF
           MOVE WS-SAT-LOAN TO WS-LAST-SAT-LOAN

           ADD 1 TO WS-CHECK-COUNT
           MOVE WS-SAT-LOAN TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF MASTER-READ-OK
               ADD 1 TO WS-CLEAN-COUNT
               GO TO 0520-CHECK-ONE-SATELLITE-EXIT
           END-IF

           MOVE WS-SAT-RANK(SAT-IDX)      TO SRT-SEVERITY-RANK
           MOVE "ORPHAN"                  TO SRT-BREAK-TYPE
           MOVE WS-SAT-LOAN               TO SRT-LOAN-NUMBER
           MOVE WS-SAT-FILE-NAME(SAT-IDX) TO SRT-FILE-NAME
           MOVE "LOAN NOT ON LOANMSTR"    TO SRT-DETAIL
           PERFORM 0800-RELEASE-BREAK
               THRU 0800-RELEASE-BREAK-EXIT
           .
       0520-CHECK-ONE-SATELLITE-EXIT.
           EXIT.

       0530-READ-SATELLITE SECTION.
           EVALUATE SAT-IDX
               WHEN 1
                   READ LOAN-XREF-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SAT-EOF-FLAG
                   END-READ
                   MOVE BX-LOAN-NUMBER TO WS-SAT-LOAN
               WHEN 2
                   READ BORROWER-BANK-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SAT-EOF-FLAG
                   END-READ
                   MOVE BK-LOAN-NUMBER TO WS-SAT-LOAN
               WHEN 3
                   READ ESCROW-PAYEE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SAT-EOF-FLAG
                   END-READ
                   MOVE PY-LOAN-NUMBER TO WS-SAT-LOAN
               WHEN 4
                   READ COLLATERAL-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SAT-EOF-FLAG
                   END-READ
                   MOVE CL-LOAN-NUMBER TO WS-SAT-LOAN
               WHEN 5
                   READ REPAYMENT-PLAN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SAT-EOF-FLAG
                   END-READ
                   MOVE RP-LOAN-NUMBER TO WS-SAT-LOAN
               WHEN 6
                   READ FORECLOSURE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SAT-EOF-FLAG
                   END-READ
                   MOVE FC-LOAN-NUMBER TO WS-SAT-LOAN
               WHEN 7
                   READ PROMISE-CONTACT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SAT-EOF-FLAG
                   END-READ
                   MOVE PR-LOAN-NUMBER TO WS-SAT-LOAN
               WHEN 8
                   READ SERVICING-NOTE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SAT-EOF-FLAG
                   END-READ
                   MOVE NT-LOAN-NUMBER TO WS-SAT-LOAN
               WHEN 9
                   READ PAYMENT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SAT-EOF-FLAG
                   END-READ
                   MOVE PH-LOAN-NUMBER TO WS-SAT-LOAN
               WHEN 10
                   READ ESCROW-LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SAT-EOF-FLAG
                   END-READ
                   MOVE EL-LOAN-NUMBER TO WS-SAT-LOAN
               WHEN 11
                   READ POOL-ASSIGN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SAT-EOF-FLAG
                   END-READ
                   MOVE PA-LOAN-NUMBER TO WS-SAT-LOAN
               WHEN 12
                   READ LOAN-CASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SAT-EOF-FLAG
                   END-READ
                   MOVE CS-LOAN-NUMBER TO WS-SAT-LOAN
               WHEN 13
                   READ LOAN-MOD-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SAT-EOF-FLAG
                   END-READ
                   MOVE MD-LOAN-NUMBER TO WS-SAT-LOAN
               WHEN 14
                   READ SKIP-TRACE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SAT-EOF-FLAG
                   END-READ
                   MOVE ST-LOAN-NUMBER TO WS-SAT-LOAN
           END-EVALUATE
           .
       0530-READ-SATELLITE-EXIT.
           EXIT.

       0540-CLOSE-SATELLITE SECTION.
           EVALUATE SAT-IDX
               WHEN 1  CLOSE LOAN-XREF-FILE
               WHEN 2  CLOSE BORROWER-BANK-FILE
               WHEN 3  CLOSE ESCROW-PAYEE-FILE
               WHEN 4  CLOSE COLLATERAL-MASTER-FILE
               WHEN 5  CLOSE REPAYMENT-PLAN-FILE
               WHEN 6  CLOSE FORECLOSURE-FILE
               WHEN 7  CLOSE PROMISE-CONTACT-FILE
               WHEN 8  CLOSE SERVICING-NOTE-FILE
               WHEN 9  CLOSE PAYMENT-HISTORY-FILE
               WHEN 10 CLOSE ESCROW-LEDGER-FILE
               WHEN 11 CLOSE POOL-ASSIGN-FILE
               WHEN 12 CLOSE LOAN-CASE-FILE
               WHEN 13 CLOSE LOAN-MOD-FILE
               WHEN 14 CLOSE SKIP-TRACE-FILE
           END-EVALUATE
           .
       0540-CLOSE-SATELLITE-EXIT.
           EXIT.

      *************************************************************
      *    OUTPUT PROCEDURE: THE BREAKS BY SEVERITY, TYPE AND LOAN,
      *    A COUNT AFTER EACH TYPE, AND THE RUN'S TOTALS.
      *************************************************************
       0700-WRITE-REPORT SECTION.
           MOVE LOW-VALUES TO WS-PREVIOUS-GROUP
           MOVE ZERO       TO WS-GROUP-COUNT

           PERFORM 0710-WRITE-ONE-BREAK
               THRU 0710-WRITE-ONE-BREAK-EXIT
               UNTIL END-OF-SORT-FILE

           IF WS-BREAK-COUNT = ZERO
               WRITE INTEGRITY-RPT-RECORD FROM INT-NO-BREAK-LINE
           ELSE
               PERFORM 0720-WRITE-GROUP-COUNT
                   THRU 0720-WRITE-GROUP-COUNT-EXIT
           END-IF

           MOVE WS-LOAN-COUNT   TO INT-LOANS
           MOVE WS-CHECK-COUNT  TO INT-CHECKS
           MOVE WS-BREAK-COUNT  TO INT-BREAKS
           MOVE WS-HIGH-COUNT   TO INT-HIGH
           MOVE WS-MEDIUM-COUNT TO INT-MEDIUM
           MOVE WS-LOW-COUNT    TO INT-LOW
           MOVE SPACES TO INTEGRITY-RPT-RECORD
           WRITE INTEGRITY-RPT-RECORD
           WRITE INTEGRITY-RPT-RECORD FROM INT-TOTAL-LINE
           .
       0700-WRITE-REPORT-EXIT.
           EXIT.

       0710-WRITE-ONE-BREAK SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
                   GO TO 0710-WRITE-ONE-BREAK-EXIT
           END-RETURN

           IF WS-GROUP-COUNT > ZERO
               AND (SRT-SEVERITY-RANK NOT = WS-PREVIOUS-RANK
                    OR SRT-BREAK-TYPE NOT = WS-PREVIOUS-TYPE)
               PERFORM 0720-WRITE-GROUP-COUNT
                   THRU 0720-WRITE-GROUP-COUNT-EXIT
           END-IF
           MOVE SRT-SEVERITY-RANK TO WS-PREVIOUS-RANK
           MOVE SRT-BREAK-TYPE    TO WS-PREVIOUS-TYPE
           ADD 1 TO WS-GROUP-COUNT

           EVALUATE SRT-SEVERITY-RANK
               WHEN 1     MOVE "HIGH"   TO IND-SEVERITY
               WHEN 2     MOVE "MEDIUM" TO IND-SEVERITY
               WHEN OTHER MOVE "LOW"    TO IND-SEVERITY
           END-EVALUATE
           MOVE SRT-BREAK-TYPE  TO IND-BREAK-TYPE
           MOVE SRT-LOAN-NUMBER TO IND-LOAN-NUMBER
           MOVE SRT-FILE-NAME   TO IND-FILE-NAME
           MOVE SRT-DETAIL      TO IND-DETAIL
           WRITE INTEGRITY-RPT-RECORD FROM INT-DETAIL-LINE
           .
       0710-WRITE-ONE-BREAK-EXIT.
           EXIT.

       0720-WRITE-GROUP-COUNT SECTION.
           MOVE WS-PREVIOUS-TYPE TO ING-BREAK-TYPE
           MOVE WS-GROUP-COUNT   TO ING-COUNT
           WRITE INTEGRITY-RPT-RECORD FROM INT-GROUP-LINE
           MOVE SPACES TO INTEGRITY-RPT-RECORD
           WRITE INTEGRITY-RPT-RECORD
           MOVE ZERO TO WS-GROUP-COUNT
           .
       0720-WRITE-GROUP-COUNT-EXIT.
           EXIT.

      *************************************************************
      *    RELEASE THE BREAK BUILT IN SORT-RECORD AND COUNT IT.
      *************************************************************
       0800-RELEASE-BREAK SECTION.
           ADD 1 TO WS-BREAK-COUNT
           EVALUATE SRT-SEVERITY-RANK
               WHEN 1     ADD 1 TO WS-HIGH-COUNT
               WHEN 2     ADD 1 TO WS-MEDIUM-COUNT
               WHEN OTHER ADD 1 TO WS-LOW-COUNT
           END-EVALUATE

           RELEASE SORT-RECORD
           .
       0800-RELEASE-BREAK-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           CLOSE LOAN-MASTER-FILE
           CLOSE BORROWER-MASTER-FILE
           CLOSE POOL-MASTER-FILE
           CLOSE INTEGRITY-RPT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANINTG.
