       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANINSF.
       REMARKS. NIGHTLY HAZARD CARRIER NOTICE INTAKE.  READS THE
               CARRIERS' ELECTRONIC RENEWAL, CHANGE AND
               CANCELLATION NOTICES AND FINDS THE LOAN BEHIND EACH
               ONE -- BY POLICY NUMBER (THE PRIOR NUMBER WHEN THE
               RENEWAL ISSUES A NEW ONE), ELSE BY PROPERTY ADDRESS
               AND ZIP.  A RENEWAL OR CHANGE FILES THE CARRIER,
               POLICY NUMBER, EXPIRY AND PREMIUM ON THE COLLATERAL
               MASTER; A CANCELLATION BRINGS THE EXPIRY BACK TO THE
               CANCELLATION DATE SO LOANINSM SEES THE LAPSE.  EVERY
               FIELD CHANGED GOES ON THE MAINTENANCE AUDIT TRAIL.
               A RENEWAL ARRIVING AFTER LOANINSM HAS FORCE-PLACED
               COVERAGE CANCELS THE FORCE-PLACED POLICY: THE
               CANCELLATION GOES TO THE FORCE-PLACED CARRIER, AND
               THE PREMIUM CHARGED TO ESCROW COMES BACK AS A
               "FORCEP" COLLECTION -- ALL OF IT WHEN THE RENEWAL
               LEFT NO GAP, LESS THE GAP DAYS WHEN IT DID.  EVERY
               ESCRLEDG ENTRY IT ADDS IS JOURNALED THROUGH LOANJRNL, SO
               A RUN THAT DIES PARTWAY CAN BE ROLLED BACK BY LOANRBCK
               AND RERUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-FILE      ASSIGN TO "INSNOTCE"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL COLLATERAL-MASTER-FILE
                                    ASSIGN TO "COLLMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CL-LOAN-NUMBER
                                    FILE STATUS IS WS-COLLAT-STATUS.

           SELECT OPTIONAL ESCROW-LEDGER-FILE
                                    ASSIGN TO "ESCRLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS EL-LEDGER-KEY
                                    FILE STATUS IS WS-LEDGER-STATUS.

           SELECT FORCE-CANCEL-FILE ASSIGN TO "FPCANCEL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTICE-RPT-FILE  ASSIGN TO "LOANINFR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      *    ONE CARRIER NOTICE.  THE PRIOR POLICY NUMBER IS FILLED
      *    ONLY WHEN A RENEWAL ISSUES A NEW NUMBER.  THE EFFECTIVE
      *    DATE IS THE RENEWAL TERM'S START OR THE DATE A
      *    CANCELLATION TAKES EFFECT.  A CHANGE NOTICE CARRIES ONLY
      *    WHAT CHANGED -- BLANK OR ZERO FIELDS ARE LEFT ALONE.
       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           03 NT-NOTICE-TYPE         PIC X(01).
              88 NT-RENEWAL          VALUE "R".
              88 NT-CHANGE           VALUE "C".
              88 NT-CANCELLATION     VALUE "X".
           03 NT-CARRIER-NAME        PIC X(30).
           03 NT-POLICY-NUMBER       PIC X(16).
           03 NT-PRIOR-POLICY        PIC X(16).
           03 NT-PROPERTY-ADDRESS    PIC X(30).
           03 NT-PROPERTY-ZIP        PIC X(10).
           03 NT-EFFECTIVE-DATE      PIC 9(8).
           03 NT-EXPIRY-DATE         PIC 9(8).
           03 NT-ANNUAL-PREMIUM      PIC 9(7)V99.

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  COLLATERAL-MASTER-FILE.
       COPY COLLMSTR.

       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

      *    CANCELLATION OF A FORCE-PLACED POLICY, FOR THE
      *    FORCE-PLACED CARRIER.
       FD  FORCE-CANCEL-FILE.
       01  FORCE-CANCEL-RECORD.
           03 FC-LOAN-NUMBER         PIC X(10).
           03 FC-PLACED-DATE         PIC 9(8).
           03 FC-CANCEL-DATE         PIC 9(8).
           03 FC-PREMIUM-CHARGED     PIC 9(8)V99.
           03 FC-REFUND-AMOUNT       PIC 9(8)V99.
           03 FC-REPLACING-CARRIER   PIC X(30).
           03 FC-REPLACING-POLICY    PIC X(16).

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           03 MA-DATE                PIC 9(8).
           03 MA-TIME                PIC 9(8).
           03 MA-OPERATOR-ID         PIC X(08).
           03 MA-LOAN-NUMBER         PIC X(10).
           03 MA-FIELD-NAME          PIC X(08).
           03 MA-BEFORE-IMAGE        PIC X(30).
           03 MA-AFTER-IMAGE         PIC X(30).

       FD  NOTICE-RPT-FILE.
       01  NOTICE-RPT-RECORD         PIC X(96).

       WORKING-STORAGE SECTION.

       77  DISBURSE-SEQ-FLOOR        PIC 9(6) VALUE 500001.
       77  POLICY-TABLE-MAX          PIC S9(8) COMP VALUE 20000.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-NOTICE-FILE   VALUE "Y".

       01  WS-COLLAT-EOF-FLAG        PIC X  VALUE "N".
           88  END-OF-COLLATERAL    VALUE "Y".

       01  WS-LEDGER-EOF-FLAG        PIC X  VALUE "N".
           88  END-OF-LEDGER        VALUE "Y".

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".
       01  WS-COLLAT-STATUS          PIC X(02) VALUE SPACES.
           88  COLLAT-IO-OK          VALUE "00".
       01  WS-LEDGER-STATUS          PIC X(02) VALUE SPACES.
           88  LEDGER-WRITE-OK       VALUE "00".

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).

      *    EVERY LOAN ON THE COLLATERAL MASTER WITH ITS POLICY
      *    NUMBER, PROPERTY ADDRESS AND FIVE-DIGIT ZIP, LOADED
      *    ONCE, SINCE THE MASTER IS KEYED BY LOAN.
       01  POLICY-IDX                PIC S9(8) COMP.
       01  WS-POLICY-TABLE.
           03 WS-POLICY-COUNT        PIC S9(8) COMP VALUE ZERO.
           03 WS-POLICY-ENTRY OCCURS 20000 TIMES.
              05 WS-POLICY-NUMBER    PIC X(16).
              05 WS-POLICY-ADDRESS   PIC X(30).
              05 WS-POLICY-ZIP       PIC X(05).
              05 WS-POLICY-LOAN      PIC X(10).

       01  WS-MATCH-POLICY           PIC X(16).
       01  WS-MATCH-ZIP              PIC X(05).

       01  WS-OLD-CARRIER            PIC X(30).
       01  WS-OLD-POLICY             PIC X(16).
       01  WS-OLD-EXPIRY             PIC 9(8).
       01  WS-OLD-PREMIUM            PIC 9(7)V99.
       01  WS-OLD-FORCE-DATE         PIC 9(8).

      *    SCRATCH IMAGE FOR THE AUDIT RECORD -- THE PREMIUM
      *    PASSES THROUGH ITS ALL-DIGITS FACE SO THE BEFORE/AFTER
      *    COLUMNS STAY PLAIN CHARACTERS.
       01  WS-IMAGE-MONEY9.
           03 WS-IMAGE-MONEY9-X      PIC X(09).
       01  FILLER REDEFINES WS-IMAGE-MONEY9.
           03 WS-IMAGE-MONEY9-N      PIC 9(7)V99.

       01  WS-FROM-DATE              PIC 9(8).
       01  FILLER REDEFINES WS-FROM-DATE.
           03 WS-FROM-YEAR           PIC 9(4).
           03 WS-FROM-MONTH          PIC 9(2).
           03 WS-FROM-DAY            PIC 9(2).
       01  WS-TO-DATE                PIC 9(8).
       01  FILLER REDEFINES WS-TO-DATE.
           03 WS-TO-YEAR             PIC 9(4).
           03 WS-TO-MONTH            PIC 9(2).
           03 WS-TO-DAY              PIC 9(2).
       01  WS-GAP-DAYS               PIC S9(8) COMP.

       01  WS-EL-HIGH-SEQ            PIC 9(6).
       01  WS-FP-CHARGED             PIC S9(8)V99 COMP-3.
       01  WS-FP-REFUNDED            PIC S9(8)V99 COMP-3.
       01  WS-FP-REFUND              PIC S9(8)V99 COMP-3.

       01  WS-NOTICE-COUNT           PIC S9(8) COMP VALUE ZERO.
       01  WS-FILED-COUNT            PIC S9(8) COMP VALUE ZERO.
       01  WS-CANCEL-COUNT           PIC S9(8) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-FP-CANCEL-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-FP-REFUND-TOTAL        PIC S9(10)V99 COMP-3 VALUE ZERO.

       01  NOTICE-HEADING-1.
           03 FILLER                 PIC X(24)
                                      VALUE "CARRIER NOTICE INTAKE".
           03 FILLER                 PIC X(06) VALUE "AS OF ".
           03 NFH-RUN-DATE           PIC 9(8).

       01  NOTICE-HEADING-2.
           03 FILLER                 PIC X(12) VALUE "LOAN NUMBER".
           03 FILLER                 PIC X(18) VALUE "POLICY".
           03 FILLER                 PIC X(03) VALUE "T".
           03 FILLER                 PIC X(10) VALUE "EXPIRY".
           03 FILLER                 PIC X(34) VALUE "DISPOSITION".
           03 FILLER                 PIC X(12) VALUE "REFUND".

       01  NOTICE-DETAIL-LINE.
           03 NFD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 NFD-POLICY-NUMBER      PIC X(16).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 NFD-NOTICE-TYPE        PIC X(01).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 NFD-EXPIRY-DATE        PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 NFD-DISPOSITION        PIC X(32).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 NFD-REFUND             PIC ZZ,ZZZ,ZZ9.99.

       01  NOTICE-TOTAL-LINE.
           03 NFT-LABEL              PIC X(24).
           03 NFT-COUNT              PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 NFT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           PERFORM 0200-TAKE-ONE-NOTICE
               THRU 0200-TAKE-ONE-NOTICE-EXIT
               UNTIL END-OF-NOTICE-FILE

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANINSF"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

           OPEN INPUT  NOTICE-FILE
           OPEN INPUT  LOAN-MASTER-FILE
           OPEN I-O    COLLATERAL-MASTER-FILE
           OPEN I-O    ESCROW-LEDGER-FILE
           OPEN OUTPUT FORCE-CANCEL-FILE
           OPEN EXTEND MAINT-AUDIT-FILE
           OPEN OUTPUT NOTICE-RPT-FILE

           MOVE WS-RUN-DATE TO NFH-RUN-DATE
           WRITE NOTICE-RPT-RECORD FROM NOTICE-HEADING-1
           WRITE NOTICE-RPT-RECORD FROM NOTICE-HEADING-2

           PERFORM 0150-LOAD-POLICIES
               THRU 0150-LOAD-POLICIES-EXIT

           PERFORM 0210-READ-NOTICE-FILE
               THRU 0210-READ-NOTICE-FILE-EXIT
           .
       0100-INITIALIZE-EXIT.
           EXIT.

       0150-LOAD-POLICIES SECTION.
           MOVE "N" TO WS-COLLAT-EOF-FLAG
           MOVE LOW-VALUES TO CL-LOAN-NUMBER
           START COLLATERAL-MASTER-FILE
               KEY IS NOT LESS THAN CL-LOAN-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-COLLAT-EOF-FLAG
           END-START

           PERFORM 0160-LOAD-ONE-POLICY
               THRU 0160-LOAD-ONE-POLICY-EXIT
               UNTIL END-OF-COLLATERAL
           .
       0150-LOAD-POLICIES-EXIT.
           EXIT.

       0160-LOAD-ONE-POLICY SECTION.
           READ COLLATERAL-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-COLLAT-EOF-FLAG
           END-READ

           IF NOT END-OF-COLLATERAL
               IF WS-POLICY-COUNT < POLICY-TABLE-MAX
                   ADD 1 TO WS-POLICY-COUNT
                   MOVE CL-POLICY-NUMBER
                       TO WS-POLICY-NUMBER(WS-POLICY-COUNT)
                   MOVE CL-PROPERTY-ADDRESS
                       TO WS-POLICY-ADDRESS(WS-POLICY-COUNT)
                   MOVE CL-PROPERTY-ZIP
                       TO WS-POLICY-ZIP(WS-POLICY-COUNT)
                   MOVE CL-LOAN-NUMBER
                       TO WS-POLICY-LOAN(WS-POLICY-COUNT)
               ELSE
                   DISPLAY "POLICY TABLE FULL - " CL-LOAN-NUMBER
                       " NOT LOADED"
               END-IF
           END-IF
           .
       0160-LOAD-ONE-POLICY-EXIT.
           EXIT.

       0210-READ-NOTICE-FILE SECTION.
           READ NOTICE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-NOTICE-FILE-EXIT.
           EXIT.

      *************************************************************
      *    FIND THE LOAN, FILE WHAT THE NOTICE SAYS, AND AUDIT IT.
      *************************************************************
       0200-TAKE-ONE-NOTICE SECTION.
           ADD 1 TO WS-NOTICE-COUNT

           MOVE SPACES            TO NFD-LOAN-NUMBER
           MOVE NT-POLICY-NUMBER  TO NFD-POLICY-NUMBER
           MOVE NT-NOTICE-TYPE    TO NFD-NOTICE-TYPE
           MOVE NT-EXPIRY-DATE    TO NFD-EXPIRY-DATE
           MOVE ZERO              TO NFD-REFUND

           IF NOT NT-RENEWAL
               AND NOT NT-CHANGE
               AND NOT NT-CANCELLATION
               MOVE "UNKNOWN NOTICE TYPE" TO NFD-DISPOSITION
               PERFORM 0600-WRITE-EXCEPTION
                   THRU 0600-WRITE-EXCEPTION-EXIT
               GO TO 0200-TAKE-NEXT
           END-IF

           PERFORM 0300-MATCH-THE-NOTICE
               THRU 0300-MATCH-THE-NOTICE-EXIT
           IF POLICY-IDX > WS-POLICY-COUNT
               MOVE "NO POLICY OR ADDRESS MATCH" TO NFD-DISPOSITION
               PERFORM 0600-WRITE-EXCEPTION
                   THRU 0600-WRITE-EXCEPTION-EXIT
               GO TO 0200-TAKE-NEXT
           END-IF
           MOVE WS-POLICY-LOAN(POLICY-IDX) TO NFD-LOAN-NUMBER

           MOVE WS-POLICY-LOAN(POLICY-IDX) TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT MASTER-READ-OK
               MOVE "LOAN NOT ON MASTER FILE" TO NFD-DISPOSITION
               PERFORM 0600-WRITE-EXCEPTION
                   THRU 0600-WRITE-EXCEPTION-EXIT
               GO TO 0200-TAKE-NEXT
           END-IF
           IF NOT LM-STATUS-OPEN
               MOVE "LOAN NOT OPEN" TO NFD-DISPOSITION
               PERFORM 0600-WRITE-EXCEPTION
                   THRU 0600-WRITE-EXCEPTION-EXIT
               GO TO 0200-TAKE-NEXT
           END-IF

           MOVE WS-POLICY-LOAN(POLICY-IDX) TO CL-LOAN-NUMBER
           READ COLLATERAL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT COLLAT-IO-OK
               MOVE "COLLATERAL RECORD NOT FOUND" TO NFD-DISPOSITION
               PERFORM 0600-WRITE-EXCEPTION
                   THRU 0600-WRITE-EXCEPTION-EXIT
               GO TO 0200-TAKE-NEXT
           END-IF

           MOVE CL-HAZARD-CARRIER     TO WS-OLD-CARRIER
           MOVE CL-POLICY-NUMBER      TO WS-OLD-POLICY
           MOVE CL-POLICY-EXPIRY-DATE TO WS-OLD-EXPIRY
           MOVE CL-ANNUAL-PREMIUM     TO WS-OLD-PREMIUM
           MOVE CL-FORCE-PLACED-DATE  TO WS-OLD-FORCE-DATE
           MOVE ZERO                  TO WS-FP-REFUND

           IF NT-CANCELLATION
               PERFORM 0420-FILE-CANCELLATION
                   THRU 0420-FILE-CANCELLATION-EXIT
           ELSE
               PERFORM 0400-FILE-RENEWAL-OR-CHANGE
                   THRU 0400-FILE-RENEWAL-OR-CHANGE-EXIT
           END-IF

           REWRITE COLLATERAL-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT COLLAT-IO-OK
               MOVE "COLLMSTR REWRITE FAILED" TO NFD-DISPOSITION
               PERFORM 0600-WRITE-EXCEPTION
                   THRU 0600-WRITE-EXCEPTION-EXIT
               GO TO 0200-TAKE-NEXT
           END-IF

      *        LATER NOTICES IN THE SAME RUN MATCH ON THE NUMBER
      *        JUST FILED.
           MOVE CL-POLICY-NUMBER TO WS-POLICY-NUMBER(POLICY-IDX)

           PERFORM 0700-AUDIT-THE-CHANGES
               THRU 0700-AUDIT-THE-CHANGES-EXIT

      *        THE FORCE-PLACED POLICY IS CANCELLED ONLY ONCE THE
      *        RENEWAL HAS LANDED ON THE MASTER.
           IF WS-OLD-FORCE-DATE > ZERO
               AND CL-FORCE-PLACED-DATE = ZERO
               PERFORM 0500-CANCEL-FORCE-PLACED
                   THRU 0500-CANCEL-FORCE-PLACED-EXIT
           END-IF

           MOVE CL-POLICY-EXPIRY-DATE TO NFD-EXPIRY-DATE
           MOVE CL-POLICY-NUMBER      TO NFD-POLICY-NUMBER
           MOVE WS-FP-REFUND          TO NFD-REFUND
           WRITE NOTICE-RPT-RECORD FROM NOTICE-DETAIL-LINE
           .
       0200-TAKE-NEXT.
           PERFORM 0210-READ-NOTICE-FILE
               THRU 0210-READ-NOTICE-FILE-EXIT
           .
       0200-TAKE-ONE-NOTICE-EXIT.
           EXIT.

      *************************************************************
      *    POLICY NUMBER FIRST -- THE PRIOR NUMBER WHEN THE NOTICE
      *    CARRIES ONE -- THEN PROPERTY ADDRESS AND ZIP.  POLICY-IDX
      *    PAST THE END OF THE TABLE MEANS NO MATCH.
      *************************************************************
       0300-MATCH-THE-NOTICE SECTION.
           IF NT-PRIOR-POLICY NOT = SPACES
               MOVE NT-PRIOR-POLICY  TO WS-MATCH-POLICY
           ELSE
               MOVE NT-POLICY-NUMBER TO WS-MATCH-POLICY
           END-IF

           MOVE 1 TO POLICY-IDX
           IF WS-MATCH-POLICY NOT = SPACES
               PERFORM 0310-CHECK-POLICY-ENTRY
                   THRU 0310-CHECK-POLICY-ENTRY-EXIT
                   VARYING POLICY-IDX FROM 1 BY 1
                   UNTIL POLICY-IDX > WS-POLICY-COUNT
                   OR WS-POLICY-NUMBER(POLICY-IDX) = WS-MATCH-POLICY
           ELSE
               COMPUTE POLICY-IDX = WS-POLICY-COUNT + 1
           END-IF

           IF POLICY-IDX > WS-POLICY-COUNT
               AND NT-PROPERTY-ADDRESS NOT = SPACES
               MOVE NT-PROPERTY-ZIP TO WS-MATCH-ZIP
               PERFORM 0310-CHECK-POLICY-ENTRY
                   THRU 0310-CHECK-POLICY-ENTRY-EXIT
                   VARYING POLICY-IDX FROM 1 BY 1
                   UNTIL POLICY-IDX > WS-POLICY-COUNT
                   OR (WS-POLICY-ADDRESS(POLICY-IDX)
                           = NT-PROPERTY-ADDRESS
                       AND WS-POLICY-ZIP(POLICY-IDX) = WS-MATCH-ZIP)
           END-IF
           .
       0300-MATCH-THE-NOTICE-EXIT.
           EXIT.

       0310-CHECK-POLICY-ENTRY SECTION.
           CONTINUE
           .
       0310-CHECK-POLICY-ENTRY-EXIT.
           EXIT.

      *************************************************************
      *    A RENEWAL OR CHANGE FILES WHATEVER THE NOTICE CARRIES.
      *    COVERAGE RUNNING PAST TONIGHT RE-OPENS MONITORING -- ANY
      *    DEMAND OUT IS ANSWERED -- AND A RENEWAL ENDS ANY
      *    FORCE-PLACEMENT, AS A FRESH POLICY FILED THROUGH
      *    LOANCOLM DOES.
      *************************************************************
       0400-FILE-RENEWAL-OR-CHANGE SECTION.
           IF NT-CARRIER-NAME NOT = SPACES
               MOVE NT-CARRIER-NAME TO CL-HAZARD-CARRIER
           END-IF
           IF NT-POLICY-NUMBER NOT = SPACES
               MOVE NT-POLICY-NUMBER TO CL-POLICY-NUMBER
           END-IF
           IF NT-EXPIRY-DATE NOT = ZERO
               MOVE NT-EXPIRY-DATE TO CL-POLICY-EXPIRY-DATE
           END-IF
           IF NT-ANNUAL-PREMIUM NOT = ZERO
               MOVE NT-ANNUAL-PREMIUM TO CL-ANNUAL-PREMIUM
           END-IF

           IF CL-POLICY-EXPIRY-DATE > WS-RUN-DATE
               MOVE ZERO TO CL-DEMAND-SENT-DATE
               IF NT-RENEWAL
                   MOVE ZERO TO CL-FORCE-PLACED-DATE
               END-IF
           END-IF

           ADD 1 TO WS-FILED-COUNT
           IF NT-RENEWAL
               MOVE "RENEWAL FILED" TO NFD-DISPOSITION
           ELSE
               MOVE "CHANGE FILED" TO NFD-DISPOSITION
           END-IF
           .
       0400-FILE-RENEWAL-OR-CHANGE-EXIT.
           EXIT.

      *************************************************************
      *    A CANCELLED POLICY STOPS AT ITS CANCELLATION DATE; THE
      *    NIGHTLY MONITOR DEMANDS AND FORCE-PLACES FROM THERE.
      *************************************************************
       0420-FILE-CANCELLATION SECTION.
           IF NT-EFFECTIVE-DATE NOT = ZERO
               AND (NT-EFFECTIVE-DATE < CL-POLICY-EXPIRY-DATE
                    OR CL-POLICY-EXPIRY-DATE = ZERO)
               MOVE NT-EFFECTIVE-DATE TO CL-POLICY-EXPIRY-DATE
           END-IF

           ADD 1 TO WS-CANCEL-COUNT
           MOVE "CANCELLATION FILED" TO NFD-DISPOSITION
           .
       0420-FILE-CANCELLATION-EXIT.
           EXIT.

      *************************************************************
      *    CANCEL THE FORCE-PLACED POLICY AND CREDIT ITS PREMIUM
      *    BACK TO ESCROW.  THE REFUND IS WHAT WAS CHARGED SINCE
      *    THE PLACEMENT, LESS ANY GAP BETWEEN THE PLACEMENT AND
      *    THE RENEWAL TERM'S START (30/360, THE BORROWER WAS
      *    COVERED ONLY BY THE FORCED POLICY THEN), LESS ANYTHING
      *    ALREADY REFUNDED.
      *************************************************************
       0500-CANCEL-FORCE-PLACED SECTION.
           PERFORM 0510-SUM-FORCE-PLACED
               THRU 0510-SUM-FORCE-PLACED-EXIT

           MOVE ZERO TO WS-GAP-DAYS
           IF NT-EFFECTIVE-DATE > WS-OLD-FORCE-DATE
               MOVE WS-OLD-FORCE-DATE TO WS-FROM-DATE
               MOVE NT-EFFECTIVE-DATE TO WS-TO-DATE
               COMPUTE WS-GAP-DAYS =
                   ((WS-TO-YEAR - WS-FROM-YEAR) * 360)
                   + ((WS-TO-MONTH - WS-FROM-MONTH) * 30)
                   + (WS-TO-DAY - WS-FROM-DAY)
           END-IF
           IF WS-GAP-DAYS > 360
               MOVE 360 TO WS-GAP-DAYS
           END-IF

           COMPUTE WS-FP-REFUND ROUNDED =
               (WS-FP-CHARGED * (360 - WS-GAP-DAYS) / 360)
               - WS-FP-REFUNDED
           IF WS-FP-REFUND < ZERO
               MOVE ZERO TO WS-FP-REFUND
           END-IF

           IF WS-FP-REFUND > ZERO
               MOVE CL-LOAN-NUMBER TO EL-LOAN-NUMBER
               IF WS-EL-HIGH-SEQ < DISBURSE-SEQ-FLOOR
                   MOVE DISBURSE-SEQ-FLOOR TO EL-ENTRY-SEQ
               ELSE
                   COMPUTE EL-ENTRY-SEQ = WS-EL-HIGH-SEQ + 1
               END-IF
               MOVE WS-RUN-DATE       TO EL-ENTRY-DATE
               SET EL-TYPE-COLLECTION TO TRUE
               MOVE "FORCEP"          TO EL-PAYEE-CODE
               MOVE WS-FP-REFUND      TO EL-AMOUNT
               WRITE ESCROW-LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF LEDGER-WRITE-OK
                   PERFORM 0800-JOURNAL-LEDGER-ADD
                       THRU 0800-JOURNAL-LEDGER-ADD-EXIT
               ELSE
                   DISPLAY "FORCE-PLACED REFUND NOT POSTED "
                       CL-LOAN-NUMBER " STATUS " WS-LEDGER-STATUS
                   MOVE ZERO TO WS-FP-REFUND
               END-IF
           END-IF

           MOVE CL-LOAN-NUMBER    TO FC-LOAN-NUMBER
           MOVE WS-OLD-FORCE-DATE TO FC-PLACED-DATE
           IF NT-EFFECTIVE-DATE > WS-OLD-FORCE-DATE
               MOVE NT-EFFECTIVE-DATE TO FC-CANCEL-DATE
           ELSE
               MOVE WS-OLD-FORCE-DATE TO FC-CANCEL-DATE
           END-IF
           MOVE WS-FP-CHARGED     TO FC-PREMIUM-CHARGED
           MOVE WS-FP-REFUND      TO FC-REFUND-AMOUNT
           MOVE CL-HAZARD-CARRIER TO FC-REPLACING-CARRIER
           MOVE CL-POLICY-NUMBER  TO FC-REPLACING-POLICY
           WRITE FORCE-CANCEL-RECORD

           ADD 1            TO WS-FP-CANCEL-COUNT
           ADD WS-FP-REFUND TO WS-FP-REFUND-TOTAL
           MOVE "RENEWAL FILED - FORCE-PLACED CXL" TO NFD-DISPOSITION
           .
       0500-CANCEL-FORCE-PLACED-EXIT.
           EXIT.

      *************************************************************
      *    FORCE-PLACED PREMIUM CHARGED TO ESCROW SINCE THE
      *    PLACEMENT AND ANY OF IT ALREADY CREDITED BACK, WITH THE
      *    LOAN'S HIGHEST LEDGER SEQUENCE FOR THE CREDIT.
      *************************************************************
       0510-SUM-FORCE-PLACED SECTION.
           MOVE ZERO TO WS-FP-CHARGED
           MOVE ZERO TO WS-FP-REFUNDED
           MOVE ZERO TO WS-EL-HIGH-SEQ
           MOVE "N"  TO WS-LEDGER-EOF-FLAG

           MOVE CL-LOAN-NUMBER TO EL-LOAN-NUMBER
           MOVE ZERO           TO EL-ENTRY-SEQ
           START ESCROW-LEDGER-FILE
               KEY IS NOT LESS THAN EL-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LEDGER-EOF-FLAG
           END-START

           PERFORM 0520-SUM-ONE-LEDGER-ENTRY
               THRU 0520-SUM-ONE-LEDGER-ENTRY-EXIT
               UNTIL END-OF-LEDGER
           .
       0510-SUM-FORCE-PLACED-EXIT.
           EXIT.

       0520-SUM-ONE-LEDGER-ENTRY SECTION.
           READ ESCROW-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF-FLAG
           END-READ

           IF NOT END-OF-LEDGER
               IF EL-LOAN-NUMBER NOT = CL-LOAN-NUMBER
                   MOVE "Y" TO WS-LEDGER-EOF-FLAG
               ELSE
                   IF EL-ENTRY-SEQ > WS-EL-HIGH-SEQ
                       MOVE EL-ENTRY-SEQ TO WS-EL-HIGH-SEQ
                   END-IF
                   IF EL-PAYEE-CODE = "FORCEP"
                       AND EL-ENTRY-DATE NOT < WS-OLD-FORCE-DATE
                       IF EL-TYPE-DISBURSE
                           ADD EL-AMOUNT TO WS-FP-CHARGED
                       ELSE
                           ADD EL-AMOUNT TO WS-FP-REFUNDED
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       0520-SUM-ONE-LEDGER-ENTRY-EXIT.
           EXIT.

       0600-WRITE-EXCEPTION SECTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           WRITE NOTICE-RPT-RECORD FROM NOTICE-DETAIL-LINE
           .
       0600-WRITE-EXCEPTION-EXIT.
           EXIT.

      *************************************************************
      *    ONE AUDIT RECORD PER FIELD THE NOTICE ACTUALLY CHANGED,
      *    CUT ONLY AFTER THE REWRITE CAME BACK CLEAN.
      *************************************************************
       0700-AUDIT-THE-CHANGES SECTION.
           IF CL-HAZARD-CARRIER NOT = WS-OLD-CARRIER
               MOVE "CARRIER"         TO MA-FIELD-NAME
               MOVE WS-OLD-CARRIER    TO MA-BEFORE-IMAGE
               MOVE CL-HAZARD-CARRIER TO MA-AFTER-IMAGE
               PERFORM 0710-WRITE-AUDIT-RECORD
                   THRU 0710-WRITE-AUDIT-RECORD-EXIT
           END-IF

           IF CL-POLICY-NUMBER NOT = WS-OLD-POLICY
               MOVE "POLICY"          TO MA-FIELD-NAME
               MOVE WS-OLD-POLICY     TO MA-BEFORE-IMAGE
               MOVE CL-POLICY-NUMBER  TO MA-AFTER-IMAGE
               PERFORM 0710-WRITE-AUDIT-RECORD
                   THRU 0710-WRITE-AUDIT-RECORD-EXIT
           END-IF

           IF CL-POLICY-EXPIRY-DATE NOT = WS-OLD-EXPIRY
               MOVE "EXPIRY"              TO MA-FIELD-NAME
               MOVE WS-OLD-EXPIRY         TO MA-BEFORE-IMAGE
               MOVE CL-POLICY-EXPIRY-DATE TO MA-AFTER-IMAGE
               PERFORM 0710-WRITE-AUDIT-RECORD
                   THRU 0710-WRITE-AUDIT-RECORD-EXIT
           END-IF

           IF CL-ANNUAL-PREMIUM NOT = WS-OLD-PREMIUM
               MOVE "PREMIUM"          TO MA-FIELD-NAME
               MOVE WS-OLD-PREMIUM     TO WS-IMAGE-MONEY9-N
               MOVE WS-IMAGE-MONEY9-X  TO MA-BEFORE-IMAGE
               MOVE CL-ANNUAL-PREMIUM  TO WS-IMAGE-MONEY9-N
               MOVE WS-IMAGE-MONEY9-X  TO MA-AFTER-IMAGE
               PERFORM 0710-WRITE-AUDIT-RECORD
                   THRU 0710-WRITE-AUDIT-RECORD-EXIT
           END-IF

           IF CL-FORCE-PLACED-DATE NOT = WS-OLD-FORCE-DATE
               MOVE "FORCEPL"            TO MA-FIELD-NAME
               MOVE WS-OLD-FORCE-DATE    TO MA-BEFORE-IMAGE
               MOVE CL-FORCE-PLACED-DATE TO MA-AFTER-IMAGE
               PERFORM 0710-WRITE-AUDIT-RECORD
                   THRU 0710-WRITE-AUDIT-RECORD-EXIT
           END-IF
           .
       0700-AUDIT-THE-CHANGES-EXIT.
           EXIT.

       0710-WRITE-AUDIT-RECORD SECTION.
           ACCEPT MA-DATE FROM DATE YYYYMMDD
           ACCEPT MA-TIME FROM TIME
           MOVE "LOANINSF"     TO MA-OPERATOR-ID
           MOVE CL-LOAN-NUMBER TO MA-LOAN-NUMBER
           WRITE MAINT-AUDIT-RECORD
           .
       0710-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      *************************************************************
      *    AN ADDED RECORD IS JOURNALED ONLY ONCE IT IS SAFELY
      *    WRITTEN -- ROLLBACK TAKES IT BACK OUT BY ITS KEY, AND
      *    MUST NEVER TAKE OUT A RECORD THAT WAS ALREADY THERE.
      *************************************************************
       0800-JOURNAL-LEDGER-ADD SECTION.
           SET JA-ESCROW-LEDGER TO TRUE
           SET JA-ADDED TO TRUE
           MOVE LENGTH OF ESCROW-LEDGER-RECORD TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA ESCROW-LEDGER-RECORD
           .
       0800-JOURNAL-LEDGER-ADD-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO NOTICE-RPT-RECORD
           WRITE NOTICE-RPT-RECORD

           MOVE "NOTICES READ:"          TO NFT-LABEL
           MOVE WS-NOTICE-COUNT          TO NFT-COUNT
           MOVE ZERO                     TO NFT-AMOUNT
           WRITE NOTICE-RPT-RECORD FROM NOTICE-TOTAL-LINE

           MOVE "RENEWALS/CHANGES FILED:" TO NFT-LABEL
           MOVE WS-FILED-COUNT           TO NFT-COUNT
           WRITE NOTICE-RPT-RECORD FROM NOTICE-TOTAL-LINE

           MOVE "CANCELLATIONS FILED:"   TO NFT-LABEL
           MOVE WS-CANCEL-COUNT          TO NFT-COUNT
           WRITE NOTICE-RPT-RECORD FROM NOTICE-TOTAL-LINE

           MOVE "EXCEPTIONS:"            TO NFT-LABEL
           MOVE WS-EXCEPTION-COUNT       TO NFT-COUNT
           WRITE NOTICE-RPT-RECORD FROM NOTICE-TOTAL-LINE

           MOVE "FORCE-PLACED CANCELLED:" TO NFT-LABEL
           MOVE WS-FP-CANCEL-COUNT       TO NFT-COUNT
           MOVE WS-FP-REFUND-TOTAL       TO NFT-AMOUNT
           WRITE NOTICE-RPT-RECORD FROM NOTICE-TOTAL-LINE

           CLOSE NOTICE-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE COLLATERAL-MASTER-FILE
           CLOSE ESCROW-LEDGER-FILE
           CLOSE FORCE-CANCEL-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE NOTICE-RPT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANINSF.
