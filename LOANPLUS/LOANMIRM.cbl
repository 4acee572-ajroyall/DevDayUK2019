       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMIRM.
       REMARKS. MONTHLY MORTGAGE INSURANCE PREMIUM REMITTANCE.  GIVEN
               THE PERIOD (YYYYMM), FINDS EVERY OPEN LOAN WHOSE PMI
               PREMIUM IS OWED FOR THE INSTALLMENT FALLING DUE IN THE
               PERIOD -- NOT YET CANCELLED AS OF THAT INSTALLMENT --
               AND REMITS IT TO THE LOAN'S MI CARRIER UNDER THE
               CERTIFICATE THE CARRIER ISSUED.  THE MIREMIT FILE
               CARRIES ONE SECTION PER CARRIER: A HEADER, A LINE PER
               CERTIFICATE REMITTED, A CANCELLATION NOTICE FOR EVERY
               LOAN WHOSE PMI LOANPMIM HAS CANCELLED AND THE CARRIER
               HAS NOT YET BEEN TOLD OF, AND A TRAILER WITH THE
               CARRIER'S TOTALS.  RUN IT AFTER THE MONTH'S LOANPMIM,
               SO THE MONTH'S CANCELLATIONS GO OUT WITH IT.  THE
               CARRIERS' BILLS FOR THE PERIOD (MIBILL) ARE
               RECONCILED AGAINST THE REMITTANCE CERTIFICATE BY
               CERTIFICATE, AND THE REPORT LISTS, BY CARRIER, THE
               CANCELLATIONS SENT, EVERY AMOUNT THAT DIFFERS, WHAT
               WE REMITTED THAT WAS NOT BILLED, AND WHAT WAS BILLED
               THAT WE DO NOT OWE -- CALLED OUT SEPARATELY WHEN THE
               CARRIER HAS ALREADY HAD THE LOAN'S CANCELLATION.  A
               LOAN OWING PREMIUM WITH NO CARRIER OR CERTIFICATE ON
               FILE IS NOT REMITTED; IT IS LISTED UNTIL BOTH ARE SET
               THROUGH LOANMNT.  THE PERIOD AND AMOUNT REMITTED
               AND THE PERIOD THE CANCELLATION WENT OUT ARE KEPT ON
               THE LOAN, SO A RERUN OF THE SAME PERIOD REPRODUCES THE
               SAME FILE.  EVERY MASTER REWRITE IS JOURNALED THROUGH
               LOANJRNL FIRST, FOR LOANRBCK.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL MI-BILL-FILE
                                    ASSIGN TO "MIBILL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MI-REMIT-FILE    ASSIGN TO "MIREMIT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MI-RPT-FILE      ASSIGN TO "LOANMIRR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "MIRMSORT".

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  MI-BILL-FILE.
       COPY MIBILL.

      *    THE REMITTANCE.  EACH CARRIER'S SECTION IS AN "H" HEADER,
      *    A "D" RECORD PER CERTIFICATE REMITTED AND A "C" RECORD PER
      *    CANCELLATION NOTICE, IN CERTIFICATE ORDER, AND A "T"
      *    TRAILER CARRYING THE COUNTS AND THE PREMIUM TOTAL.
       FD  MI-REMIT-FILE.
       01  MI-REMIT-HEADER-RECORD.
           03 MH-RECORD-TYPE         PIC X(01).
           03 MH-CARRIER-CODE        PIC X(06).
           03 MH-PERIOD              PIC 9(6).
           03 MH-RUN-DATE            PIC 9(8).
       01  MI-REMIT-DETAIL-RECORD.
           03 MD-RECORD-TYPE         PIC X(01).
           03 MD-CARRIER-CODE        PIC X(06).
           03 MD-CERTIFICATE         PIC X(15).
           03 MD-LOAN-NUMBER         PIC X(10).
           03 MD-PERIOD              PIC 9(6).
           03 MD-PREMIUM-AMOUNT      PIC 9(7)V99.
      *    THE FIRST PERIOD NO PREMIUM IS OWED -- THE MONTH THE
      *    CANCELLATION INSTALLMENT FALLS DUE -- AND WHY.  "LTV78" IS
      *    LOANPMIM'S AUTOMATIC CANCELLATION AT 78 PERCENT.
       01  MI-REMIT-CANCEL-RECORD.
           03 MX-RECORD-TYPE         PIC X(01).
           03 MX-CARRIER-CODE        PIC X(06).
           03 MX-CERTIFICATE         PIC X(15).
           03 MX-LOAN-NUMBER         PIC X(10).
           03 MX-EFFECTIVE-PERIOD    PIC 9(6).
           03 MX-REASON-CODE         PIC X(05).
       01  MI-REMIT-TRAILER-RECORD.
           03 MT-RECORD-TYPE         PIC X(01).
           03 MT-CARRIER-CODE        PIC X(06).
           03 MT-PREMIUM-COUNT       PIC 9(6).
           03 MT-PREMIUM-TOTAL       PIC 9(11)V99.
           03 MT-CANCEL-COUNT        PIC 9(6).

       FD  MI-RPT-FILE.
       01  MI-RPT-RECORD             PIC X(96).

      *    ONE ITEM PER CERTIFICATE AND KIND: A PREMIUM OWED, A
      *    CANCELLATION NOTICE GOING OUT, A LINE OF THE CARRIER'S
      *    BILL, OR A CANCELLATION THE CARRIER HAD IN AN EARLIER
      *    PERIOD.  A PREMIUM OWED ON A LOAN WITH NO CARRIER OR
      *    CERTIFICATE ON FILE SORTS FIRST UNDER A BLANK CARRIER.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03 SRT-CARRIER-CODE       PIC X(06).
           03 SRT-CERTIFICATE        PIC X(15).
           03 SRT-ITEM-KIND          PIC X(01).
              88 SRT-PREMIUM-OWED    VALUE "P".
              88 SRT-CANCEL-NOTICE   VALUE "C".
              88 SRT-CARRIER-BILL    VALUE "B".
              88 SRT-EARLIER-CANCEL  VALUE "Z".
           03 SRT-LOAN-NUMBER        PIC X(10).
           03 SRT-AMOUNT             PIC 9(7)V99.
           03 SRT-EFFECTIVE-PERIOD   PIC 9(6).

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-IO-OK          VALUE "00".

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-MASTER-FILE   VALUE "Y".
       01  WS-BILL-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-BILL-FILE     VALUE "Y".
       01  WS-SORT-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-SORT-FILE     VALUE "Y".

      *    THE MASTER RECORD AS LAST READ OR REWRITTEN -- THE
      *    BEFORE-IMAGE JOURNALED WHEN THE RECORD IS NEXT REWRITTEN.
       01  WS-MASTER-IMAGE-LENGTH    PIC 9(5).
       01  WS-MASTER-BEFORE-IMAGE    PIC X(60000).

       COPY JRNLAREA.

       01  WS-MASTER-CHANGED-FLAG    PIC X.
           88  MASTER-CHANGED        VALUE "Y".

      *    THE PERIOD BEING REMITTED, KEYED BY THE OPERATOR AS
      *    YYYYMM.
       01  WS-REMIT-PERIOD           PIC 9(6).
       01  FILLER REDEFINES WS-REMIT-PERIOD.
           03 WS-REMIT-YEAR          PIC 9(4).
           03 WS-REMIT-MONTH         PIC 9(2).

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-ORIG-DATE              PIC 9(8).
       01  FILLER REDEFINES WS-ORIG-DATE.
           03 WS-ORIG-YEAR           PIC 9(4).
           03 WS-ORIG-MONTH          PIC 9(2).
           03 WS-ORIG-DAY            PIC 9(2).

      *    INSTALLMENT M FALLS DUE M MONTHS AFTER ORIGINATION, SO
      *    THE INSTALLMENT DUE IN THE PERIOD IS THE PERIOD'S
      *    DISTANCE IN MONTHS FROM THE ORIGINATION MONTH -- THE SAME
      *    RECKONING LOANPMIM SETS THE CANCELLATION MONTH BY.
       01  WS-DUE-MONTH              PIC S9(8) COMP.

      *    THE PERIOD THE CANCELLATION INSTALLMENT FALLS DUE IN.
       01  WS-CANCEL-ABS-MONTH       PIC S9(8) COMP.
       01  WS-CANCEL-YEAR            PIC S9(8) COMP.
       01  WS-CANCEL-MONTH-0         PIC S9(4) COMP.
       01  WS-CANCEL-PERIOD          PIC 9(6).

      *    THE CARRIER WHOSE SECTION IS BEING WRITTEN, AND ITS
      *    TOTALS FOR THE TRAILER AND THE REPORT.
       01  WS-CARRIER-OPEN-FLAG      PIC X  VALUE "N".
           88  CARRIER-OPEN          VALUE "Y".
       01  WS-CURRENT-CARRIER        PIC X(06).
       01  WS-CARRIER-TOTALS.
           03 WS-CAR-PREMIUM-COUNT   PIC S9(8) COMP.
           03 WS-CAR-PREMIUM-TOTAL   PIC S9(11)V99 COMP-3.
           03 WS-CAR-CANCEL-COUNT    PIC S9(8) COMP.
           03 WS-CAR-BILL-COUNT      PIC S9(8) COMP.
           03 WS-CAR-BILL-TOTAL      PIC S9(11)V99 COMP-3.
           03 WS-CAR-EXCEPTION-COUNT PIC S9(8) COMP.

      *    THE CERTIFICATE BEING RECONCILED: WHAT WE REMIT ON IT,
      *    WHAT THE CARRIER BILLED ON IT, AND WHETHER THE CARRIER
      *    HAS HAD (OR IS NOW GETTING) ITS CANCELLATION.
       01  WS-GROUP-OPEN-FLAG        PIC X  VALUE "N".
           88  GROUP-OPEN            VALUE "Y".
       01  WS-GROUP-CERTIFICATE      PIC X(15).
       01  WS-GROUP-LOAN-NUMBER      PIC X(10).
       01  WS-GROUP-REMITTED-FLAG    PIC X.
           88  GROUP-REMITTED        VALUE "Y".
       01  WS-GROUP-BILLED-FLAG      PIC X.
           88  GROUP-BILLED          VALUE "Y".
       01  WS-GROUP-CANCELLED-FLAG   PIC X.
           88  GROUP-CANCELLED       VALUE "Y".
       01  WS-GROUP-REMITTED         PIC S9(9)V99 COMP-3.
       01  WS-GROUP-BILLED           PIC S9(9)V99 COMP-3.

       01  WS-REVIEWED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-CARRIER-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-PREMIUM-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-PREMIUM-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CANCEL-COUNT           PIC S9(8) COMP VALUE ZERO.
       01  WS-NO-CARRIER-COUNT       PIC S9(8) COMP VALUE ZERO.
       01  WS-NO-CARRIER-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BILL-READ-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-BILL-PASSED-COUNT      PIC S9(8) COMP VALUE ZERO.
       01  WS-BILL-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MATCHED-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-DIFFERS-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-NOT-BILLED-COUNT       PIC S9(8) COMP VALUE ZERO.
       01  WS-NOT-OWED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-AFTER-CANCEL-COUNT     PIC S9(8) COMP VALUE ZERO.
       01  WS-DIFFERENCE             PIC S9(11)V99 COMP-3.

       01  MIR-HEADING-1.
           03 FILLER                 PIC X(26)
                VALUE "MI PREMIUM REMITTANCE FOR ".
           03 MRH-PERIOD             PIC 9(6).
           03 FILLER                 PIC X(08) VALUE "  RUN ".
           03 MRH-RUN-DATE           PIC 9(8).

       01  MIR-CARRIER-LINE.
           03 FILLER                 PIC X(09) VALUE "CARRIER: ".
           03 MRC-CARRIER-CODE       PIC X(06).

       01  MIR-NO-CARRIER-LINE.
           03 FILLER                 PIC X(50) VALUE
           "PREMIUM OWED, NO MI CARRIER OR CERTIFICATE ON FILE".

       01  MIR-COLUMN-HEADING.
           03 FILLER                 PIC X(17) VALUE "CERTIFICATE".
           03 FILLER                 PIC X(12) VALUE "LOAN".
           03 FILLER                 PIC X(14) VALUE "     REMITTED".
           03 FILLER                 PIC X(14) VALUE "       BILLED".
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 FILLER                 PIC X(24) VALUE "RESULT".

       01  MIR-DETAIL-LINE.
           03 MRD-CERTIFICATE        PIC X(15).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 MRD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 MRD-REMITTED           PIC Z,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 MRD-BILLED             PIC Z,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 MRD-RESULT             PIC X(26).

       01  MIR-ITEM-LINE.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 MRI-LABEL              PIC X(26).
           03 MRI-COUNT              PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 MRI-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.

       01  MIR-ITEM-COUNT-LINE.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 MRK-LABEL              PIC X(26).
           03 MRK-COUNT              PIC ZZZ,ZZ9.

       01  MIR-ITEM-AMOUNT-LINE.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 MRJ-LABEL              PIC X(26).
           03 FILLER                 PIC X(10) VALUE SPACES.
           03 MRJ-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.

       01  MIR-COUNT-LINE.
           03 MRT-LABEL              PIC X(30).
           03 MRT-COUNT              PIC ZZZ,ZZ9.

       01  MIR-AMOUNT-LINE.
           03 MRA-LABEL              PIC X(30).
           03 MRA-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-REMIT-PERIOD FROM CONSOLE

           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CARRIER-CODE SRT-CERTIFICATE
                                SRT-ITEM-KIND
               INPUT PROCEDURE IS 0200-GATHER-MI-ITEMS
                   THRU 0200-GATHER-MI-ITEMS-EXIT
               OUTPUT PROCEDURE IS 0400-WRITE-REMITTANCES
                   THRU 0400-WRITE-REMITTANCES-EXIT

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANMIRM"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

           OPEN I-O    LOAN-MASTER-FILE
           OPEN INPUT  MI-BILL-FILE
           OPEN OUTPUT MI-REMIT-FILE
           OPEN OUTPUT MI-RPT-FILE

           MOVE WS-REMIT-PERIOD TO MRH-PERIOD
           MOVE WS-RUN-DATE     TO MRH-RUN-DATE
           WRITE MI-RPT-RECORD FROM MIR-HEADING-1
           .
       0100-INITIALIZE-EXIT.
           EXIT.

      *************************************************************
      *    INPUT PROCEDURE: EVERY PMI LOAN ON THE MASTER, THEN EVERY
      *    LINE OF THE CARRIERS' BILLS.  THE SORT BRINGS EACH
      *    CARRIER'S CERTIFICATES TOGETHER WITH WHAT WAS BILLED ON
      *    THEM.
      *************************************************************
       0200-GATHER-MI-ITEMS SECTION.
           PERFORM 0210-READ-MASTER-FILE
               THRU 0210-READ-MASTER-FILE-EXIT
           PERFORM 0220-GATHER-ONE-LOAN
               THRU 0220-GATHER-ONE-LOAN-EXIT
               UNTIL END-OF-MASTER-FILE

           PERFORM 0310-READ-BILL-FILE
               THRU 0310-READ-BILL-FILE-EXIT
           PERFORM 0300-GATHER-ONE-BILL-LINE
               THRU 0300-GATHER-ONE-BILL-LINE-EXIT
               UNTIL END-OF-BILL-FILE
           .
       0200-GATHER-MI-ITEMS-EXIT.
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
      *    A LOAN THAT HAS EVER CARRIED PMI.  THE PREMIUM IS OWED
      *    FOR THE PERIOD'S INSTALLMENT WHILE THE LOAN IS OPEN AND
      *    THE CANCELLATION MONTH HAS NOT COME -- LOANPMIM CANCELS
      *    FROM THE INSTALLMENT AFTER THE ONE DUE IN ITS OWN MONTH,
      *    SO THAT MONTH'S PREMIUM IS STILL REMITTED ALONGSIDE THE
      *    CANCELLATION NOTICE.
      *************************************************************
       0220-GATHER-ONE-LOAN SECTION.
           IF LM-MONTHLY-PMI-AMOUNT = ZERO
               GO TO 0220-GATHER-NEXT
           END-IF
           PERFORM 0500-SAVE-MASTER-IMAGE
               THRU 0500-SAVE-MASTER-IMAGE-EXIT

           ADD 1 TO WS-REVIEWED-COUNT
           MOVE "N" TO WS-MASTER-CHANGED-FLAG

           MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE
           COMPUTE WS-DUE-MONTH =
               ((WS-REMIT-YEAR * 12) + WS-REMIT-MONTH)
               - ((WS-ORIG-YEAR * 12) + WS-ORIG-MONTH)

           IF LM-STATUS-OPEN
               AND WS-DUE-MONTH > ZERO
               AND WS-DUE-MONTH NOT > LM-LOANTERM
               AND (LM-PMI-CANCEL-MONTH = ZERO
                   OR LM-PMI-CANCEL-MONTH > WS-DUE-MONTH)
               PERFORM 0230-GATHER-PREMIUM-OWED
                   THRU 0230-GATHER-PREMIUM-OWED-EXIT
           END-IF

           IF LM-PMI-CANCEL-MONTH > ZERO
               AND LM-MI-CARRIER-CODE NOT = SPACES
               AND LM-MI-CERTIFICATE NOT = SPACES
               PERFORM 0240-GATHER-CANCELLATION
                   THRU 0240-GATHER-CANCELLATION-EXIT
           END-IF

           IF MASTER-CHANGED
               PERFORM 0510-JOURNAL-MASTER-CHANGE
                   THRU 0510-JOURNAL-MASTER-CHANGE-EXIT
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           .
       0220-GATHER-NEXT.
           PERFORM 0210-READ-MASTER-FILE
               THRU 0210-READ-MASTER-FILE-EXIT
           .
       0220-GATHER-ONE-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    THE PERIOD'S PREMIUM.  WITH NO CARRIER OR CERTIFICATE ON
      *    FILE IT CANNOT BE REMITTED -- IT GOES TO THE REPORT UNDER
      *    A BLANK CARRIER AND THE LOAN IS LEFT AS IT WAS.  A RERUN
      *    OF AN EARLIER PERIOD DOES NOT WIND THE LOAN'S LAST
      *    REMITTED PERIOD BACK.
      *************************************************************
       0230-GATHER-PREMIUM-OWED SECTION.
           MOVE SPACES                TO SORT-RECORD
           SET SRT-PREMIUM-OWED       TO TRUE
           MOVE LM-LOAN-NUMBER        TO SRT-LOAN-NUMBER
           MOVE LM-MONTHLY-PMI-AMOUNT TO SRT-AMOUNT
           MOVE ZERO                  TO SRT-EFFECTIVE-PERIOD

           IF LM-MI-CARRIER-CODE = SPACES
               OR LM-MI-CERTIFICATE = SPACES
               MOVE SPACES            TO SRT-CARRIER-CODE
               MOVE LM-MI-CERTIFICATE TO SRT-CERTIFICATE
               RELEASE SORT-RECORD
               GO TO 0230-GATHER-PREMIUM-OWED-EXIT
           END-IF

           MOVE LM-MI-CARRIER-CODE    TO SRT-CARRIER-CODE
           MOVE LM-MI-CERTIFICATE     TO SRT-CERTIFICATE
           RELEASE SORT-RECORD

           IF LM-MI-REMIT-PERIOD > WS-REMIT-PERIOD
               GO TO 0230-GATHER-PREMIUM-OWED-EXIT
           END-IF
           IF LM-MI-REMIT-PERIOD NOT = WS-REMIT-PERIOD
               OR LM-MI-REMIT-AMOUNT NOT = LM-MONTHLY-PMI-AMOUNT
               MOVE WS-REMIT-PERIOD       TO LM-MI-REMIT-PERIOD
               MOVE LM-MONTHLY-PMI-AMOUNT TO LM-MI-REMIT-AMOUNT
               MOVE "Y" TO WS-MASTER-CHANGED-FLAG
           END-IF
           .
       0230-GATHER-PREMIUM-OWED-EXIT.
           EXIT.

      *************************************************************
      *    A CANCELLED LOAN.  THE CARRIER IS SENT NOTICE ONCE, IN
      *    THE FIRST PERIOD REMITTED AFTER LOANPMIM CANCELLED IT (A
      *    RERUN OF THAT PERIOD SENDS IT AGAIN).  AFTER THAT THE
      *    LOAN IS CARRIED ONLY SO A BILL ON IT CAN BE CALLED OUT.
      *************************************************************
       0240-GATHER-CANCELLATION SECTION.
           MOVE SPACES             TO SORT-RECORD
           MOVE LM-MI-CARRIER-CODE TO SRT-CARRIER-CODE
           MOVE LM-MI-CERTIFICATE  TO SRT-CERTIFICATE
           MOVE LM-LOAN-NUMBER     TO SRT-LOAN-NUMBER
           MOVE ZERO               TO SRT-AMOUNT
           MOVE ZERO               TO SRT-EFFECTIVE-PERIOD

           IF LM-MI-CANCEL-NOTICE-PERIOD NOT = ZERO
               AND LM-MI-CANCEL-NOTICE-PERIOD NOT = WS-REMIT-PERIOD
               SET SRT-EARLIER-CANCEL TO TRUE
               RELEASE SORT-RECORD
               GO TO 0240-GATHER-CANCELLATION-EXIT
           END-IF

           COMPUTE WS-CANCEL-ABS-MONTH =
               (WS-ORIG-YEAR * 12) + WS-ORIG-MONTH - 1
               + LM-PMI-CANCEL-MONTH
           DIVIDE WS-CANCEL-ABS-MONTH BY 12
               GIVING WS-CANCEL-YEAR
               REMAINDER WS-CANCEL-MONTH-0
           COMPUTE WS-CANCEL-PERIOD =
               (WS-CANCEL-YEAR * 100) + WS-CANCEL-MONTH-0 + 1

           SET SRT-CANCEL-NOTICE   TO TRUE
           MOVE WS-CANCEL-PERIOD   TO SRT-EFFECTIVE-PERIOD
           RELEASE SORT-RECORD

           IF LM-MI-CANCEL-NOTICE-PERIOD NOT = WS-REMIT-PERIOD
               MOVE WS-REMIT-PERIOD TO LM-MI-CANCEL-NOTICE-PERIOD
               MOVE "Y" TO WS-MASTER-CHANGED-FLAG
           END-IF
           .
       0240-GATHER-CANCELLATION-EXIT.
           EXIT.

      *************************************************************
      *    ONE LINE OF A CARRIER'S BILL.  ONLY THE PERIOD'S BILLS,
      *    WITH A CARRIER AND CERTIFICATE TO MATCH ON, ARE TAKEN.
      *************************************************************
       0300-GATHER-ONE-BILL-LINE SECTION.
           ADD 1 TO WS-BILL-READ-COUNT

           IF MB-BILL-PERIOD NOT = WS-REMIT-PERIOD
               OR MB-CARRIER-CODE = SPACES
               OR MB-CERTIFICATE = SPACES
               ADD 1 TO WS-BILL-PASSED-COUNT
               GO TO 0300-GATHER-NEXT
           END-IF

           MOVE SPACES            TO SORT-RECORD
           MOVE MB-CARRIER-CODE   TO SRT-CARRIER-CODE
           MOVE MB-CERTIFICATE    TO SRT-CERTIFICATE
           SET SRT-CARRIER-BILL   TO TRUE
           MOVE MB-LOAN-NUMBER    TO SRT-LOAN-NUMBER
           MOVE MB-PREMIUM-AMOUNT TO SRT-AMOUNT
           MOVE ZERO              TO SRT-EFFECTIVE-PERIOD
           RELEASE SORT-RECORD
           .
       0300-GATHER-NEXT.
           PERFORM 0310-READ-BILL-FILE
               THRU 0310-READ-BILL-FILE-EXIT
           .
       0300-GATHER-ONE-BILL-LINE-EXIT.
           EXIT.

       0310-READ-BILL-FILE SECTION.
           READ MI-BILL-FILE
               AT END
                   MOVE "Y" TO WS-BILL-EOF-FLAG
           END-READ
           .
       0310-READ-BILL-FILE-EXIT.
           EXIT.

      *************************************************************
      *    OUTPUT PROCEDURE: ONE REMITTANCE SECTION AND ONE REPORT
      *    SECTION PER CARRIER, RECONCILED CERTIFICATE BY
      *    CERTIFICATE AS EACH CERTIFICATE'S ITEMS COME BACK.
      *************************************************************
       0400-WRITE-REMITTANCES SECTION.
           PERFORM 0410-RETURN-ONE-ITEM
               THRU 0410-RETURN-ONE-ITEM-EXIT
               UNTIL END-OF-SORT-FILE

           IF CARRIER-OPEN
               PERFORM 0450-END-CARRIER
                   THRU 0450-END-CARRIER-EXIT
           END-IF
           .
       0400-WRITE-REMITTANCES-EXIT.
           EXIT.

       0410-RETURN-ONE-ITEM SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
                   GO TO 0410-RETURN-ONE-ITEM-EXIT
           END-RETURN

           IF CARRIER-OPEN
               AND SRT-CARRIER-CODE NOT = WS-CURRENT-CARRIER
               PERFORM 0450-END-CARRIER
                   THRU 0450-END-CARRIER-EXIT
           END-IF
           IF NOT CARRIER-OPEN
               PERFORM 0420-START-CARRIER
                   THRU 0420-START-CARRIER-EXIT
           END-IF

           IF GROUP-OPEN
               AND SRT-CERTIFICATE NOT = WS-GROUP-CERTIFICATE
               PERFORM 0460-RECONCILE-CERTIFICATE
                   THRU 0460-RECONCILE-CERTIFICATE-EXIT
           END-IF
           IF NOT GROUP-OPEN
               MOVE "Y"             TO WS-GROUP-OPEN-FLAG
               MOVE SRT-CERTIFICATE TO WS-GROUP-CERTIFICATE
               MOVE SPACES          TO WS-GROUP-LOAN-NUMBER
               MOVE "N"             TO WS-GROUP-REMITTED-FLAG
               MOVE "N"             TO WS-GROUP-BILLED-FLAG
               MOVE "N"             TO WS-GROUP-CANCELLED-FLAG
               MOVE ZERO            TO WS-GROUP-REMITTED
               MOVE ZERO            TO WS-GROUP-BILLED
           END-IF

      *        OUR LOAN NUMBER OVER THE CARRIER'S NOTE OF IT.
           IF WS-GROUP-LOAN-NUMBER = SPACES
               OR NOT SRT-CARRIER-BILL
               MOVE SRT-LOAN-NUMBER TO WS-GROUP-LOAN-NUMBER
           END-IF

           IF WS-CURRENT-CARRIER = SPACES
               PERFORM 0430-LIST-NO-CARRIER
                   THRU 0430-LIST-NO-CARRIER-EXIT
               GO TO 0410-RETURN-ONE-ITEM-EXIT
           END-IF

           EVALUATE TRUE
               WHEN SRT-PREMIUM-OWED
                   PERFORM 0440-WRITE-PREMIUM
                       THRU 0440-WRITE-PREMIUM-EXIT
               WHEN SRT-CANCEL-NOTICE
                   PERFORM 0445-WRITE-CANCEL-NOTICE
                       THRU 0445-WRITE-CANCEL-NOTICE-EXIT
               WHEN SRT-CARRIER-BILL
                   MOVE "Y" TO WS-GROUP-BILLED-FLAG
                   ADD SRT-AMOUNT TO WS-GROUP-BILLED
                   ADD 1          TO WS-CAR-BILL-COUNT
                   ADD SRT-AMOUNT TO WS-CAR-BILL-TOTAL
                   ADD SRT-AMOUNT TO WS-BILL-TOTAL
               WHEN SRT-EARLIER-CANCEL
                   MOVE "Y" TO WS-GROUP-CANCELLED-FLAG
           END-EVALUATE
           .
       0410-RETURN-ONE-ITEM-EXIT.
           EXIT.

      *************************************************************
      *    A NEW CARRIER: ITS REMITTANCE HEADER AND REPORT HEADING.
      *    THE BLANK CARRIER -- PREMIUM OWED WITH NOTHING ON FILE TO
      *    REMIT IT UNDER -- GETS A REPORT HEADING ONLY.
      *************************************************************
       0420-START-CARRIER SECTION.
           MOVE "Y"              TO WS-CARRIER-OPEN-FLAG
           MOVE SRT-CARRIER-CODE TO WS-CURRENT-CARRIER
           INITIALIZE WS-CARRIER-TOTALS
           MOVE "N"              TO WS-GROUP-OPEN-FLAG

           MOVE SPACES TO MI-RPT-RECORD
           WRITE MI-RPT-RECORD

           IF WS-CURRENT-CARRIER = SPACES
               WRITE MI-RPT-RECORD FROM MIR-NO-CARRIER-LINE
               WRITE MI-RPT-RECORD FROM MIR-COLUMN-HEADING
               GO TO 0420-START-CARRIER-EXIT
           END-IF

           ADD 1 TO WS-CARRIER-COUNT
           MOVE WS-CURRENT-CARRIER TO MRC-CARRIER-CODE
           WRITE MI-RPT-RECORD FROM MIR-CARRIER-LINE
           WRITE MI-RPT-RECORD FROM MIR-COLUMN-HEADING

           MOVE SPACES             TO MI-REMIT-HEADER-RECORD
           MOVE "H"                TO MH-RECORD-TYPE
           MOVE WS-CURRENT-CARRIER TO MH-CARRIER-CODE
           MOVE WS-REMIT-PERIOD    TO MH-PERIOD
           MOVE WS-RUN-DATE        TO MH-RUN-DATE
           WRITE MI-REMIT-HEADER-RECORD
           .
       0420-START-CARRIER-EXIT.
           EXIT.

       0430-LIST-NO-CARRIER SECTION.
           ADD 1          TO WS-NO-CARRIER-COUNT
           ADD SRT-AMOUNT TO WS-NO-CARRIER-TOTAL

           MOVE SPACES          TO MIR-DETAIL-LINE
           MOVE SRT-CERTIFICATE TO MRD-CERTIFICATE
           MOVE SRT-LOAN-NUMBER TO MRD-LOAN-NUMBER
           MOVE SRT-AMOUNT      TO MRD-REMITTED
           IF SRT-CERTIFICATE = SPACES
               MOVE "NO CERTIFICATE - HELD" TO MRD-RESULT
           ELSE
               MOVE "NO CARRIER - HELD"     TO MRD-RESULT
           END-IF
           WRITE MI-RPT-RECORD FROM MIR-DETAIL-LINE
           .
       0430-LIST-NO-CARRIER-EXIT.
           EXIT.

       0440-WRITE-PREMIUM SECTION.
           MOVE "Y"        TO WS-GROUP-REMITTED-FLAG
           ADD SRT-AMOUNT  TO WS-GROUP-REMITTED
           ADD 1           TO WS-CAR-PREMIUM-COUNT
           ADD SRT-AMOUNT  TO WS-CAR-PREMIUM-TOTAL
           ADD 1           TO WS-PREMIUM-COUNT
           ADD SRT-AMOUNT  TO WS-PREMIUM-TOTAL

           MOVE SPACES             TO MI-REMIT-DETAIL-RECORD
           MOVE "D"                TO MD-RECORD-TYPE
           MOVE WS-CURRENT-CARRIER TO MD-CARRIER-CODE
           MOVE SRT-CERTIFICATE    TO MD-CERTIFICATE
           MOVE SRT-LOAN-NUMBER    TO MD-LOAN-NUMBER
           MOVE WS-REMIT-PERIOD    TO MD-PERIOD
           MOVE SRT-AMOUNT         TO MD-PREMIUM-AMOUNT
           WRITE MI-REMIT-DETAIL-RECORD
           .
       0440-WRITE-PREMIUM-EXIT.
           EXIT.

      *************************************************************
      *    THE CANCELLATION NOTICE TO THE CARRIER, LISTED ON THE
      *    REPORT WITH THE PERIOD FROM WHICH NO PREMIUM IS OWED.
      *************************************************************
       0445-WRITE-CANCEL-NOTICE SECTION.
           MOVE "Y" TO WS-GROUP-CANCELLED-FLAG
           ADD 1    TO WS-CAR-CANCEL-COUNT
           ADD 1    TO WS-CANCEL-COUNT

           MOVE SPACES               TO MI-REMIT-CANCEL-RECORD
           MOVE "C"                  TO MX-RECORD-TYPE
           MOVE WS-CURRENT-CARRIER   TO MX-CARRIER-CODE
           MOVE SRT-CERTIFICATE      TO MX-CERTIFICATE
           MOVE SRT-LOAN-NUMBER      TO MX-LOAN-NUMBER
           MOVE SRT-EFFECTIVE-PERIOD TO MX-EFFECTIVE-PERIOD
           MOVE "LTV78"              TO MX-REASON-CODE
           WRITE MI-REMIT-CANCEL-RECORD

           MOVE SPACES               TO MIR-DETAIL-LINE
           MOVE SRT-CERTIFICATE      TO MRD-CERTIFICATE
           MOVE SRT-LOAN-NUMBER      TO MRD-LOAN-NUMBER
           MOVE "CANCEL NOTICE SENT" TO MRD-RESULT
           WRITE MI-RPT-RECORD FROM MIR-DETAIL-LINE
           .
       0445-WRITE-CANCEL-NOTICE-EXIT.
           EXIT.

      *************************************************************
      *    THE END OF A CARRIER: ITS LAST CERTIFICATE RECONCILED,
      *    ITS TRAILER, AND ITS TOTALS ON THE REPORT.
      *************************************************************
       0450-END-CARRIER SECTION.
           IF GROUP-OPEN
               PERFORM 0460-RECONCILE-CERTIFICATE
                   THRU 0460-RECONCILE-CERTIFICATE-EXIT
           END-IF
           MOVE "N" TO WS-CARRIER-OPEN-FLAG

           IF WS-CURRENT-CARRIER = SPACES
               GO TO 0450-END-CARRIER-EXIT
           END-IF

           MOVE SPACES               TO MI-REMIT-TRAILER-RECORD
           MOVE "T"                  TO MT-RECORD-TYPE
           MOVE WS-CURRENT-CARRIER   TO MT-CARRIER-CODE
           MOVE WS-CAR-PREMIUM-COUNT TO MT-PREMIUM-COUNT
           MOVE WS-CAR-PREMIUM-TOTAL TO MT-PREMIUM-TOTAL
           MOVE WS-CAR-CANCEL-COUNT  TO MT-CANCEL-COUNT
           WRITE MI-REMIT-TRAILER-RECORD

           MOVE SPACES TO MI-RPT-RECORD
           WRITE MI-RPT-RECORD
           MOVE "PREMIUMS REMITTED:"   TO MRI-LABEL
           MOVE WS-CAR-PREMIUM-COUNT   TO MRI-COUNT
           MOVE WS-CAR-PREMIUM-TOTAL   TO MRI-AMOUNT
           WRITE MI-RPT-RECORD FROM MIR-ITEM-LINE
           MOVE "BILLED BY CARRIER:"   TO MRI-LABEL
           MOVE WS-CAR-BILL-COUNT      TO MRI-COUNT
           MOVE WS-CAR-BILL-TOTAL      TO MRI-AMOUNT
           WRITE MI-RPT-RECORD FROM MIR-ITEM-LINE
           COMPUTE WS-DIFFERENCE =
               WS-CAR-PREMIUM-TOTAL - WS-CAR-BILL-TOTAL
           MOVE "REMITTED LESS BILLED:" TO MRJ-LABEL
           MOVE WS-DIFFERENCE          TO MRJ-AMOUNT
           WRITE MI-RPT-RECORD FROM MIR-ITEM-AMOUNT-LINE
           MOVE "EXCEPTIONS LISTED:"   TO MRK-LABEL
           MOVE WS-CAR-EXCEPTION-COUNT TO MRK-COUNT
           WRITE MI-RPT-RECORD FROM MIR-ITEM-COUNT-LINE
           MOVE "CANCELLATIONS SENT:"  TO MRK-LABEL
           MOVE WS-CAR-CANCEL-COUNT    TO MRK-COUNT
           WRITE MI-RPT-RECORD FROM MIR-ITEM-COUNT-LINE
           .
       0450-END-CARRIER-EXIT.
           EXIT.

      *************************************************************
      *    ONE CERTIFICATE AGAINST THE CARRIER'S BILL.  A MATCH IS
      *    COUNTED; ANYTHING ELSE IS LISTED FOR FOLLOW-UP.  A BILL ON
      *    A LOAN THE CARRIER HAS HAD THE CANCELLATION OF IS CALLED
      *    OUT ON ITS OWN -- THE CARRIER SHOULD HAVE STOPPED.
      *************************************************************
       0460-RECONCILE-CERTIFICATE SECTION.
           MOVE "N" TO WS-GROUP-OPEN-FLAG

           IF WS-CURRENT-CARRIER = SPACES
               GO TO 0460-RECONCILE-CERTIFICATE-EXIT
           END-IF
           IF NOT GROUP-REMITTED AND NOT GROUP-BILLED
               GO TO 0460-RECONCILE-CERTIFICATE-EXIT
           END-IF

           MOVE SPACES TO MRD-RESULT
           EVALUATE TRUE
               WHEN GROUP-REMITTED AND GROUP-BILLED
                   IF WS-GROUP-REMITTED = WS-GROUP-BILLED
                       ADD 1 TO WS-MATCHED-COUNT
                       GO TO 0460-RECONCILE-CERTIFICATE-EXIT
                   END-IF
                   ADD 1 TO WS-DIFFERS-COUNT
                   MOVE "AMOUNT DIFFERS"        TO MRD-RESULT
               WHEN GROUP-REMITTED
                   ADD 1 TO WS-NOT-BILLED-COUNT
                   MOVE "REMITTED, NOT BILLED"  TO MRD-RESULT
               WHEN GROUP-CANCELLED
                   ADD 1 TO WS-AFTER-CANCEL-COUNT
                   MOVE "BILLED AFTER CANCEL"   TO MRD-RESULT
               WHEN OTHER
                   ADD 1 TO WS-NOT-OWED-COUNT
                   MOVE "BILLED, NOT OWED"      TO MRD-RESULT
           END-EVALUATE

           ADD 1 TO WS-CAR-EXCEPTION-COUNT
           MOVE WS-GROUP-CERTIFICATE TO MRD-CERTIFICATE
           MOVE WS-GROUP-LOAN-NUMBER TO MRD-LOAN-NUMBER
           MOVE WS-GROUP-REMITTED    TO MRD-REMITTED
           MOVE WS-GROUP-BILLED      TO MRD-BILLED
           WRITE MI-RPT-RECORD FROM MIR-DETAIL-LINE
           .
       0460-RECONCILE-CERTIFICATE-EXIT.
           EXIT.

      *************************************************************
      *    BEFORE-IMAGE JOURNAL FOR LOANRBCK.  A CHANGED MASTER
      *    RECORD IS JOURNALED AS IT STOOD BEFORE THE REWRITE, AND
      *    WHAT IS ABOUT TO BE WRITTEN BECOMES THE BEFORE-IMAGE FOR
      *    ANY LATER REWRITE OF THE SAME LOAN.
      *************************************************************
       0500-SAVE-MASTER-IMAGE SECTION.
           MOVE LENGTH OF LOAN-MASTER-RECORD TO WS-MASTER-IMAGE-LENGTH
           MOVE LOAN-MASTER-RECORD TO WS-MASTER-BEFORE-IMAGE
           .
       0500-SAVE-MASTER-IMAGE-EXIT.
           EXIT.

       0510-JOURNAL-MASTER-CHANGE SECTION.
           SET JA-LOAN-MASTER TO TRUE
           SET JA-CHANGED TO TRUE
           MOVE WS-MASTER-IMAGE-LENGTH TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA WS-MASTER-BEFORE-IMAGE

           PERFORM 0500-SAVE-MASTER-IMAGE
               THRU 0500-SAVE-MASTER-IMAGE-EXIT
           .
       0510-JOURNAL-MASTER-CHANGE-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO MI-RPT-RECORD
           WRITE MI-RPT-RECORD

           MOVE "PMI LOANS REVIEWED:"      TO MRT-LABEL
           MOVE WS-REVIEWED-COUNT          TO MRT-COUNT
           WRITE MI-RPT-RECORD FROM MIR-COUNT-LINE
           MOVE "CARRIERS REMITTED TO:"    TO MRT-LABEL
           MOVE WS-CARRIER-COUNT           TO MRT-COUNT
           WRITE MI-RPT-RECORD FROM MIR-COUNT-LINE
           MOVE "PREMIUMS REMITTED:"       TO MRT-LABEL
           MOVE WS-PREMIUM-COUNT           TO MRT-COUNT
           WRITE MI-RPT-RECORD FROM MIR-COUNT-LINE
           MOVE "PREMIUM AMOUNT REMITTED:" TO MRA-LABEL
           MOVE WS-PREMIUM-TOTAL           TO MRA-AMOUNT
           WRITE MI-RPT-RECORD FROM MIR-AMOUNT-LINE
           MOVE "CANCELLATIONS SENT:"      TO MRT-LABEL
           MOVE WS-CANCEL-COUNT            TO MRT-COUNT
           WRITE MI-RPT-RECORD FROM MIR-COUNT-LINE
           MOVE "HELD, NO CARRIER ON FILE:" TO MRT-LABEL
           MOVE WS-NO-CARRIER-COUNT        TO MRT-COUNT
           WRITE MI-RPT-RECORD FROM MIR-COUNT-LINE
           MOVE "PREMIUM AMOUNT HELD:"     TO MRA-LABEL
           MOVE WS-NO-CARRIER-TOTAL        TO MRA-AMOUNT
           WRITE MI-RPT-RECORD FROM MIR-AMOUNT-LINE
           MOVE "BILL LINES READ:"         TO MRT-LABEL
           MOVE WS-BILL-READ-COUNT         TO MRT-COUNT
           WRITE MI-RPT-RECORD FROM MIR-COUNT-LINE
           MOVE "BILL LINES PASSED BY:"    TO MRT-LABEL
           MOVE WS-BILL-PASSED-COUNT       TO MRT-COUNT
           WRITE MI-RPT-RECORD FROM MIR-COUNT-LINE
           MOVE "PREMIUM AMOUNT BILLED:"   TO MRA-LABEL
           MOVE WS-BILL-TOTAL              TO MRA-AMOUNT
           WRITE MI-RPT-RECORD FROM MIR-AMOUNT-LINE
           MOVE "CERTIFICATES MATCHED:"    TO MRT-LABEL
           MOVE WS-MATCHED-COUNT           TO MRT-COUNT
           WRITE MI-RPT-RECORD FROM MIR-COUNT-LINE
           MOVE "AMOUNTS DIFFERING:"       TO MRT-LABEL
           MOVE WS-DIFFERS-COUNT           TO MRT-COUNT
           WRITE MI-RPT-RECORD FROM MIR-COUNT-LINE
           MOVE "REMITTED, NOT BILLED:"    TO MRT-LABEL
           MOVE WS-NOT-BILLED-COUNT        TO MRT-COUNT
           WRITE MI-RPT-RECORD FROM MIR-COUNT-LINE
           MOVE "BILLED, NOT OWED:"        TO MRT-LABEL
           MOVE WS-NOT-OWED-COUNT          TO MRT-COUNT
           WRITE MI-RPT-RECORD FROM MIR-COUNT-LINE
           MOVE "BILLED AFTER CANCEL:"     TO MRT-LABEL
           MOVE WS-AFTER-CANCEL-COUNT      TO MRT-COUNT
           WRITE MI-RPT-RECORD FROM MIR-COUNT-LINE

           CLOSE LOAN-MASTER-FILE
           CLOSE MI-BILL-FILE
           CLOSE MI-REMIT-FILE
           CLOSE MI-RPT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANMIRM.
