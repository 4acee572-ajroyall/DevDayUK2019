       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANESCH.
       REMARKS. ANNUAL UNCLAIMED PROPERTY (ESCHEAT) RUN, IN TWO
               PASSES KEYED BY THE OPERATOR.  THE LETTER PASS ("L")
               FINDS EVERY STRANDED CREDIT PAST THE DORMANCY
               PERIOD -- AN UNAPPLIED BALANCE LEFT ON A PAID-OFF
               OR TRANSFERRED LOAN, AN ESCROW REFUND, SURPLUS OR
               BUYDOWN SUBSIDY REFUND CHECK NEVER CASHED -- FILES
               IT ON ESCHPROP UNDER THE STATE OF THE PRIMARY
               BORROWER'S ADDRESS ON BORRMSTR, AND CUTS THE
               OWNER'S DUE-DILIGENCE LETTER.  THE REPORT PASS
               ("R"), RUN ONCE THE OWNERS HAVE HAD TIME TO ANSWER,
               DROPS EVERY ITEM CLAIMED IN THE MEANTIME AND
               ESCHEATS THE REST: THE BALANCE IS ZEROED (THE
               UNAPPLIED BALANCE ON THE MASTER, THE CHECK VOIDED
               ON THE REGISTER AND WITH THE BANK), EVERY ZEROING
               GOES ON THE MAINTENANCE AUDIT TRAIL, AND THE ITEM
               GOES ON THE HOLDER REPORT AND THE REMITTANCE FILE,
               STATE BY STATE.  EVERY MASTER REWRITE IS JOURNALED
               THROUGH LOANJRNL FIRST, SO A RUN THAT DIES PARTWAY CAN BE
               ROLLED BACK BY LOANRBCK AND RERUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
                                    ASSIGN TO "LOANPMTH"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PH-HISTORY-KEY
                                    FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL CHECK-REGISTER-FILE
                                    ASSIGN TO "CHKREGS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CK-CHECK-NUMBER
                                    FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OPTIONAL BORROWER-MASTER-FILE
                                    ASSIGN TO "BORRMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS BO-BORROWER-ID
                                    FILE STATUS IS WS-BORROWER-STATUS.

           SELECT OPTIONAL LOAN-XREF-FILE
                                    ASSIGN TO "LOANBXRF"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS BX-XREF-KEY
                                    FILE STATUS IS WS-XREF-STATUS.

           SELECT OPTIONAL ESCHEAT-PROPERTY-FILE
                                    ASSIGN TO "ESCHPROP"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS EP-PROPERTY-KEY
                                    FILE STATUS IS WS-PROPERTY-STATUS.

           SELECT LETTER-FILE      ASSIGN TO "ESCHLTRS"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLDER-RPT-FILE  ASSIGN TO "ESCHHRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMIT-OUT-FILE   ASSIGN TO "ESCHRMIT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VOID-PAY-FILE    ASSIGN TO "ESCHVOID"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  PAYMENT-HISTORY-FILE.
       COPY LOANPMTH.

       FD  CHECK-REGISTER-FILE.
       COPY CHKREGS.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMSTR.

       FD  LOAN-XREF-FILE.
       COPY LOANBXRF.

       FD  ESCHEAT-PROPERTY-FILE.
       COPY ESCHPROP.

       FD  LETTER-FILE.
       01  LETTER-RECORD             PIC X(80).

       FD  HOLDER-RPT-FILE.
       01  HOLDER-RPT-RECORD         PIC X(96).

      *    ONE ITEM REMITTED, IN THE LAYOUT THE STATES' HOLDER
      *    REPORTING FILES ARE BUILT FROM.
       FD  REMIT-OUT-FILE.
       01  ESCHEAT-REMIT-RECORD.
           03 ER-HOLDER-ID           PIC X(10).
           03 ER-STATE               PIC X(02).
           03 ER-REPORT-DATE         PIC 9(8).
           03 ER-PROPERTY-CODE       PIC X(04).
           03 ER-OWNER-NAME          PIC X(30).
           03 ER-ADDRESS-LINE-1      PIC X(30).
           03 ER-CITY                PIC X(20).
           03 ER-OWNER-STATE         PIC X(02).
           03 ER-ZIP-CODE            PIC X(10).
           03 ER-AMOUNT              PIC 9(8)V99.
           03 ER-LAST-ACTIVITY-DATE  PIC 9(8).
           03 ER-LOAN-NUMBER         PIC X(10).
           03 ER-ITEM-REF            PIC 9(8).

      *    ESCHEATED CHECKS GO TO THE BANK AS VOIDS, SO NONE OF
      *    THEM CAN BE CASHED ONCE THE MONEY HAS GONE TO THE STATE.
       FD  VOID-PAY-FILE.
       COPY POSPAYRC.

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

      *    HOW LONG A CREDIT SITS UNTOUCHED BEFORE IT IS PRESUMED
      *    ABANDONED, AND HOW LONG THE OWNER HAS TO ANSWER THE
      *    LETTER BEFORE THE ITEM IS REPORTED.
       77  DORMANCY-YEARS            PIC 9(2) VALUE 3.
       77  CLAIM-WAIT-DAYS           PIC S9(4) COMP VALUE 60.

      *    OUR HOLDER IDENTIFICATION, AND THE STATE AN ITEM IS OWED
      *    TO WHEN THE OWNER'S ADDRESS IS UNKNOWN -- THE STATE WE
      *    ARE INCORPORATED IN.
       77  HOLDER-ID                 PIC X(10) VALUE "LP00004471".
       77  HOLDER-STATE              PIC X(02) VALUE "DE".

      *    THE STATES' PROPERTY TYPE CODES: SUSPENSE BALANCES AND
      *    UNCASHED REFUND CHECKS.
       77  UNAPPLIED-PROPERTY-CODE   PIC X(04) VALUE "MS08".
       77  CHECK-PROPERTY-CODE       PIC X(04) VALUE "MS06".

       77  DISBURSE-ACCOUNT-NUMBER   PIC X(17)
                                      VALUE "00000004471120953".

       01  WS-RUN-MODE               PIC X(01).
           88  LETTER-PASS           VALUE "L".
           88  REPORT-PASS           VALUE "R".

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-MASTER-FILE   VALUE "Y".

       01  WS-HISTORY-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-HISTORY       VALUE "Y".

       01  WS-REGISTER-EOF-FLAG      PIC X  VALUE "N".
           88  END-OF-REGISTER      VALUE "Y".

       01  WS-XREF-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-XREF          VALUE "Y".

       01  WS-PROPERTY-EOF-FLAG      PIC X  VALUE "N".
           88  END-OF-PROPERTY      VALUE "Y".

       01  WS-ADDRESS-FOUND-FLAG     PIC X  VALUE "N".
           88  ADDRESS-FOUND        VALUE "Y".

       01  WS-STATE-OPEN-FLAG        PIC X  VALUE "N".
           88  STATE-OPEN           VALUE "Y".

      *    SET WHEN THE MASTER OR REGISTER REWRITE FOR AN ITEM
      *    FAILS -- THE ITEM STAYS LETTERED FOR THE NEXT RUN.
       01  WS-ITEM-FAILED-FLAG       PIC X  VALUE "N".
           88  ITEM-WRITE-FAILED    VALUE "Y".

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".
       01  WS-HISTORY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REGISTER-STATUS        PIC X(02) VALUE SPACES.
           88  REGISTER-READ-OK      VALUE "00".
       01  WS-BORROWER-STATUS        PIC X(02) VALUE SPACES.
           88  BORROWER-READ-OK      VALUE "00".
       01  WS-XREF-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PROPERTY-STATUS        PIC X(02) VALUE SPACES.
           88  PROPERTY-IO-OK        VALUE "00".

      *    THE MASTER RECORD AS LAST READ OR REWRITTEN -- THE
      *    BEFORE-IMAGE JOURNALED WHEN THE RECORD IS NEXT REWRITTEN.
       01  WS-MASTER-IMAGE-LENGTH    PIC 9(5).
       01  WS-MASTER-BEFORE-IMAGE    PIC X(60000).

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-RUN-DATE.
           03 WS-RUN-YEAR            PIC 9(4).
           03 WS-RUN-MONTH           PIC 9(2).
           03 WS-RUN-DAY             PIC 9(2).

       01  WS-LETTER-DATE            PIC 9(8).
       01  FILLER REDEFINES WS-LETTER-DATE.
           03 WS-LTR-YEAR            PIC 9(4).
           03 WS-LTR-MONTH           PIC 9(2).
           03 WS-LTR-DAY             PIC 9(2).

      *    ANYTHING LAST TOUCHED ON OR BEFORE THIS DATE IS DORMANT.
       01  WS-DORMANCY-CUTOFF        PIC 9(8).
       01  WS-DAYS-WAITED            PIC S9(8) COMP.

      *    THE ITEM BEING LOOKED AT IN THE LETTER PASS.
       01  WS-LOOKUP-LOAN-NUMBER     PIC X(10).
       01  WS-OWNER-NAME             PIC X(30).
       01  WS-LAST-ACTIVITY-DATE     PIC 9(8).
       01  WS-ITEM-AMOUNT            PIC S9(8)V99 COMP-3.

       01  WS-CURRENT-STATE          PIC X(02).
       01  WS-STATE-COUNT            PIC S9(8) COMP.
       01  WS-STATE-TOTAL            PIC S9(10)V99 COMP-3.

       01  WS-LETTER-COUNT           PIC S9(8) COMP VALUE ZERO.
       01  WS-LETTER-TOTAL           PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-CLAIMED-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-ESCHEAT-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-ESCHEAT-TOTAL          PIC S9(10)V99 COMP-3 VALUE ZERO.

       01  WS-BALANCE-IMAGE.
           03 WS-IMG-BALANCE         PIC 9(9)V99.
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-STATUS          PIC X(10).

       01  LETTER-LINE-1.
           03 FILLER                 PIC X(06) VALUE "LOAN: ".
           03 LTR-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 FILLER                 PIC X(06) VALUE "DATE: ".
           03 LTR-RUN-DATE           PIC 9(8).

       01  LETTER-ADDRESS-LINE.
           03 LTR-CITY               PIC X(20).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LTR-STATE              PIC X(02).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LTR-ZIP                PIC X(10).

       01  LETTER-LINE-2.
           03 FILLER                 PIC X(38)
                VALUE "OUR RECORDS SHOW WE ARE HOLDING FUNDS ".
           03 FILLER                 PIC X(10) VALUE "OWED YOU: ".
           03 LTR-AMOUNT             PIC Z,ZZZ,ZZ9.99.

       01  LETTER-LINE-3.
           03 FILLER                 PIC X(20)
                VALUE "     FOR            ".
           03 LTR-DESCRIPTION        PIC X(40).

       77  LETTER-TEXT-1             PIC X(60) VALUE
           "UNLESS YOU CONTACT US, STATE LAW REQUIRES US TO TURN".
       77  LETTER-TEXT-2             PIC X(60) VALUE
           "THESE FUNDS OVER TO THE STATE AS UNCLAIMED PROPERTY.".

       01  HOLDER-HEADING-1.
           03 FILLER                 PIC X(24)
                                      VALUE "UNCLAIMED PROPERTY -".
           03 FILLER                 PIC X(08) VALUE " HOLDER ".
           03 HRH-HOLDER-ID          PIC X(10).
           03 FILLER                 PIC X(08) VALUE "  AS OF ".
           03 HRH-RUN-DATE           PIC 9(8).

       01  HOLDER-STATE-LINE.
           03 FILLER                 PIC X(07) VALUE "STATE: ".
           03 HRS-STATE              PIC X(02).

       01  HOLDER-DETAIL-LINE.
           03 HRD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 HRD-PROPERTY-CODE      PIC X(04).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 HRD-ITEM-REF           PIC Z(7)9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 HRD-OWNER-NAME         PIC X(30).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 HRD-LAST-ACTIVITY      PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 HRD-AMOUNT             PIC Z,ZZZ,ZZ9.99.

       01  HOLDER-TOTAL-LINE.
           03 HRT-LABEL              PIC X(24).
           03 HRT-COUNT              PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 HRT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-RUN-MODE FROM CONSOLE

           IF NOT LETTER-PASS
               AND NOT REPORT-PASS
               DISPLAY "RUN MODE MUST BE L (LETTERS) OR R (REPORT)"
               GOBACK
           END-IF

           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           IF LETTER-PASS
               PERFORM 0200-FIND-DORMANT-BALANCES
                   THRU 0200-FIND-DORMANT-BALANCES-EXIT
               PERFORM 0300-FIND-DORMANT-CHECKS
                   THRU 0300-FIND-DORMANT-CHECKS-EXIT
           ELSE
               PERFORM 0600-ESCHEAT-UNCLAIMED
                   THRU 0600-ESCHEAT-UNCLAIMED-EXIT
           END-IF

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANESCH"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE
           COMPUTE WS-DORMANCY-CUTOFF =
               WS-RUN-DATE - (DORMANCY-YEARS * 10000)

           OPEN I-O    LOAN-MASTER-FILE
           OPEN INPUT  PAYMENT-HISTORY-FILE
           OPEN I-O    CHECK-REGISTER-FILE
           OPEN INPUT  BORROWER-MASTER-FILE
           OPEN INPUT  LOAN-XREF-FILE
           OPEN I-O    ESCHEAT-PROPERTY-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT HOLDER-RPT-FILE
           OPEN OUTPUT REMIT-OUT-FILE
           OPEN OUTPUT VOID-PAY-FILE
           OPEN EXTEND MAINT-AUDIT-FILE

           MOVE HOLDER-ID   TO HRH-HOLDER-ID
           MOVE WS-RUN-DATE TO HRH-RUN-DATE
           WRITE HOLDER-RPT-RECORD FROM HOLDER-HEADING-1
           .
       0100-INITIALIZE-EXIT.
           EXIT.

      *************************************************************
      *    LETTER PASS, FIRST HALF: EVERY PAID-OFF OR TRANSFERRED
      *    LOAN STILL HOLDING UNAPPLIED MONEY, WHOSE LAST POSTING
      *    IS OLDER THAN THE DORMANCY PERIOD.
      *************************************************************
       0200-FIND-DORMANT-BALANCES SECTION.
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO LM-LOAN-NUMBER
           START LOAN-MASTER-FILE
               KEY IS NOT LESS THAN LM-LOAN-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START

           PERFORM 0210-CHECK-ONE-LOAN
               THRU 0210-CHECK-ONE-LOAN-EXIT
               UNTIL END-OF-MASTER-FILE
           .
       0200-FIND-DORMANT-BALANCES-EXIT.
           EXIT.

       0210-CHECK-ONE-LOAN SECTION.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           IF END-OF-MASTER-FILE
               GO TO 0210-CHECK-ONE-LOAN-EXIT
           END-IF

           IF NOT LM-STATUS-PAID-OFF
               AND NOT LM-STATUS-TRANSFERRED
               GO TO 0210-CHECK-ONE-LOAN-EXIT
           END-IF
           IF LM-UNAPPLIED-BALANCE = ZERO
               GO TO 0210-CHECK-ONE-LOAN-EXIT
           END-IF

           PERFORM 0220-FIND-LAST-ACTIVITY
               THRU 0220-FIND-LAST-ACTIVITY-EXIT
           IF WS-LAST-ACTIVITY-DATE > WS-DORMANCY-CUTOFF
               GO TO 0210-CHECK-ONE-LOAN-EXIT
           END-IF

           MOVE LM-LOAN-NUMBER       TO WS-LOOKUP-LOAN-NUMBER
           MOVE LM-UNAPPLIED-BALANCE TO WS-ITEM-AMOUNT
           MOVE LM-BORROWER-NAME     TO WS-OWNER-NAME
           PERFORM 0400-FIND-MAILING-ADDRESS
               THRU 0400-FIND-MAILING-ADDRESS-EXIT

           MOVE LM-LOAN-NUMBER   TO EP-LOAN-NUMBER
           SET EP-ITEM-UNAPPLIED TO TRUE
           MOVE ZERO             TO EP-ITEM-REF
           MOVE "UNAPPLIED FUNDS ON YOUR PAID LOAN"
               TO LTR-DESCRIPTION
           PERFORM 0500-FILE-THE-PROPERTY
               THRU 0500-FILE-THE-PROPERTY-EXIT
           .
       0210-CHECK-ONE-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    THE LAST DAY ANYTHING POSTED TO THE LOAN -- THE DAY THE
      *    DORMANCY CLOCK STARTED.
      *************************************************************
       0220-FIND-LAST-ACTIVITY SECTION.
           MOVE ZERO TO WS-LAST-ACTIVITY-DATE
           MOVE "N"  TO WS-HISTORY-EOF-FLAG

           MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER
           MOVE ZERO           TO PH-PAYMENT-SEQ
           START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HISTORY-EOF-FLAG
           END-START

           PERFORM 0230-SCAN-ONE-HISTORY
               THRU 0230-SCAN-ONE-HISTORY-EXIT
               UNTIL END-OF-HISTORY
           .
       0220-FIND-LAST-ACTIVITY-EXIT.
           EXIT.

       0230-SCAN-ONE-HISTORY SECTION.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-FLAG
           END-READ

           IF NOT END-OF-HISTORY
               IF PH-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                   MOVE "Y" TO WS-HISTORY-EOF-FLAG
               ELSE
                   IF PH-POSTING-DATE > WS-LAST-ACTIVITY-DATE
                       MOVE PH-POSTING-DATE TO WS-LAST-ACTIVITY-DATE
                   END-IF
               END-IF
           END-IF
           .
       0230-SCAN-ONE-HISTORY-EXIT.
           EXIT.

      *************************************************************
      *    LETTER PASS, SECOND HALF: EVERY REFUND CHECK -- PAYOFF
      *    ESCROW, ANALYSIS SURPLUS OR BUYDOWN SUBSIDY -- STILL
      *    OUTSTANDING PAST THE DORMANCY PERIOD.  CHECKS TO ESCROW
      *    PAYEES ARE LEFT TO ACCOUNTS PAYABLE.
      *************************************************************
       0300-FIND-DORMANT-CHECKS SECTION.
           MOVE "N" TO WS-REGISTER-EOF-FLAG
           MOVE ZERO TO CK-CHECK-NUMBER
           START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CK-CHECK-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-REGISTER-EOF-FLAG
           END-START

           PERFORM 0310-CHECK-ONE-CHECK
               THRU 0310-CHECK-ONE-CHECK-EXIT
               UNTIL END-OF-REGISTER
           .
       0300-FIND-DORMANT-CHECKS-EXIT.
           EXIT.

       0310-CHECK-ONE-CHECK SECTION.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF-FLAG
           END-READ
           IF END-OF-REGISTER
               GO TO 0310-CHECK-ONE-CHECK-EXIT
           END-IF

           IF NOT CK-STATUS-ISSUED
               OR CK-TYPE-ESCROW
               OR CK-ISSUE-DATE > WS-DORMANCY-CUTOFF
               GO TO 0310-CHECK-ONE-CHECK-EXIT
           END-IF

           MOVE CK-ISSUE-DATE   TO WS-LAST-ACTIVITY-DATE
           MOVE CK-AMOUNT       TO WS-ITEM-AMOUNT
           MOVE CK-LOAN-NUMBER  TO WS-LOOKUP-LOAN-NUMBER
           MOVE CK-PAYEE-NAME   TO WS-OWNER-NAME

      *        A SUBSIDY REFUND BELONGS TO THE DEPOSITOR, WHOSE
      *        ADDRESS WE NEVER HELD.
           IF CK-TYPE-SUBSIDY-REFUND
               MOVE "N" TO WS-ADDRESS-FOUND-FLAG
           ELSE
               PERFORM 0400-FIND-MAILING-ADDRESS
                   THRU 0400-FIND-MAILING-ADDRESS-EXIT
           END-IF

           MOVE CK-LOAN-NUMBER  TO EP-LOAN-NUMBER
           SET EP-ITEM-CHECK    TO TRUE
           MOVE CK-CHECK-NUMBER TO EP-ITEM-REF
           MOVE "A REFUND CHECK THAT WAS NEVER CASHED"
               TO LTR-DESCRIPTION
           PERFORM 0500-FILE-THE-PROPERTY
               THRU 0500-FILE-THE-PROPERTY-EXIT
           .
       0310-CHECK-ONE-CHECK-EXIT.
           EXIT.

      *************************************************************
      *    THE OWNER'S ADDRESS THROUGH THE LOAN'S CROSS-REFERENCE:
      *    THE PRIMARY BORROWER IF ONE IS LINKED, OTHERWISE THE
      *    FIRST.
      *************************************************************
       0400-FIND-MAILING-ADDRESS SECTION.
           MOVE "N"    TO WS-ADDRESS-FOUND-FLAG
           MOVE "N"    TO WS-XREF-EOF-FLAG
           MOVE SPACES TO BO-BORROWER-ID

           MOVE WS-LOOKUP-LOAN-NUMBER TO BX-LOAN-NUMBER
           MOVE SPACES                TO BX-BORROWER-ID
           START LOAN-XREF-FILE
               KEY IS NOT LESS THAN BX-XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF-FLAG
           END-START

           PERFORM 0410-CHECK-ONE-XREF
               THRU 0410-CHECK-ONE-XREF-EXIT
               UNTIL END-OF-XREF

           IF BO-BORROWER-ID NOT = SPACES
               READ BORROWER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF BORROWER-READ-OK
                   MOVE "Y" TO WS-ADDRESS-FOUND-FLAG
               END-IF
           END-IF
           .
       0400-FIND-MAILING-ADDRESS-EXIT.
           EXIT.

       0410-CHECK-ONE-XREF SECTION.
           READ LOAN-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-EOF-FLAG
           END-READ

           IF NOT END-OF-XREF
               IF BX-LOAN-NUMBER NOT = WS-LOOKUP-LOAN-NUMBER
                   MOVE "Y" TO WS-XREF-EOF-FLAG
               ELSE
                   IF BO-BORROWER-ID = SPACES
                       MOVE BX-BORROWER-ID TO BO-BORROWER-ID
                   END-IF
                   IF BX-ROLE-PRIMARY
                       MOVE BX-BORROWER-ID TO BO-BORROWER-ID
                       MOVE "Y" TO WS-XREF-EOF-FLAG
                   END-IF
               END-IF
           END-IF
           .
       0410-CHECK-ONE-XREF-EXIT.
           EXIT.

      *************************************************************
      *    FILE THE ITEM UNDER THE STATE IT IS OWED TO AND SEND THE
      *    LETTER.  AN ITEM ALREADY LETTERED OR ESCHEATED IS LEFT
      *    ALONE; ONE CLAIMED EARLIER THAT HAS GONE DORMANT AGAIN
      *    STARTS OVER WITH A NEW LETTER.
      *************************************************************
       0500-FILE-THE-PROPERTY SECTION.
           IF ADDRESS-FOUND
               MOVE BO-STATE          TO EP-STATE
           ELSE
               MOVE HOLDER-STATE      TO EP-STATE
           END-IF

           READ ESCHEAT-PROPERTY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF PROPERTY-IO-OK
               AND NOT EP-STATUS-CLAIMED
               GO TO 0500-FILE-THE-PROPERTY-EXIT
           END-IF

           MOVE WS-OWNER-NAME         TO EP-OWNER-NAME
           IF ADDRESS-FOUND
               MOVE BO-ADDRESS-LINE-1 TO EP-ADDRESS-LINE-1
               MOVE BO-CITY           TO EP-CITY
               MOVE BO-STATE          TO EP-OWNER-STATE
               MOVE BO-ZIP-CODE       TO EP-ZIP-CODE
           ELSE
               MOVE SPACES            TO EP-ADDRESS-LINE-1
               MOVE SPACES            TO EP-CITY
               MOVE SPACES            TO EP-OWNER-STATE
               MOVE SPACES            TO EP-ZIP-CODE
           END-IF
           MOVE WS-ITEM-AMOUNT        TO EP-AMOUNT
           MOVE WS-LAST-ACTIVITY-DATE TO EP-LAST-ACTIVITY-DATE
           SET EP-STATUS-LETTERED     TO TRUE
           MOVE WS-RUN-DATE           TO EP-LETTER-DATE
           MOVE WS-RUN-DATE           TO EP-STATUS-DATE
           MOVE ZERO                  TO EP-ESCHEAT-AMOUNT

           IF PROPERTY-IO-OK
               REWRITE ESCHEAT-PROPERTY-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE ESCHEAT-PROPERTY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF NOT PROPERTY-IO-OK
               DISPLAY "ESCHPROP WRITE FAILED " EP-LOAN-NUMBER
                   " STATUS " WS-PROPERTY-STATUS
               GO TO 0500-FILE-THE-PROPERTY-EXIT
           END-IF

           ADD 1              TO WS-LETTER-COUNT
           ADD WS-ITEM-AMOUNT TO WS-LETTER-TOTAL

      *        NO ADDRESS, NO LETTER -- THE ITEM IS STILL FILED, SO
      *        IT IS REPORTED TO THE HOLDER STATE IN ITS TURN.
           IF NOT ADDRESS-FOUND
               GO TO 0500-FILE-THE-PROPERTY-EXIT
           END-IF

           MOVE EP-LOAN-NUMBER TO LTR-LOAN-NUMBER
           MOVE WS-RUN-DATE    TO LTR-RUN-DATE
           WRITE LETTER-RECORD FROM LETTER-LINE-1
           WRITE LETTER-RECORD FROM EP-OWNER-NAME
           WRITE LETTER-RECORD FROM EP-ADDRESS-LINE-1
           MOVE EP-CITY        TO LTR-CITY
           MOVE EP-OWNER-STATE TO LTR-STATE
           MOVE EP-ZIP-CODE    TO LTR-ZIP
           WRITE LETTER-RECORD FROM LETTER-ADDRESS-LINE
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE EP-AMOUNT TO LTR-AMOUNT
           WRITE LETTER-RECORD FROM LETTER-LINE-2
           WRITE LETTER-RECORD FROM LETTER-LINE-3
           WRITE LETTER-RECORD FROM LETTER-TEXT-1
           WRITE LETTER-RECORD FROM LETTER-TEXT-2
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           .
       0500-FILE-THE-PROPERTY-EXIT.
           EXIT.

      *************************************************************
      *    REPORT PASS: DOWN THE PROPERTY FILE STATE BY STATE.
      *    EVERY LETTERED ITEM WHOSE OWNER HAS HAD THE WAITING
      *    PERIOD IS EITHER FOUND CLAIMED OR ESCHEATED.
      *************************************************************
       0600-ESCHEAT-UNCLAIMED SECTION.
           MOVE "N"         TO WS-PROPERTY-EOF-FLAG
           MOVE "N"         TO WS-STATE-OPEN-FLAG
           MOVE LOW-VALUES  TO EP-PROPERTY-KEY
           START ESCHEAT-PROPERTY-FILE
               KEY IS NOT LESS THAN EP-PROPERTY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PROPERTY-EOF-FLAG
           END-START

           PERFORM 0610-ESCHEAT-ONE-ITEM
               THRU 0610-ESCHEAT-ONE-ITEM-EXIT
               UNTIL END-OF-PROPERTY

           IF STATE-OPEN
               PERFORM 0690-CLOSE-STATE
                   THRU 0690-CLOSE-STATE-EXIT
           END-IF
           .
       0600-ESCHEAT-UNCLAIMED-EXIT.
           EXIT.

       0610-ESCHEAT-ONE-ITEM SECTION.
           READ ESCHEAT-PROPERTY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PROPERTY-EOF-FLAG
           END-READ
           IF END-OF-PROPERTY
               GO TO 0610-ESCHEAT-ONE-ITEM-EXIT
           END-IF
           IF NOT EP-STATUS-LETTERED
               GO TO 0610-ESCHEAT-ONE-ITEM-EXIT
           END-IF

           MOVE EP-LETTER-DATE TO WS-LETTER-DATE
           COMPUTE WS-DAYS-WAITED =
               ((WS-RUN-YEAR - WS-LTR-YEAR) * 360)
               + ((WS-RUN-MONTH - WS-LTR-MONTH) * 30)
               + (WS-RUN-DAY - WS-LTR-DAY)
           IF WS-DAYS-WAITED < CLAIM-WAIT-DAYS
               GO TO 0610-ESCHEAT-ONE-ITEM-EXIT
           END-IF

           MOVE "N" TO WS-ITEM-FAILED-FLAG
           IF EP-ITEM-UNAPPLIED
               PERFORM 0620-ZERO-UNAPPLIED
                   THRU 0620-ZERO-UNAPPLIED-EXIT
           ELSE
               PERFORM 0630-VOID-THE-CHECK
                   THRU 0630-VOID-THE-CHECK-EXIT
           END-IF
           IF ITEM-WRITE-FAILED
               GO TO 0610-ESCHEAT-ONE-ITEM-EXIT
           END-IF

           MOVE WS-RUN-DATE TO EP-STATUS-DATE
           IF WS-ITEM-AMOUNT = ZERO
               SET EP-STATUS-CLAIMED TO TRUE
           ELSE
               SET EP-STATUS-ESCHEATED TO TRUE
               MOVE WS-ITEM-AMOUNT TO EP-ESCHEAT-AMOUNT
           END-IF
           REWRITE ESCHEAT-PROPERTY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT PROPERTY-IO-OK
               DISPLAY "ESCHPROP REWRITE FAILED " EP-LOAN-NUMBER
                   " STATUS " WS-PROPERTY-STATUS
               GO TO 0610-ESCHEAT-ONE-ITEM-EXIT
           END-IF

           IF EP-STATUS-CLAIMED
               ADD 1 TO WS-CLAIMED-COUNT
           END-IF

           IF EP-STATUS-ESCHEATED
               PERFORM 0650-REPORT-THE-ITEM
                   THRU 0650-REPORT-THE-ITEM-EXIT
           END-IF
           .
       0610-ESCHEAT-ONE-ITEM-EXIT.
           EXIT.

      *************************************************************
      *    WHATEVER UNAPPLIED MONEY IS STILL ON THE LOAN GOES; IF
      *    IT HAS BEEN REFUNDED OR THE LOAN HAS COME BACK TO LIFE
      *    THE OWNER HAS CLAIMED IT.
      *************************************************************
       0620-ZERO-UNAPPLIED SECTION.
           MOVE ZERO TO WS-ITEM-AMOUNT

           MOVE EP-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT MASTER-READ-OK
               GO TO 0620-ZERO-UNAPPLIED-EXIT
           END-IF
           IF NOT LM-STATUS-PAID-OFF
               AND NOT LM-STATUS-TRANSFERRED
               GO TO 0620-ZERO-UNAPPLIED-EXIT
           END-IF
           IF LM-UNAPPLIED-BALANCE = ZERO
               GO TO 0620-ZERO-UNAPPLIED-EXIT
           END-IF
           PERFORM 0700-SAVE-MASTER-IMAGE
               THRU 0700-SAVE-MASTER-IMAGE-EXIT

           MOVE LM-UNAPPLIED-BALANCE TO WS-ITEM-AMOUNT
           MOVE LM-UNAPPLIED-BALANCE TO WS-IMG-BALANCE
           MOVE "UNAPPLIED"          TO WS-IMG-STATUS
           MOVE WS-BALANCE-IMAGE     TO MA-BEFORE-IMAGE

           MOVE ZERO TO LM-UNAPPLIED-BALANCE
           PERFORM 0710-JOURNAL-MASTER-CHANGE
               THRU 0710-JOURNAL-MASTER-CHANGE-EXIT
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT MASTER-READ-OK
               MOVE ZERO TO WS-ITEM-AMOUNT
               MOVE "Y"  TO WS-ITEM-FAILED-FLAG
               DISPLAY "MASTER REWRITE FAILED " EP-LOAN-NUMBER
               GO TO 0620-ZERO-UNAPPLIED-EXIT
           END-IF

           MOVE ZERO           TO WS-IMG-BALANCE
           MOVE "ESCHEATED"    TO WS-IMG-STATUS
           MOVE WS-BALANCE-IMAGE TO MA-AFTER-IMAGE
           MOVE "UNAPPLD"      TO MA-FIELD-NAME
           PERFORM 0640-WRITE-AUDIT-RECORD
               THRU 0640-WRITE-AUDIT-RECORD-EXIT
           .
       0620-ZERO-UNAPPLIED-EXIT.
           EXIT.

      *************************************************************
      *    A CHECK STILL ISSUED IS VOIDED ON THE REGISTER AND WITH
      *    THE BANK; ONE PAID OR VOIDED SINCE THE LETTER HAS BEEN
      *    CLAIMED OR DEALT WITH.
      *************************************************************
       0630-VOID-THE-CHECK SECTION.
           MOVE ZERO TO WS-ITEM-AMOUNT

           MOVE EP-ITEM-REF TO CK-CHECK-NUMBER
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT REGISTER-READ-OK
               GO TO 0630-VOID-THE-CHECK-EXIT
           END-IF
           IF NOT CK-STATUS-ISSUED
               GO TO 0630-VOID-THE-CHECK-EXIT
           END-IF

           MOVE CK-AMOUNT        TO WS-IMG-BALANCE
           MOVE "ISSUED"         TO WS-IMG-STATUS
           MOVE WS-BALANCE-IMAGE TO MA-BEFORE-IMAGE

           SET CK-STATUS-VOIDED TO TRUE
           MOVE WS-RUN-DATE     TO CK-STATUS-DATE
           MOVE ZERO            TO CK-PAID-AMOUNT
           REWRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT REGISTER-READ-OK
               MOVE "Y" TO WS-ITEM-FAILED-FLAG
               DISPLAY "REGISTER REWRITE FAILED " CK-CHECK-NUMBER
               GO TO 0630-VOID-THE-CHECK-EXIT
           END-IF

           MOVE CK-AMOUNT TO WS-ITEM-AMOUNT

           MOVE DISBURSE-ACCOUNT-NUMBER TO PP-ACCOUNT-NUMBER
           MOVE CK-CHECK-NUMBER         TO PP-CHECK-NUMBER
           SET PP-ITEM-VOIDED           TO TRUE
           MOVE WS-RUN-DATE             TO PP-ITEM-DATE
           MOVE CK-AMOUNT               TO PP-AMOUNT
           MOVE CK-PAYEE-NAME           TO PP-PAYEE-NAME
           WRITE POSITIVE-PAY-RECORD

           MOVE "ESCHEATED"      TO WS-IMG-STATUS
           MOVE WS-BALANCE-IMAGE TO MA-AFTER-IMAGE
           MOVE "CHECK"          TO MA-FIELD-NAME
           PERFORM 0640-WRITE-AUDIT-RECORD
               THRU 0640-WRITE-AUDIT-RECORD-EXIT
           .
       0630-VOID-THE-CHECK-EXIT.
           EXIT.

       0640-WRITE-AUDIT-RECORD SECTION.
           ACCEPT MA-DATE FROM DATE YYYYMMDD
           ACCEPT MA-TIME FROM TIME
           MOVE "LOANESCH"     TO MA-OPERATOR-ID
           MOVE EP-LOAN-NUMBER TO MA-LOAN-NUMBER
           WRITE MAINT-AUDIT-RECORD
           .
       0640-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      *************************************************************
      *    HOLDER REPORT LINE AND REMITTANCE RECORD, WITH A STATE
      *    HEADING AND TOTAL AROUND EACH STATE'S ITEMS.
      *************************************************************
       0650-REPORT-THE-ITEM SECTION.
           IF STATE-OPEN
               AND EP-STATE NOT = WS-CURRENT-STATE
               PERFORM 0690-CLOSE-STATE
                   THRU 0690-CLOSE-STATE-EXIT
           END-IF
           IF NOT STATE-OPEN
               MOVE EP-STATE TO WS-CURRENT-STATE
               MOVE ZERO     TO WS-STATE-COUNT
               MOVE ZERO     TO WS-STATE-TOTAL
               MOVE "Y"      TO WS-STATE-OPEN-FLAG
               MOVE SPACES   TO HOLDER-RPT-RECORD
               WRITE HOLDER-RPT-RECORD
               MOVE EP-STATE TO HRS-STATE
               WRITE HOLDER-RPT-RECORD FROM HOLDER-STATE-LINE
           END-IF

           MOVE HOLDER-ID             TO ER-HOLDER-ID
           MOVE EP-STATE              TO ER-STATE
           MOVE WS-RUN-DATE           TO ER-REPORT-DATE
           IF EP-ITEM-UNAPPLIED
               MOVE UNAPPLIED-PROPERTY-CODE TO ER-PROPERTY-CODE
           ELSE
               MOVE CHECK-PROPERTY-CODE     TO ER-PROPERTY-CODE
           END-IF
           MOVE EP-OWNER-NAME         TO ER-OWNER-NAME
           MOVE EP-ADDRESS-LINE-1     TO ER-ADDRESS-LINE-1
           MOVE EP-CITY               TO ER-CITY
           MOVE EP-OWNER-STATE        TO ER-OWNER-STATE
           MOVE EP-ZIP-CODE           TO ER-ZIP-CODE
           MOVE EP-ESCHEAT-AMOUNT     TO ER-AMOUNT
           MOVE EP-LAST-ACTIVITY-DATE TO ER-LAST-ACTIVITY-DATE
           MOVE EP-LOAN-NUMBER        TO ER-LOAN-NUMBER
           MOVE EP-ITEM-REF           TO ER-ITEM-REF
           WRITE ESCHEAT-REMIT-RECORD

           MOVE EP-LOAN-NUMBER        TO HRD-LOAN-NUMBER
           MOVE ER-PROPERTY-CODE      TO HRD-PROPERTY-CODE
           MOVE EP-ITEM-REF           TO HRD-ITEM-REF
           MOVE EP-OWNER-NAME         TO HRD-OWNER-NAME
           MOVE EP-LAST-ACTIVITY-DATE TO HRD-LAST-ACTIVITY
           MOVE EP-ESCHEAT-AMOUNT     TO HRD-AMOUNT
           WRITE HOLDER-RPT-RECORD FROM HOLDER-DETAIL-LINE

           ADD 1                 TO WS-STATE-COUNT
           ADD EP-ESCHEAT-AMOUNT TO WS-STATE-TOTAL
           ADD 1                 TO WS-ESCHEAT-COUNT
           ADD EP-ESCHEAT-AMOUNT TO WS-ESCHEAT-TOTAL
           .
       0650-REPORT-THE-ITEM-EXIT.
           EXIT.

       0690-CLOSE-STATE SECTION.
           MOVE "STATE TOTAL:"  TO HRT-LABEL
           MOVE WS-STATE-COUNT  TO HRT-COUNT
           MOVE WS-STATE-TOTAL  TO HRT-AMOUNT
           WRITE HOLDER-RPT-RECORD FROM HOLDER-TOTAL-LINE
           MOVE "N" TO WS-STATE-OPEN-FLAG
           .
       0690-CLOSE-STATE-EXIT.
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
           MOVE SPACES TO HOLDER-RPT-RECORD
           WRITE HOLDER-RPT-RECORD

           IF LETTER-PASS
               MOVE "DUE-DILIGENCE LETTERS:" TO HRT-LABEL
               MOVE WS-LETTER-COUNT          TO HRT-COUNT
               MOVE WS-LETTER-TOTAL          TO HRT-AMOUNT
               WRITE HOLDER-RPT-RECORD FROM HOLDER-TOTAL-LINE
           ELSE
               MOVE "ITEMS ESCHEATED:"       TO HRT-LABEL
               MOVE WS-ESCHEAT-COUNT         TO HRT-COUNT
               MOVE WS-ESCHEAT-TOTAL         TO HRT-AMOUNT
               WRITE HOLDER-RPT-RECORD FROM HOLDER-TOTAL-LINE
               MOVE "ITEMS CLAIMED:"         TO HRT-LABEL
               MOVE WS-CLAIMED-COUNT         TO HRT-COUNT
               MOVE ZERO                     TO HRT-AMOUNT
               WRITE HOLDER-RPT-RECORD FROM HOLDER-TOTAL-LINE
           END-IF

           CLOSE LOAN-MASTER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE BORROWER-MASTER-FILE
           CLOSE LOAN-XREF-FILE
           CLOSE ESCHEAT-PROPERTY-FILE
           CLOSE LETTER-FILE
           CLOSE HOLDER-RPT-FILE
           CLOSE REMIT-OUT-FILE
           CLOSE VOID-PAY-FILE
           CLOSE MAINT-AUDIT-FILE

           DISPLAY "LETTERS SENT:    " WS-LETTER-COUNT
           DISPLAY "ITEMS ESCHEATED: " WS-ESCHEAT-COUNT
               " TOTAL " WS-ESCHEAT-TOTAL
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANESCH.
