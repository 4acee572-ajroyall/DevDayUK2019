       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANITAP.
       REMARKS. MONTHLY LOAN-LEVEL INVESTOR SERVICING TAPE.  GIVEN
               THE PERIOD (YYYYMM), WRITES ONE TAPE PER INVESTOR
               POOL -- A HEADER, ONE RECORD FOR EVERY LOAN THE POOL
               HELD OR WAS PAID ON IN THE PERIOD, AND A TRAILER --
               CARRYING THE LOAN'S BEGINNING AND ENDING BALANCE,
               SCHEDULED AGAINST ACTUAL PRINCIPAL, CURTAILMENT,
               INTEREST AT THE NOTE RATE AND NET OF OUR SERVICING
               FEE, THE P&I ADVANCED AND RECOVERED, DELINQUENCY
               STATUS, AND LIQUIDATION AND TRANSFER FLAGS.  CASH IS
               SPLIT BETWEEN POOLS BY THE POOLASGH HISTORY EXACTLY
               AS LOANREMT SPLITS IT, SO A LOAN MOVED MID-MONTH IS
               ON BOTH POOLS' TAPES WITH ITS OWN SHARE OF THE MONTH
               ON EACH.  THE TIE-OUT PAGE PROVES EACH TAPE AGAINST
               THE LAST LOANREMT TOTALS ON REMITTOT FOR THE SAME
               PERIOD, SO RUN IT AFTER THE PERIOD'S REMITTANCE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                                        LM-STATUS
                                        WITH DUPLICATES
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT POOL-MASTER-FILE ASSIGN TO "POOLMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PL-POOL-ID
                                    FILE STATUS IS WS-POOL-STATUS.

           SELECT OPTIONAL POOL-ASSIGN-FILE
                                    ASSIGN TO "POOLASGH"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PA-ASSIGN-KEY
                                    FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT OPTIONAL ADVANCE-LEDGER-FILE
                                    ASSIGN TO "ADVNLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS AV-LEDGER-KEY
                                    FILE STATUS IS WS-ADVANCE-STATUS.

           SELECT OPTIONAL REMIT-TOTAL-FILE
                                    ASSIGN TO "REMITTOT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVESTOR-TAPE-FILE
                                    ASSIGN TO "INVTAPE"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAPE-RPT-FILE    ASSIGN TO "LOANITAR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "ITAPSORT".

       DATA DIVISION.

       FILE SECTION.
       FD  PAYMENT-HISTORY-FILE.
       COPY LOANPMTH.

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  POOL-MASTER-FILE.
       COPY POOLMSTR.

       FD  POOL-ASSIGN-FILE.
       COPY POOLHIST.

       FD  ADVANCE-LEDGER-FILE.
       COPY ADVNLEDG.

       FD  REMIT-TOTAL-FILE.
       COPY REMITTOT.

      *    THE TAPE.  EACH POOL'S TAPE IS AN "H" HEADER, ONE "D"
      *    RECORD PER LOAN IN LOAN-NUMBER ORDER, AND A "T" TRAILER
      *    CARRYING THE LOAN COUNT AND THE COLUMN TOTALS.  AMOUNTS
      *    ARE SIGNED -- A REVERSAL POSTED IN THE PERIOD CAN TAKE A
      *    LOAN'S COLLECTIONS BELOW ZERO.
       FD  INVESTOR-TAPE-FILE.
       01  TAPE-HEADER-RECORD.
           03 TH-RECORD-TYPE         PIC X(01).
           03 TH-POOL-ID             PIC X(06).
           03 TH-INVESTOR-NAME       PIC X(30).
           03 TH-PERIOD              PIC 9(6).
           03 TH-RUN-DATE            PIC 9(8).
           03 TH-SERVICING-FEE-PCT   PIC 9(2)V9(4).
       01  TAPE-DETAIL-RECORD.
           03 TD-RECORD-TYPE         PIC X(01).
           03 TD-POOL-ID             PIC X(06).
           03 TD-LOAN-NUMBER         PIC X(10).
           03 TD-NOTE-RATE           PIC 9(4)V99.
      *    THE DAY THE LOAN CAME INTO THE POOL IN THE PERIOD -- THE
      *    FIRST OF THE MONTH UNLESS IT TRANSFERRED IN.
           03 TD-IN-POOL-DATE        PIC 9(8).
           03 TD-BEGIN-BALANCE       PIC S9(9)V99.
           03 TD-END-BALANCE         PIC S9(9)V99.
           03 TD-SCHED-PRINCIPAL     PIC S9(9)V99.
           03 TD-ACTUAL-PRINCIPAL    PIC S9(9)V99.
           03 TD-CURTAILMENT         PIC S9(9)V99.
           03 TD-NOTE-INTEREST       PIC S9(9)V99.
           03 TD-SERVICING-FEE       PIC S9(9)V99.
           03 TD-NET-INTEREST        PIC S9(9)V99.
           03 TD-ADVANCED-PRINCIPAL  PIC S9(9)V99.
           03 TD-ADVANCED-INTEREST   PIC S9(9)V99.
           03 TD-ADVANCED-NET        PIC S9(9)V99.
           03 TD-RECOVERED           PIC S9(9)V99.
           03 TD-NET-REMITTED        PIC S9(9)V99.
           03 TD-LOAN-STATUS         PIC X(02).
           03 TD-DELQ-BUCKET         PIC X(03).
           03 TD-DELQ-DAYS           PIC 9(4).
      *    "P" PAID OFF, "C" CHARGED OFF, SPACE STILL LIVE.
           03 TD-LIQUIDATION-FLAG    PIC X(01).
      *    "I" TRANSFERRED INTO THE POOL IN THE PERIOD, "O"
      *    TRANSFERRED OUT OF IT, "S" SERVICING SOLD (LOANXFRO),
      *    SPACE NONE.
           03 TD-TRANSFER-FLAG       PIC X(01).
       01  TAPE-TRAILER-RECORD.
           03 TT-RECORD-TYPE         PIC X(01).
           03 TT-POOL-ID             PIC X(06).
           03 TT-LOAN-COUNT          PIC 9(6).
           03 TT-BEGIN-BALANCE       PIC S9(11)V99.
           03 TT-END-BALANCE         PIC S9(11)V99.
           03 TT-SCHED-PRINCIPAL     PIC S9(11)V99.
           03 TT-ACTUAL-PRINCIPAL    PIC S9(11)V99.
           03 TT-CURTAILMENT         PIC S9(11)V99.
           03 TT-NOTE-INTEREST       PIC S9(11)V99.
           03 TT-SERVICING-FEE       PIC S9(11)V99.
           03 TT-NET-INTEREST        PIC S9(11)V99.
           03 TT-ADVANCED-FEE        PIC S9(11)V99.
           03 TT-ADVANCED-NET        PIC S9(11)V99.
           03 TT-RECOVERED           PIC S9(11)V99.
           03 TT-NET-REMITTED        PIC S9(11)V99.

       FD  TAPE-RPT-FILE.
       01  TAPE-RPT-RECORD           PIC X(96).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03 SRT-POOL-ID            PIC X(06).
           03 SRT-LOAN-NUMBER        PIC X(10).

       WORKING-STORAGE SECTION.

       77  POOL-TABLE-MAX            PIC S9(4) COMP VALUE 200.

       01  WS-HISTORY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".
       01  WS-POOL-STATUS            PIC X(02) VALUE SPACES.
           88  POOL-READ-OK          VALUE "00".
       01  WS-ASSIGN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ADVANCE-STATUS         PIC X(02) VALUE SPACES.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-HISTORY-FILE  VALUE "Y".
       01  WS-MASTER-EOF-FLAG        PIC X  VALUE "N".
           88  END-OF-MASTER-FILE   VALUE "Y".
       01  WS-HISTORY-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-HISTORY       VALUE "Y".
       01  WS-ADVANCE-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-ADVANCES      VALUE "Y".
       01  WS-ASSIGN-EOF-FLAG        PIC X  VALUE "N".
           88  END-OF-ASSIGNMENTS   VALUE "Y".
       01  WS-SCAN-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-ASSIGN-SCAN   VALUE "Y".
       01  WS-TOTALS-EOF-FLAG        PIC X  VALUE "N".
           88  END-OF-REMIT-TOTALS  VALUE "Y".
       01  WS-SORT-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-SORT-FILE     VALUE "Y".

      *    THE PERIOD, KEYED BY THE OPERATOR AS YYYYMM, AND ITS
      *    FIRST AND LAST DAYS.  THE 31ST SERVES AS THE LAST DAY OF
      *    EVERY MONTH -- IT IS ONLY EVER COMPARED AGAINST.
       01  WS-TAPE-PERIOD            PIC 9(6).
       01  FILLER REDEFINES WS-TAPE-PERIOD.
           03 WS-TAPE-YEAR           PIC 9(4).
           03 WS-TAPE-MONTH          PIC 9(2).
       01  WS-PERIOD-FIRST-DATE      PIC 9(8).
       01  WS-PERIOD-LAST-DATE       PIC 9(8).

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-ORIG-DATE              PIC 9(8).
       01  FILLER REDEFINES WS-ORIG-DATE.
           03 WS-ORIG-YEAR           PIC 9(4).
           03 WS-ORIG-MONTH          PIC 9(2).
           03 WS-ORIG-DAY            PIC 9(2).

      *    THE INSTALLMENT FALLING DUE IN THE PERIOD AND ITS DUE
      *    DATE -- THE SAME RECKONING AS LOANCPRR.
       01  WS-DUE-MONTH              PIC S9(8) COMP.
       01  WS-DUE-ABS-MONTH          PIC S9(8) COMP.
       01  WS-DUE-YEAR               PIC S9(8) COMP.
       01  WS-DUE-MONTH-0            PIC S9(4) COMP.
       01  WS-DUE-DATE               PIC 9(8).

      *    EFFECTIVE-DATED POOL LOOKUP INPUTS -- THE RULE LOANREMT
      *    SPLITS A TRANSFER MONTH BY, SO THE TAPES TIE TO THE
      *    REMITTANCE STATEMENTS POOL FOR POOL.
       01  WS-ASGN-LOAN-NUMBER       PIC X(10).
       01  WS-ASGN-AT-DATE           PIC 9(8).
       01  WS-LOOKUP-POOL-ID         PIC X(06).
       01  WS-HISTORY-SEEN-FLAG      PIC X.
           88  ASSIGNMENT-SEEN       VALUE "Y".
       01  WS-EARLIEST-OLD-POOL      PIC X(06).

       COPY OPENSTAT.

       01  STATUS-IDX                PIC S9(4) COMP.
       01  POOL-IDX                  PIC S9(4) COMP.

       01  WS-SIGNED-PRINC           PIC S9(8)V99 COMP-3.
       01  WS-SIGNED-INT             PIC S9(8)V99 COMP-3.

      *    THE POOL WHOSE TAPE IS BEING WRITTEN, AND THE LAST POOL
      *    AND LOAN RETURNED FROM THE SORT -- A LOAN GATHERED FOR
      *    THE SAME POOL MORE THAN ONCE GOES ON ITS TAPE ONCE.
       01  WS-CURRENT-POOL-ID        PIC X(06) VALUE SPACES.
       01  WS-PREVIOUS-KEY           PIC X(16) VALUE SPACES.
       01  WS-FEE-PCT                PIC 9(2)V9(4).

      *    ONE LOAN'S LINE ON THE CURRENT POOL'S TAPE.
       01  WS-LINE-START-DATE        PIC 9(8).
       01  WS-POOL-AT-START          PIC X(06).
       01  WS-POOL-AT-END            PIC X(06).
       01  WS-MOVED-IN-FLAG          PIC X.
           88  MOVED-IN-THIS-PERIOD  VALUE "Y".
       01  WS-MOVED-OUT-FLAG         PIC X.
           88  MOVED-OUT-THIS-PERIOD VALUE "Y".
       01  WS-OPENING-BALANCE        PIC S9(9)V99 COMP-3.
       01  WS-EARLIER-PRINC          PIC S9(9)V99 COMP-3.
       01  WS-LINE-PRINC             PIC S9(9)V99 COMP-3.
       01  WS-LINE-INT               PIC S9(9)V99 COMP-3.
       01  WS-LINE-SCHEDULED         PIC S9(9)V99 COMP-3.
       01  WS-LINE-FEE               PIC S9(9)V99 COMP-3.
       01  WS-LINE-ADV-PRINC         PIC S9(9)V99 COMP-3.
       01  WS-LINE-ADV-INT           PIC S9(9)V99 COMP-3.
       01  WS-LINE-ADV-FEE           PIC S9(9)V99 COMP-3.
       01  WS-LINE-ADV-NET           PIC S9(9)V99 COMP-3.
       01  WS-LINE-RECOVERED         PIC S9(9)V99 COMP-3.

      *    THE FEE IS TAKEN ON THE POOL'S RUNNING INTEREST AND EACH
      *    LOAN CARRIES THE INCREASE, SO THE LOAN FEES ADD UP TO
      *    THE ONE ROUNDED FEE LOANREMT TAKES ON THE POOL'S TOTAL.
       01  WS-RUNNING-INTEREST       PIC S9(11)V99 COMP-3.
       01  WS-RUNNING-FEE            PIC S9(11)V99 COMP-3.
       01  WS-FEE-TO-DATE            PIC S9(11)V99 COMP-3.

      *    THE CURRENT POOL'S TAPE TOTALS, FOR ITS TRAILER.
       01  WS-TAPE-TOTALS.
           03 WS-TAPE-LOANS          PIC S9(8) COMP.
           03 WS-TAPE-BEGIN          PIC S9(11)V99 COMP-3.
           03 WS-TAPE-END            PIC S9(11)V99 COMP-3.
           03 WS-TAPE-SCHEDULED      PIC S9(11)V99 COMP-3.
           03 WS-TAPE-PRINCIPAL      PIC S9(11)V99 COMP-3.
           03 WS-TAPE-CURTAILMENT    PIC S9(11)V99 COMP-3.
           03 WS-TAPE-INTEREST       PIC S9(11)V99 COMP-3.
           03 WS-TAPE-FEE            PIC S9(11)V99 COMP-3.
           03 WS-TAPE-NET-INTEREST   PIC S9(11)V99 COMP-3.
           03 WS-TAPE-ADV-FEE        PIC S9(11)V99 COMP-3.
           03 WS-TAPE-ADV-NET        PIC S9(11)V99 COMP-3.
           03 WS-TAPE-RECOVERED      PIC S9(11)V99 COMP-3.
           03 WS-TAPE-NET-REMITTED   PIC S9(11)V99 COMP-3.

      *    EVERY POOL WRITTEN, WITH WHAT ITS TAPE ADDS UP TO AND
      *    WHAT LOANREMT STATED FOR IT, FOR THE TIE-OUT PAGE.
       01  WS-POOL-TABLE.
           03 WS-POOL-COUNT          PIC S9(4) COMP VALUE ZERO.
           03 WS-POOL-ENTRY OCCURS 200 TIMES.
              05 WS-POOL-ID          PIC X(06).
              05 WS-POOL-ON-TAPE     PIC X(01).
              05 WS-POOL-TAPE-LOANS  PIC S9(8) COMP.
              05 WS-POOL-TAPE-PRINC  PIC S9(11)V99 COMP-3.
              05 WS-POOL-TAPE-INT    PIC S9(11)V99 COMP-3.
              05 WS-POOL-TAPE-FEE    PIC S9(11)V99 COMP-3.
              05 WS-POOL-TAPE-NET    PIC S9(11)V99 COMP-3.
              05 WS-POOL-REMITTED    PIC X(01).
              05 WS-POOL-REMIT-PRINC PIC S9(11)V99 COMP-3.
              05 WS-POOL-REMIT-INT   PIC S9(11)V99 COMP-3.
              05 WS-POOL-REMIT-FEE   PIC S9(11)V99 COMP-3.
              05 WS-POOL-REMIT-NET   PIC S9(11)V99 COMP-3.

       01  WS-GATHERED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-DETAIL-COUNT           PIC S9(8) COMP VALUE ZERO.
       01  WS-MISSING-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-OUT-OF-TIE-COUNT       PIC S9(8) COMP VALUE ZERO.
       01  WS-POOL-TIES-FLAG         PIC X.
           88  POOL-TIES             VALUE "Y".
       01  WS-DIFFERENCE             PIC S9(11)V99 COMP-3.

       01  TAPE-HEADING-1.
           03 FILLER                 PIC X(30)
                VALUE "INVESTOR SERVICING TAPES FOR ".
           03 TRH-PERIOD             PIC 9(6).

       01  TAPE-POOL-LINE.
           03 FILLER                 PIC X(06) VALUE "POOL: ".
           03 TRP-POOL-ID            PIC X(06).
           03 FILLER                 PIC X(12) VALUE "  INVESTOR: ".
           03 TRP-INVESTOR-NAME      PIC X(30).
           03 FILLER                 PIC X(08) VALUE "  LOANS ".
           03 TRP-LOAN-COUNT         PIC ZZZ,ZZ9.

       01  TAPE-ITEM-LINE.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 TRI-LABEL              PIC X(26).
           03 TRI-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.

       01  TIE-HEADING-1.
           03 FILLER                 PIC X(36)
                VALUE "TIE-OUT TO LOANREMT REMITTANCE FOR ".
           03 TIH-PERIOD             PIC 9(6).

       01  TIE-HEADING-2.
           03 FILLER                 PIC X(08) VALUE "POOL".
           03 FILLER                 PIC X(18) VALUE "ITEM".
           03 FILLER                 PIC X(18) VALUE "          TAPE".
           03 FILLER                 PIC X(18) VALUE "    REMITTANCE".
           03 FILLER                 PIC X(18) VALUE "    DIFFERENCE".

       01  TIE-DETAIL-LINE.
           03 TID-POOL-ID            PIC X(06).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 TID-LABEL              PIC X(16).
           03 TID-TAPE               PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 TID-REMIT              PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 TID-DIFFERENCE         PIC ZZZ,ZZZ,ZZ9.99-.

       01  TIE-RESULT-LINE.
           03 FILLER                 PIC X(08) VALUE SPACES.
           03 TIR-RESULT             PIC X(60).

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-TAPE-PERIOD FROM CONSOLE

           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-POOL-ID SRT-LOAN-NUMBER
               INPUT PROCEDURE IS 0200-GATHER-POOL-LOANS
                   THRU 0200-GATHER-POOL-LOANS-EXIT
               OUTPUT PROCEDURE IS 0400-WRITE-THE-TAPES
                   THRU 0400-WRITE-THE-TAPES-EXIT

           PERFORM 0800-WRITE-TIE-OUT
               THRU 0800-WRITE-TIE-OUT-EXIT

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           INITIALIZE WS-POOL-TABLE
           MOVE ZERO TO WS-POOL-COUNT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           COMPUTE WS-PERIOD-FIRST-DATE = (WS-TAPE-PERIOD * 100) + 1
           COMPUTE WS-PERIOD-LAST-DATE  = (WS-TAPE-PERIOD * 100) + 31

           OPEN INPUT  PAYMENT-HISTORY-FILE
           OPEN INPUT  LOAN-MASTER-FILE
           OPEN INPUT  POOL-MASTER-FILE
           OPEN INPUT  POOL-ASSIGN-FILE
           OPEN INPUT  ADVANCE-LEDGER-FILE
           OPEN OUTPUT INVESTOR-TAPE-FILE
           OPEN OUTPUT TAPE-RPT-FILE

           MOVE WS-TAPE-PERIOD TO TRH-PERIOD
           WRITE TAPE-RPT-RECORD FROM TAPE-HEADING-1
           .
       0100-INITIALIZE-EXIT.
           EXIT.

      *************************************************************
      *    INPUT PROCEDURE: EVERY POOL AND LOAN PAIR THE PERIOD
      *    TOUCHED -- COLLECTIONS POSTED IN IT, P&I ADVANCED OR
      *    RECOVERED IN IT, OPEN LOANS THE POOL HELD AT MONTH END
      *    OR AT THE INSTALLMENT'S DUE DATE, AND BOTH SIDES OF
      *    EVERY TRANSFER EFFECTIVE IN IT.  THE SORT BRINGS EACH
      *    POOL'S LOANS TOGETHER.
      *************************************************************
       0200-GATHER-POOL-LOANS SECTION.
           PERFORM 0210-READ-HISTORY-FILE
               THRU 0210-READ-HISTORY-FILE-EXIT
           PERFORM 0220-GATHER-ONE-PAYMENT
               THRU 0220-GATHER-ONE-PAYMENT-EXIT
               UNTIL END-OF-HISTORY-FILE

           MOVE "N"        TO WS-ADVANCE-EOF-FLAG
           MOVE LOW-VALUES TO AV-LEDGER-KEY
           START ADVANCE-LEDGER-FILE
               KEY IS NOT LESS THAN AV-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-START
           PERFORM 0230-GATHER-ONE-ADVANCE
               THRU 0230-GATHER-ONE-ADVANCE-EXIT
               UNTIL END-OF-ADVANCES

           PERFORM 0240-GATHER-ONE-STATUS
               THRU 0240-GATHER-ONE-STATUS-EXIT
               VARYING STATUS-IDX FROM 1 BY 1
               UNTIL STATUS-IDX > OPEN-STATUS-COUNT

           MOVE "N"        TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO PA-ASSIGN-KEY
           START POOL-ASSIGN-FILE
               KEY IS NOT LESS THAN PA-ASSIGN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 0270-GATHER-ONE-TRANSFER
               THRU 0270-GATHER-ONE-TRANSFER-EXIT
               UNTIL END-OF-ASSIGN-SCAN
           .
       0200-GATHER-POOL-LOANS-EXIT.
           EXIT.

       0210-READ-HISTORY-FILE SECTION.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-HISTORY-FILE-EXIT.
           EXIT.

      *************************************************************
      *    COLLECTIONS: THE SAME SELECTION LOANREMT REMITS -- POSTED
      *    IN THE PERIOD, NOT BOARDING BACK-FILL OR CAPITALIZED
      *    ARREARS, ON A LOAN STILL ON THE MASTER -- TO THE POOL IN
      *    EFFECT WHEN THE BANK RECEIVED THE MONEY.
      *************************************************************
       0220-GATHER-ONE-PAYMENT SECTION.
           IF PH-POSTING-DATE(1:6) NOT = WS-TAPE-PERIOD
               GO TO 0220-GATHER-NEXT
           END-IF

           IF PH-SOURCE = "BOARDING" OR "MODCAP"
               GO TO 0220-GATHER-NEXT
           END-IF

           MOVE PH-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT MASTER-READ-OK
               GO TO 0220-GATHER-NEXT
           END-IF

           MOVE PH-LOAN-NUMBER    TO WS-ASGN-LOAN-NUMBER
           MOVE PH-EFFECTIVE-DATE TO WS-ASGN-AT-DATE
           PERFORM 0350-FIND-POOL-AT-DATE
               THRU 0350-FIND-POOL-AT-DATE-EXIT

           MOVE PH-LOAN-NUMBER TO SRT-LOAN-NUMBER
           PERFORM 0290-RELEASE-POOL-LOAN
               THRU 0290-RELEASE-POOL-LOAN-EXIT
           .
       0220-GATHER-NEXT.
           PERFORM 0210-READ-HISTORY-FILE
               THRU 0210-READ-HISTORY-FILE-EXIT
           .
       0220-GATHER-ONE-PAYMENT-EXIT.
           EXIT.

      *************************************************************
      *    P&I ADVANCES REMITTED WITH THE PERIOD AND P&I ADVANCES
      *    RECOVERED IN IT, TO THE POOL THEY WERE REMITTED TO.
      *************************************************************
       0230-GATHER-ONE-ADVANCE SECTION.
           READ ADVANCE-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-READ

           IF END-OF-ADVANCES OR NOT AV-TYPE-PI
               GO TO 0230-GATHER-ONE-ADVANCE-EXIT
           END-IF

           IF (AV-ENTRY-ADVANCE
                   AND AV-REMIT-PERIOD = WS-TAPE-PERIOD)
               OR (AV-ENTRY-RECOVERY
                   AND AV-ENTRY-DATE(1:6) = WS-TAPE-PERIOD)
               MOVE AV-POOL-ID     TO WS-LOOKUP-POOL-ID
               MOVE AV-LOAN-NUMBER TO SRT-LOAN-NUMBER
               PERFORM 0290-RELEASE-POOL-LOAN
                   THRU 0290-RELEASE-POOL-LOAN-EXIT
           END-IF
           .
       0230-GATHER-ONE-ADVANCE-EXIT.
           EXIT.

      *************************************************************
      *    THE OPEN BOOK, ONE STATUS AT A TIME OFF THE STATUS KEY:
      *    A LOAN THE POOL HELD AT MONTH END IS ON ITS TAPE EVEN IF
      *    NOTHING WAS PAID, AND SO IS ONE IT HELD WHEN THE
      *    PERIOD'S INSTALLMENT FELL DUE.
      *************************************************************
       0240-GATHER-ONE-STATUS SECTION.
           MOVE "N" TO WS-MASTER-EOF-FLAG
           MOVE OPEN-STATUS-VALUE(STATUS-IDX) TO LM-STATUS
           START LOAN-MASTER-FILE
               KEY IS EQUAL TO LM-STATUS
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-FLAG
           END-START

           PERFORM 0250-GATHER-ONE-LOAN
               THRU 0250-GATHER-ONE-LOAN-EXIT
               UNTIL END-OF-MASTER-FILE
           .
       0240-GATHER-ONE-STATUS-EXIT.
           EXIT.

       0250-GATHER-ONE-LOAN SECTION.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-FLAG
           END-READ

           IF END-OF-MASTER-FILE
               GO TO 0250-GATHER-ONE-LOAN-EXIT
           END-IF
           IF LM-STATUS NOT = OPEN-STATUS-VALUE(STATUS-IDX)
               MOVE "Y" TO WS-MASTER-EOF-FLAG
               GO TO 0250-GATHER-ONE-LOAN-EXIT
           END-IF

           MOVE LM-LOAN-NUMBER       TO WS-ASGN-LOAN-NUMBER
           MOVE LM-LOAN-NUMBER       TO SRT-LOAN-NUMBER
           MOVE WS-PERIOD-LAST-DATE  TO WS-ASGN-AT-DATE
           PERFORM 0350-FIND-POOL-AT-DATE
               THRU 0350-FIND-POOL-AT-DATE-EXIT
           PERFORM 0290-RELEASE-POOL-LOAN
               THRU 0290-RELEASE-POOL-LOAN-EXIT

           PERFORM 0380-FIND-DUE-INSTALLMENT
               THRU 0380-FIND-DUE-INSTALLMENT-EXIT
           IF WS-DUE-MONTH > ZERO
               MOVE WS-DUE-DATE TO WS-ASGN-AT-DATE
               PERFORM 0350-FIND-POOL-AT-DATE
                   THRU 0350-FIND-POOL-AT-DATE-EXIT
               PERFORM 0290-RELEASE-POOL-LOAN
                   THRU 0290-RELEASE-POOL-LOAN-EXIT
           END-IF
           .
       0250-GATHER-ONE-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    A TRANSFER EFFECTIVE IN THE PERIOD PUTS THE LOAN ON THE
      *    TAPES OF THE POOL IT LEFT AND THE POOL IT JOINED.
      *************************************************************
       0270-GATHER-ONE-TRANSFER SECTION.
           READ POOL-ASSIGN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-FLAG
           END-READ

           IF END-OF-ASSIGN-SCAN
               GO TO 0270-GATHER-ONE-TRANSFER-EXIT
           END-IF
           IF PA-EFFECTIVE-DATE(1:6) NOT = WS-TAPE-PERIOD
               GO TO 0270-GATHER-ONE-TRANSFER-EXIT
           END-IF

           MOVE PA-LOAN-NUMBER TO SRT-LOAN-NUMBER
           MOVE PA-OLD-POOL-ID TO WS-LOOKUP-POOL-ID
           PERFORM 0290-RELEASE-POOL-LOAN
               THRU 0290-RELEASE-POOL-LOAN-EXIT
           MOVE PA-NEW-POOL-ID TO WS-LOOKUP-POOL-ID
           PERFORM 0290-RELEASE-POOL-LOAN
               THRU 0290-RELEASE-POOL-LOAN-EXIT
           .
       0270-GATHER-ONE-TRANSFER-EXIT.
           EXIT.

      *************************************************************
      *    OUR OWN UNPOOLED BOOK HAS NO INVESTOR AND NO TAPE.
      *************************************************************
       0290-RELEASE-POOL-LOAN SECTION.
           IF WS-LOOKUP-POOL-ID = SPACES
               GO TO 0290-RELEASE-POOL-LOAN-EXIT
           END-IF

           MOVE WS-LOOKUP-POOL-ID TO SRT-POOL-ID
           ADD 1 TO WS-GATHERED-COUNT
           RELEASE SORT-RECORD
           .
       0290-RELEASE-POOL-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    WHICH POOL HELD THE LOAN AT THE GIVEN DATE?  THE LATEST
      *    ASSIGNMENT EFFECTIVE ON OR BEFORE IT DECIDES; BEFORE
      *    THE FIRST TRANSFER THE LOAN BELONGS TO THAT TRANSFER'S
      *    OLD POOL; NO HISTORY MEANS THE MASTER'S CURRENT POOL.
      *    SAME RULE AS LOANREMT 0250, SO THE TWO TIE.  THE LOAN'S
      *    MASTER RECORD MUST BE THE ONE IN THE RECORD AREA.
      *************************************************************
       0350-FIND-POOL-AT-DATE SECTION.
           MOVE LM-POOL-ID TO WS-LOOKUP-POOL-ID
           MOVE "N"        TO WS-HISTORY-SEEN-FLAG
           MOVE SPACES     TO WS-EARLIEST-OLD-POOL
           MOVE "N"        TO WS-ASSIGN-EOF-FLAG

           MOVE WS-ASGN-LOAN-NUMBER TO PA-LOAN-NUMBER
           MOVE ZERO                TO PA-EFFECTIVE-DATE
           START POOL-ASSIGN-FILE
               KEY IS NOT LESS THAN PA-ASSIGN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ASSIGN-EOF-FLAG
           END-START

           PERFORM 0360-CHECK-ONE-ASSIGNMENT
               THRU 0360-CHECK-ONE-ASSIGNMENT-EXIT
               UNTIL END-OF-ASSIGNMENTS
           .
       0350-FIND-POOL-AT-DATE-EXIT.
           EXIT.

       0360-CHECK-ONE-ASSIGNMENT SECTION.
           READ POOL-ASSIGN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ASSIGN-EOF-FLAG
           END-READ

           IF NOT END-OF-ASSIGNMENTS
               IF PA-LOAN-NUMBER NOT = WS-ASGN-LOAN-NUMBER
                   MOVE "Y" TO WS-ASSIGN-EOF-FLAG
               ELSE
                   IF NOT ASSIGNMENT-SEEN
                       MOVE "Y" TO WS-HISTORY-SEEN-FLAG
                       MOVE PA-OLD-POOL-ID
                           TO WS-EARLIEST-OLD-POOL
                       MOVE WS-EARLIEST-OLD-POOL
                           TO WS-LOOKUP-POOL-ID
                   END-IF
                   IF PA-EFFECTIVE-DATE NOT > WS-ASGN-AT-DATE
                       MOVE PA-NEW-POOL-ID
                           TO WS-LOOKUP-POOL-ID
                   END-IF
               END-IF
           END-IF
           .
       0360-CHECK-ONE-ASSIGNMENT-EXIT.
           EXIT.

      *************************************************************
      *    THE INSTALLMENT FALLING DUE IN THE PERIOD AND ITS DUE
      *    DATE, FOR THE MASTER IN THE RECORD AREA.  ZERO WHEN THE
      *    PERIOD IS BEFORE THE FIRST INSTALLMENT OR PAST THE LAST.
      *************************************************************
       0380-FIND-DUE-INSTALLMENT SECTION.
           MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE
           COMPUTE WS-DUE-MONTH =
               ((WS-TAPE-YEAR * 12) + WS-TAPE-MONTH)
               - ((WS-ORIG-YEAR * 12) + WS-ORIG-MONTH)
           IF WS-DUE-MONTH < 1
               OR WS-DUE-MONTH > LM-LOANTERM
               MOVE ZERO TO WS-DUE-MONTH
               GO TO 0380-FIND-DUE-INSTALLMENT-EXIT
           END-IF

           COMPUTE WS-DUE-ABS-MONTH =
               (WS-ORIG-YEAR * 12) + WS-ORIG-MONTH - 1
               + WS-DUE-MONTH
           DIVIDE WS-DUE-ABS-MONTH BY 12
               GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-MONTH-0
           COMPUTE WS-DUE-DATE =
               (WS-DUE-YEAR * 10000)
               + ((WS-DUE-MONTH-0 + 1) * 100)
               + WS-ORIG-DAY
           .
       0380-FIND-DUE-INSTALLMENT-EXIT.
           EXIT.

      *************************************************************
      *    OUTPUT PROCEDURE: EACH POOL'S TAPE IN TURN -- HEADER,
      *    ITS LOANS ONCE EACH IN LOAN-NUMBER ORDER, TRAILER.
      *************************************************************
       0400-WRITE-THE-TAPES SECTION.
           PERFORM 0410-RETURN-ONE-LOAN
               THRU 0410-RETURN-ONE-LOAN-EXIT
               UNTIL END-OF-SORT-FILE

           IF WS-CURRENT-POOL-ID NOT = SPACES
               PERFORM 0440-END-POOL-TAPE
                   THRU 0440-END-POOL-TAPE-EXIT
           END-IF
           .
       0400-WRITE-THE-TAPES-EXIT.
           EXIT.

       0410-RETURN-ONE-LOAN SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
                   GO TO 0410-RETURN-ONE-LOAN-EXIT
           END-RETURN

           IF SORT-RECORD = WS-PREVIOUS-KEY
               GO TO 0410-RETURN-ONE-LOAN-EXIT
           END-IF
           MOVE SORT-RECORD TO WS-PREVIOUS-KEY

           IF SRT-POOL-ID NOT = WS-CURRENT-POOL-ID
               IF WS-CURRENT-POOL-ID NOT = SPACES
                   PERFORM 0440-END-POOL-TAPE
                       THRU 0440-END-POOL-TAPE-EXIT
               END-IF
               PERFORM 0420-START-POOL-TAPE
                   THRU 0420-START-POOL-TAPE-EXIT
           END-IF

           PERFORM 0500-WRITE-ONE-LOAN
               THRU 0500-WRITE-ONE-LOAN-EXIT
           .
       0410-RETURN-ONE-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    A NEW POOL: ITS FEE RATE AND INVESTOR OFF THE POOL
      *    MASTER (A POOL MISSING THERE TAKES NO FEE, AS ON ITS
      *    STATEMENT), ITS TIE-OUT ENTRY, AND THE TAPE HEADER.
      *************************************************************
       0420-START-POOL-TAPE SECTION.
           MOVE SRT-POOL-ID TO WS-CURRENT-POOL-ID
           INITIALIZE WS-TAPE-TOTALS
           MOVE ZERO TO WS-RUNNING-INTEREST
           MOVE ZERO TO WS-RUNNING-FEE

           MOVE WS-CURRENT-POOL-ID TO PL-POOL-ID
           READ POOL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF POOL-READ-OK
               MOVE PL-SERVICING-FEE-PCT TO WS-FEE-PCT
               MOVE PL-INVESTOR-NAME     TO TH-INVESTOR-NAME
           ELSE
               MOVE ZERO TO WS-FEE-PCT
               MOVE "*** POOL NOT ON POOL MASTER ***"
                   TO TH-INVESTOR-NAME
           END-IF

           PERFORM 0430-FIND-POOL-ENTRY
               THRU 0430-FIND-POOL-ENTRY-EXIT
           IF POOL-IDX > ZERO
               MOVE "Y" TO WS-POOL-ON-TAPE(POOL-IDX)
           END-IF

           MOVE "H"                TO TH-RECORD-TYPE
           MOVE WS-CURRENT-POOL-ID TO TH-POOL-ID
           MOVE WS-TAPE-PERIOD     TO TH-PERIOD
           MOVE WS-RUN-DATE        TO TH-RUN-DATE
           MOVE WS-FEE-PCT         TO TH-SERVICING-FEE-PCT
           MOVE TH-INVESTOR-NAME   TO TRP-INVESTOR-NAME
           WRITE TAPE-HEADER-RECORD
           .
       0420-START-POOL-TAPE-EXIT.
           EXIT.

      *************************************************************
      *    LOCATE (OR CREATE) THE TIE-OUT ENTRY FOR THE POOL IN
      *    WS-CURRENT-POOL-ID.  ZERO WHEN THE TABLE IS FULL.
      *************************************************************
       0430-FIND-POOL-ENTRY SECTION.
           PERFORM 0435-CHECK-POOL-ENTRY
               THRU 0435-CHECK-POOL-ENTRY-EXIT
               VARYING POOL-IDX FROM 1 BY 1
               UNTIL POOL-IDX > WS-POOL-COUNT
               OR WS-POOL-ID(POOL-IDX) = WS-CURRENT-POOL-ID

           IF POOL-IDX > WS-POOL-COUNT
               IF WS-POOL-COUNT < POOL-TABLE-MAX
                   ADD 1 TO WS-POOL-COUNT
                   MOVE WS-POOL-COUNT TO POOL-IDX
                   MOVE WS-CURRENT-POOL-ID
                       TO WS-POOL-ID(POOL-IDX)
               ELSE
                   MOVE ZERO TO POOL-IDX
                   DISPLAY "POOL TABLE FULL - "
                       WS-CURRENT-POOL-ID
                       " LEFT OFF THE TIE-OUT"
               END-IF
           END-IF
           .
       0430-FIND-POOL-ENTRY-EXIT.
           EXIT.

       0435-CHECK-POOL-ENTRY SECTION.
           CONTINUE
           .
       0435-CHECK-POOL-ENTRY-EXIT.
           EXIT.

      *************************************************************
      *    THE POOL'S TRAILER AND REPORT SUMMARY.  THE SERVICING
      *    FEE THE STATEMENT STATES IS THE FEE ON THE INTEREST
      *    COLLECTED PLUS THE FEE NOT ADVANCED ON THE INTEREST
      *    ADVANCED.
      *************************************************************
       0440-END-POOL-TAPE SECTION.
           MOVE "T"                  TO TT-RECORD-TYPE
           MOVE WS-CURRENT-POOL-ID   TO TT-POOL-ID
           MOVE WS-TAPE-LOANS        TO TT-LOAN-COUNT
           MOVE WS-TAPE-BEGIN        TO TT-BEGIN-BALANCE
           MOVE WS-TAPE-END          TO TT-END-BALANCE
           MOVE WS-TAPE-SCHEDULED    TO TT-SCHED-PRINCIPAL
           MOVE WS-TAPE-PRINCIPAL    TO TT-ACTUAL-PRINCIPAL
           MOVE WS-TAPE-CURTAILMENT  TO TT-CURTAILMENT
           MOVE WS-TAPE-INTEREST     TO TT-NOTE-INTEREST
           MOVE WS-TAPE-FEE          TO TT-SERVICING-FEE
           MOVE WS-TAPE-NET-INTEREST TO TT-NET-INTEREST
           MOVE WS-TAPE-ADV-FEE      TO TT-ADVANCED-FEE
           MOVE WS-TAPE-ADV-NET      TO TT-ADVANCED-NET
           MOVE WS-TAPE-RECOVERED    TO TT-RECOVERED
           MOVE WS-TAPE-NET-REMITTED TO TT-NET-REMITTED
           WRITE TAPE-TRAILER-RECORD

           PERFORM 0430-FIND-POOL-ENTRY
               THRU 0430-FIND-POOL-ENTRY-EXIT
           IF POOL-IDX > ZERO
               MOVE WS-TAPE-LOANS     TO WS-POOL-TAPE-LOANS(POOL-IDX)
               MOVE WS-TAPE-PRINCIPAL TO WS-POOL-TAPE-PRINC(POOL-IDX)
               MOVE WS-TAPE-INTEREST  TO WS-POOL-TAPE-INT(POOL-IDX)
               COMPUTE WS-POOL-TAPE-FEE(POOL-IDX) =
                   WS-TAPE-FEE + WS-TAPE-ADV-FEE
               MOVE WS-TAPE-NET-REMITTED
                   TO WS-POOL-TAPE-NET(POOL-IDX)
           END-IF

           MOVE SPACES TO TAPE-RPT-RECORD
           WRITE TAPE-RPT-RECORD
           MOVE WS-CURRENT-POOL-ID TO TRP-POOL-ID
           MOVE WS-TAPE-LOANS      TO TRP-LOAN-COUNT
           WRITE TAPE-RPT-RECORD FROM TAPE-POOL-LINE

           MOVE "BEGINNING BALANCE:"    TO TRI-LABEL
           MOVE WS-TAPE-BEGIN           TO TRI-AMOUNT
           WRITE TAPE-RPT-RECORD FROM TAPE-ITEM-LINE
           MOVE "SCHEDULED PRINCIPAL:"  TO TRI-LABEL
           MOVE WS-TAPE-SCHEDULED       TO TRI-AMOUNT
           WRITE TAPE-RPT-RECORD FROM TAPE-ITEM-LINE
           MOVE "ACTUAL PRINCIPAL:"     TO TRI-LABEL
           MOVE WS-TAPE-PRINCIPAL       TO TRI-AMOUNT
           WRITE TAPE-RPT-RECORD FROM TAPE-ITEM-LINE
           MOVE "CURTAILMENTS:"         TO TRI-LABEL
           MOVE WS-TAPE-CURTAILMENT     TO TRI-AMOUNT
           WRITE TAPE-RPT-RECORD FROM TAPE-ITEM-LINE
           MOVE "ENDING BALANCE:"       TO TRI-LABEL
           MOVE WS-TAPE-END             TO TRI-AMOUNT
           WRITE TAPE-RPT-RECORD FROM TAPE-ITEM-LINE
           MOVE "INTEREST AT NOTE RATE:" TO TRI-LABEL
           MOVE WS-TAPE-INTEREST        TO TRI-AMOUNT
           WRITE TAPE-RPT-RECORD FROM TAPE-ITEM-LINE
           MOVE "NET INTEREST:"         TO TRI-LABEL
           MOVE WS-TAPE-NET-INTEREST    TO TRI-AMOUNT
           WRITE TAPE-RPT-RECORD FROM TAPE-ITEM-LINE
           MOVE "NET P&I ADVANCED:"     TO TRI-LABEL
           MOVE WS-TAPE-ADV-NET         TO TRI-AMOUNT
           WRITE TAPE-RPT-RECORD FROM TAPE-ITEM-LINE
           MOVE "ADVANCES RECOVERED:"   TO TRI-LABEL
           MOVE WS-TAPE-RECOVERED       TO TRI-AMOUNT
           WRITE TAPE-RPT-RECORD FROM TAPE-ITEM-LINE
           MOVE "NET REMITTED:"         TO TRI-LABEL
           MOVE WS-TAPE-NET-REMITTED    TO TRI-AMOUNT
           WRITE TAPE-RPT-RECORD FROM TAPE-ITEM-LINE
           .
       0440-END-POOL-TAPE-EXIT.
           EXIT.

      *************************************************************
      *    ONE LOAN'S RECORD ON THE CURRENT POOL'S TAPE.  A LOAN
      *    GATHERED BUT SINCE GONE FROM THE MASTER IS COUNTED AND
      *    SKIPPED -- LOANREMT REMITTED NOTHING FOR IT EITHER.
      *************************************************************
       0500-WRITE-ONE-LOAN SECTION.
           MOVE SRT-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT MASTER-READ-OK
               ADD 1 TO WS-MISSING-COUNT
               GO TO 0500-WRITE-ONE-LOAN-EXIT
           END-IF

           MOVE LM-LOAN-NUMBER TO WS-ASGN-LOAN-NUMBER
           MOVE LM-PRINCIPAL   TO WS-OPENING-BALANCE
           MOVE ZERO TO WS-EARLIER-PRINC
           MOVE ZERO TO WS-LINE-PRINC
           MOVE ZERO TO WS-LINE-INT
           MOVE ZERO TO WS-LINE-SCHEDULED
           MOVE ZERO TO WS-LINE-ADV-PRINC
           MOVE ZERO TO WS-LINE-ADV-INT
           MOVE ZERO TO WS-LINE-ADV-FEE
           MOVE ZERO TO WS-LINE-ADV-NET
           MOVE ZERO TO WS-LINE-RECOVERED

           PERFORM 0510-FIND-LINE-WINDOW
               THRU 0510-FIND-LINE-WINDOW-EXIT
           PERFORM 0530-SUM-LOAN-HISTORY
               THRU 0530-SUM-LOAN-HISTORY-EXIT
           PERFORM 0550-SUM-LOAN-ADVANCES
               THRU 0550-SUM-LOAN-ADVANCES-EXIT

      *        THE SCHEDULED SIDE BELONGS TO THE POOL IN EFFECT AT
      *        THE INSTALLMENT'S DUE DATE, AND ONLY AN OPEN LOAN
      *        OWES ONE -- THE LOANCPRR RULE.
           IF LM-STATUS-OPEN
               PERFORM 0380-FIND-DUE-INSTALLMENT
                   THRU 0380-FIND-DUE-INSTALLMENT-EXIT
               IF WS-DUE-MONTH > ZERO
                   MOVE WS-DUE-DATE TO WS-ASGN-AT-DATE
                   PERFORM 0350-FIND-POOL-AT-DATE
                       THRU 0350-FIND-POOL-AT-DATE-EXIT
                   IF WS-LOOKUP-POOL-ID = WS-CURRENT-POOL-ID
                       MOVE LM-PRINCPAID(WS-DUE-MONTH)
                           TO WS-LINE-SCHEDULED
                   END-IF
               END-IF
           END-IF

           ADD WS-LINE-INT TO WS-RUNNING-INTEREST
           COMPUTE WS-FEE-TO-DATE ROUNDED =
               WS-RUNNING-INTEREST * (WS-FEE-PCT / 100)
           COMPUTE WS-LINE-FEE = WS-FEE-TO-DATE - WS-RUNNING-FEE
           MOVE WS-FEE-TO-DATE TO WS-RUNNING-FEE

           PERFORM 0600-BUILD-TAPE-DETAIL
               THRU 0600-BUILD-TAPE-DETAIL-EXIT
           .
       0500-WRITE-ONE-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    WHEN THE LOAN WAS IN THIS POOL DURING THE PERIOD.  A LOAN
      *    THE POOL HELD ON THE FIRST IS IN IT FROM THE FIRST; ONE
      *    TRANSFERRED IN IS IN IT FROM THE TRANSFER'S EFFECTIVE
      *    DATE.  A TRANSFER AWAY THAT LEAVES IT ELSEWHERE AT MONTH
      *    END FLAGS IT AS GONE.
      *************************************************************
       0510-FIND-LINE-WINDOW SECTION.
           MOVE WS-PERIOD-FIRST-DATE TO WS-ASGN-AT-DATE
           PERFORM 0350-FIND-POOL-AT-DATE
               THRU 0350-FIND-POOL-AT-DATE-EXIT
           MOVE WS-LOOKUP-POOL-ID TO WS-POOL-AT-START

           MOVE WS-PERIOD-LAST-DATE TO WS-ASGN-AT-DATE
           PERFORM 0350-FIND-POOL-AT-DATE
               THRU 0350-FIND-POOL-AT-DATE-EXIT
           MOVE WS-LOOKUP-POOL-ID TO WS-POOL-AT-END

           MOVE WS-PERIOD-FIRST-DATE TO WS-LINE-START-DATE
           MOVE "N" TO WS-MOVED-IN-FLAG
           MOVE "N" TO WS-MOVED-OUT-FLAG

           MOVE "N"                 TO WS-SCAN-EOF-FLAG
           MOVE WS-ASGN-LOAN-NUMBER TO PA-LOAN-NUMBER
           MOVE WS-PERIOD-FIRST-DATE TO PA-EFFECTIVE-DATE
           START POOL-ASSIGN-FILE
               KEY IS NOT LESS THAN PA-ASSIGN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-FLAG
           END-START

           PERFORM 0520-CHECK-PERIOD-TRANSFER
               THRU 0520-CHECK-PERIOD-TRANSFER-EXIT
               UNTIL END-OF-ASSIGN-SCAN
           .
       0510-FIND-LINE-WINDOW-EXIT.
           EXIT.

       0520-CHECK-PERIOD-TRANSFER SECTION.
           READ POOL-ASSIGN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-FLAG
           END-READ

           IF END-OF-ASSIGN-SCAN
               GO TO 0520-CHECK-PERIOD-TRANSFER-EXIT
           END-IF
           IF PA-LOAN-NUMBER NOT = WS-ASGN-LOAN-NUMBER
               OR PA-EFFECTIVE-DATE > WS-PERIOD-LAST-DATE
               MOVE "Y" TO WS-SCAN-EOF-FLAG
               GO TO 0520-CHECK-PERIOD-TRANSFER-EXIT
           END-IF

           IF PA-NEW-POOL-ID = WS-CURRENT-POOL-ID
               AND WS-POOL-AT-START NOT = WS-CURRENT-POOL-ID
               AND NOT MOVED-IN-THIS-PERIOD
               MOVE "Y"               TO WS-MOVED-IN-FLAG
               MOVE PA-EFFECTIVE-DATE TO WS-LINE-START-DATE
           END-IF
           IF PA-OLD-POOL-ID = WS-CURRENT-POOL-ID
               AND WS-POOL-AT-END NOT = WS-CURRENT-POOL-ID
               MOVE "Y" TO WS-MOVED-OUT-FLAG
           END-IF
           .
       0520-CHECK-PERIOD-TRANSFER-EXIT.
           EXIT.

      *************************************************************
      *    THE LOAN'S POSTED HISTORY.  THE BALANCE GOING INTO THE
      *    PERIOD IS THE NOTE LESS EVERY PRINCIPAL SHARE POSTED
      *    BEFORE IT, AND LESS ANY BOARDING BACK-FILL OR
      *    CAPITALIZED ARREARS POSTED IN IT (NEITHER IS MONEY
      *    RECEIVED THIS PERIOD).  THE PERIOD'S COLLECTIONS ARE
      *    THIS POOL'S IF IT HELD THE LOAN WHEN THE BANK RECEIVED
      *    THEM -- THE LOANREMT SPLIT; ANOTHER POOL'S, RECEIVED
      *    BEFORE THE LOAN CAME INTO THIS ONE, CAME OFF THE BALANCE
      *    BEFORE THIS POOL HAD IT.
      *************************************************************
       0530-SUM-LOAN-HISTORY SECTION.
           MOVE "N" TO WS-HISTORY-EOF-FLAG
           MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER
           MOVE ZERO           TO PH-PAYMENT-SEQ
           START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HISTORY-EOF-FLAG
           END-START

           PERFORM 0540-SUM-ONE-HISTORY
               THRU 0540-SUM-ONE-HISTORY-EXIT
               UNTIL END-OF-HISTORY
           .
       0530-SUM-LOAN-HISTORY-EXIT.
           EXIT.

       0540-SUM-ONE-HISTORY SECTION.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-FLAG
           END-READ

           IF END-OF-HISTORY
               GO TO 0540-SUM-ONE-HISTORY-EXIT
           END-IF
           IF PH-LOAN-NUMBER NOT = LM-LOAN-NUMBER
               MOVE "Y" TO WS-HISTORY-EOF-FLAG
               GO TO 0540-SUM-ONE-HISTORY-EXIT
           END-IF

           IF PH-TYPE-REVERSAL
               COMPUTE WS-SIGNED-PRINC = ZERO - PH-PRINC-SHARE
               COMPUTE WS-SIGNED-INT   = ZERO - PH-INT-SHARE
           ELSE
               MOVE PH-PRINC-SHARE TO WS-SIGNED-PRINC
               MOVE PH-INT-SHARE   TO WS-SIGNED-INT
           END-IF

           IF PH-POSTING-DATE < WS-PERIOD-FIRST-DATE
               SUBTRACT WS-SIGNED-PRINC FROM WS-OPENING-BALANCE
               GO TO 0540-SUM-ONE-HISTORY-EXIT
           END-IF
           IF PH-POSTING-DATE(1:6) NOT = WS-TAPE-PERIOD
               GO TO 0540-SUM-ONE-HISTORY-EXIT
           END-IF
           IF PH-SOURCE = "BOARDING" OR "MODCAP"
               SUBTRACT WS-SIGNED-PRINC FROM WS-OPENING-BALANCE
               GO TO 0540-SUM-ONE-HISTORY-EXIT
           END-IF

           MOVE PH-EFFECTIVE-DATE TO WS-ASGN-AT-DATE
           PERFORM 0350-FIND-POOL-AT-DATE
               THRU 0350-FIND-POOL-AT-DATE-EXIT

           IF WS-LOOKUP-POOL-ID = WS-CURRENT-POOL-ID
               ADD WS-SIGNED-PRINC TO WS-LINE-PRINC
               ADD WS-SIGNED-INT   TO WS-LINE-INT
           ELSE
               IF PH-EFFECTIVE-DATE < WS-LINE-START-DATE
                   ADD WS-SIGNED-PRINC TO WS-EARLIER-PRINC
               END-IF
           END-IF
           .
       0540-SUM-ONE-HISTORY-EXIT.
           EXIT.

      *************************************************************
      *    THE LOAN'S P&I ADVANCES REMITTED TO THIS POOL WITH THE
      *    PERIOD, AND ITS RECOVERIES TAKEN BACK FROM IT IN THE
      *    PERIOD -- THE LOANREMT 0710 SELECTION.
      *************************************************************
       0550-SUM-LOAN-ADVANCES SECTION.
           MOVE "N" TO WS-ADVANCE-EOF-FLAG
           MOVE LM-LOAN-NUMBER TO AV-LOAN-NUMBER
           MOVE ZERO           TO AV-ENTRY-SEQ
           START ADVANCE-LEDGER-FILE
               KEY IS NOT LESS THAN AV-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-START

           PERFORM 0560-SUM-ONE-ADVANCE
               THRU 0560-SUM-ONE-ADVANCE-EXIT
               UNTIL END-OF-ADVANCES
           .
       0550-SUM-LOAN-ADVANCES-EXIT.
           EXIT.

       0560-SUM-ONE-ADVANCE SECTION.
           READ ADVANCE-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ADVANCE-EOF-FLAG
           END-READ

           IF END-OF-ADVANCES
               GO TO 0560-SUM-ONE-ADVANCE-EXIT
           END-IF
           IF AV-LOAN-NUMBER NOT = LM-LOAN-NUMBER
               MOVE "Y" TO WS-ADVANCE-EOF-FLAG
               GO TO 0560-SUM-ONE-ADVANCE-EXIT
           END-IF
           IF NOT AV-TYPE-PI
               OR AV-POOL-ID NOT = WS-CURRENT-POOL-ID
               GO TO 0560-SUM-ONE-ADVANCE-EXIT
           END-IF

           IF AV-ENTRY-ADVANCE
               AND AV-REMIT-PERIOD = WS-TAPE-PERIOD
               ADD AV-PRINC-AMOUNT TO WS-LINE-ADV-PRINC
               ADD AV-INT-AMOUNT   TO WS-LINE-ADV-INT
               ADD AV-FEE-AMOUNT   TO WS-LINE-ADV-FEE
               ADD AV-AMOUNT       TO WS-LINE-ADV-NET
           END-IF
           IF AV-ENTRY-RECOVERY
               AND AV-ENTRY-DATE(1:6) = WS-TAPE-PERIOD
               ADD AV-AMOUNT       TO WS-LINE-RECOVERED
           END-IF
           .
       0560-SUM-ONE-ADVANCE-EXIT.
           EXIT.

      *************************************************************
      *    THE DETAIL RECORD.  PRINCIPAL COLLECTED BEYOND THE
      *    SCHEDULED INSTALLMENT IS A CURTAILMENT -- UNLESS THE LOAN
      *    LIQUIDATED, WHEN IT IS THE PAYOFF (OR THE LAST MONEY IN
      *    BEFORE THE CHARGE-OFF).
      *************************************************************
       0600-BUILD-TAPE-DETAIL SECTION.
           MOVE "D"                TO TD-RECORD-TYPE
           MOVE WS-CURRENT-POOL-ID TO TD-POOL-ID
           MOVE LM-LOAN-NUMBER     TO TD-LOAN-NUMBER
           MOVE LM-RATE            TO TD-NOTE-RATE
           MOVE WS-LINE-START-DATE TO TD-IN-POOL-DATE

           COMPUTE TD-BEGIN-BALANCE =
               WS-OPENING-BALANCE - WS-EARLIER-PRINC
           COMPUTE TD-END-BALANCE =
               WS-OPENING-BALANCE - WS-EARLIER-PRINC - WS-LINE-PRINC
           MOVE WS-LINE-SCHEDULED  TO TD-SCHED-PRINCIPAL
           MOVE WS-LINE-PRINC      TO TD-ACTUAL-PRINCIPAL
           MOVE WS-LINE-INT        TO TD-NOTE-INTEREST
           MOVE WS-LINE-FEE        TO TD-SERVICING-FEE
           COMPUTE TD-NET-INTEREST = WS-LINE-INT - WS-LINE-FEE
           MOVE WS-LINE-ADV-PRINC  TO TD-ADVANCED-PRINCIPAL
           MOVE WS-LINE-ADV-INT    TO TD-ADVANCED-INTEREST
           MOVE WS-LINE-ADV-NET    TO TD-ADVANCED-NET
           MOVE WS-LINE-RECOVERED  TO TD-RECOVERED
           COMPUTE TD-NET-REMITTED =
               WS-LINE-PRINC + WS-LINE-INT - WS-LINE-FEE
               + WS-LINE-ADV-NET - WS-LINE-RECOVERED

           MOVE LM-STATUS          TO TD-LOAN-STATUS
           MOVE LM-DELQ-BUCKET     TO TD-DELQ-BUCKET
           MOVE LM-DELQ-DAYS       TO TD-DELQ-DAYS

           EVALUATE TRUE
               WHEN LM-STATUS-PAID-OFF
                   MOVE "P" TO TD-LIQUIDATION-FLAG
               WHEN LM-STATUS-CHARGED-OFF
                   MOVE "C" TO TD-LIQUIDATION-FLAG
               WHEN OTHER
                   MOVE SPACE TO TD-LIQUIDATION-FLAG
           END-EVALUATE

           EVALUATE TRUE
               WHEN MOVED-OUT-THIS-PERIOD
                   MOVE "O" TO TD-TRANSFER-FLAG
               WHEN MOVED-IN-THIS-PERIOD
                   MOVE "I" TO TD-TRANSFER-FLAG
               WHEN LM-STATUS-TRANSFERRED
                   MOVE "S" TO TD-TRANSFER-FLAG
               WHEN OTHER
                   MOVE SPACE TO TD-TRANSFER-FLAG
           END-EVALUATE

           IF TD-LIQUIDATION-FLAG = SPACE
               AND WS-LINE-PRINC > WS-LINE-SCHEDULED
               COMPUTE TD-CURTAILMENT =
                   WS-LINE-PRINC - WS-LINE-SCHEDULED
           ELSE
               MOVE ZERO TO TD-CURTAILMENT
           END-IF

           WRITE TAPE-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT

           ADD 1                     TO WS-TAPE-LOANS
           ADD TD-BEGIN-BALANCE      TO WS-TAPE-BEGIN
           ADD TD-END-BALANCE        TO WS-TAPE-END
           ADD TD-SCHED-PRINCIPAL    TO WS-TAPE-SCHEDULED
           ADD TD-ACTUAL-PRINCIPAL   TO WS-TAPE-PRINCIPAL
           ADD TD-CURTAILMENT        TO WS-TAPE-CURTAILMENT
           ADD TD-NOTE-INTEREST      TO WS-TAPE-INTEREST
           ADD TD-SERVICING-FEE      TO WS-TAPE-FEE
           ADD TD-NET-INTEREST       TO WS-TAPE-NET-INTEREST
           ADD WS-LINE-ADV-FEE       TO WS-TAPE-ADV-FEE
           ADD TD-ADVANCED-NET       TO WS-TAPE-ADV-NET
           ADD TD-RECOVERED          TO WS-TAPE-RECOVERED
           ADD TD-NET-REMITTED       TO WS-TAPE-NET-REMITTED
           .
       0600-BUILD-TAPE-DETAIL-EXIT.
           EXIT.

      *************************************************************
      *    THE TIE-OUT PAGE.  LOANREMT'S LAST TOTALS FOR THE PERIOD
      *    ARE LAID BESIDE EACH TAPE: PRINCIPAL, INTEREST, SERVICING
      *    FEE AND NET REMITTED MUST AGREE TO THE CENT.  A POOL ON
      *    ONE SIDE ONLY IS OUT OF TIE.
      *************************************************************
       0800-WRITE-TIE-OUT SECTION.
           OPEN INPUT REMIT-TOTAL-FILE
           PERFORM 0810-LOAD-ONE-REMIT-TOTAL
               THRU 0810-LOAD-ONE-REMIT-TOTAL-EXIT
               UNTIL END-OF-REMIT-TOTALS
           CLOSE REMIT-TOTAL-FILE

           MOVE "1" TO TAPE-RPT-RECORD
           WRITE TAPE-RPT-RECORD
           MOVE WS-TAPE-PERIOD TO TIH-PERIOD
           WRITE TAPE-RPT-RECORD FROM TIE-HEADING-1
           WRITE TAPE-RPT-RECORD FROM TIE-HEADING-2

           PERFORM 0820-TIE-ONE-POOL
               THRU 0820-TIE-ONE-POOL-EXIT
               VARYING POOL-IDX FROM 1 BY 1
               UNTIL POOL-IDX > WS-POOL-COUNT

           MOVE SPACES TO TAPE-RPT-RECORD
           WRITE TAPE-RPT-RECORD
           IF WS-OUT-OF-TIE-COUNT = ZERO
               MOVE "ALL TAPES TIE TO THE REMITTANCE" TO TIR-RESULT
           ELSE
               MOVE "*** TAPES OUT OF TIE - SEE ABOVE ***"
                   TO TIR-RESULT
           END-IF
           WRITE TAPE-RPT-RECORD FROM TIE-RESULT-LINE
           .
       0800-WRITE-TIE-OUT-EXIT.
           EXIT.

      *************************************************************
      *    THE PERIOD'S ROWS ON REMITTOT.  A RE-RUN OF LOANREMT
      *    APPENDED A LATER SET, SO THE LAST ROW FOR A POOL WINS.
      *************************************************************
       0810-LOAD-ONE-REMIT-TOTAL SECTION.
           READ REMIT-TOTAL-FILE
               AT END
                   MOVE "Y" TO WS-TOTALS-EOF-FLAG
                   GO TO 0810-LOAD-ONE-REMIT-TOTAL-EXIT
           END-READ

           IF RT-REMIT-PERIOD NOT = WS-TAPE-PERIOD
               GO TO 0810-LOAD-ONE-REMIT-TOTAL-EXIT
           END-IF

           MOVE RT-POOL-ID TO WS-CURRENT-POOL-ID
           PERFORM 0430-FIND-POOL-ENTRY
               THRU 0430-FIND-POOL-ENTRY-EXIT
           IF POOL-IDX > ZERO
               MOVE "Y"          TO WS-POOL-REMITTED(POOL-IDX)
               MOVE RT-PRINCIPAL TO WS-POOL-REMIT-PRINC(POOL-IDX)
               MOVE RT-INTEREST  TO WS-POOL-REMIT-INT(POOL-IDX)
               COMPUTE WS-POOL-REMIT-FEE(POOL-IDX) =
                   RT-COLLECTED-FEE + RT-ADVANCE-FEE
               MOVE RT-NET-REMITTED
                   TO WS-POOL-REMIT-NET(POOL-IDX)
           END-IF
           .
       0810-LOAD-ONE-REMIT-TOTAL-EXIT.
           EXIT.

       0820-TIE-ONE-POOL SECTION.
           MOVE "Y" TO WS-POOL-TIES-FLAG
           MOVE SPACES TO TAPE-RPT-RECORD
           WRITE TAPE-RPT-RECORD

           MOVE WS-POOL-ID(POOL-IDX)          TO TID-POOL-ID
           MOVE "PRINCIPAL"                   TO TID-LABEL
           MOVE WS-POOL-TAPE-PRINC(POOL-IDX)  TO TID-TAPE
           MOVE WS-POOL-REMIT-PRINC(POOL-IDX) TO TID-REMIT
           COMPUTE WS-DIFFERENCE =
               WS-POOL-TAPE-PRINC(POOL-IDX)
               - WS-POOL-REMIT-PRINC(POOL-IDX)
           PERFORM 0830-WRITE-TIE-LINE
               THRU 0830-WRITE-TIE-LINE-EXIT

           MOVE SPACES                        TO TID-POOL-ID
           MOVE "INTEREST"                    TO TID-LABEL
           MOVE WS-POOL-TAPE-INT(POOL-IDX)    TO TID-TAPE
           MOVE WS-POOL-REMIT-INT(POOL-IDX)   TO TID-REMIT
           COMPUTE WS-DIFFERENCE =
               WS-POOL-TAPE-INT(POOL-IDX)
               - WS-POOL-REMIT-INT(POOL-IDX)
           PERFORM 0830-WRITE-TIE-LINE
               THRU 0830-WRITE-TIE-LINE-EXIT

           MOVE "SERVICING FEE"               TO TID-LABEL
           MOVE WS-POOL-TAPE-FEE(POOL-IDX)    TO TID-TAPE
           MOVE WS-POOL-REMIT-FEE(POOL-IDX)   TO TID-REMIT
           COMPUTE WS-DIFFERENCE =
               WS-POOL-TAPE-FEE(POOL-IDX)
               - WS-POOL-REMIT-FEE(POOL-IDX)
           PERFORM 0830-WRITE-TIE-LINE
               THRU 0830-WRITE-TIE-LINE-EXIT

           MOVE "NET REMITTED"                TO TID-LABEL
           MOVE WS-POOL-TAPE-NET(POOL-IDX)    TO TID-TAPE
           MOVE WS-POOL-REMIT-NET(POOL-IDX)   TO TID-REMIT
           COMPUTE WS-DIFFERENCE =
               WS-POOL-TAPE-NET(POOL-IDX)
               - WS-POOL-REMIT-NET(POOL-IDX)
           PERFORM 0830-WRITE-TIE-LINE
               THRU 0830-WRITE-TIE-LINE-EXIT

           EVALUATE TRUE
               WHEN WS-POOL-ON-TAPE(POOL-IDX) NOT = "Y"
                   MOVE "N" TO WS-POOL-TIES-FLAG
                   MOVE "*** REMITTED BUT NO TAPE WRITTEN ***"
                       TO TIR-RESULT
               WHEN WS-POOL-REMITTED(POOL-IDX) NOT = "Y"
                   MOVE "N" TO WS-POOL-TIES-FLAG
                   MOVE "*** NO LOANREMT TOTALS FOR THE PERIOD ***"
                       TO TIR-RESULT
               WHEN POOL-TIES
                   MOVE "TIES" TO TIR-RESULT
               WHEN OTHER
                   MOVE "*** DOES NOT TIE ***" TO TIR-RESULT
           END-EVALUATE
           WRITE TAPE-RPT-RECORD FROM TIE-RESULT-LINE

           IF NOT POOL-TIES
               ADD 1 TO WS-OUT-OF-TIE-COUNT
           END-IF
           .
       0820-TIE-ONE-POOL-EXIT.
           EXIT.

       0830-WRITE-TIE-LINE SECTION.
           MOVE WS-DIFFERENCE TO TID-DIFFERENCE
           IF WS-DIFFERENCE NOT = ZERO
               MOVE "N" TO WS-POOL-TIES-FLAG
           END-IF
           WRITE TAPE-RPT-RECORD FROM TIE-DETAIL-LINE
           .
       0830-WRITE-TIE-LINE-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE POOL-MASTER-FILE
           CLOSE POOL-ASSIGN-FILE
           CLOSE ADVANCE-LEDGER-FILE
           CLOSE INVESTOR-TAPE-FILE
           CLOSE TAPE-RPT-FILE

           DISPLAY "POOL-LOAN PAIRS GATHERED: " WS-GATHERED-COUNT
           DISPLAY "TAPE RECORDS WRITTEN:     " WS-DETAIL-COUNT
           DISPLAY "LOANS NOT ON MASTER:      " WS-MISSING-COUNT
           DISPLAY "POOLS OUT OF TIE:         " WS-OUT-OF-TIE-COUNT
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANITAP.
