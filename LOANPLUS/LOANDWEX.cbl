       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDWEX.
       REMARKS. NIGHTLY CHANGED-LOAN EXTRACT FOR THE DATA WAREHOUSE,
               IN PLACE OF COPYING LOANMSTR, BORRMSTR, COLLMSTR AND
               LOANPMTH WHOLE.  THE LOANS THAT CHANGED TODAY ARE
               GATHERED FROM THE TOUCHED-LOANS FILE, FROM TODAY'S
               LOANMNTA MAINTENANCE AUDIT, AND FROM THE NIGHT'S
               LOANBIMG BEFORE-IMAGE JOURNAL (WHICH CARRIES EVERY
               MASTER CHANGE THE NIGHTLY STEPS MADE -- AGING,
               PAYOFF, CHARGE-OFF, TRANSFER, BOARDING), SORTED AND
               TAKEN ONCE EACH.  EACH GOES ON THE DWLOANX EXTRACT AS
               ONE DELIMITED RECORD -- CHANGE TYPE, BALANCE, STATUS,
               DELINQUENCY BUCKET, POOL, RATE, LATE-FEE AND UNAPPLIED
               BALANCES, PRIMARY BORROWER AND PROPERTY STATE -- AND
               ITS PAYMENT-HISTORY ROWS NOT YET SENT GO ON THE
               DWHISTX COMPANION EXTRACT.  THE DWLOANR REGISTER
               DECIDES NEW, CHANGED OR CLOSED AND WHICH HISTORY ROWS
               ARE NEW.  BOTH EXTRACTS OPEN WITH A HEADER AND CLOSE
               WITH A TRAILER CARRYING THE RECORD COUNTS AND BALANCE
               TOTALS, SO THE WAREHOUSE LOAD CAN PROVE IT HAS THE
               WHOLE FILE.  RUN MODE "F" EXTRACTS EVERY LOAN ON THE
               MASTER INSTEAD -- THE FIRST LOAD, AND AFTER LOANBATCH
               REBUILDS THE MASTER.  SEQUENCE IT AFTER THE NIGHT'S
               UPDATING STEPS AND AHEAD OF LOANTCLR.

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

           SELECT OPTIONAL COLLATERAL-MASTER-FILE
                                    ASSIGN TO "COLLMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS CL-LOAN-NUMBER
                                    FILE STATUS IS WS-COLLAT-STATUS.

           SELECT OPTIONAL WAREHOUSE-REGISTER-FILE
                                    ASSIGN TO "DWLOANR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS WR-LOAN-NUMBER
                                    FILE STATUS IS WS-REGISTER-STATUS.

      *    WHERE TODAY'S CHANGED LOANS ARE FOUND.
           SELECT OPTIONAL TOUCHED-LOAN-FILE
                                    ASSIGN TO "TOUCHEDL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MAINT-AUDIT-FILE
                                    ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BEFORE-IMAGE-FILE
                                    ASSIGN TO "LOANBIMG"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT LOAN-EXTRACT-FILE
                                    ASSIGN TO "DWLOANX"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-EXTRACT-FILE
                                    ASSIGN TO "DWHISTX"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "DWEXSORT".

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  PAYMENT-HISTORY-FILE.
       COPY LOANPMTH.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMSTR.

       FD  LOAN-XREF-FILE.
       COPY LOANBXRF.

       FD  COLLATERAL-MASTER-FILE.
       COPY COLLMSTR.

       FD  WAREHOUSE-REGISTER-FILE.
       COPY DWLOANR.

       FD  TOUCHED-LOAN-FILE.
       01  TOUCHED-LOAN-RECORD.
           03 TL-LOAN-NUMBER         PIC X(10).

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           03 MA-DATE                PIC 9(8).
           03 MA-TIME                PIC 9(8).
           03 MA-OPERATOR-ID         PIC X(08).
           03 MA-LOAN-NUMBER         PIC X(10).
           03 MA-FIELD-NAME          PIC X(08).
           03 MA-BEFORE-IMAGE        PIC X(30).
           03 MA-AFTER-IMAGE         PIC X(30).

       FD  BEFORE-IMAGE-FILE.
       COPY BIMGJRNL.

      *    BOTH EXTRACTS ARE "|"-DELIMITED, ONE RECORD PER LINE, THE
      *    FIRST FIELD SAYING WHAT THE LINE IS: "HDR", "DTL" OR
      *    "TRL".  FIELDS ARE FIXED WIDTH BETWEEN THE DELIMITERS --
      *    NAMES PADDED, AMOUNTS RIGHT-ALIGNED WITH TWO DECIMALS.
      *
      *    DWLOANX  HDR|DWLOANX|RUN DATE|RUN MODE
      *             DTL|CHANGE TYPE (NEW/CHG/CLS)|LOAN NUMBER|
      *                 PRINCIPAL BALANCE|STATUS|BUCKET|DAYS PAST
      *                 DUE|POOL|RATE|LATE-FEE BALANCE|UNAPPLIED
      *                 BALANCE|PRIMARY BORROWER ID|PRIMARY
      *                 BORROWER NAME|PROPERTY STATE
      *             TRL|DWLOANX|DETAIL COUNT|NEW|CHANGED|CLOSED|
      *                 PRINCIPAL BALANCE|LATE-FEE BALANCE|
      *                 UNAPPLIED BALANCE TOTALS
      *
      *    DWHISTX  HDR|DWHISTX|RUN DATE|RUN MODE
      *             DTL|LOAN NUMBER|SEQUENCE|MONTH|POSTING DATE|
      *                 EFFECTIVE DATE|TYPE|AMOUNT|PRINCIPAL|
      *                 INTEREST|ESCROW|FEE|SUBSIDY|INTEREST
      *                 ADJUSTMENT|SOURCE|REFERENCE
      *             TRL|DWHISTX|DETAIL COUNT|AMOUNT TOTAL
       FD  LOAN-EXTRACT-FILE.
       01  LOAN-EXTRACT-RECORD       PIC X(200).

       FD  HISTORY-EXTRACT-FILE.
       01  HISTORY-EXTRACT-RECORD    PIC X(200).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03 SRT-LOAN-NUMBER        PIC X(10).

       WORKING-STORAGE SECTION.

      *    RUN MODE.  "D" (OR SPACES) IS THE DAILY EXTRACT OF THE
      *    LOANS THAT CHANGED TODAY; "F" EXTRACTS THE WHOLE MASTER.
       01  WS-RUN-MODE               PIC X(01).
           88  MODE-DAILY            VALUE "D", SPACE.
           88  MODE-FULL             VALUE "F".

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".
       01  WS-HISTORY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-BORROWER-STATUS        PIC X(02) VALUE SPACES.
           88  BORROWER-READ-OK      VALUE "00".
       01  WS-XREF-STATUS            PIC X(02) VALUE SPACES.
       01  WS-COLLAT-STATUS          PIC X(02) VALUE SPACES.
           88  COLLAT-READ-OK        VALUE "00".
       01  WS-REGISTER-STATUS        PIC X(02) VALUE SPACES.
           88  REGISTER-READ-OK      VALUE "00".
           88  REGISTER-WRITE-OK     VALUE "00".

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-MASTER-FILE   VALUE "Y".
       01  WS-TOUCHED-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-TOUCHED-FILE  VALUE "Y".
       01  WS-AUDIT-EOF-FLAG         PIC X  VALUE "N".
           88  END-OF-AUDIT-FILE    VALUE "Y".
       01  WS-JOURNAL-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-JOURNAL       VALUE "Y".
       01  WS-SORT-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-SORT-FILE     VALUE "Y".
       01  WS-HISTORY-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-HISTORY       VALUE "Y".
       01  WS-XREF-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-XREF          VALUE "Y".

      *    THE LAST LOAN RETURNED FROM THE SORT -- A LOAN FOUND IN
      *    MORE THAN ONE PLACE, OR MORE THAN ONCE, IS TAKEN ONCE.
       01  WS-PREVIOUS-LOAN          PIC X(10) VALUE LOW-VALUES.

      *    WHAT THE REGISTER SAYS WAS SENT BEFORE TODAY.
       01  WS-REGISTER-FOUND-FLAG    PIC X  VALUE "N".
           88  REGISTER-FOUND        VALUE "Y".
       01  WS-SENT-CHANGE-TYPE       PIC X(03).
       01  WS-SENT-HISTORY-SEQ       PIC 9(6).
       01  WS-HIGHEST-HISTORY-SEQ    PIC 9(6).

       01  WS-CHANGE-TYPE            PIC X(03).
           88  CHANGE-NEW            VALUE "NEW".
           88  CHANGE-CHANGED        VALUE "CHG".
           88  CHANGE-CLOSED         VALUE "CLS".

      *    THE CURRENT LOAN'S POSTED HISTORY, NETTED BY SCHEDULE
      *    MONTH, SO PAID-THROUGH COMES FROM WHAT EACH MONTH
      *    ACTUALLY NETS TO RATHER THAN FROM RECORD ORDER.
       01  WS-PAID-NET-TABLE.
           03 WS-PAID-NET OCCURS 2080 TIMES
                                     PIC S9(9)V99 COMP-3.
       01  WS-PAID-THRU-MONTH        PIC S9(4) COMP.
       01  MONTH                     PIC S9(4) COMP.
       01  WS-COVER-FLAG             PIC X  VALUE "N".
           88  COVERAGE-BROKEN       VALUE "Y".

       01  WS-LOAN-BALANCE           PIC S9(8)V99 COMP-3.
       01  WS-PRIMARY-BORROWER-ID    PIC X(10).
       01  WS-PRIMARY-BORROWER-NAME  PIC X(30).
       01  WS-PROPERTY-STATE         PIC X(02).

       01  WS-CANDIDATE-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-MISSING-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-LOAN-DETAIL-COUNT      PIC S9(8) COMP VALUE ZERO.
       01  WS-NEW-COUNT              PIC S9(8) COMP VALUE ZERO.
       01  WS-CHANGED-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-CLOSED-COUNT           PIC S9(8) COMP VALUE ZERO.
       01  WS-HISTORY-DETAIL-COUNT   PIC S9(8) COMP VALUE ZERO.
       01  WS-TOTAL-BALANCE          PIC S9(12)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-LATE-FEE         PIC S9(12)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-UNAPPLIED        PIC S9(12)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-HISTORY-AMOUNT   PIC S9(12)V99 COMP-3 VALUE ZERO.
       01  WS-PRINCIPAL-HASH         PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    EDITED FIELDS FOR THE DELIMITED RECORDS.
       01  DX-BALANCE                PIC Z(7)9.99.
       01  DX-DELQ-DAYS              PIC Z(3)9.
       01  DX-RATE                   PIC Z(3)9.99.
       01  DX-LATE-FEE               PIC Z(6)9.99.
       01  DX-UNAPPLIED              PIC Z(7)9.99.
       01  DX-AMOUNT                 PIC Z(7)9.99.
       01  DX-PRINC-SHARE            PIC Z(7)9.99.
       01  DX-INT-SHARE              PIC Z(7)9.99.
       01  DX-ESCROW-SHARE           PIC Z(7)9.99.
       01  DX-FEE-SHARE              PIC Z(7)9.99.
       01  DX-SUBSIDY-SHARE          PIC Z(6)9.99.
       01  DX-INT-ADJUSTMENT         PIC -(7)9.99.
       01  DX-COUNT                  PIC Z(7)9.
       01  DX-NEW-COUNT              PIC Z(7)9.
       01  DX-CHANGED-COUNT          PIC Z(7)9.
       01  DX-CLOSED-COUNT           PIC Z(7)9.
       01  DX-TOTAL-BALANCE          PIC Z(11)9.99.
       01  DX-TOTAL-LATE-FEE         PIC Z(11)9.99.
       01  DX-TOTAL-UNAPPLIED        PIC Z(11)9.99.

       COPY RUNCTLREC.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-RUN-MODE FROM CONSOLE

           INITIALIZE RUN-CONTROL-RECORD
           MOVE "LOANDWEX" TO RC-PROGRAM-ID
           SET RC-TYPE-START TO TRUE
           CALL "LOANRCTL" USING RUN-CONTROL-RECORD

           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-LOAN-NUMBER
               INPUT PROCEDURE IS 0200-GATHER-CHANGED-LOANS
                   THRU 0200-GATHER-CHANGED-LOANS-EXIT
               OUTPUT PROCEDURE IS 0300-EXTRACT-CHANGED-LOANS
                   THRU 0300-EXTRACT-CHANGED-LOANS-EXIT

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

      *        LOANS GATHERED, LOANS EXTRACTED, AND THE ONES NAMED
      *        TODAY THAT ARE NO LONGER ON THE MASTER.
           INITIALIZE RUN-CONTROL-RECORD
           MOVE "LOANDWEX"           TO RC-PROGRAM-ID
           SET RC-TYPE-END TO TRUE
           MOVE WS-CANDIDATE-COUNT   TO RC-READ-COUNT
           MOVE WS-LOAN-DETAIL-COUNT TO RC-PROCESSED-COUNT
           MOVE WS-MISSING-COUNT     TO RC-REJECTED-COUNT
           MOVE WS-PRINCIPAL-HASH    TO RC-HASH-TOTAL
           MOVE "0000" TO RC-COMPLETION-CODE
           CALL "LOANRCTL" USING RUN-CONTROL-RECORD

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF NOT MODE-FULL
               MOVE "D" TO WS-RUN-MODE
           END-IF

           OPEN INPUT  LOAN-MASTER-FILE
           OPEN INPUT  PAYMENT-HISTORY-FILE
           OPEN INPUT  BORROWER-MASTER-FILE
           OPEN INPUT  LOAN-XREF-FILE
           OPEN INPUT  COLLATERAL-MASTER-FILE
           OPEN I-O    WAREHOUSE-REGISTER-FILE
           OPEN OUTPUT LOAN-EXTRACT-FILE
           OPEN OUTPUT HISTORY-EXTRACT-FILE

           MOVE SPACES TO LOAN-EXTRACT-RECORD
           STRING "HDR|DWLOANX|"        DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  WS-RUN-MODE           DELIMITED BY SIZE
               INTO LOAN-EXTRACT-RECORD
           END-STRING
           WRITE LOAN-EXTRACT-RECORD

           MOVE SPACES TO HISTORY-EXTRACT-RECORD
           STRING "HDR|DWHISTX|"        DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  WS-RUN-MODE           DELIMITED BY SIZE
               INTO HISTORY-EXTRACT-RECORD
           END-STRING
           WRITE HISTORY-EXTRACT-RECORD
           .
       0100-INITIALIZE-EXIT.
           EXIT.

      *************************************************************
      *    INPUT PROCEDURE: RELEASE EVERY LOAN NUMBER THAT SAYS THE
      *    LOAN CHANGED TODAY -- OR, ON A FULL RUN, EVERY LOAN ON
      *    THE MASTER.  DUPLICATES ARE WEEDED OUT ON THE WAY BACK.
      *************************************************************
       0200-GATHER-CHANGED-LOANS SECTION.
           IF MODE-FULL
               PERFORM 0250-RELEASE-ONE-MASTER
                   THRU 0250-RELEASE-ONE-MASTER-EXIT
                   UNTIL END-OF-MASTER-FILE
               GO TO 0200-GATHER-CHANGED-LOANS-EXIT
           END-IF

           OPEN INPUT TOUCHED-LOAN-FILE
           PERFORM 0210-RELEASE-ONE-TOUCHED
               THRU 0210-RELEASE-ONE-TOUCHED-EXIT
               UNTIL END-OF-TOUCHED-FILE
           CLOSE TOUCHED-LOAN-FILE

           OPEN INPUT MAINT-AUDIT-FILE
           PERFORM 0220-RELEASE-ONE-AUDIT
               THRU 0220-RELEASE-ONE-AUDIT-EXIT
               UNTIL END-OF-AUDIT-FILE
           CLOSE MAINT-AUDIT-FILE

           OPEN INPUT BEFORE-IMAGE-FILE
           PERFORM 0230-RELEASE-ONE-JOURNAL
               THRU 0230-RELEASE-ONE-JOURNAL-EXIT
               UNTIL END-OF-JOURNAL
           CLOSE BEFORE-IMAGE-FILE
           .
       0200-GATHER-CHANGED-LOANS-EXIT.
           EXIT.

       0210-RELEASE-ONE-TOUCHED SECTION.
           READ TOUCHED-LOAN-FILE
               AT END
                   MOVE "Y" TO WS-TOUCHED-EOF-FLAG
                   GO TO 0210-RELEASE-ONE-TOUCHED-EXIT
           END-READ

           MOVE TL-LOAN-NUMBER TO SRT-LOAN-NUMBER
           PERFORM 0240-RELEASE-LOAN
               THRU 0240-RELEASE-LOAN-EXIT
           .
       0210-RELEASE-ONE-TOUCHED-EXIT.
           EXIT.

      *************************************************************
      *    ONLY TODAY'S AUDIT RECORDS, AND ONLY THOSE AGAINST A LOAN
      *    -- OPERATOR-SECURITY MAINTENANCE CARRIES NO LOAN NUMBER.
      *************************************************************
       0220-RELEASE-ONE-AUDIT SECTION.
           READ MAINT-AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF-FLAG
                   GO TO 0220-RELEASE-ONE-AUDIT-EXIT
           END-READ

           IF MA-DATE NOT = WS-RUN-DATE
               OR MA-LOAN-NUMBER = SPACES
               GO TO 0220-RELEASE-ONE-AUDIT-EXIT
           END-IF

           MOVE MA-LOAN-NUMBER TO SRT-LOAN-NUMBER
           PERFORM 0240-RELEASE-LOAN
               THRU 0240-RELEASE-LOAN-EXIT
           .
       0220-RELEASE-ONE-AUDIT-EXIT.
           EXIT.

      *************************************************************
      *    EVERY MASTER ENTRY ON THE JOURNAL -- CHANGED, ADDED OR
      *    DELETED -- NAMES A LOAN THE NIGHT'S STEPS WROTE TO.  THE
      *    LOAN NUMBER LEADS THE MASTER IMAGE.
      *************************************************************
       0230-RELEASE-ONE-JOURNAL SECTION.
           READ BEFORE-IMAGE-FILE
               AT END
                   MOVE "Y" TO WS-JOURNAL-EOF-FLAG
                   GO TO 0230-RELEASE-ONE-JOURNAL-EXIT
           END-READ

           IF NOT BJ-LOAN-MASTER
               OR BJ-ROLLED-BACK
               GO TO 0230-RELEASE-ONE-JOURNAL-EXIT
           END-IF

           MOVE BJ-IMAGE(1:10) TO SRT-LOAN-NUMBER
           PERFORM 0240-RELEASE-LOAN
               THRU 0240-RELEASE-LOAN-EXIT
           .
       0230-RELEASE-ONE-JOURNAL-EXIT.
           EXIT.

       0240-RELEASE-LOAN SECTION.
           ADD 1 TO WS-CANDIDATE-COUNT
           RELEASE SORT-RECORD
           .
       0240-RELEASE-LOAN-EXIT.
           EXIT.

       0250-RELEASE-ONE-MASTER SECTION.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
                   GO TO 0250-RELEASE-ONE-MASTER-EXIT
           END-READ

           MOVE LM-LOAN-NUMBER TO SRT-LOAN-NUMBER
           PERFORM 0240-RELEASE-LOAN
               THRU 0240-RELEASE-LOAN-EXIT
           .
       0250-RELEASE-ONE-MASTER-EXIT.
           EXIT.

      *************************************************************
      *    OUTPUT PROCEDURE: EACH DISTINCT LOAN IN LOAN-NUMBER
      *    ORDER, THEN THE TRAILERS.
      *************************************************************
       0300-EXTRACT-CHANGED-LOANS SECTION.
           PERFORM 0310-RETURN-ONE-LOAN
               THRU 0310-RETURN-ONE-LOAN-EXIT
               UNTIL END-OF-SORT-FILE

           MOVE WS-LOAN-DETAIL-COUNT TO DX-COUNT
           MOVE WS-NEW-COUNT         TO DX-NEW-COUNT
           MOVE WS-CHANGED-COUNT     TO DX-CHANGED-COUNT
           MOVE WS-CLOSED-COUNT      TO DX-CLOSED-COUNT
           MOVE WS-TOTAL-BALANCE     TO DX-TOTAL-BALANCE
           MOVE WS-TOTAL-LATE-FEE    TO DX-TOTAL-LATE-FEE
           MOVE WS-TOTAL-UNAPPLIED   TO DX-TOTAL-UNAPPLIED
           MOVE SPACES TO LOAN-EXTRACT-RECORD
           STRING "TRL|DWLOANX|"        DELIMITED BY SIZE
                  DX-COUNT              DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-NEW-COUNT          DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-CHANGED-COUNT      DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-CLOSED-COUNT       DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-TOTAL-BALANCE      DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-TOTAL-LATE-FEE     DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-TOTAL-UNAPPLIED    DELIMITED BY SIZE
               INTO LOAN-EXTRACT-RECORD
           END-STRING
           WRITE LOAN-EXTRACT-RECORD

           MOVE WS-HISTORY-DETAIL-COUNT TO DX-COUNT
           MOVE WS-TOTAL-HISTORY-AMOUNT TO DX-TOTAL-BALANCE
           MOVE SPACES TO HISTORY-EXTRACT-RECORD
           STRING "TRL|DWHISTX|"        DELIMITED BY SIZE
                  DX-COUNT              DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-TOTAL-BALANCE      DELIMITED BY SIZE
               INTO HISTORY-EXTRACT-RECORD
           END-STRING
           WRITE HISTORY-EXTRACT-RECORD
           .
       0300-EXTRACT-CHANGED-LOANS-EXIT.
           EXIT.

       0310-RETURN-ONE-LOAN SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
                   GO TO 0310-RETURN-ONE-LOAN-EXIT
           END-RETURN

           IF SRT-LOAN-NUMBER = WS-PREVIOUS-LOAN
               GO TO 0310-RETURN-ONE-LOAN-EXIT
           END-IF
           MOVE SRT-LOAN-NUMBER TO WS-PREVIOUS-LOAN

           PERFORM 0400-EXTRACT-ONE-LOAN
               THRU 0400-EXTRACT-ONE-LOAN-EXIT
           .
       0310-RETURN-ONE-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    ONE CHANGED LOAN: DECIDE ITS CHANGE TYPE OFF THE
      *    REGISTER, SEND ITS NEW HISTORY ROWS, WRITE ITS DETAIL
      *    RECORD AND RECORD WHAT WAS SENT.  A LOAN NAMED TODAY BUT
      *    GONE FROM THE MASTER (ARCHIVED) HAS NOTHING TO SEND.
      *************************************************************
       0400-EXTRACT-ONE-LOAN SECTION.
           MOVE SRT-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT MASTER-READ-OK
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "LOANDWEX: LOAN " SRT-LOAN-NUMBER
                   " NOT ON MASTER - NOT EXTRACTED"
               GO TO 0400-EXTRACT-ONE-LOAN-EXIT
           END-IF

           PERFORM 0410-READ-THE-REGISTER
               THRU 0410-READ-THE-REGISTER-EXIT

           EVALUATE TRUE
               WHEN WS-SENT-CHANGE-TYPE = SPACES
                   SET CHANGE-NEW TO TRUE
                   ADD 1 TO WS-NEW-COUNT
               WHEN NOT LM-STATUS-OPEN
                   AND WS-SENT-CHANGE-TYPE NOT = "CLS"
                   SET CHANGE-CLOSED TO TRUE
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN OTHER
                   SET CHANGE-CHANGED TO TRUE
                   ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE

           PERFORM 0500-SEND-THE-HISTORY
               THRU 0500-SEND-THE-HISTORY-EXIT

      *        A CLOSED LOAN OWES US NOTHING -- PAID OFF, CHARGED
      *        OFF, OR SERVICED BY SOMEONE ELSE NOW.
           IF LM-STATUS-OPEN
               IF WS-PAID-THRU-MONTH > ZERO
                   MOVE LM-BALANCE(WS-PAID-THRU-MONTH)
                       TO WS-LOAN-BALANCE
               ELSE
                   MOVE LM-PRINCIPAL TO WS-LOAN-BALANCE
               END-IF
           ELSE
               MOVE ZERO TO WS-LOAN-BALANCE
           END-IF

           PERFORM 0600-FIND-PRIMARY-BORROWER
               THRU 0600-FIND-PRIMARY-BORROWER-EXIT

           MOVE LM-LOAN-NUMBER TO CL-LOAN-NUMBER
           READ COLLATERAL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF COLLAT-READ-OK
               MOVE CL-PROPERTY-STATE TO WS-PROPERTY-STATE
           ELSE
               MOVE SPACES TO WS-PROPERTY-STATE
           END-IF

           PERFORM 0700-WRITE-LOAN-DETAIL
               THRU 0700-WRITE-LOAN-DETAIL-EXIT

           PERFORM 0800-UPDATE-THE-REGISTER
               THRU 0800-UPDATE-THE-REGISTER-EXIT
           .
       0400-EXTRACT-ONE-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    WHAT WAS SENT BEFORE TODAY.  A REGISTER RECORD ALREADY
      *    STAMPED TODAY MEANS THIS IS A RERUN: ITS PRIOR FIELDS
      *    ARE WHAT STOOD BEFORE THE FIRST RUN, SO THE RERUN SENDS
      *    THE SAME CHANGE TYPE AND THE SAME HISTORY ROWS AGAIN.
      *************************************************************
       0410-READ-THE-REGISTER SECTION.
           MOVE LM-LOAN-NUMBER TO WR-LOAN-NUMBER
           READ WAREHOUSE-REGISTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF NOT REGISTER-READ-OK
               MOVE "N"    TO WS-REGISTER-FOUND-FLAG
               MOVE SPACES TO WS-SENT-CHANGE-TYPE
               MOVE ZERO   TO WS-SENT-HISTORY-SEQ
               GO TO 0410-READ-THE-REGISTER-EXIT
           END-IF

           MOVE "Y" TO WS-REGISTER-FOUND-FLAG
           IF WR-SENT-DATE = WS-RUN-DATE
               MOVE WR-PRIOR-CHANGE-TYPE TO WS-SENT-CHANGE-TYPE
               MOVE WR-PRIOR-HISTORY-SEQ TO WS-SENT-HISTORY-SEQ
           ELSE
               MOVE WR-CHANGE-TYPE       TO WS-SENT-CHANGE-TYPE
               MOVE WR-HISTORY-SEQ       TO WS-SENT-HISTORY-SEQ
           END-IF
           .
       0410-READ-THE-REGISTER-EXIT.
           EXIT.

      *************************************************************
      *    ONE PASS OVER THE LOAN'S HISTORY: EVERY ROW ABOVE THE
      *    SEQUENCE ALREADY SENT GOES ON THE HISTORY EXTRACT, AND
      *    EVERY ROW IS NETTED BY MONTH FOR THE PAID-THROUGH POINT
      *    -- THE LAST MONTH OF THE UNBROKEN RUN, FROM MONTH 1, OF
      *    MONTHS WHOSE NET POSTED AMOUNT COVERS THE SCHEDULED
      *    PAYMENT, SAME RULE AS THE OTHER HISTORY-DRIVEN RUNS.
      *************************************************************
       0500-SEND-THE-HISTORY SECTION.
           INITIALIZE WS-PAID-NET-TABLE
           MOVE WS-SENT-HISTORY-SEQ TO WS-HIGHEST-HISTORY-SEQ
           MOVE "N" TO WS-HISTORY-EOF-FLAG

           MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER
           MOVE ZERO           TO PH-PAYMENT-SEQ
           START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HISTORY-EOF-FLAG
           END-START

           PERFORM 0510-SEND-ONE-HISTORY
               THRU 0510-SEND-ONE-HISTORY-EXIT
               UNTIL END-OF-HISTORY

           MOVE ZERO TO WS-PAID-THRU-MONTH
           MOVE "N"  TO WS-COVER-FLAG
           PERFORM 0530-COUNT-COVERED-MONTH
               THRU 0530-COUNT-COVERED-MONTH-EXIT
               VARYING MONTH FROM 1 BY 1
               UNTIL MONTH > LM-LOANTERM
               OR COVERAGE-BROKEN
           .
       0500-SEND-THE-HISTORY-EXIT.
           EXIT.

       0510-SEND-ONE-HISTORY SECTION.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-FLAG
                   GO TO 0510-SEND-ONE-HISTORY-EXIT
           END-READ

           IF PH-LOAN-NUMBER NOT = LM-LOAN-NUMBER
               MOVE "Y" TO WS-HISTORY-EOF-FLAG
               GO TO 0510-SEND-ONE-HISTORY-EXIT
           END-IF

           IF PH-MONTH > ZERO AND PH-MONTH NOT > 2080
               IF PH-TYPE-REVERSAL
                   SUBTRACT PH-AMOUNT-PAID
                       FROM WS-PAID-NET(PH-MONTH)
               ELSE
                   ADD PH-AMOUNT-PAID
                       TO WS-PAID-NET(PH-MONTH)
               END-IF
           END-IF

           IF PH-PAYMENT-SEQ > WS-SENT-HISTORY-SEQ
               PERFORM 0520-WRITE-HISTORY-DETAIL
                   THRU 0520-WRITE-HISTORY-DETAIL-EXIT
               IF PH-PAYMENT-SEQ > WS-HIGHEST-HISTORY-SEQ
                   MOVE PH-PAYMENT-SEQ TO WS-HIGHEST-HISTORY-SEQ
               END-IF
           END-IF
           .
       0510-SEND-ONE-HISTORY-EXIT.
           EXIT.

       0520-WRITE-HISTORY-DETAIL SECTION.
           MOVE PH-AMOUNT-PAID     TO DX-AMOUNT
           MOVE PH-PRINC-SHARE     TO DX-PRINC-SHARE
           MOVE PH-INT-SHARE       TO DX-INT-SHARE
           MOVE PH-ESCROW-SHARE    TO DX-ESCROW-SHARE
           MOVE PH-FEE-SHARE       TO DX-FEE-SHARE
           MOVE PH-SUBSIDY-SHARE   TO DX-SUBSIDY-SHARE
           MOVE PH-INT-ADJUSTMENT  TO DX-INT-ADJUSTMENT

           MOVE SPACES TO HISTORY-EXTRACT-RECORD
           STRING "DTL|"                DELIMITED BY SIZE
                  PH-LOAN-NUMBER        DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  PH-PAYMENT-SEQ        DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  PH-MONTH              DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  PH-POSTING-DATE       DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  PH-EFFECTIVE-DATE     DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  PH-TRANS-TYPE         DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-AMOUNT             DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-PRINC-SHARE        DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-INT-SHARE          DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-ESCROW-SHARE       DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-FEE-SHARE          DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-SUBSIDY-SHARE      DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-INT-ADJUSTMENT     DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  PH-SOURCE             DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  PH-REFERENCE          DELIMITED BY SIZE
               INTO HISTORY-EXTRACT-RECORD
           END-STRING
           WRITE HISTORY-EXTRACT-RECORD

           ADD 1              TO WS-HISTORY-DETAIL-COUNT
           ADD PH-AMOUNT-PAID TO WS-TOTAL-HISTORY-AMOUNT
           .
       0520-WRITE-HISTORY-DETAIL-EXIT.
           EXIT.

       0530-COUNT-COVERED-MONTH SECTION.
           IF WS-PAID-NET(MONTH) NOT < LM-PAYMENT(MONTH)
               MOVE MONTH TO WS-PAID-THRU-MONTH
           ELSE
               MOVE "Y" TO WS-COVER-FLAG
           END-IF
           .
       0530-COUNT-COVERED-MONTH-EXIT.
           EXIT.

      *************************************************************
      *    THE LOAN'S PRIMARY BORROWER OFF THE CROSS-REFERENCE, NAMED
      *    FROM THE BORROWER MASTER.  A LOAN WITH NO PRIMARY LINKED
      *    GOES WITH A BLANK ID AND THE NAME ON THE MASTER RECORD.
      *************************************************************
       0600-FIND-PRIMARY-BORROWER SECTION.
           MOVE SPACES           TO WS-PRIMARY-BORROWER-ID
           MOVE LM-BORROWER-NAME TO WS-PRIMARY-BORROWER-NAME
           MOVE "N"              TO WS-XREF-EOF-FLAG

           MOVE LM-LOAN-NUMBER TO BX-LOAN-NUMBER
           MOVE SPACES         TO BX-BORROWER-ID
           START LOAN-XREF-FILE
               KEY IS NOT LESS THAN BX-XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF-FLAG
           END-START

           PERFORM 0610-CHECK-ONE-XREF
               THRU 0610-CHECK-ONE-XREF-EXIT
               UNTIL END-OF-XREF

           IF WS-PRIMARY-BORROWER-ID NOT = SPACES
               MOVE WS-PRIMARY-BORROWER-ID TO BO-BORROWER-ID
               READ BORROWER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF BORROWER-READ-OK
                   MOVE BO-BORROWER-NAME TO WS-PRIMARY-BORROWER-NAME
               END-IF
           END-IF
           .
       0600-FIND-PRIMARY-BORROWER-EXIT.
           EXIT.

       0610-CHECK-ONE-XREF SECTION.
           READ LOAN-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-EOF-FLAG
                   GO TO 0610-CHECK-ONE-XREF-EXIT
           END-READ

           IF BX-LOAN-NUMBER NOT = LM-LOAN-NUMBER
               MOVE "Y" TO WS-XREF-EOF-FLAG
               GO TO 0610-CHECK-ONE-XREF-EXIT
           END-IF

           IF BX-ROLE-PRIMARY
               MOVE BX-BORROWER-ID TO WS-PRIMARY-BORROWER-ID
               MOVE "Y"            TO WS-XREF-EOF-FLAG
           END-IF
           .
       0610-CHECK-ONE-XREF-EXIT.
           EXIT.

       0700-WRITE-LOAN-DETAIL SECTION.
           MOVE WS-LOAN-BALANCE      TO DX-BALANCE
           MOVE LM-DELQ-DAYS         TO DX-DELQ-DAYS
           MOVE LM-RATE              TO DX-RATE
           MOVE LM-LATE-FEE-BALANCE  TO DX-LATE-FEE
           MOVE LM-UNAPPLIED-BALANCE TO DX-UNAPPLIED

           MOVE SPACES TO LOAN-EXTRACT-RECORD
           STRING "DTL|"                DELIMITED BY SIZE
                  WS-CHANGE-TYPE        DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  LM-LOAN-NUMBER        DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-BALANCE            DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  LM-STATUS             DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  LM-DELQ-BUCKET        DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-DELQ-DAYS          DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  LM-POOL-ID            DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-RATE               DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-LATE-FEE           DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  DX-UNAPPLIED          DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  WS-PRIMARY-BORROWER-ID DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  WS-PRIMARY-BORROWER-NAME DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  WS-PROPERTY-STATE     DELIMITED BY SIZE
               INTO LOAN-EXTRACT-RECORD
           END-STRING
           WRITE LOAN-EXTRACT-RECORD

           ADD 1                    TO WS-LOAN-DETAIL-COUNT
           ADD WS-LOAN-BALANCE      TO WS-TOTAL-BALANCE
           ADD LM-LATE-FEE-BALANCE  TO WS-TOTAL-LATE-FEE
           ADD LM-UNAPPLIED-BALANCE TO WS-TOTAL-UNAPPLIED
           ADD LM-PRINCIPAL         TO WS-PRINCIPAL-HASH
           .
       0700-WRITE-LOAN-DETAIL-EXIT.
           EXIT.

      *************************************************************
      *    RECORD WHAT WENT TODAY.  THE FIRST RUN OF THE DAY MOVES
      *    THE REGISTER'S CURRENT FIELDS TO PRIOR BEFORE STAMPING;
      *    A RERUN LEAVES PRIOR ALONE.
      *************************************************************
       0800-UPDATE-THE-REGISTER SECTION.
           IF NOT REGISTER-FOUND
               MOVE LM-LOAN-NUMBER TO WR-LOAN-NUMBER
               MOVE SPACES         TO WR-PRIOR-CHANGE-TYPE
               MOVE ZERO           TO WR-PRIOR-HISTORY-SEQ
           ELSE
               IF WR-SENT-DATE NOT = WS-RUN-DATE
                   MOVE WR-CHANGE-TYPE TO WR-PRIOR-CHANGE-TYPE
                   MOVE WR-HISTORY-SEQ TO WR-PRIOR-HISTORY-SEQ
               END-IF
           END-IF

           MOVE WS-RUN-DATE            TO WR-SENT-DATE
           MOVE WS-CHANGE-TYPE         TO WR-CHANGE-TYPE
           MOVE WS-HIGHEST-HISTORY-SEQ TO WR-HISTORY-SEQ

           IF REGISTER-FOUND
               REWRITE WAREHOUSE-LOAN-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WAREHOUSE-LOAN-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF NOT REGISTER-WRITE-OK
               DISPLAY "LOANDWEX: REGISTER UPDATE FAILED FOR LOAN "
                   LM-LOAN-NUMBER " STATUS " WS-REGISTER-STATUS
           END-IF
           .
       0800-UPDATE-THE-REGISTER-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           CLOSE LOAN-MASTER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE BORROWER-MASTER-FILE
           CLOSE LOAN-XREF-FILE
           CLOSE COLLATERAL-MASTER-FILE
           CLOSE WAREHOUSE-REGISTER-FILE
           CLOSE LOAN-EXTRACT-FILE
           CLOSE HISTORY-EXTRACT-FILE

           DISPLAY "LOANDWEX: LOANS EXTRACTED " WS-LOAN-DETAIL-COUNT
               " (NEW " WS-NEW-COUNT " CHANGED " WS-CHANGED-COUNT
               " CLOSED " WS-CLOSED-COUNT ")"
           DISPLAY "LOANDWEX: HISTORY ROWS    "
               WS-HISTORY-DETAIL-COUNT
           IF WS-MISSING-COUNT > ZERO
               DISPLAY "LOANDWEX: NOT ON MASTER   " WS-MISSING-COUNT
           END-IF
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANDWEX.
