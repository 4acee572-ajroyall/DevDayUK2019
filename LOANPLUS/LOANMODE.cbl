       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMODE.
       REMARKS. LOAN MODIFICATION TRIAL ENTRY.  AN AUTHORIZED
               OPERATOR OFFERS A BORROWER A PERMANENT MODIFICATION
               -- A NEW NOTE RATE AND A NEW TERM -- SUBJECT TO A
               THREE-MONTH TRIAL AT THE TRIAL PAYMENT THE
               UNDERWRITER QUOTED.  THE OFFER IS OPENED ON THE
               LOANMODS HISTORY WITH THE LOAN'S CURRENT TERMS
               ALONGSIDE, AND THE TRIAL IS FILED ON LOANPLAN SO THE
               NIGHTLY RUNS HONOUR THE TRIAL PAYMENT; AN ACTIVE OR
               DELINQUENT LOAN GOES TO HARDSHIP STATUS FOR THE
               TRIAL.  LOANMODR JUDGES THE TRIAL AND MAKES THE
               MODIFICATION PERMANENT OR FAILS IT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL LOAN-MOD-FILE
                                    ASSIGN TO "LOANMODS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS MD-MOD-KEY
                                    FILE STATUS IS WS-MOD-STATUS.

           SELECT OPTIONAL REPAYMENT-PLAN-FILE
                                    ASSIGN TO "LOANPLAN"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS RP-LOAN-NUMBER
                                    FILE STATUS IS WS-PLAN-STATUS.

      *    A TRIAL CHANGES WHAT THE LOAN OWES, SO IT JOINS THE
      *    TOUCHED FILE AND THE INCREMENTAL NIGHTLY PASSES
      *    RE-GRADE IT TONIGHT.
           SELECT OPTIONAL TOUCHED-LOAN-FILE
                                    ASSIGN TO "TOUCHEDL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  LOAN-MOD-FILE.
       COPY LOANMODS.

       FD  REPAYMENT-PLAN-FILE.
       COPY LOANPLAN.

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

       WORKING-STORAGE SECTION.

      *    EVERY TRIAL RUNS THREE INSTALLMENTS, AND NO MODIFIED
      *    SCHEDULE RUNS LONGER THAN FORTY YEARS FROM ITS FIRST
      *    MONTH.
       77  TRIAL-PLAN-MONTHS         PIC S9(4) COMP VALUE 3.
       77  MAX-MOD-TERM              PIC S9(4) COMP VALUE 480.

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-IO-OK          VALUE "00".

       01  WS-MOD-STATUS             PIC X(02) VALUE SPACES.
           88  MOD-WRITE-OK          VALUE "00", "02".

       01  WS-PLAN-STATUS            PIC X(02) VALUE SPACES.
           88  PLAN-READ-OK          VALUE "00".
           88  PLAN-WRITE-OK         VALUE "00", "02".

       01  WS-MOD-EOF-FLAG           PIC X  VALUE "N".
           88  END-OF-LOAN-MODS      VALUE "Y".

       01  WS-TRIAL-FOUND-FLAG       PIC X  VALUE "N".
           88  TRIAL-IN-FLIGHT       VALUE "Y".

       01  WS-HIGH-SEQ               PIC 9(3).

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-INQUIRY-LOAN-NUMBER    PIC X(10).

       01  WS-NEW-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-NEW-DATE.
           03 WS-NEW-YEAR            PIC 9(4).
           03 WS-NEW-MONTH           PIC 9(2).
           03 WS-NEW-DAY             PIC 9(2).
       01  WS-NEW-DATE-X             PIC X(08).

       01  WS-NEW-PAYMENT            PIC X(10).
       01  FILLER REDEFINES WS-NEW-PAYMENT.
           03 WS-NEW-PAYMENT-N       PIC 9(8)V99.

       01  WS-NEW-RATE               PIC X(06).
       01  FILLER REDEFINES WS-NEW-RATE.
           03 WS-NEW-RATE-N          PIC 9(4)V99.

       01  WS-NEW-TERM               PIC X(04).
       01  FILLER REDEFINES WS-NEW-TERM.
           03 WS-NEW-TERM-N          PIC 9(4).

       01  WS-EDIT-FLAG              PIC X  VALUE "Y".
           88  NEW-VALUE-GOOD        VALUE "Y".
           88  NEW-VALUE-BAD         VALUE "N".

       01  WS-ORIG-DATE              PIC 9(8).
       01  FILLER REDEFINES WS-ORIG-DATE.
           03 WS-ORIG-YEAR           PIC 9(4).
           03 WS-ORIG-MONTH          PIC 9(2).
           03 WS-ORIG-DAY            PIC 9(2).

       01  WS-TRIAL-FIRST-MONTH      PIC S9(4) COMP.

      *    SCRATCH IMAGES FOR THE AUDIT RECORD -- THE OLD RATE AND
      *    TERM BEFORE, THE OFFER AFTER, AS PLAIN DIGITS SO THE
      *    BEFORE/AFTER COLUMNS READ AS CHARACTERS THE WAY
      *    LOANMNT'S DO.
       01  WS-OLD-TERMS-IMAGE.
           03 WS-IMG-OLD-RATE        PIC 9(4)V99.
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-OLD-TERM        PIC 9(4).

       01  WS-TRIAL-IMAGE.
           03 WS-IMG-NEW-RATE        PIC 9(4)V99.
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-NEW-TERM        PIC 9(4).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-TRIAL-PAYMENT   PIC 9(8)V99.

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-OPERATOR-ID         FROM CONSOLE
           ACCEPT WS-INQUIRY-LOAN-NUMBER FROM CONSOLE
           ACCEPT WS-NEW-DATE-X          FROM CONSOLE
           ACCEPT WS-NEW-PAYMENT         FROM CONSOLE
           ACCEPT WS-NEW-RATE            FROM CONSOLE
           ACCEPT WS-NEW-TERM            FROM CONSOLE

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANMODE"               TO SC-PROGRAM-ID
           MOVE "TRIAL"                  TO SC-FUNCTION
           MOVE WS-INQUIRY-LOAN-NUMBER   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-OFFER-THE-TRIAL
               THRU 0100-OFFER-THE-TRIAL-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-OFFER-THE-TRIAL SECTION.
           OPEN I-O LOAN-MASTER-FILE
           MOVE WS-INQUIRY-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND: " WS-INQUIRY-LOAN-NUMBER
           END-READ

           IF MASTER-IO-OK
               OPEN I-O LOAN-MOD-FILE
               OPEN I-O REPAYMENT-PLAN-FILE
               PERFORM 0200-EDIT-THE-OFFER
                   THRU 0200-EDIT-THE-OFFER-EXIT
               IF NEW-VALUE-GOOD
                   PERFORM 0300-FILE-THE-TRIAL
                       THRU 0300-FILE-THE-TRIAL-EXIT
               END-IF
               CLOSE LOAN-MOD-FILE
               CLOSE REPAYMENT-PLAN-FILE
           END-IF

           CLOSE LOAN-MASTER-FILE
           .
       0100-OFFER-THE-TRIAL-EXIT.
           EXIT.

       0200-EDIT-THE-OFFER SECTION.
           MOVE "Y" TO WS-EDIT-FLAG

           IF NOT LM-STATUS-OPEN
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "LOAN IS NOT OPEN - STATUS " LM-STATUS
           END-IF

           IF LM-STATUS-FORECLOSURE
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "LOAN IN FORECLOSURE - CLOSE THE FILE"
                   " THROUGH LOANFCLE FIRST"
           END-IF

      *        THE TRIAL RIDES ON LOANPLAN, WHICH HOLDS ONE PLAN
      *        PER LOAN -- A HARDSHIP PLAN ALREADY THERE HAS TO BE
      *        TAKEN OFF THROUGH LOANPLNE FIRST.
           MOVE WS-INQUIRY-LOAN-NUMBER TO RP-LOAN-NUMBER
           READ REPAYMENT-PLAN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF PLAN-READ-OK
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "LOAN ALREADY ON A REPAYMENT PLAN -"
                   " REMOVE IT THROUGH LOANPLNE FIRST"
           END-IF

           PERFORM 0250-FIND-PRIOR-MODS
               THRU 0250-FIND-PRIOR-MODS-EXIT
           IF TRIAL-IN-FLIGHT
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "A MODIFICATION TRIAL IS ALREADY RUNNING"
                   " ON THIS LOAN"
           END-IF
           IF WS-HIGH-SEQ = 999
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "MODIFICATION HISTORY IS FULL FOR THIS LOAN"
           END-IF

           IF WS-NEW-DATE-X IS NUMERIC
               MOVE WS-NEW-DATE-X TO WS-NEW-DATE
               IF WS-NEW-MONTH < 01 OR WS-NEW-MONTH > 12
                   OR WS-NEW-DAY < 01 OR WS-NEW-DAY > 31
                   OR WS-NEW-YEAR < 1900
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "TRIAL START NOT A REAL DATE"
               END-IF
           ELSE
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "TRIAL START MUST BE YYYYMMDD"
           END-IF

           IF NEW-VALUE-GOOD
               MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE
               COMPUTE WS-TRIAL-FIRST-MONTH =
                   ((WS-NEW-YEAR * 12) + WS-NEW-MONTH)
                   - ((WS-ORIG-YEAR * 12) + WS-ORIG-MONTH) + 1
               IF WS-TRIAL-FIRST-MONTH < 1
                   OR WS-TRIAL-FIRST-MONTH + TRIAL-PLAN-MONTHS
                       > LM-LOANTERM
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "TRIAL MUST FALL INSIDE THE LOAN'S TERM"
               END-IF
           END-IF

           IF WS-NEW-PAYMENT NOT NUMERIC
               OR WS-NEW-PAYMENT-N = ZERO
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "TRIAL PAYMENT MUST BE 10 DIGITS (V99)"
                   " AND NOT ZERO"
           END-IF

           IF WS-NEW-RATE NOT NUMERIC
               OR WS-NEW-RATE-N = ZERO
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "NEW RATE MUST BE 6 DIGITS (9999V99)"
                   " AND NOT ZERO"
           END-IF

           IF WS-NEW-TERM NOT NUMERIC
               OR WS-NEW-TERM-N = ZERO
               OR WS-NEW-TERM-N > MAX-MOD-TERM
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "NEW TERM MUST BE 4 DIGITS, 1 TO 480"
                   " MONTHS"
           END-IF
           .
       0200-EDIT-THE-OFFER-EXIT.
           EXIT.

      *************************************************************
      *    WALK THE LOAN'S MODIFICATION HISTORY: THE HIGHEST
      *    SEQUENCE USED SO FAR, AND WHETHER A TRIAL IS STILL
      *    RUNNING.
      *************************************************************
       0250-FIND-PRIOR-MODS SECTION.
           MOVE ZERO TO WS-HIGH-SEQ
           MOVE "N"  TO WS-TRIAL-FOUND-FLAG
           MOVE "N"  TO WS-MOD-EOF-FLAG

           MOVE WS-INQUIRY-LOAN-NUMBER TO MD-LOAN-NUMBER
           MOVE ZERO                   TO MD-MOD-SEQ
           START LOAN-MOD-FILE
               KEY IS NOT LESS THAN MD-MOD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MOD-EOF-FLAG
           END-START

           PERFORM 0260-CHECK-ONE-MOD
               THRU 0260-CHECK-ONE-MOD-EXIT
               UNTIL END-OF-LOAN-MODS
           .
       0250-FIND-PRIOR-MODS-EXIT.
           EXIT.

       0260-CHECK-ONE-MOD SECTION.
           READ LOAN-MOD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MOD-EOF-FLAG
           END-READ

           IF NOT END-OF-LOAN-MODS
               IF MD-LOAN-NUMBER NOT = WS-INQUIRY-LOAN-NUMBER
                   MOVE "Y" TO WS-MOD-EOF-FLAG
               ELSE
                   MOVE MD-MOD-SEQ TO WS-HIGH-SEQ
                   IF MD-STATUS-TRIAL
                       MOVE "Y" TO WS-TRIAL-FOUND-FLAG
                   END-IF
               END-IF
           END-IF
           .
       0260-CHECK-ONE-MOD-EXIT.
           EXIT.

      *************************************************************
      *    OPEN THE MODIFICATION RECORD, FILE THE TRIAL AS A PLAN
      *    AND FLAG THE LOAN HARDSHIP FOR THE LIFE OF THE TRIAL.
      *************************************************************
       0300-FILE-THE-TRIAL SECTION.
           INITIALIZE LOAN-MODIFICATION-RECORD
           MOVE WS-INQUIRY-LOAN-NUMBER TO MD-LOAN-NUMBER
           COMPUTE MD-MOD-SEQ = WS-HIGH-SEQ + 1
           SET MD-STATUS-TRIAL         TO TRUE
           MOVE WS-OPERATOR-ID         TO MD-OPERATOR-ID
           ACCEPT MD-SETUP-DATE FROM DATE YYYYMMDD
           MOVE WS-NEW-DATE            TO MD-TRIAL-START-DATE
           MOVE TRIAL-PLAN-MONTHS      TO MD-TRIAL-MONTHS
           MOVE WS-NEW-PAYMENT-N       TO MD-TRIAL-PAYMENT
           MOVE LM-STATUS              TO MD-PRIOR-STATUS
           MOVE LM-RATE                TO MD-OLD-RATE
           MOVE LM-LOANTERM            TO MD-OLD-LOANTERM
           MOVE LM-PAYMENT(WS-TRIAL-FIRST-MONTH)
                                       TO MD-OLD-PAYMENT
           IF WS-TRIAL-FIRST-MONTH > 1
               MOVE LM-BALANCE(WS-TRIAL-FIRST-MONTH - 1)
                                       TO MD-OLD-BALANCE
           ELSE
               MOVE LM-PRINCIPAL       TO MD-OLD-BALANCE
           END-IF
           MOVE LM-INDEX-NAME          TO MD-OLD-INDEX-NAME
           MOVE WS-NEW-RATE-N          TO MD-NEW-RATE
           MOVE WS-NEW-TERM-N          TO MD-NEW-REMAINING-TERM

           WRITE LOAN-MODIFICATION-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT MOD-WRITE-OK
               DISPLAY "MODIFICATION WRITE FAILED - STATUS "
                   WS-MOD-STATUS
               GO TO 0300-FILE-THE-TRIAL-EXIT
           END-IF

           MOVE WS-INQUIRY-LOAN-NUMBER TO RP-LOAN-NUMBER
           MOVE WS-NEW-DATE            TO RP-PLAN-START-DATE
           MOVE TRIAL-PLAN-MONTHS      TO RP-PLAN-MONTHS
           MOVE WS-NEW-PAYMENT-N       TO RP-PLAN-PAYMENT
           WRITE REPAYMENT-PLAN-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
      *        NO PLAN, NO TRIAL -- THE NIGHTLY RUNS WOULD NEVER
      *        HONOUR THE TRIAL PAYMENT, SO THE MODIFICATION RECORD
      *        JUST WRITTEN IS MARKED FAILED THE SAME DAY.
           IF NOT PLAN-WRITE-OK
               DISPLAY "TRIAL PLAN WRITE FAILED - STATUS "
                   WS-PLAN-STATUS " - TRIAL NOT FILED"
               SET MD-STATUS-FAILED   TO TRUE
               MOVE MD-SETUP-DATE     TO MD-DECISION-DATE
               REWRITE LOAN-MODIFICATION-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF NOT MOD-WRITE-OK
                   DISPLAY "MODIFICATION BACKOUT FAILED - STATUS "
                       WS-MOD-STATUS " - CHECK LOANMODS FOR "
                       MD-LOAN-NUMBER
               END-IF
               GO TO 0300-FILE-THE-TRIAL-EXIT
           END-IF

           IF LM-STATUS-ACTIVE OR LM-STATUS-DELINQUENT
               MOVE "HD" TO LM-STATUS
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           PERFORM 0500-TOUCH-THE-LOAN
               THRU 0500-TOUCH-THE-LOAN-EXIT

           MOVE MD-OLD-RATE           TO WS-IMG-OLD-RATE
           MOVE MD-OLD-LOANTERM       TO WS-IMG-OLD-TERM
           MOVE WS-OLD-TERMS-IMAGE    TO MA-BEFORE-IMAGE
           MOVE MD-NEW-RATE           TO WS-IMG-NEW-RATE
           MOVE MD-NEW-REMAINING-TERM TO WS-IMG-NEW-TERM
           MOVE MD-TRIAL-PAYMENT      TO WS-IMG-TRIAL-PAYMENT
           MOVE WS-TRIAL-IMAGE        TO MA-AFTER-IMAGE
           PERFORM 0600-WRITE-AUDIT-RECORD
               THRU 0600-WRITE-AUDIT-RECORD-EXIT

           DISPLAY "MODIFICATION TRIAL " MD-MOD-SEQ " FILED ON "
               MD-LOAN-NUMBER " BY " WS-OPERATOR-ID " - "
               MD-TRIAL-MONTHS " MONTHS FROM " MD-TRIAL-START-DATE
           .
       0300-FILE-THE-TRIAL-EXIT.
           EXIT.

       0500-TOUCH-THE-LOAN SECTION.
           OPEN EXTEND TOUCHED-LOAN-FILE
           MOVE WS-INQUIRY-LOAN-NUMBER TO TL-LOAN-NUMBER
           WRITE TOUCHED-LOAN-RECORD
           CLOSE TOUCHED-LOAN-FILE
           .
       0500-TOUCH-THE-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    THE SAME BEFORE/AFTER AUDIT RECORD LOANMNT AND THE
      *    OTHER MAINTENANCE PROGRAMS CUT.
      *************************************************************
       0600-WRITE-AUDIT-RECORD SECTION.
           ACCEPT MA-DATE FROM DATE YYYYMMDD
           ACCEPT MA-TIME FROM TIME
           MOVE WS-OPERATOR-ID         TO MA-OPERATOR-ID
           MOVE WS-INQUIRY-LOAN-NUMBER TO MA-LOAN-NUMBER
           MOVE "MODTRIAL"             TO MA-FIELD-NAME
           OPEN EXTEND MAINT-AUDIT-FILE
           WRITE MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE
           .
       0600-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

       END PROGRAM LOANMODE.
