       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANQWRE.
       REMARKS. BORROWER DISPUTE CASE ENTRY.  AN AUTHORIZED OPERATOR
               OPENS A CASE ON LOANCASE THE DAY A QUALIFIED WRITTEN
               REQUEST, NOTICE OF ERROR OR CREDIT-REPORTING DISPUTE
               IS RECEIVED, AND LATER RECORDS THE ACKNOWLEDGEMENT
               AND THE CLOSING OUTCOME.  ON OPEN THE STATUTORY DUE
               DATES ARE WORKED OUT FROM THE RECEIVED DATE IN
               BUSINESS DAYS (LOANCALN): ACKNOWLEDGE WITHIN FIVE,
               RESOLVE WITHIN THIRTY.  A CASE RESOLVED BEFORE IT
               WAS ACKNOWLEDGED NEEDS NO SEPARATE ACKNOWLEDGEMENT --
               THE RESOLUTION ANSWERS IT.  NO DATE MAY LIE IN THE
               FUTURE OR BEFORE THE RECEIVED DATE.  EVERY ACTION IS
               APPENDED TO THE MAINTENANCE-AUDIT FILE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL LOAN-CASE-FILE
                                    ASSIGN TO "LOANCASE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CS-CASE-KEY
                                    FILE STATUS IS WS-CASE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  LOAN-CASE-FILE.
       COPY LOANCASE.

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

      *    THE STATUTORY CLOCKS, IN BUSINESS DAYS AFTER RECEIPT.
       77  ACK-BUSINESS-DAYS         PIC S9(4) COMP VALUE 5.
       77  RESOLVE-BUSINESS-DAYS     PIC S9(4) COMP VALUE 30.

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".

       01  WS-CASE-STATUS            PIC X(02) VALUE SPACES.
           88  CASE-READ-OK          VALUE "00".
           88  CASE-WRITE-OK         VALUE "00", "02".

       01  WS-CASE-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-LOAN-CASES     VALUE "Y".

       01  WS-HIGH-SEQ               PIC 9(3).

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-INQUIRY-LOAN-NUMBER    PIC X(10).

      *    WHAT THE OPERATOR IS RECORDING.
       01  WS-ACTION-CODE            PIC X(08).
           88  ACTION-OPEN           VALUE "OPEN".
           88  ACTION-ACK            VALUE "ACK".
           88  ACTION-CLOSE          VALUE "CLOSE".
           88  ACTION-VALID          VALUE "OPEN", "ACK", "CLOSE".

      *    THE CASE BEING WORKED -- BLANK ON OPEN, WHICH TAKES THE
      *    NEXT SEQUENCE FOR THE LOAN.
       01  WS-CASE-SEQ-X             PIC X(03).
       01  FILLER REDEFINES WS-CASE-SEQ-X.
           03 WS-CASE-SEQ-N          PIC 9(3).

       01  WS-NEW-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-NEW-DATE.
           03 WS-NEW-YEAR            PIC 9(4).
           03 WS-NEW-MONTH           PIC 9(2).
           03 WS-NEW-DAY             PIC 9(2).
       01  WS-NEW-DATE-X             PIC X(08).

      *    THE CASE TYPE ON OPEN, THE OUTCOME ON CLOSE.
       01  WS-NEW-CODE               PIC X(01).

      *    WHAT THE BORROWER WROTE ABOUT, ON OPEN ONLY.
       01  WS-NEW-VALUE              PIC X(30).

       01  WS-TODAY                  PIC 9(8).

       01  WS-DAY-COUNT              PIC S9(4) COMP.

       01  WS-EDIT-FLAG              PIC X  VALUE "Y".
           88  NEW-VALUE-GOOD        VALUE "Y".
           88  NEW-VALUE-BAD         VALUE "N".

      *    SCRATCH IMAGE FOR THE AUDIT RECORD -- THE CASE, ITS
      *    TYPE, STATUS AND OUTCOME AND THE DATE OF THE STEP, SO
      *    THE BEFORE/AFTER COLUMNS READ AS CHARACTERS THE WAY
      *    LOANMNT'S DO.
       01  WS-CASE-IMAGE.
           03 WS-IMG-SEQ             PIC 9(3).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-TYPE            PIC X(01).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-STATUS          PIC X(01).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-OUTCOME         PIC X(01).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-DATE            PIC 9(8).

       COPY SECAREA.

       COPY CALNAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-OPERATOR-ID         FROM CONSOLE
           ACCEPT WS-INQUIRY-LOAN-NUMBER FROM CONSOLE
           ACCEPT WS-ACTION-CODE         FROM CONSOLE
           ACCEPT WS-CASE-SEQ-X          FROM CONSOLE
           ACCEPT WS-NEW-DATE-X          FROM CONSOLE
           ACCEPT WS-NEW-CODE            FROM CONSOLE
           ACCEPT WS-NEW-VALUE           FROM CONSOLE

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANQWRE"               TO SC-PROGRAM-ID
           MOVE WS-ACTION-CODE           TO SC-FUNCTION
           MOVE WS-INQUIRY-LOAN-NUMBER   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-MAINTAIN-CASE
               THRU 0100-MAINTAIN-CASE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-MAINTAIN-CASE SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT LOAN-MASTER-FILE
           MOVE WS-INQUIRY-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND: " WS-INQUIRY-LOAN-NUMBER
           END-READ
           CLOSE LOAN-MASTER-FILE

           IF MASTER-READ-OK
               OPEN I-O LOAN-CASE-FILE
               PERFORM 0200-EDIT-THE-ACTION
                   THRU 0200-EDIT-THE-ACTION-EXIT
               IF NEW-VALUE-GOOD
                   IF ACTION-OPEN
                       PERFORM 0300-OPEN-THE-CASE
                           THRU 0300-OPEN-THE-CASE-EXIT
                   ELSE
                       PERFORM 0400-RECORD-THE-STEP
                           THRU 0400-RECORD-THE-STEP-EXIT
                   END-IF
               END-IF
               CLOSE LOAN-CASE-FILE
           END-IF
           .
       0100-MAINTAIN-CASE-EXIT.
           EXIT.

      *************************************************************
      *    EDIT THE ACTION BEFORE ANYTHING IS WRITTEN.  A NEW CASE
      *    NEEDS A TYPE AND A DESCRIPTION; AN EXISTING ONE MUST BE
      *    ON FILE AND STILL OPEN, AND ONLY A CASE NOT YET
      *    ACKNOWLEDGED CAN BE ACKNOWLEDGED.
      *************************************************************
       0200-EDIT-THE-ACTION SECTION.
           MOVE "Y" TO WS-EDIT-FLAG

           IF NOT ACTION-VALID
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "ACTION MUST BE OPEN/ACK/CLOSE"
               GO TO 0200-EDIT-THE-ACTION-EXIT
           END-IF

           IF WS-NEW-DATE-X IS NUMERIC
               MOVE WS-NEW-DATE-X TO WS-NEW-DATE
               IF WS-NEW-MONTH < 01 OR WS-NEW-MONTH > 12
                   OR WS-NEW-DAY < 01 OR WS-NEW-DAY > 31
                   OR WS-NEW-YEAR < 1900
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "EVENT DATE NOT A REAL DATE"
               ELSE
                   IF WS-NEW-DATE > WS-TODAY
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "EVENT DATE MAY NOT BE IN THE FUTURE"
                   END-IF
               END-IF
           ELSE
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "EVENT DATE MUST BE YYYYMMDD"
           END-IF

           IF ACTION-OPEN
               PERFORM 0250-FIND-PRIOR-CASES
                   THRU 0250-FIND-PRIOR-CASES-EXIT
               IF WS-HIGH-SEQ = 999
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "CASE HISTORY IS FULL FOR THIS LOAN"
               END-IF
               MOVE WS-NEW-CODE TO CS-CASE-TYPE
               IF NOT CS-TYPE-VALID
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "CASE TYPE MUST BE Q (QWR), E (NOTICE"
                       " OF ERROR) OR D (CREDIT DISPUTE)"
               END-IF
               IF WS-NEW-VALUE = SPACES
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "DESCRIPTION MAY NOT BE BLANK"
               END-IF
               GO TO 0200-EDIT-THE-ACTION-EXIT
           END-IF

           IF WS-CASE-SEQ-X NOT NUMERIC
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "CASE NUMBER MUST BE 3 DIGITS"
               GO TO 0200-EDIT-THE-ACTION-EXIT
           END-IF

           MOVE WS-INQUIRY-LOAN-NUMBER TO CS-LOAN-NUMBER
           MOVE WS-CASE-SEQ-N          TO CS-CASE-SEQ
           READ LOAN-CASE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT CASE-READ-OK
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "NO CASE " WS-CASE-SEQ-X " ON FILE FOR "
                   WS-INQUIRY-LOAN-NUMBER
               GO TO 0200-EDIT-THE-ACTION-EXIT
           END-IF

           IF CS-STATUS-CLOSED
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "CASE ALREADY CLOSED ON " CS-CLOSED-DATE
               GO TO 0200-EDIT-THE-ACTION-EXIT
           END-IF

           IF WS-NEW-DATE < CS-RECEIVED-DATE
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "DATE MAY NOT PRECEDE RECEIPT "
                   CS-RECEIVED-DATE
           END-IF

           EVALUATE TRUE
               WHEN ACTION-ACK
                   IF CS-STATUS-ACKED
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "CASE ALREADY ACKNOWLEDGED ON "
                           CS-ACK-DATE
                   END-IF

               WHEN ACTION-CLOSE
                   IF WS-NEW-DATE < CS-ACK-DATE
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "CLOSING MAY NOT PRECEDE THE"
                           " ACKNOWLEDGEMENT " CS-ACK-DATE
                   END-IF
                   MOVE WS-NEW-CODE TO CS-OUTCOME
                   IF NOT CS-OUTCOME-VALID
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "OUTCOME MUST BE C (CORRECTED),"
                           " N (NO ERROR), I (INFORMATION)"
                           " OR W (WITHDRAWN)"
                   END-IF
                   MOVE SPACE TO CS-OUTCOME
           END-EVALUATE
           .
       0200-EDIT-THE-ACTION-EXIT.
           EXIT.

      *************************************************************
      *    WALK THE LOAN'S CASE HISTORY FOR THE HIGHEST SEQUENCE
      *    USED SO FAR.
      *************************************************************
       0250-FIND-PRIOR-CASES SECTION.
           MOVE ZERO TO WS-HIGH-SEQ
           MOVE "N"  TO WS-CASE-EOF-FLAG

           MOVE WS-INQUIRY-LOAN-NUMBER TO CS-LOAN-NUMBER
           MOVE ZERO                   TO CS-CASE-SEQ
           START LOAN-CASE-FILE
               KEY IS NOT LESS THAN CS-CASE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CASE-EOF-FLAG
           END-START

           PERFORM 0260-CHECK-ONE-CASE
               THRU 0260-CHECK-ONE-CASE-EXIT
               UNTIL END-OF-LOAN-CASES
           .
       0250-FIND-PRIOR-CASES-EXIT.
           EXIT.

       0260-CHECK-ONE-CASE SECTION.
           READ LOAN-CASE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CASE-EOF-FLAG
           END-READ

           IF NOT END-OF-LOAN-CASES
               IF CS-LOAN-NUMBER NOT = WS-INQUIRY-LOAN-NUMBER
                   MOVE "Y" TO WS-CASE-EOF-FLAG
               ELSE
                   MOVE CS-CASE-SEQ TO WS-HIGH-SEQ
               END-IF
           END-IF
           .
       0260-CHECK-ONE-CASE-EXIT.
           EXIT.

      *************************************************************
      *    OPEN THE CASE WITH BOTH DUE DATES COUNTED IN BUSINESS
      *    DAYS FROM THE DAY IT WAS RECEIVED.
      *************************************************************
       0300-OPEN-THE-CASE SECTION.
           INITIALIZE LOAN-CASE-RECORD
           MOVE WS-INQUIRY-LOAN-NUMBER TO CS-LOAN-NUMBER
           COMPUTE CS-CASE-SEQ = WS-HIGH-SEQ + 1
           MOVE WS-NEW-CODE            TO CS-CASE-TYPE
           MOVE WS-OPERATOR-ID         TO CS-OPERATOR-ID
           MOVE WS-NEW-DATE            TO CS-RECEIVED-DATE
           MOVE WS-NEW-VALUE           TO CS-DESCRIPTION
           SET CS-STATUS-RECEIVED      TO TRUE
           MOVE SPACE                  TO CS-OUTCOME

           MOVE ACK-BUSINESS-DAYS TO WS-DAY-COUNT
           PERFORM 0350-COUNT-BUSINESS-DAYS
               THRU 0350-COUNT-BUSINESS-DAYS-EXIT
           MOVE CA-RESULT-DATE         TO CS-ACK-DUE-DATE

           MOVE RESOLVE-BUSINESS-DAYS TO WS-DAY-COUNT
           PERFORM 0350-COUNT-BUSINESS-DAYS
               THRU 0350-COUNT-BUSINESS-DAYS-EXIT
           MOVE CA-RESULT-DATE         TO CS-RESOLVE-DUE-DATE

           WRITE LOAN-CASE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT CASE-WRITE-OK
               DISPLAY "CASE WRITE FAILED - STATUS " WS-CASE-STATUS
               GO TO 0300-OPEN-THE-CASE-EXIT
           END-IF

           MOVE SPACES           TO MA-BEFORE-IMAGE
           PERFORM 0600-BUILD-CASE-IMAGE
               THRU 0600-BUILD-CASE-IMAGE-EXIT
           MOVE CS-RECEIVED-DATE TO WS-IMG-DATE
           MOVE WS-CASE-IMAGE    TO MA-AFTER-IMAGE
           MOVE "CASEOPEN"       TO MA-FIELD-NAME
           PERFORM 0700-WRITE-AUDIT-RECORD
               THRU 0700-WRITE-AUDIT-RECORD-EXIT

           DISPLAY "CASE " CS-CASE-SEQ " OPENED ON " CS-LOAN-NUMBER
               " BY " WS-OPERATOR-ID " - ACKNOWLEDGE BY "
               CS-ACK-DUE-DATE ", RESOLVE BY " CS-RESOLVE-DUE-DATE
           .
       0300-OPEN-THE-CASE-EXIT.
           EXIT.

      *************************************************************
      *    THE WS-DAY-COUNT'TH BUSINESS DAY AFTER RECEIPT, ONE
      *    NEXT-BUSINESS-DAY STEP AT A TIME.
      *************************************************************
       0350-COUNT-BUSINESS-DAYS SECTION.
           MOVE CS-RECEIVED-DATE TO CA-RESULT-DATE

           PERFORM 0360-STEP-ONE-DAY
               THRU 0360-STEP-ONE-DAY-EXIT
               WS-DAY-COUNT TIMES
           .
       0350-COUNT-BUSINESS-DAYS-EXIT.
           EXIT.

       0360-STEP-ONE-DAY SECTION.
           MOVE CA-RESULT-DATE TO CA-INPUT-DATE
           SET CA-NEXT-BUSINESS-DAY TO TRUE
           CALL "LOANCALN" USING CALENDAR-AREA
           .
       0360-STEP-ONE-DAY-EXIT.
           EXIT.

      *************************************************************
      *    ONE STEP ON AN OPEN CASE, WITH ITS BEFORE/AFTER IMAGE.
      *    A CASE CLOSED WITHOUT A SEPARATE ACKNOWLEDGEMENT TAKES
      *    THE CLOSING DATE AS ITS ACKNOWLEDGEMENT TOO.
      *************************************************************
       0400-RECORD-THE-STEP SECTION.
           PERFORM 0600-BUILD-CASE-IMAGE
               THRU 0600-BUILD-CASE-IMAGE-EXIT

           EVALUATE TRUE
               WHEN ACTION-ACK
                   MOVE CS-ACK-DATE         TO WS-IMG-DATE
                   MOVE WS-CASE-IMAGE       TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-DATE         TO CS-ACK-DATE
                   SET CS-STATUS-ACKED      TO TRUE
                   MOVE "CASEACK"           TO MA-FIELD-NAME
               WHEN ACTION-CLOSE
                   MOVE CS-CLOSED-DATE      TO WS-IMG-DATE
                   MOVE WS-CASE-IMAGE       TO MA-BEFORE-IMAGE
                   IF CS-ACK-DATE = ZERO
                       MOVE WS-NEW-DATE     TO CS-ACK-DATE
                   END-IF
                   MOVE WS-NEW-DATE         TO CS-CLOSED-DATE
                   MOVE WS-NEW-CODE         TO CS-OUTCOME
                   SET CS-STATUS-CLOSED     TO TRUE
                   MOVE "CASECLOS"          TO MA-FIELD-NAME
           END-EVALUATE

           PERFORM 0600-BUILD-CASE-IMAGE
               THRU 0600-BUILD-CASE-IMAGE-EXIT
           MOVE WS-NEW-DATE   TO WS-IMG-DATE
           MOVE WS-CASE-IMAGE TO MA-AFTER-IMAGE

           REWRITE LOAN-CASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF CASE-WRITE-OK
               PERFORM 0700-WRITE-AUDIT-RECORD
                   THRU 0700-WRITE-AUDIT-RECORD-EXIT
               DISPLAY "LOAN " WS-INQUIRY-LOAN-NUMBER " CASE "
                   CS-CASE-SEQ " " MA-FIELD-NAME " RECORDED BY "
                   WS-OPERATOR-ID
               IF ACTION-ACK
                   AND CS-ACK-DATE > CS-ACK-DUE-DATE
                   DISPLAY "NOTE: ACKNOWLEDGED AFTER ITS STATUTORY"
                       " DUE DATE " CS-ACK-DUE-DATE
               END-IF
               IF ACTION-CLOSE
                   AND CS-CLOSED-DATE > CS-RESOLVE-DUE-DATE
                   DISPLAY "NOTE: RESOLVED AFTER ITS STATUTORY"
                       " DUE DATE " CS-RESOLVE-DUE-DATE
               END-IF
           ELSE
               DISPLAY "CASE REWRITE FAILED - STATUS "
                   WS-CASE-STATUS
           END-IF
           .
       0400-RECORD-THE-STEP-EXIT.
           EXIT.

       0600-BUILD-CASE-IMAGE SECTION.
           MOVE CS-CASE-SEQ    TO WS-IMG-SEQ
           MOVE CS-CASE-TYPE   TO WS-IMG-TYPE
           MOVE CS-CASE-STATUS TO WS-IMG-STATUS
           MOVE CS-OUTCOME     TO WS-IMG-OUTCOME
           .
       0600-BUILD-CASE-IMAGE-EXIT.
           EXIT.

      *************************************************************
      *    THE SAME BEFORE/AFTER AUDIT RECORD LOANMNT AND THE
      *    OTHER MAINTENANCE PROGRAMS CUT.
      *************************************************************
       0700-WRITE-AUDIT-RECORD SECTION.
           ACCEPT MA-DATE FROM DATE YYYYMMDD
           ACCEPT MA-TIME FROM TIME
           MOVE WS-OPERATOR-ID         TO MA-OPERATOR-ID
           MOVE WS-INQUIRY-LOAN-NUMBER TO MA-LOAN-NUMBER
           OPEN EXTEND MAINT-AUDIT-FILE
           WRITE MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE
           .
       0700-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

       END PROGRAM LOANQWRE.
