       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANFCLE.
       REMARKS. FORECLOSURE REFERRAL AND MILESTONE ENTRY.  AN
               AUTHORIZED OPERATOR REFERS A 120-PLUS LOAN TO
               FORECLOSURE COUNSEL -- WHICH OPENS ITS FILE ON
               LOANFCLS AND PUTS THE LOAN IN FORECLOSURE STATUS --
               AND THEN RECORDS EACH MILESTONE AS THE ATTORNEY
               REPORTS IT: A CHANGE OF ATTORNEY, FIRST LEGAL ACTION
               FILED, SALE SCHEDULED, SALE HELD (THIRD-PARTY OR
               REO).  A FILE CLOSED WITHOUT A SALE (REINSTATED OR
               DISMISSED) TAKES THE LOAN BACK OUT OF FORECLOSURE TO
               ACTIVE, AND THE NEXT AGING RUN RE-GRADES IT.  A SOLD
               LOAN STAYS IN FORECLOSURE STATUS UNTIL THE
               LIQUIDATION IS POSTED OR CHARGED OFF.  EVERY ACTION
               IS APPENDED TO THE MAINTENANCE-AUDIT FILE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL FORECLOSURE-FILE
                                    ASSIGN TO "LOANFCLS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS FC-LOAN-NUMBER
                                    FILE STATUS IS WS-FCL-STATUS.

      *    A REFERRAL OR A CLOSING CHANGES THE LOAN'S STATUS, SO
      *    IT JOINS THE TOUCHED FILE AND THE INCREMENTAL NIGHTLY
      *    PASSES PICK IT UP TONIGHT.
           SELECT OPTIONAL TOUCHED-LOAN-FILE
                                    ASSIGN TO "TOUCHEDL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  FORECLOSURE-FILE.
       COPY LOANFCLS.

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

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-IO-OK          VALUE "00".

       01  WS-FCL-STATUS             PIC X(02) VALUE SPACES.
           88  FCL-READ-OK           VALUE "00".
           88  FCL-WRITE-OK          VALUE "00", "02".

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-INQUIRY-LOAN-NUMBER    PIC X(10).

      *    WHAT THE OPERATOR IS RECORDING.
       01  WS-ACTION-CODE            PIC X(08).
           88  ACTION-REFER          VALUE "REFER".
           88  ACTION-ATTORNEY       VALUE "ATTY".
           88  ACTION-FIRST-LEGAL    VALUE "FIRSTLGL".
           88  ACTION-SALE-SCHED     VALUE "SALESCHD".
           88  ACTION-SALE-HELD      VALUE "SALE".
           88  ACTION-CLOSE          VALUE "CLOSE".
           88  ACTION-VALID          VALUE "REFER", "ATTY",
                                           "FIRSTLGL", "SALESCHD",
                                           "SALE", "CLOSE".

      *    THE ATTORNEY CODE ON REFER/ATTY, THE RESULT CODE ON
      *    SALE/CLOSE.
       01  WS-NEW-VALUE              PIC X(08).
       01  WS-NEW-RESULT             PIC X(02).
           88  NEW-RESULT-SOLD       VALUE "3P", "RE".
           88  NEW-RESULT-NO-SALE    VALUE "RI", "DS".

       01  WS-NEW-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-NEW-DATE.
           03 WS-NEW-YEAR            PIC 9(4).
           03 WS-NEW-MONTH           PIC 9(2).
           03 WS-NEW-DAY             PIC 9(2).
       01  WS-NEW-DATE-X             PIC X(08).

       01  WS-TODAY                  PIC 9(8).

       01  WS-FCL-FOUND-FLAG         PIC X  VALUE "N".
           88  FCL-ON-FILE           VALUE "Y".

       01  WS-EDIT-FLAG              PIC X  VALUE "Y".
           88  NEW-VALUE-GOOD        VALUE "Y".
           88  NEW-VALUE-BAD         VALUE "N".

       01  WS-OLD-STATUS             PIC X(02).

      *    THE FORECLOSURE RECORD AS IT STOOD BEFORE THIS ACTION,
      *    PUT BACK IF THE LOAN'S OWN STATUS CHANGE DOES NOT TAKE.
       01  WS-SAVED-FCL-RECORD       PIC X(63).

      *    SCRATCH IMAGE FOR THE AUDIT RECORD -- A MILESTONE DATE
      *    AND ITS CODE, SO THE BEFORE/AFTER COLUMNS READ AS
      *    CHARACTERS THE WAY LOANMNT'S DO.
       01  WS-FCL-IMAGE.
           03 WS-IMG-DATE            PIC 9(8).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-CODE            PIC X(08).

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-OPERATOR-ID         FROM CONSOLE
           ACCEPT WS-INQUIRY-LOAN-NUMBER FROM CONSOLE
           ACCEPT WS-ACTION-CODE         FROM CONSOLE
           ACCEPT WS-NEW-DATE-X          FROM CONSOLE
           ACCEPT WS-NEW-VALUE           FROM CONSOLE

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANFCLE"               TO SC-PROGRAM-ID
           MOVE WS-ACTION-CODE           TO SC-FUNCTION
           MOVE WS-INQUIRY-LOAN-NUMBER   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-MAINTAIN-FORECLOSURE
               THRU 0100-MAINTAIN-FORECLOSURE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-MAINTAIN-FORECLOSURE SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN I-O LOAN-MASTER-FILE
           MOVE WS-INQUIRY-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND: " WS-INQUIRY-LOAN-NUMBER
           END-READ

           IF MASTER-IO-OK
               OPEN I-O FORECLOSURE-FILE
               MOVE "N" TO WS-FCL-FOUND-FLAG
               MOVE WS-INQUIRY-LOAN-NUMBER TO FC-LOAN-NUMBER
               READ FORECLOSURE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FCL-READ-OK
                   MOVE "Y" TO WS-FCL-FOUND-FLAG
               END-IF

               PERFORM 0200-EDIT-THE-ACTION
                   THRU 0200-EDIT-THE-ACTION-EXIT
               IF NEW-VALUE-GOOD
                   EVALUATE TRUE
                       WHEN ACTION-REFER
                           PERFORM 0300-REFER-THE-LOAN
                               THRU 0300-REFER-THE-LOAN-EXIT
                       WHEN ACTION-CLOSE
                           PERFORM 0500-CLOSE-THE-FILE
                               THRU 0500-CLOSE-THE-FILE-EXIT
                       WHEN OTHER
                           PERFORM 0400-RECORD-MILESTONE
                               THRU 0400-RECORD-MILESTONE-EXIT
                   END-EVALUATE
               END-IF

               CLOSE FORECLOSURE-FILE
           END-IF

           CLOSE LOAN-MASTER-FILE
           .
       0100-MAINTAIN-FORECLOSURE-EXIT.
           EXIT.

      *************************************************************
      *    EDIT THE ACTION AGAINST THE LOAN AND ITS FORECLOSURE
      *    FILE BEFORE ANYTHING IS WRITTEN.  MILESTONES MUST COME
      *    IN ORDER -- NO SALE DATE ON A FILE WITH NO FIRST LEGAL.
      *************************************************************
       0200-EDIT-THE-ACTION SECTION.
           MOVE "Y" TO WS-EDIT-FLAG
           MOVE WS-NEW-VALUE(1:2) TO WS-NEW-RESULT

           IF NOT ACTION-VALID
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "ACTION MUST BE REFER/ATTY/FIRSTLGL/"
                   "SALESCHD/SALE/CLOSE"
               GO TO 0200-EDIT-THE-ACTION-EXIT
           END-IF

      *        EVERY ACTION BUT A CHANGE OF ATTORNEY CARRIES THE
      *        DATE OF THE EVENT.  ONLY THE SALE DATE MAY LIE IN
      *        THE FUTURE -- EVERYTHING ELSE HAS ALREADY HAPPENED.
           IF NOT ACTION-ATTORNEY
               IF WS-NEW-DATE-X IS NUMERIC
                   MOVE WS-NEW-DATE-X TO WS-NEW-DATE
                   IF WS-NEW-MONTH < 01 OR WS-NEW-MONTH > 12
                       OR WS-NEW-DAY < 01 OR WS-NEW-DAY > 31
                       OR WS-NEW-YEAR < 1900
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "EVENT DATE NOT A REAL DATE"
                   ELSE
                       IF NOT ACTION-SALE-SCHED
                           AND WS-NEW-DATE > WS-TODAY
                           MOVE "N" TO WS-EDIT-FLAG
                           DISPLAY "EVENT DATE MAY NOT BE IN THE"
                               " FUTURE"
                       END-IF
                   END-IF
               ELSE
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "EVENT DATE MUST BE YYYYMMDD"
               END-IF
           END-IF

           IF ACTION-REFER
               IF NOT LM-STATUS-OPEN
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "LOAN IS NOT OPEN - STATUS " LM-STATUS
               END-IF
               IF LM-STATUS-FORECLOSURE
                   OR (FCL-ON-FILE AND FC-FILE-OPEN)
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "LOAN ALREADY IN FORECLOSURE"
               END-IF
               IF NOT LM-DELQ-120
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "LOAN MUST BE 120 DAYS PAST DUE TO REFER"
                       " - BUCKET " LM-DELQ-BUCKET
               END-IF
               IF WS-NEW-VALUE = SPACES
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "ATTORNEY CODE MAY NOT BE BLANK"
               END-IF
               GO TO 0200-EDIT-THE-ACTION-EXIT
           END-IF

      *        EVERYTHING PAST THE REFERRAL NEEDS AN OPEN FILE.
           IF NOT FCL-ON-FILE OR NOT FC-FILE-OPEN
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "NO OPEN FORECLOSURE FILE FOR "
                   WS-INQUIRY-LOAN-NUMBER
               GO TO 0200-EDIT-THE-ACTION-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ACTION-ATTORNEY
                   IF WS-NEW-VALUE = SPACES
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "ATTORNEY CODE MAY NOT BE BLANK"
                   END-IF

               WHEN ACTION-FIRST-LEGAL
                   IF WS-NEW-DATE < FC-REFERRAL-DATE
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "FIRST LEGAL MAY NOT PRECEDE THE"
                           " REFERRAL " FC-REFERRAL-DATE
                   END-IF

               WHEN ACTION-SALE-SCHED
                   IF FC-FIRST-LEGAL-DATE = ZERO
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "NO FIRST LEGAL ON FILE - CANNOT"
                           " SCHEDULE A SALE"
                   ELSE
                       IF WS-NEW-DATE < FC-FIRST-LEGAL-DATE
                           MOVE "N" TO WS-EDIT-FLAG
                           DISPLAY "SALE MAY NOT PRECEDE FIRST"
                               " LEGAL " FC-FIRST-LEGAL-DATE
                       END-IF
                   END-IF

               WHEN ACTION-SALE-HELD
                   IF FC-SALE-SCHED-DATE = ZERO
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "NO SALE SCHEDULED ON FILE"
                   ELSE
                       IF WS-NEW-DATE < FC-FIRST-LEGAL-DATE
                           MOVE "N" TO WS-EDIT-FLAG
                           DISPLAY "SALE MAY NOT PRECEDE FIRST"
                               " LEGAL " FC-FIRST-LEGAL-DATE
                       END-IF
                   END-IF
                   IF NOT NEW-RESULT-SOLD
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "SALE RESULT MUST BE 3P OR RE"
                   END-IF

               WHEN ACTION-CLOSE
                   IF WS-NEW-DATE < FC-REFERRAL-DATE
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "CLOSING MAY NOT PRECEDE THE"
                           " REFERRAL " FC-REFERRAL-DATE
                   END-IF
                   IF NOT NEW-RESULT-NO-SALE
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "CLOSING RESULT MUST BE RI OR DS"
                   END-IF
           END-EVALUATE
           .
       0200-EDIT-THE-ACTION-EXIT.
           EXIT.

      *************************************************************
      *    OPEN THE FORECLOSURE FILE AND PUT THE LOAN IN
      *    FORECLOSURE STATUS.  A LOAN REINSTATED OUT OF AN EARLIER
      *    FORECLOSURE HAS A CLOSED FILE ON RECORD -- THE NEW
      *    REFERRAL REPLACES IT.
      *************************************************************
       0300-REFER-THE-LOAN SECTION.
           MOVE LM-STATUS TO WS-OLD-STATUS
           MOVE FORECLOSURE-RECORD TO WS-SAVED-FCL-RECORD

           INITIALIZE FORECLOSURE-RECORD
           MOVE WS-INQUIRY-LOAN-NUMBER TO FC-LOAN-NUMBER
           MOVE WS-NEW-DATE            TO FC-REFERRAL-DATE
           MOVE WS-NEW-VALUE           TO FC-ATTORNEY-CODE
           MOVE WS-OLD-STATUS          TO FC-PRIOR-STATUS
           MOVE "O"                    TO FC-FILE-STATUS

           IF FCL-ON-FILE
               REWRITE FORECLOSURE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE FORECLOSURE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF NOT FCL-WRITE-OK
               DISPLAY "FORECLOSURE WRITE FAILED - STATUS "
                   WS-FCL-STATUS
               GO TO 0300-REFER-THE-LOAN-EXIT
           END-IF

           MOVE "FC" TO LM-STATUS
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

      *        THE LOAN DID NOT MOVE TO FC, SO NO FILE MAY BE LEFT
      *        OPEN FOR IT: A NEW ONE COMES OFF, AN EARLIER CLOSED
      *        ONE GOES BACK AS IT WAS.
           IF NOT MASTER-IO-OK
               DISPLAY "REWRITE FAILED - STATUS " WS-MASTER-STATUS
                   " - LOAN NOT REFERRED"
               IF FCL-ON-FILE
                   MOVE WS-SAVED-FCL-RECORD TO FORECLOSURE-RECORD
                   REWRITE FORECLOSURE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   DELETE FORECLOSURE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
               IF NOT FCL-WRITE-OK
                   DISPLAY "FORECLOSURE BACKOUT FAILED - STATUS "
                       WS-FCL-STATUS " - CHECK LOANFCLS FOR "
                       WS-INQUIRY-LOAN-NUMBER
               END-IF
               GO TO 0300-REFER-THE-LOAN-EXIT
           END-IF

           PERFORM 0600-TOUCH-THE-LOAN
               THRU 0600-TOUCH-THE-LOAN-EXIT

           MOVE "NEW FILE"        TO MA-BEFORE-IMAGE
           MOVE FC-REFERRAL-DATE  TO WS-IMG-DATE
           MOVE FC-ATTORNEY-CODE  TO WS-IMG-CODE
           MOVE WS-FCL-IMAGE      TO MA-AFTER-IMAGE
           MOVE "FCREFER"         TO MA-FIELD-NAME
           PERFORM 0700-WRITE-AUDIT-RECORD
               THRU 0700-WRITE-AUDIT-RECORD-EXIT

           MOVE WS-OLD-STATUS     TO MA-BEFORE-IMAGE
           MOVE LM-STATUS         TO MA-AFTER-IMAGE
           MOVE "STATUS"          TO MA-FIELD-NAME
           PERFORM 0700-WRITE-AUDIT-RECORD
               THRU 0700-WRITE-AUDIT-RECORD-EXIT

           DISPLAY "LOAN " WS-INQUIRY-LOAN-NUMBER
               " REFERRED TO FORECLOSURE - ATTORNEY "
               FC-ATTORNEY-CODE " BY " WS-OPERATOR-ID
           .
       0300-REFER-THE-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    ONE MILESTONE ON AN OPEN FILE.  A SALE HELD CLOSES THE
      *    FILE, BUT THE LOAN STAYS IN FORECLOSURE STATUS -- IT IS
      *    STILL OWED UNTIL THE PROCEEDS POST OR IT IS CHARGED OFF.
      *************************************************************
       0400-RECORD-MILESTONE SECTION.
           EVALUATE TRUE
               WHEN ACTION-ATTORNEY
                   MOVE FC-REFERRAL-DATE    TO WS-IMG-DATE
                   MOVE FC-ATTORNEY-CODE    TO WS-IMG-CODE
                   MOVE WS-FCL-IMAGE        TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-VALUE        TO FC-ATTORNEY-CODE
                   MOVE FC-ATTORNEY-CODE    TO WS-IMG-CODE
                   MOVE "FCATTY"            TO MA-FIELD-NAME
               WHEN ACTION-FIRST-LEGAL
                   MOVE FC-FIRST-LEGAL-DATE TO WS-IMG-DATE
                   MOVE SPACES              TO WS-IMG-CODE
                   MOVE WS-FCL-IMAGE        TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-DATE         TO FC-FIRST-LEGAL-DATE
                   MOVE FC-FIRST-LEGAL-DATE TO WS-IMG-DATE
                   MOVE "FCFLEGAL"          TO MA-FIELD-NAME
               WHEN ACTION-SALE-SCHED
                   MOVE FC-SALE-SCHED-DATE  TO WS-IMG-DATE
                   MOVE SPACES              TO WS-IMG-CODE
                   MOVE WS-FCL-IMAGE        TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-DATE         TO FC-SALE-SCHED-DATE
                   MOVE FC-SALE-SCHED-DATE  TO WS-IMG-DATE
                   MOVE "FCSALESC"          TO MA-FIELD-NAME
               WHEN ACTION-SALE-HELD
                   MOVE FC-SALE-DATE        TO WS-IMG-DATE
                   MOVE FC-SALE-RESULT      TO WS-IMG-CODE
                   MOVE WS-FCL-IMAGE        TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-DATE         TO FC-SALE-DATE
                   MOVE WS-NEW-RESULT       TO FC-SALE-RESULT
                   MOVE WS-NEW-DATE         TO FC-CLOSED-DATE
                   MOVE "C"                 TO FC-FILE-STATUS
                   MOVE FC-SALE-DATE        TO WS-IMG-DATE
                   MOVE FC-SALE-RESULT      TO WS-IMG-CODE
                   MOVE "FCSALE"            TO MA-FIELD-NAME
           END-EVALUATE
           MOVE WS-FCL-IMAGE TO MA-AFTER-IMAGE

           REWRITE FORECLOSURE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF FCL-WRITE-OK
               PERFORM 0700-WRITE-AUDIT-RECORD
                   THRU 0700-WRITE-AUDIT-RECORD-EXIT
               DISPLAY "LOAN " WS-INQUIRY-LOAN-NUMBER " "
                   MA-FIELD-NAME " RECORDED BY " WS-OPERATOR-ID
           ELSE
               DISPLAY "FORECLOSURE REWRITE FAILED - STATUS "
                   WS-FCL-STATUS
           END-IF
           .
       0400-RECORD-MILESTONE-EXIT.
           EXIT.

      *************************************************************
      *    CLOSE THE FILE WITHOUT A SALE -- REINSTATED OR
      *    DISMISSED.  THE LOAN GOES BACK TO ACTIVE AND THE NEXT
      *    AGING RUN RE-GRADES IT HONESTLY, AS WHEN A PLAN ENDS.
      *************************************************************
       0500-CLOSE-THE-FILE SECTION.
           MOVE FORECLOSURE-RECORD TO WS-SAVED-FCL-RECORD
           MOVE FC-CLOSED-DATE TO WS-IMG-DATE
           MOVE FC-SALE-RESULT TO WS-IMG-CODE
           MOVE WS-FCL-IMAGE   TO MA-BEFORE-IMAGE

           MOVE WS-NEW-RESULT  TO FC-SALE-RESULT
           MOVE WS-NEW-DATE    TO FC-CLOSED-DATE
           MOVE "C"            TO FC-FILE-STATUS

           REWRITE FORECLOSURE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF NOT FCL-WRITE-OK
               DISPLAY "FORECLOSURE REWRITE FAILED - STATUS "
                   WS-FCL-STATUS
               GO TO 0500-CLOSE-THE-FILE-EXIT
           END-IF

           MOVE LM-STATUS TO WS-OLD-STATUS
           IF LM-STATUS-FORECLOSURE
               MOVE "AC"      TO LM-STATUS
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

      *        THE LOAN STAYED IN FC, SO THE FILE STAYS OPEN.
           IF NOT MASTER-IO-OK
               DISPLAY "REWRITE FAILED - STATUS " WS-MASTER-STATUS
                   " - FILE NOT CLOSED"
               MOVE WS-SAVED-FCL-RECORD TO FORECLOSURE-RECORD
               REWRITE FORECLOSURE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF NOT FCL-WRITE-OK
                   DISPLAY "FORECLOSURE BACKOUT FAILED - STATUS "
                       WS-FCL-STATUS " - CHECK LOANFCLS FOR "
                       WS-INQUIRY-LOAN-NUMBER
               END-IF
               GO TO 0500-CLOSE-THE-FILE-EXIT
           END-IF

           MOVE FC-CLOSED-DATE TO WS-IMG-DATE
           MOVE FC-SALE-RESULT TO WS-IMG-CODE
           MOVE WS-FCL-IMAGE   TO MA-AFTER-IMAGE
           MOVE "FCCLOSE"      TO MA-FIELD-NAME
           PERFORM 0700-WRITE-AUDIT-RECORD
               THRU 0700-WRITE-AUDIT-RECORD-EXIT

           IF WS-OLD-STATUS NOT = LM-STATUS
               MOVE WS-OLD-STATUS TO MA-BEFORE-IMAGE
               MOVE LM-STATUS     TO MA-AFTER-IMAGE
               MOVE "STATUS"      TO MA-FIELD-NAME
               PERFORM 0700-WRITE-AUDIT-RECORD
                   THRU 0700-WRITE-AUDIT-RECORD-EXIT
           END-IF

           PERFORM 0600-TOUCH-THE-LOAN
               THRU 0600-TOUCH-THE-LOAN-EXIT

           DISPLAY "FORECLOSURE CLOSED ON " WS-INQUIRY-LOAN-NUMBER
               " - " FC-SALE-RESULT " BY " WS-OPERATOR-ID
           .
       0500-CLOSE-THE-FILE-EXIT.
           EXIT.

       0600-TOUCH-THE-LOAN SECTION.
           OPEN EXTEND TOUCHED-LOAN-FILE
           MOVE WS-INQUIRY-LOAN-NUMBER TO TL-LOAN-NUMBER
           WRITE TOUCHED-LOAN-RECORD
           CLOSE TOUCHED-LOAN-FILE
           .
       0600-TOUCH-THE-LOAN-EXIT.
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

       END PROGRAM LOANFCLE.
