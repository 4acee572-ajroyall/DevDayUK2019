       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRMLE.
       REMARKS. RETURNED-MAIL ENTRY.  WHEN THE POST OFFICE SENDS BACK
               A STATEMENT, NOTICE OR LETTER AS UNDELIVERABLE, AN
               AUTHORIZED OPERATOR KEYS THE BORROWER IT WAS
               ADDRESSED TO -- OR, FROM THE PIECE ITSELF, THE LOAN,
               WHOSE PRIMARY BORROWER IS THEN TAKEN -- AND THE DATE
               IT CAME BACK (BLANK MEANS TODAY, NEVER IN THE
               FUTURE).  THE BORROWER'S ADDRESS IS MARKED RETURNED
               ON BORRMSTR, SO THE DOCUMENT RUNS PRINT NOTHING MORE
               TO IT (LOANDLVR), AND THE CHANGE IS APPENDED TO THE
               MAINTENANCE-AUDIT FILE.  EVERY OPEN LOAN THE
               BORROWER IS STILL LIABLE ON GOES ON THE SKIP-TRACE
               WORKLIST FOR THE COLLECTIONS DESK (SKIPTRCE); AN
               ENTRY CLOSED BY AN EARLIER NEW ADDRESS IS REOPENED.
               MAIL RETURNED AGAIN TO AN ADDRESS ALREADY MARKED
               KEEPS THE FIRST DATE.  A NEW ADDRESS KEYED THROUGH
               LOANBORM CLEARS THE MARK.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

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

           SELECT OPTIONAL SKIP-TRACE-FILE
                                    ASSIGN TO "SKIPTRCE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS ST-TRACE-KEY
                                    FILE STATUS IS WS-TRACE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMSTR.

       FD  LOAN-XREF-FILE.
       COPY LOANBXRF.

       FD  SKIP-TRACE-FILE.
       COPY SKIPTRCE.

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
           88  MASTER-READ-OK        VALUE "00".

       01  WS-BORROWER-STATUS        PIC X(02) VALUE SPACES.
           88  BORROWER-READ-OK      VALUE "00".
           88  BORROWER-WRITE-OK     VALUE "00", "02".

       01  WS-XREF-STATUS            PIC X(02) VALUE SPACES.

       01  WS-XREF-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-XREF-FILE     VALUE "Y".

       01  WS-TRACE-STATUS           PIC X(02) VALUE SPACES.
           88  TRACE-READ-OK         VALUE "00".
           88  TRACE-WRITE-OK        VALUE "00", "02".

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-BORROWER-ID            PIC X(10).
       01  WS-INQUIRY-LOAN-NUMBER    PIC X(10).

       01  WS-NEW-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-NEW-DATE.
           03 WS-NEW-YEAR            PIC 9(4).
           03 WS-NEW-MONTH           PIC 9(2).
           03 WS-NEW-DAY             PIC 9(2).
       01  WS-NEW-DATE-X             PIC X(08).

       01  WS-TODAY                  PIC 9(8).

       01  WS-EDIT-FLAG              PIC X  VALUE "Y".
           88  NEW-VALUE-GOOD        VALUE "Y".

       01  WS-LISTED-COUNT           PIC S9(8) COMP VALUE ZERO.
       01  WS-ALREADY-LISTED-COUNT   PIC S9(8) COMP VALUE ZERO.

      *    SCRATCH IMAGE FOR THE AUDIT RECORD -- THE BORROWER, THE
      *    RETURNED-MAIL FLAG AND ITS DATE, SO THE BEFORE/AFTER
      *    COLUMNS READ AS CHARACTERS THE WAY LOANMNT'S DO.
       01  WS-RETURNED-IMAGE.
           03 WS-IMG-BORROWER-ID     PIC X(10).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-FLAG            PIC X(01).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-DATE            PIC 9(8).

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-OPERATOR-ID         FROM CONSOLE
           ACCEPT WS-BORROWER-ID         FROM CONSOLE
           ACCEPT WS-INQUIRY-LOAN-NUMBER FROM CONSOLE
           ACCEPT WS-NEW-DATE-X          FROM CONSOLE

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANRMLE"               TO SC-PROGRAM-ID
           MOVE "RETMAIL"                TO SC-FUNCTION
           MOVE WS-INQUIRY-LOAN-NUMBER   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-RECORD-RETURNED-MAIL
               THRU 0100-RECORD-RETURNED-MAIL-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-RECORD-RETURNED-MAIL SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM 0200-EDIT-THE-ENTRY
               THRU 0200-EDIT-THE-ENTRY-EXIT
           IF NOT NEW-VALUE-GOOD
               GO TO 0100-RECORD-RETURNED-MAIL-EXIT
           END-IF

           OPEN I-O BORROWER-MASTER-FILE
           MOVE WS-BORROWER-ID TO BO-BORROWER-ID
           READ BORROWER-MASTER-FILE
               INVALID KEY
                   DISPLAY "BORROWER NOT ON FILE: " WS-BORROWER-ID
           END-READ
           IF NOT BORROWER-READ-OK
               CLOSE BORROWER-MASTER-FILE
               GO TO 0100-RECORD-RETURNED-MAIL-EXIT
           END-IF

           IF BO-MAIL-RETURNED
               DISPLAY "ADDRESS ALREADY MARKED RETURNED ON "
                   BO-MAIL-RETURNED-DATE
           ELSE
               PERFORM 0300-MARK-THE-ADDRESS
                   THRU 0300-MARK-THE-ADDRESS-EXIT
           END-IF
           CLOSE BORROWER-MASTER-FILE

           IF BO-MAIL-RETURNED
               PERFORM 0400-LIST-FOR-SKIP-TRACE
                   THRU 0400-LIST-FOR-SKIP-TRACE-EXIT
           END-IF
           .
       0100-RECORD-RETURNED-MAIL-EXIT.
           EXIT.

      *************************************************************
      *    EDIT THE ENTRY BEFORE ANYTHING IS WRITTEN.  THE PIECE
      *    NAMES A BORROWER OR A LOAN; A LOAN ALONE IS TAKEN AS ITS
      *    PRIMARY BORROWER'S MAIL.
      *************************************************************
       0200-EDIT-THE-ENTRY SECTION.
           MOVE "Y" TO WS-EDIT-FLAG

           IF WS-NEW-DATE-X = SPACES
               MOVE WS-TODAY TO WS-NEW-DATE
           ELSE
               IF WS-NEW-DATE-X IS NUMERIC
                   MOVE WS-NEW-DATE-X TO WS-NEW-DATE
                   IF WS-NEW-MONTH < 01 OR WS-NEW-MONTH > 12
                       OR WS-NEW-DAY < 01 OR WS-NEW-DAY > 31
                       OR WS-NEW-YEAR < 1900
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "RETURNED DATE NOT A REAL DATE"
                   ELSE
                       IF WS-NEW-DATE > WS-TODAY
                           MOVE "N" TO WS-EDIT-FLAG
                           DISPLAY "RETURNED DATE MAY NOT BE IN THE"
                               " FUTURE"
                       END-IF
                   END-IF
               ELSE
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "RETURNED DATE MUST BE YYYYMMDD"
               END-IF
           END-IF

           IF WS-BORROWER-ID NOT = SPACES
               GO TO 0200-EDIT-THE-ENTRY-EXIT
           END-IF

           IF WS-INQUIRY-LOAN-NUMBER = SPACES
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "KEY THE BORROWER ID OR THE LOAN NUMBER"
               GO TO 0200-EDIT-THE-ENTRY-EXIT
           END-IF

           PERFORM 0250-FIND-PRIMARY-BORROWER
               THRU 0250-FIND-PRIMARY-BORROWER-EXIT
           IF WS-BORROWER-ID = SPACES
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "NO BORROWER LINKED TO LOAN "
                   WS-INQUIRY-LOAN-NUMBER
           END-IF
           .
       0200-EDIT-THE-ENTRY-EXIT.
           EXIT.

      *************************************************************
      *    THE LOAN'S PRIMARY BORROWER ON THE CROSS-REFERENCE, OR
      *    THE FIRST BORROWER LINKED WHEN NONE IS MARKED PRIMARY --
      *    WHOEVER THE DOCUMENT RUNS ADDRESSED THE PIECE TO.
      *************************************************************
       0250-FIND-PRIMARY-BORROWER SECTION.
           MOVE "N" TO WS-XREF-EOF-FLAG

           OPEN INPUT LOAN-XREF-FILE
           MOVE WS-INQUIRY-LOAN-NUMBER TO BX-LOAN-NUMBER
           MOVE SPACES                 TO BX-BORROWER-ID
           START LOAN-XREF-FILE
               KEY IS NOT LESS THAN BX-XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF-FLAG
           END-START

           PERFORM 0260-CHECK-ONE-LINK
               THRU 0260-CHECK-ONE-LINK-EXIT
               UNTIL END-OF-XREF-FILE

           CLOSE LOAN-XREF-FILE
           .
       0250-FIND-PRIMARY-BORROWER-EXIT.
           EXIT.

       0260-CHECK-ONE-LINK SECTION.
           READ LOAN-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-EOF-FLAG
                   GO TO 0260-CHECK-ONE-LINK-EXIT
           END-READ

           IF BX-LOAN-NUMBER NOT = WS-INQUIRY-LOAN-NUMBER
               MOVE "Y" TO WS-XREF-EOF-FLAG
               GO TO 0260-CHECK-ONE-LINK-EXIT
           END-IF

           IF WS-BORROWER-ID = SPACES
               AND NOT BX-ROLE-FORMER
               MOVE BX-BORROWER-ID TO WS-BORROWER-ID
           END-IF
           IF BX-ROLE-PRIMARY
               MOVE BX-BORROWER-ID TO WS-BORROWER-ID
               MOVE "Y" TO WS-XREF-EOF-FLAG
           END-IF
           .
       0260-CHECK-ONE-LINK-EXIT.
           EXIT.

      *************************************************************
      *    MARK THE ADDRESS RETURNED AS OF THE DAY THE PIECE CAME
      *    BACK.
      *************************************************************
       0300-MARK-THE-ADDRESS SECTION.
           MOVE BO-BORROWER-ID        TO WS-IMG-BORROWER-ID
           MOVE BO-MAIL-RETURNED-FLAG TO WS-IMG-FLAG
           MOVE BO-MAIL-RETURNED-DATE TO WS-IMG-DATE
           MOVE WS-RETURNED-IMAGE     TO MA-BEFORE-IMAGE

           SET BO-MAIL-RETURNED TO TRUE
           MOVE WS-NEW-DATE TO BO-MAIL-RETURNED-DATE
           REWRITE BORROWER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT BORROWER-WRITE-OK
               DISPLAY "BORROWER REWRITE FAILED - STATUS "
                   WS-BORROWER-STATUS
               MOVE SPACE TO BO-MAIL-RETURNED-FLAG
               GO TO 0300-MARK-THE-ADDRESS-EXIT
           END-IF

           MOVE BO-MAIL-RETURNED-FLAG TO WS-IMG-FLAG
           MOVE BO-MAIL-RETURNED-DATE TO WS-IMG-DATE
           MOVE WS-RETURNED-IMAGE     TO MA-AFTER-IMAGE
           MOVE "MAILRTRN"            TO MA-FIELD-NAME
           PERFORM 0700-WRITE-AUDIT-RECORD
               THRU 0700-WRITE-AUDIT-RECORD-EXIT

           DISPLAY "ADDRESS FOR BORROWER " BO-BORROWER-ID
               " MARKED RETURNED AS OF " BO-MAIL-RETURNED-DATE
               " BY " WS-OPERATOR-ID
           .
       0300-MARK-THE-ADDRESS-EXIT.
           EXIT.

      *************************************************************
      *    EVERY OPEN LOAN THE BORROWER IS STILL LIABLE ON GOES ON
      *    THE SKIP-TRACE WORKLIST.  THE CROSS-REFERENCE IS KEYED
      *    BY LOAN, SO IT IS READ THROUGH FOR THE BORROWER'S LINKS;
      *    A FORMER PARTY NO LONGER COUNTS.
      *************************************************************
       0400-LIST-FOR-SKIP-TRACE SECTION.
           MOVE "N" TO WS-XREF-EOF-FLAG

           OPEN INPUT LOAN-MASTER-FILE
           OPEN INPUT LOAN-XREF-FILE
           OPEN I-O   SKIP-TRACE-FILE

           PERFORM 0410-CHECK-ONE-XREF
               THRU 0410-CHECK-ONE-XREF-EXIT
               UNTIL END-OF-XREF-FILE

           CLOSE SKIP-TRACE-FILE
           CLOSE LOAN-XREF-FILE
           CLOSE LOAN-MASTER-FILE

           DISPLAY "LOANS PUT ON SKIP TRACE: " WS-LISTED-COUNT
               "  ALREADY LISTED: " WS-ALREADY-LISTED-COUNT
           .
       0400-LIST-FOR-SKIP-TRACE-EXIT.
           EXIT.

       0410-CHECK-ONE-XREF SECTION.
           READ LOAN-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-EOF-FLAG
                   GO TO 0410-CHECK-ONE-XREF-EXIT
           END-READ

           IF BX-BORROWER-ID NOT = BO-BORROWER-ID
               OR BX-ROLE-FORMER
               GO TO 0410-CHECK-ONE-XREF-EXIT
           END-IF

           MOVE BX-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF MASTER-READ-OK
               IF LM-STATUS-OPEN
                   PERFORM 0500-LIST-ONE-LOAN
                       THRU 0500-LIST-ONE-LOAN-EXIT
               END-IF
           END-IF
           .
       0410-CHECK-ONE-XREF-EXIT.
           EXIT.

      *************************************************************
      *    A NEW ENTRY, OR ONE CLOSED BY AN EARLIER NEW ADDRESS
      *    OPENED AGAIN; AN ENTRY STILL OPEN IS LEFT AS IT IS.
      *************************************************************
       0500-LIST-ONE-LOAN SECTION.
           MOVE BO-BORROWER-ID TO ST-BORROWER-ID
           MOVE BX-LOAN-NUMBER TO ST-LOAN-NUMBER
           READ SKIP-TRACE-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF TRACE-READ-OK
               AND ST-TRACE-OPEN
               ADD 1 TO WS-ALREADY-LISTED-COUNT
               GO TO 0500-LIST-ONE-LOAN-EXIT
           END-IF

           MOVE BO-MAIL-RETURNED-DATE TO ST-RETURNED-DATE
           MOVE WS-OPERATOR-ID        TO ST-OPENED-BY
           SET ST-TRACE-OPEN          TO TRUE
           MOVE ZERO                  TO ST-FOUND-DATE
           MOVE SPACES                TO ST-FOUND-BY

           IF TRACE-READ-OK
               REWRITE SKIP-TRACE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE SKIP-TRACE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF TRACE-WRITE-OK
               ADD 1 TO WS-LISTED-COUNT
           ELSE
               DISPLAY "SKIP TRACE WRITE FAILED FOR LOAN "
                   ST-LOAN-NUMBER " - STATUS " WS-TRACE-STATUS
           END-IF
           .
       0500-LIST-ONE-LOAN-EXIT.
           EXIT.

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

       END PROGRAM LOANRMLE.
