       PROGRAM-ID. LOANBORM.
       REMARKS. BORROWER MASTER AND CROSS-REFERENCE MAINTENANCE.
               MODE "B" FILES (OR REPLACES) A BORROWER: ID, NAME,
               MAILING ADDRESS, PHONE, EMAIL ADDRESS, E-DELIVERY
               CONSENT DATE AND DELIVERY PREFERENCE (P PAPER, E
               ELECTRONIC, B BOTH; BLANK MEANS PAPER) -- ELECTRONIC
               DELIVERY IS REFUSED WITHOUT AN EMAIL ADDRESS AND A
               CONSENT DATE NOT IN THE FUTURE.  MODE "L" LINKS A
               BORROWER TO A LOAN AS PRIMARY OR CO-BORROWER ON THE
               LOANBXRF CROSS-REFERENCE -- THE LOAN MUST BE ON THE
               MASTER AND THE BORROWER ON THE BORROWER MASTER
               FIRST, SO THE CROSS-REFERENCE NEVER POINTS AT
               NOTHING.  MODE "U" UNLINKS.  THE LETTER AND
               STATEMENT RUNS PULL EVERY MAILING ADDRESS FROM
               THESE TWO FILES.  A LINK FILED HERE IS LIABLE FROM
               ORIGINATION; CHANGING WHO OWES AN EXISTING LOAN IS
               AN ASSUMPTION AND GOES THROUGH LOANASUM INSTEAD.
               EVERY BORROWER FILED OR REPLACED IS QUEUED ON OFACQUE
               FOR THE NEXT SANCTIONS SCREENING RUN.  A NEW MAILING
               ADDRESS KEYED FOR A BORROWER WHOSE MAIL HAS COME BACK
               CLEARS THE RETURNED-MAIL FLAG AND MARKS THE
               BORROWER'S SKIP-TRACE WORKLIST ENTRIES FOUND; KEYING
               THE SAME ADDRESS AGAIN LEAVES BOTH AS THEY ARE.

       ENVIRONMENT DIVISION.

                                    RECORD KEY IS BX-XREF-KEY
                                    FILE STATUS IS WS-XREF-STATUS.

           SELECT OPTIONAL SKIP-TRACE-FILE
                                    ASSIGN TO "SKIPTRCE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ST-TRACE-KEY
                                    FILE STATUS IS WS-TRACE-STATUS.

      *    A NEW OR CHANGED NAME IS SCREENED AGAINST THE SANCTIONS
      *    LIST BY THE NEXT LOANOFAC RUN.
           SELECT OPTIONAL SCREEN-QUEUE-FILE
                                    ASSIGN TO "OFACQUE"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-XREF-FILE.
       COPY LOANBXRF.

       FD  SKIP-TRACE-FILE.
       COPY SKIPTRCE.

       FD  SCREEN-QUEUE-FILE.
       COPY OFACQUE.

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS            PIC X(02) VALUE SPACES.
           88  XREF-WRITE-OK         VALUE "00", "02".

       01  WS-TRACE-STATUS           PIC X(02) VALUE SPACES.
           88  TRACE-WRITE-OK        VALUE "00", "02".

       01  WS-TRACE-EOF-FLAG         PIC X  VALUE "N".
           88  END-OF-TRACES        VALUE "Y".

       01  WS-FOUND-COUNT            PIC S9(8) COMP VALUE ZERO.

       01  WS-OPERATOR-ID            PIC X(08).

       01  WS-MAINT-MODE             PIC X(01).
       01  WS-NEW-STATE              PIC X(02).
       01  WS-NEW-ZIP                PIC X(10).
       01  WS-NEW-PHONE              PIC X(12).
       01  WS-NEW-EMAIL              PIC X(60).
       01  WS-NEW-PREF               PIC X(01).

       01  WS-NEW-DATE-X             PIC X(08).
       01  WS-NEW-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-NEW-DATE.
           03 WS-NEW-YEAR            PIC 9(4).
           03 WS-NEW-MONTH           PIC 9(2).
           03 WS-NEW-DAY             PIC 9(2).

       01  WS-TODAY                  PIC 9(8).

      *    THE EMAIL ADDRESS MUST CARRY EXACTLY ONE "@" WITH
      *    SOMETHING EITHER SIDE OF IT.
       01  WS-AT-COUNT               PIC S9(4) COMP.
       01  WS-EMAIL-USER             PIC X(60).
       01  WS-EMAIL-DOMAIN           PIC X(60).

       01  WS-EDIT-FLAG              PIC X  VALUE "Y".
           88  NEW-VALUE-GOOD        VALUE "Y".

       01  WS-LINK-LOAN-NUMBER       PIC X(10).
       01  WS-NEW-ROLE               PIC X(01).
       01  WS-RECORD-FOUND-FLAG      PIC X  VALUE "N".
           88  BORROWER-ON-FILE      VALUE "Y".

      *    SET WHEN A BORROWER WHOSE MAIL CAME BACK IS GIVEN A
      *    DIFFERENT ADDRESS.
       01  WS-ADDRESS-FLAG           PIC X  VALUE "N".
           88  RETURNED-ADDRESS-REPLACED VALUE "Y".

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-OPERATOR-ID FROM CONSOLE
           ACCEPT WS-MAINT-MODE  FROM CONSOLE

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANBORM"               TO SC-PROGRAM-ID
           MOVE WS-MAINT-MODE            TO SC-FUNCTION
           MOVE SPACES                   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN MODE-BORROWER
                   PERFORM 0100-MAINTAIN-BORROWER
           ACCEPT WS-NEW-STATE   FROM CONSOLE
           ACCEPT WS-NEW-ZIP     FROM CONSOLE
           ACCEPT WS-NEW-PHONE   FROM CONSOLE
           ACCEPT WS-NEW-EMAIL   FROM CONSOLE
           ACCEPT WS-NEW-DATE-X  FROM CONSOLE
           ACCEPT WS-NEW-PREF    FROM CONSOLE

           IF WS-BORROWER-ID = SPACES
               DISPLAY "BORROWER ID MAY NOT BE BLANK"
               GO TO 0100-MAINTAIN-BORROWER-EXIT
           END-IF

           PERFORM 0200-EDIT-DELIVERY
               THRU 0200-EDIT-DELIVERY-EXIT
           IF NOT NEW-VALUE-GOOD
               GO TO 0100-MAINTAIN-BORROWER-EXIT
           END-IF

           OPEN I-O BORROWER-MASTER-FILE

           MOVE "N" TO WS-RECORD-FOUND-FLAG
               MOVE "Y" TO WS-RECORD-FOUND-FLAG
           END-IF

      *        A NEW BORROWER STARTS WITH NOTHING RETURNED; ONE ON
      *        FILE KEEPS THE FLAG UNLESS THE ADDRESS ITSELF CHANGES.
           MOVE "N" TO WS-ADDRESS-FLAG
           IF BORROWER-ON-FILE
               IF BO-MAIL-RETURNED
                   IF WS-NEW-ADDRESS-1 NOT = BO-ADDRESS-LINE-1
                       OR WS-NEW-ADDRESS-2 NOT = BO-ADDRESS-LINE-2
                       OR WS-NEW-CITY NOT = BO-CITY
                       OR WS-NEW-STATE NOT = BO-STATE
                       OR WS-NEW-ZIP NOT = BO-ZIP-CODE
                       MOVE "Y" TO WS-ADDRESS-FLAG
                       MOVE SPACE TO BO-MAIL-RETURNED-FLAG
                       MOVE ZERO  TO BO-MAIL-RETURNED-DATE
                   END-IF
               END-IF
           ELSE
               MOVE SPACE TO BO-MAIL-RETURNED-FLAG
               MOVE ZERO  TO BO-MAIL-RETURNED-DATE
           END-IF

           MOVE WS-BORROWER-ID   TO BO-BORROWER-ID
           MOVE WS-NEW-NAME      TO BO-BORROWER-NAME
           MOVE WS-NEW-ADDRESS-1 TO BO-ADDRESS-LINE-1
           MOVE WS-NEW-STATE     TO BO-STATE
           MOVE WS-NEW-ZIP       TO BO-ZIP-CODE
           MOVE WS-NEW-PHONE     TO BO-PHONE-NUMBER
           MOVE WS-NEW-EMAIL     TO BO-EMAIL-ADDRESS
           MOVE WS-NEW-DATE      TO BO-ECONSENT-DATE
           MOVE WS-NEW-PREF      TO BO-DELIVERY-PREF

           IF BORROWER-ON-FILE
               REWRITE BORROWER-MASTER-RECORD
           IF BORROWER-WRITE-OK
               DISPLAY "BORROWER " BO-BORROWER-ID " FILED BY "
                   WS-OPERATOR-ID
               PERFORM 0800-QUEUE-FOR-SCREENING
                   THRU 0800-QUEUE-FOR-SCREENING-EXIT
               IF RETURNED-ADDRESS-REPLACED
                   PERFORM 0850-CLOSE-SKIP-TRACES
                       THRU 0850-CLOSE-SKIP-TRACES-EXIT
               END-IF
           ELSE
               DISPLAY "BORROWER WRITE FAILED - STATUS "
                   WS-BORROWER-STATUS
       0100-MAINTAIN-BORROWER-EXIT.
           EXIT.

      *************************************************************
      *    EDIT THE DELIVERY DETAILS BEFORE ANYTHING IS WRITTEN.
      *    A BLANK PREFERENCE IS PAPER.  AN EMAIL ADDRESS AND A
      *    CONSENT DATE MAY BE KEPT ON FILE FOR A PAPER BORROWER,
      *    BUT ELECTRONIC DELIVERY (ALONE OR WITH PAPER) NEEDS
      *    BOTH.
      *************************************************************
       0200-EDIT-DELIVERY SECTION.
           MOVE "Y" TO WS-EDIT-FLAG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF WS-NEW-PREF = SPACE
               MOVE "P" TO WS-NEW-PREF
           END-IF
           MOVE WS-NEW-PREF TO BO-DELIVERY-PREF
           IF NOT BO-DELIVERY-VALID
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "DELIVERY MUST BE P (PAPER), E (ELECTRONIC)"
                   " OR B (BOTH)"
               GO TO 0200-EDIT-DELIVERY-EXIT
           END-IF

           MOVE ZERO TO WS-NEW-DATE
           IF WS-NEW-DATE-X NOT = SPACES
               IF WS-NEW-DATE-X IS NUMERIC
                   MOVE WS-NEW-DATE-X TO WS-NEW-DATE
                   IF WS-NEW-MONTH < 01 OR WS-NEW-MONTH > 12
                       OR WS-NEW-DAY < 01 OR WS-NEW-DAY > 31
                       OR WS-NEW-YEAR < 1900
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "CONSENT DATE NOT A REAL DATE"
                   ELSE
                       IF WS-NEW-DATE > WS-TODAY
                           MOVE "N" TO WS-EDIT-FLAG
                           DISPLAY "CONSENT DATE MAY NOT BE IN"
                               " THE FUTURE"
                       END-IF
                   END-IF
               ELSE
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "CONSENT DATE MUST BE YYYYMMDD"
               END-IF
           END-IF

           IF WS-NEW-EMAIL NOT = SPACES
               MOVE ZERO   TO WS-AT-COUNT
               MOVE SPACES TO WS-EMAIL-USER
               MOVE SPACES TO WS-EMAIL-DOMAIN
               INSPECT WS-NEW-EMAIL TALLYING WS-AT-COUNT
                   FOR ALL "@"
               UNSTRING WS-NEW-EMAIL DELIMITED BY "@"
                   INTO WS-EMAIL-USER WS-EMAIL-DOMAIN
               END-UNSTRING
               IF WS-AT-COUNT NOT = 1
                   OR WS-EMAIL-USER = SPACES
                   OR WS-EMAIL-DOMAIN = SPACES
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "EMAIL ADDRESS IS NOT VALID"
               END-IF
           END-IF

           IF BO-DELIVER-ELECTRONIC OR BO-DELIVER-BOTH
               IF WS-NEW-EMAIL = SPACES
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "ELECTRONIC DELIVERY NEEDS AN EMAIL"
                       " ADDRESS"
               END-IF
               IF WS-NEW-DATE = ZERO
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "ELECTRONIC DELIVERY NEEDS THE"
                       " BORROWER'S CONSENT DATE"
               END-IF
           END-IF
           .
       0200-EDIT-DELIVERY-EXIT.
           EXIT.

       0300-MAINTAIN-LINK SECTION.
           ACCEPT WS-LINK-LOAN-NUMBER FROM CONSOLE
           ACCEPT WS-BORROWER-ID      FROM CONSOLE
               END-IF
           ELSE
               MOVE WS-NEW-ROLE TO BX-ROLE-CODE
               MOVE ZERO        TO BX-EFFECTIVE-DATE
               MOVE ZERO        TO BX-END-DATE
               MOVE SPACE       TO BX-PARTY-STATUS
               MOVE SPACES      TO BX-SUCCESSOR-ID
               WRITE LOAN-BORROWER-XREF-RECORD
                   INVALID KEY
                       REWRITE LOAN-BORROWER-XREF-RECORD
       0300-MAINTAIN-LINK-EXIT.
           EXIT.

      *************************************************************
      *    QUEUE THE BORROWER JUST FILED FOR SANCTIONS SCREENING.
      *************************************************************
       0800-QUEUE-FOR-SCREENING SECTION.
           OPEN EXTEND SCREEN-QUEUE-FILE
           SET SQ-SUBJECT-BORROWER TO TRUE
           MOVE BO-BORROWER-ID     TO SQ-SUBJECT-KEY
           ACCEPT SQ-QUEUED-DATE FROM DATE YYYYMMDD
           WRITE SCREEN-QUEUE-RECORD
           CLOSE SCREEN-QUEUE-FILE
           .
       0800-QUEUE-FOR-SCREENING-EXIT.
           EXIT.

      *************************************************************
      *    THE RETURNED ADDRESS HAS BEEN REPLACED: EVERY OPEN
      *    SKIP-TRACE ENTRY FOR THE BORROWER IS MARKED FOUND.
      *************************************************************
       0850-CLOSE-SKIP-TRACES SECTION.
           MOVE ZERO TO WS-FOUND-COUNT
           MOVE "N"  TO WS-TRACE-EOF-FLAG

           OPEN I-O SKIP-TRACE-FILE
           MOVE BO-BORROWER-ID TO ST-BORROWER-ID
           MOVE SPACES         TO ST-LOAN-NUMBER
           START SKIP-TRACE-FILE
               KEY IS NOT LESS THAN ST-TRACE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TRACE-EOF-FLAG
           END-START

           PERFORM 0860-CLOSE-ONE-TRACE
               THRU 0860-CLOSE-ONE-TRACE-EXIT
               UNTIL END-OF-TRACES

           CLOSE SKIP-TRACE-FILE

           DISPLAY "RETURNED-MAIL FLAG CLEARED - SKIP TRACES"
               " CLOSED: " WS-FOUND-COUNT
           .
       0850-CLOSE-SKIP-TRACES-EXIT.
           EXIT.

       0860-CLOSE-ONE-TRACE SECTION.
           READ SKIP-TRACE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TRACE-EOF-FLAG
                   GO TO 0860-CLOSE-ONE-TRACE-EXIT
           END-READ

           IF ST-BORROWER-ID NOT = BO-BORROWER-ID
               MOVE "Y" TO WS-TRACE-EOF-FLAG
               GO TO 0860-CLOSE-ONE-TRACE-EXIT
           END-IF

           IF ST-TRACE-OPEN
               SET ST-TRACE-FOUND TO TRUE
               ACCEPT ST-FOUND-DATE FROM DATE YYYYMMDD
               MOVE WS-OPERATOR-ID TO ST-FOUND-BY
               REWRITE SKIP-TRACE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF TRACE-WRITE-OK
                   ADD 1 TO WS-FOUND-COUNT
               ELSE
                   DISPLAY "SKIP TRACE REWRITE FAILED FOR LOAN "
                       ST-LOAN-NUMBER " - STATUS " WS-TRACE-STATUS
               END-IF
           END-IF
           .
       0860-CLOSE-ONE-TRACE-EXIT.
           EXIT.

       END PROGRAM LOANBORM.
