       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANLRLE.
       REMARKS. LIEN RELEASE ENTRY.  AN AUTHORIZED OPERATOR RECORDS
               THE TWO STEPS OF RELEASING THE LIEN ON A PAID-OFF
               LOAN, AGAINST THE RELEASE LOANPAYX OPENED ON LOANLRLS
               WHEN THE PAYOFF POSTED: THE DAY THE SIGNED RELEASE
               WENT TO THE COUNTY RECORDER, AND THE DAY THE COUNTY
               CONFIRMED IT RECORDED, WITH THE RECORDING REFERENCE
               THE CONFIRMATION QUOTES.  THE STEPS MUST COME IN
               ORDER AND NEITHER DATE MAY LIE IN THE FUTURE.  EVERY
               ACTION IS APPENDED TO THE MAINTENANCE-AUDIT FILE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIEN-RELEASE-FILE
                                    ASSIGN TO "LOANLRLS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LR-LOAN-NUMBER
                                    FILE STATUS IS WS-RELEASE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LIEN-RELEASE-FILE.
       COPY LIENREL.

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

       01  WS-RELEASE-STATUS         PIC X(02) VALUE SPACES.
           88  RELEASE-READ-OK       VALUE "00".
           88  RELEASE-WRITE-OK      VALUE "00", "02".

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-INQUIRY-LOAN-NUMBER    PIC X(10).

      *    WHAT THE OPERATOR IS RECORDING.
       01  WS-ACTION-CODE            PIC X(08).
           88  ACTION-SENT           VALUE "SENT".
           88  ACTION-CONFIRM        VALUE "CONFIRM".
           88  ACTION-VALID          VALUE "SENT", "CONFIRM".

      *    THE COUNTY'S RECORDING REFERENCE, ON CONFIRM ONLY.
       01  WS-NEW-VALUE              PIC X(16).

       01  WS-NEW-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-NEW-DATE.
           03 WS-NEW-YEAR            PIC 9(4).
           03 WS-NEW-MONTH           PIC 9(2).
           03 WS-NEW-DAY             PIC 9(2).
       01  WS-NEW-DATE-X             PIC X(08).

       01  WS-TODAY                  PIC 9(8).

       01  WS-EDIT-FLAG              PIC X  VALUE "Y".
           88  NEW-VALUE-GOOD        VALUE "Y".
           88  NEW-VALUE-BAD         VALUE "N".

      *    SCRATCH IMAGE FOR THE AUDIT RECORD -- A STEP DATE AND
      *    THE RECORDING REFERENCE, SO THE BEFORE/AFTER COLUMNS
      *    READ AS CHARACTERS THE WAY LOANMNT'S DO.
       01  WS-RELEASE-IMAGE.
           03 WS-IMG-DATE            PIC 9(8).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-REF             PIC X(16).

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
           MOVE "LOANLRLE"               TO SC-PROGRAM-ID
           MOVE WS-ACTION-CODE           TO SC-FUNCTION
           MOVE WS-INQUIRY-LOAN-NUMBER   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-MAINTAIN-RELEASE
               THRU 0100-MAINTAIN-RELEASE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-MAINTAIN-RELEASE SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN I-O LIEN-RELEASE-FILE
           MOVE WS-INQUIRY-LOAN-NUMBER TO LR-LOAN-NUMBER
           READ LIEN-RELEASE-FILE
               INVALID KEY
                   DISPLAY "NO LIEN RELEASE ON FILE FOR "
                       WS-INQUIRY-LOAN-NUMBER
           END-READ

           IF RELEASE-READ-OK
               PERFORM 0200-EDIT-THE-ACTION
                   THRU 0200-EDIT-THE-ACTION-EXIT
               IF NEW-VALUE-GOOD
                   PERFORM 0300-RECORD-THE-STEP
                       THRU 0300-RECORD-THE-STEP-EXIT
               END-IF
           END-IF

           CLOSE LIEN-RELEASE-FILE
           .
       0100-MAINTAIN-RELEASE-EXIT.
           EXIT.

      *************************************************************
      *    EDIT THE ACTION AGAINST THE RELEASE BEFORE ANYTHING IS
      *    WRITTEN.  THE RELEASE MUST GO TO THE COUNTY BEFORE THE
      *    COUNTY CAN CONFIRM IT, AND NEITHER STEP CAN PRECEDE THE
      *    ONE BEFORE IT.
      *************************************************************
       0200-EDIT-THE-ACTION SECTION.
           MOVE "Y" TO WS-EDIT-FLAG

           IF NOT ACTION-VALID
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "ACTION MUST BE SENT/CONFIRM"
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

           EVALUATE TRUE
               WHEN ACTION-SENT
                   IF NOT LR-AWAITING-SEND
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "RELEASE ALREADY SENT ON "
                           LR-SENT-DATE
                   END-IF
                   IF WS-NEW-DATE < LR-PAYOFF-DATE
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "RELEASE MAY NOT PRECEDE THE PAYOFF "
                           LR-PAYOFF-DATE
                   END-IF

               WHEN ACTION-CONFIRM
                   IF NOT LR-SENT-TO-COUNTY
                       MOVE "N" TO WS-EDIT-FLAG
                       IF LR-RECORDED
                           DISPLAY "RELEASE ALREADY CONFIRMED ON "
                               LR-CONFIRMED-DATE
                       ELSE
                           DISPLAY "RELEASE NOT YET SENT TO THE"
                               " COUNTY"
                       END-IF
                   ELSE
                       IF WS-NEW-DATE < LR-SENT-DATE
                           MOVE "N" TO WS-EDIT-FLAG
                           DISPLAY "RECORDING MAY NOT PRECEDE THE"
                               " SEND " LR-SENT-DATE
                       END-IF
                   END-IF
                   IF WS-NEW-VALUE = SPACES
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "RECORDING REFERENCE MAY NOT BE BLANK"
                   END-IF
           END-EVALUATE
           .
       0200-EDIT-THE-ACTION-EXIT.
           EXIT.

      *************************************************************
      *    ONE STEP ON THE RELEASE, WITH ITS BEFORE/AFTER IMAGE.
      *************************************************************
       0300-RECORD-THE-STEP SECTION.
           EVALUATE TRUE
               WHEN ACTION-SENT
                   MOVE LR-SENT-DATE        TO WS-IMG-DATE
                   MOVE SPACES              TO WS-IMG-REF
                   MOVE WS-RELEASE-IMAGE    TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-DATE         TO LR-SENT-DATE
                   SET LR-SENT-TO-COUNTY    TO TRUE
                   MOVE LR-SENT-DATE        TO WS-IMG-DATE
                   MOVE "LIENSENT"          TO MA-FIELD-NAME
               WHEN ACTION-CONFIRM
                   MOVE LR-CONFIRMED-DATE   TO WS-IMG-DATE
                   MOVE LR-RECORDING-REF    TO WS-IMG-REF
                   MOVE WS-RELEASE-IMAGE    TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-DATE         TO LR-CONFIRMED-DATE
                   MOVE WS-NEW-VALUE        TO LR-RECORDING-REF
                   SET LR-RECORDED          TO TRUE
                   MOVE LR-CONFIRMED-DATE   TO WS-IMG-DATE
                   MOVE LR-RECORDING-REF    TO WS-IMG-REF
                   MOVE "LIENCONF"          TO MA-FIELD-NAME
           END-EVALUATE
           MOVE WS-RELEASE-IMAGE TO MA-AFTER-IMAGE

           REWRITE LIEN-RELEASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF RELEASE-WRITE-OK
               PERFORM 0700-WRITE-AUDIT-RECORD
                   THRU 0700-WRITE-AUDIT-RECORD-EXIT
               DISPLAY "LOAN " WS-INQUIRY-LOAN-NUMBER " "
                   MA-FIELD-NAME " RECORDED BY " WS-OPERATOR-ID
               IF LR-SENT-DATE > LR-DUE-DATE
                   AND ACTION-SENT
                   DISPLAY "NOTE: RELEASE SENT AFTER ITS STATUTORY"
                       " DUE DATE " LR-DUE-DATE
               END-IF
           ELSE
               DISPLAY "LIEN RELEASE REWRITE FAILED - STATUS "
                   WS-RELEASE-STATUS
           END-IF
           .
       0300-RECORD-THE-STEP-EXIT.
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

       END PROGRAM LOANLRLE.
