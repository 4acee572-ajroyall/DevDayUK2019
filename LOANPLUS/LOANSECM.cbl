       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSECM.
       REMARKS. OPERATOR SECURITY MAINTENANCE.  A SECURITY
               ADMINISTRATOR -- ITSELF ENTITLED TO LOANSECM ON THE
               FILE IT MAINTAINS -- WORKS ONE OPERATOR ON OPERSEC.
               MODE "O" FILES (OR REPLACES) THE OPERATOR'S NAME AND
               ACTIVE/SUSPENDED STATUS; "G" GRANTS AN ENTITLEMENT
               TO A PROGRAM AND FUNCTION WITH ITS DOLLAR LIMIT (OR
               REPLACES THE LIMIT ON ONE ALREADY HELD); "R" REVOKES
               ONE.  AN ADMINISTRATOR MAY NOT WORK ON THEIR OWN ID.
               EVERY APPLIED CHANGE IS APPENDED TO THE MAINTENANCE-
               AUDIT FILE IN LOANMNT'S LAYOUT, THE OPERATOR ID IN
               THE LOAN-NUMBER COLUMN.  THE FIRST ADMINISTRATOR ON A NEW
               INSTALLATION IS SEEDED BY LOANSECI, WHICH RUNS ONLY WHILE
               OPERSEC IS EMPTY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-SECURITY-FILE
                                    ASSIGN TO "OPERSEC"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS OS-OPERATOR-ID
                                    FILE STATUS IS WS-SECURITY-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  OPERATOR-SECURITY-FILE.
       COPY OPERSEC.

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

       77  ENTITLEMENT-MAX           PIC 9(2) VALUE 40.

       01  WS-SECURITY-STATUS        PIC X(02) VALUE SPACES.
           88  SECURITY-READ-OK      VALUE "00".
           88  SECURITY-WRITE-OK     VALUE "00", "02".

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-MAINT-MODE             PIC X(01).
           88  MODE-OPERATOR         VALUE "O".
           88  MODE-GRANT            VALUE "G".
           88  MODE-REVOKE           VALUE "R".
       01  WS-TARGET-OPERATOR        PIC X(08).

       01  WS-NEW-NAME               PIC X(30).
       01  WS-NEW-STATUS             PIC X(01).
           88  NEW-STATUS-VALID      VALUE "A", "S".

       01  WS-NEW-PROGRAM            PIC X(08).
       01  WS-NEW-FUNCTION           PIC X(08).
       01  WS-NEW-LIMIT              PIC X(10).
       01  FILLER REDEFINES WS-NEW-LIMIT.
           03 WS-NEW-LIMIT-N         PIC 9(8)V99.

      *    AUDIT IMAGE OF ONE ENTITLEMENT: PROGRAM/FUNCTION/LIMIT.
       01  WS-ENT-IMAGE.
           03 WS-ENT-IMAGE-PROGRAM   PIC X(08).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-ENT-IMAGE-FUNCTION  PIC X(08).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-ENT-IMAGE-LIMIT     PIC 9(8)V99.

       01  WS-RECORD-FOUND-FLAG      PIC X  VALUE "N".
           88  OPERATOR-ON-FILE      VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).
       01  IDX                       PIC S9(4) COMP.
       01  IDX2                      PIC S9(4) COMP.

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-OPERATOR-ID         FROM CONSOLE
           ACCEPT WS-MAINT-MODE          FROM CONSOLE
           ACCEPT WS-TARGET-OPERATOR     FROM CONSOLE

           MOVE WS-OPERATOR-ID     TO SC-OPERATOR-ID
           MOVE "LOANSECM"         TO SC-PROGRAM-ID
           MOVE WS-MAINT-MODE      TO SC-FUNCTION
           MOVE SPACES             TO SC-LOAN-NUMBER
           MOVE ZERO               TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           IF WS-TARGET-OPERATOR = SPACES
               DISPLAY "OPERATOR ID MAY NOT BE BLANK"
               GOBACK
           END-IF
           IF WS-TARGET-OPERATOR = WS-OPERATOR-ID
               DISPLAY "AN ADMINISTRATOR MAY NOT CHANGE THEIR OWN"
                   " ENTITLEMENTS"
               GOBACK
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           EVALUATE TRUE
               WHEN MODE-OPERATOR
                   PERFORM 0100-MAINTAIN-OPERATOR
                       THRU 0100-MAINTAIN-OPERATOR-EXIT
               WHEN MODE-GRANT
                   PERFORM 0200-GRANT-ENTITLEMENT
                       THRU 0200-GRANT-ENTITLEMENT-EXIT
               WHEN MODE-REVOKE
                   PERFORM 0300-REVOKE-ENTITLEMENT
                       THRU 0300-REVOKE-ENTITLEMENT-EXIT
               WHEN OTHER
                   DISPLAY "MODE MUST BE O (OPERATOR),"
                       " G (GRANT) OR R (REVOKE)"
           END-EVALUATE

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

      *************************************************************
      *    FILE OR REPLACE THE OPERATOR HEADER.  A NEW OPERATOR
      *    STARTS WITH NO ENTITLEMENTS.
      *************************************************************
       0100-MAINTAIN-OPERATOR SECTION.
           ACCEPT WS-NEW-NAME   FROM CONSOLE
           ACCEPT WS-NEW-STATUS FROM CONSOLE

           IF WS-NEW-NAME = SPACES
               DISPLAY "OPERATOR NAME MAY NOT BE BLANK"
               GO TO 0100-MAINTAIN-OPERATOR-EXIT
           END-IF
           IF NOT NEW-STATUS-VALID
               DISPLAY "STATUS MUST BE A (ACTIVE) OR S (SUSPENDED)"
               GO TO 0100-MAINTAIN-OPERATOR-EXIT
           END-IF

           OPEN I-O OPERATOR-SECURITY-FILE
           PERFORM 0500-READ-TARGET
               THRU 0500-READ-TARGET-EXIT

           IF OPERATOR-ON-FILE
               MOVE OS-STATUS TO MA-BEFORE-IMAGE
           ELSE
               MOVE "NEW OPERATOR" TO MA-BEFORE-IMAGE
               MOVE WS-TARGET-OPERATOR TO OS-OPERATOR-ID
               MOVE ZERO TO OS-ENTITLEMENT-COUNT
           END-IF

           MOVE WS-NEW-NAME     TO OS-OPERATOR-NAME
           MOVE WS-NEW-STATUS   TO OS-STATUS
           MOVE OS-STATUS       TO MA-AFTER-IMAGE
           MOVE "SECOPER"       TO MA-FIELD-NAME

           PERFORM 0600-FILE-THE-OPERATOR
               THRU 0600-FILE-THE-OPERATOR-EXIT

           CLOSE OPERATOR-SECURITY-FILE
           .
       0100-MAINTAIN-OPERATOR-EXIT.
           EXIT.

      *************************************************************
      *    GRANT AN ENTITLEMENT, OR RE-SET THE LIMIT ON ONE THE
      *    OPERATOR ALREADY HOLDS FOR THE SAME PROGRAM/FUNCTION.
      *************************************************************
       0200-GRANT-ENTITLEMENT SECTION.
           ACCEPT WS-NEW-PROGRAM  FROM CONSOLE
           ACCEPT WS-NEW-FUNCTION FROM CONSOLE
           ACCEPT WS-NEW-LIMIT    FROM CONSOLE

           IF WS-NEW-PROGRAM = SPACES
               DISPLAY "PROGRAM MAY NOT BE BLANK"
               GO TO 0200-GRANT-ENTITLEMENT-EXIT
           END-IF
           IF WS-NEW-LIMIT NOT NUMERIC
               DISPLAY "LIMIT MUST BE 10 DIGITS (V99),"
                   " ZERO FOR NO CEILING"
               GO TO 0200-GRANT-ENTITLEMENT-EXIT
           END-IF

           OPEN I-O OPERATOR-SECURITY-FILE
           PERFORM 0500-READ-TARGET
               THRU 0500-READ-TARGET-EXIT
           IF NOT OPERATOR-ON-FILE
               DISPLAY "OPERATOR NOT ON FILE: " WS-TARGET-OPERATOR
               CLOSE OPERATOR-SECURITY-FILE
               GO TO 0200-GRANT-ENTITLEMENT-EXIT
           END-IF

           PERFORM 0510-FIND-ENTITLEMENT
               THRU 0510-FIND-ENTITLEMENT-EXIT

           IF IDX > OS-ENTITLEMENT-COUNT
               IF OS-ENTITLEMENT-COUNT NOT < ENTITLEMENT-MAX
                   DISPLAY "OPERATOR ALREADY HOLDS " ENTITLEMENT-MAX
                       " ENTITLEMENTS - REVOKE ONE FIRST"
                   CLOSE OPERATOR-SECURITY-FILE
                   GO TO 0200-GRANT-ENTITLEMENT-EXIT
               END-IF
               ADD 1 TO OS-ENTITLEMENT-COUNT
               MOVE OS-ENTITLEMENT-COUNT TO IDX
               MOVE WS-NEW-PROGRAM  TO OS-ENT-PROGRAM(IDX)
               MOVE WS-NEW-FUNCTION TO OS-ENT-FUNCTION(IDX)
               MOVE "NEW ENTITLEMENT" TO MA-BEFORE-IMAGE
           ELSE
               MOVE OS-ENT-PROGRAM(IDX)  TO WS-ENT-IMAGE-PROGRAM
               MOVE OS-ENT-FUNCTION(IDX) TO WS-ENT-IMAGE-FUNCTION
               MOVE OS-ENT-LIMIT(IDX)    TO WS-ENT-IMAGE-LIMIT
               MOVE WS-ENT-IMAGE         TO MA-BEFORE-IMAGE
           END-IF

           MOVE WS-NEW-LIMIT-N TO OS-ENT-LIMIT(IDX)
           MOVE OS-ENT-PROGRAM(IDX)  TO WS-ENT-IMAGE-PROGRAM
           MOVE OS-ENT-FUNCTION(IDX) TO WS-ENT-IMAGE-FUNCTION
           MOVE OS-ENT-LIMIT(IDX)    TO WS-ENT-IMAGE-LIMIT
           MOVE WS-ENT-IMAGE         TO MA-AFTER-IMAGE
           MOVE "SECGRANT"           TO MA-FIELD-NAME

           PERFORM 0600-FILE-THE-OPERATOR
               THRU 0600-FILE-THE-OPERATOR-EXIT

           CLOSE OPERATOR-SECURITY-FILE
           .
       0200-GRANT-ENTITLEMENT-EXIT.
           EXIT.

      *************************************************************
      *    REVOKE ONE ENTITLEMENT, CLOSING UP THE TABLE BEHIND IT.
      *************************************************************
       0300-REVOKE-ENTITLEMENT SECTION.
           ACCEPT WS-NEW-PROGRAM  FROM CONSOLE
           ACCEPT WS-NEW-FUNCTION FROM CONSOLE

           OPEN I-O OPERATOR-SECURITY-FILE
           PERFORM 0500-READ-TARGET
               THRU 0500-READ-TARGET-EXIT
           IF NOT OPERATOR-ON-FILE
               DISPLAY "OPERATOR NOT ON FILE: " WS-TARGET-OPERATOR
               CLOSE OPERATOR-SECURITY-FILE
               GO TO 0300-REVOKE-ENTITLEMENT-EXIT
           END-IF

           PERFORM 0510-FIND-ENTITLEMENT
               THRU 0510-FIND-ENTITLEMENT-EXIT
           IF IDX > OS-ENTITLEMENT-COUNT
               DISPLAY "OPERATOR DOES NOT HOLD " WS-NEW-PROGRAM
                   " " WS-NEW-FUNCTION
               CLOSE OPERATOR-SECURITY-FILE
               GO TO 0300-REVOKE-ENTITLEMENT-EXIT
           END-IF

           MOVE OS-ENT-PROGRAM(IDX)  TO WS-ENT-IMAGE-PROGRAM
           MOVE OS-ENT-FUNCTION(IDX) TO WS-ENT-IMAGE-FUNCTION
           MOVE OS-ENT-LIMIT(IDX)    TO WS-ENT-IMAGE-LIMIT
           MOVE WS-ENT-IMAGE         TO MA-BEFORE-IMAGE
           MOVE "REVOKED"            TO MA-AFTER-IMAGE
           MOVE "SECREVOK"           TO MA-FIELD-NAME

           PERFORM 0310-CLOSE-UP-ONE
               THRU 0310-CLOSE-UP-ONE-EXIT
               VARYING IDX2 FROM IDX BY 1
               UNTIL IDX2 NOT < OS-ENTITLEMENT-COUNT
           SUBTRACT 1 FROM OS-ENTITLEMENT-COUNT

           PERFORM 0600-FILE-THE-OPERATOR
               THRU 0600-FILE-THE-OPERATOR-EXIT

           CLOSE OPERATOR-SECURITY-FILE
           .
       0300-REVOKE-ENTITLEMENT-EXIT.
           EXIT.

       0310-CLOSE-UP-ONE SECTION.
           MOVE OS-ENTITLEMENT(IDX2 + 1) TO OS-ENTITLEMENT(IDX2)
           .
       0310-CLOSE-UP-ONE-EXIT.
           EXIT.

       0500-READ-TARGET SECTION.
           MOVE "N" TO WS-RECORD-FOUND-FLAG
           MOVE WS-TARGET-OPERATOR TO OS-OPERATOR-ID
           READ OPERATOR-SECURITY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF SECURITY-READ-OK
               MOVE "Y" TO WS-RECORD-FOUND-FLAG
           END-IF
           .
       0500-READ-TARGET-EXIT.
           EXIT.

       0510-FIND-ENTITLEMENT SECTION.
           PERFORM 0520-CHECK-ONE-ENTITLEMENT
               THRU 0520-CHECK-ONE-ENTITLEMENT-EXIT
               VARYING IDX FROM 1 BY 1
               UNTIL IDX > OS-ENTITLEMENT-COUNT
               OR (OS-ENT-PROGRAM(IDX) = WS-NEW-PROGRAM
                   AND OS-ENT-FUNCTION(IDX) = WS-NEW-FUNCTION)
           .
       0510-FIND-ENTITLEMENT-EXIT.
           EXIT.

       0520-CHECK-ONE-ENTITLEMENT SECTION.
           CONTINUE
           .
       0520-CHECK-ONE-ENTITLEMENT-EXIT.
           EXIT.

      *************************************************************
      *    WRITE OR REWRITE THE OPERATOR, THEN CUT THE AUDIT RECORD
      *    -- ONLY ONCE THE FILE HAS TAKEN THE CHANGE.
      *************************************************************
       0600-FILE-THE-OPERATOR SECTION.
           MOVE WS-RUN-DATE    TO OS-LAST-CHANGE-DATE
           MOVE WS-OPERATOR-ID TO OS-LAST-CHANGE-BY

           IF OPERATOR-ON-FILE
               REWRITE OPERATOR-SECURITY-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE OPERATOR-SECURITY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF SECURITY-WRITE-OK
               ACCEPT MA-DATE FROM DATE YYYYMMDD
               ACCEPT MA-TIME FROM TIME
               MOVE WS-OPERATOR-ID     TO MA-OPERATOR-ID
               MOVE WS-TARGET-OPERATOR TO MA-LOAN-NUMBER
               OPEN EXTEND MAINT-AUDIT-FILE
               WRITE MAINT-AUDIT-RECORD
               CLOSE MAINT-AUDIT-FILE
               DISPLAY "OPERATOR " WS-TARGET-OPERATOR " "
                   MA-FIELD-NAME " BY " WS-OPERATOR-ID
           ELSE
               DISPLAY "SECURITY FILE WRITE FAILED - STATUS "
                   WS-SECURITY-STATUS
           END-IF
           .
       0600-FILE-THE-OPERATOR-EXIT.
           EXIT.

       END PROGRAM LOANSECM.
