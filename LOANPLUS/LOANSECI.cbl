       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSECI.
       REMARKS. ONE-TIME OPERATOR SECURITY SEED.  LOANSECM WILL
               ONLY TAKE A CHANGE FROM AN ADMINISTRATOR ALREADY
               ENTITLED TO IT ON OPERSEC, SO A NEW INSTALLATION HAS
               NO WAY IN.  THIS RUN FILES THE FIRST SECURITY
               ADMINISTRATOR -- THE ID AND NAME KEYED AT THE
               CONSOLE, ACTIVE, ENTITLED TO EVERY LOANSECM FUNCTION
               WITH NO CEILING -- AND DOES NOTHING AT ALL ONCE ANY
               OPERATOR IS ON THE FILE.  FROM THEN ON EVERY OPERATOR,
               INCLUDING A SECOND ADMINISTRATOR, IS FILED THROUGH
               LOANSECM.  THE SEED IS APPENDED TO THE MAINTENANCE-
               AUDIT FILE IN LOANMNT'S LAYOUT, THE SAME AS A
               LOANSECM CHANGE, AND A REFUSED ATTEMPT IS LOGGED ON
               SECVIOL FOR THE MORNING LOANSECR REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-SECURITY-FILE
                                    ASSIGN TO "OPERSEC"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS OS-OPERATOR-ID
                                    FILE STATUS IS WS-SECURITY-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SECURITY-VIOLATION-FILE
                                    ASSIGN TO "SECVIOL"
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

       FD  SECURITY-VIOLATION-FILE.
       COPY SECVIOL.

       WORKING-STORAGE SECTION.

       01  WS-SECURITY-STATUS        PIC X(02) VALUE SPACES.
           88  SECURITY-READ-OK      VALUE "00".
           88  SECURITY-WRITE-OK     VALUE "00", "02".

       01  WS-FILE-EMPTY-FLAG        PIC X  VALUE "Y".
           88  SECURITY-FILE-EMPTY   VALUE "Y".

       01  WS-ADMIN-ID               PIC X(08).
       01  WS-ADMIN-NAME             PIC X(30).
       01  WS-RUN-DATE               PIC 9(8).

      *    AUDIT IMAGE OF THE ONE ENTITLEMENT SEEDED.
       01  WS-ENT-IMAGE.
           03 WS-ENT-IMAGE-PROGRAM   PIC X(08) VALUE "LOANSECM".
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-ENT-IMAGE-FUNCTION  PIC X(08) VALUE SPACES.
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-ENT-IMAGE-LIMIT     PIC 9(8)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-ADMIN-ID   FROM CONSOLE
           ACCEPT WS-ADMIN-NAME FROM CONSOLE
           ACCEPT WS-RUN-DATE   FROM DATE YYYYMMDD

           IF WS-ADMIN-ID = SPACES
               DISPLAY "OPERATOR ID MAY NOT BE BLANK"
               GOBACK
           END-IF
           IF WS-ADMIN-NAME = SPACES
               DISPLAY "OPERATOR NAME MAY NOT BE BLANK"
               GOBACK
           END-IF

           OPEN I-O OPERATOR-SECURITY-FILE
           PERFORM 0100-CHECK-FILE-EMPTY
               THRU 0100-CHECK-FILE-EMPTY-EXIT

           IF NOT SECURITY-FILE-EMPTY
               CLOSE OPERATOR-SECURITY-FILE
               DISPLAY "OPERATORS ALREADY ON FILE - USE LOANSECM"
               PERFORM 0300-LOG-THE-REFUSAL
                   THRU 0300-LOG-THE-REFUSAL-EXIT
               GOBACK
           END-IF

           PERFORM 0200-SEED-THE-ADMINISTRATOR
               THRU 0200-SEED-THE-ADMINISTRATOR-EXIT

           CLOSE OPERATOR-SECURITY-FILE

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

      *************************************************************
      *    ANY RECORD AT ALL ON OPERSEC -- ACTIVE OR SUSPENDED --
      *    MEANS THE INSTALLATION IS ALREADY SEEDED.
      *************************************************************
       0100-CHECK-FILE-EMPTY SECTION.
           MOVE "Y" TO WS-FILE-EMPTY-FLAG
           MOVE LOW-VALUES TO OS-OPERATOR-ID
           START OPERATOR-SECURITY-FILE
               KEY IS NOT LESS THAN OS-OPERATOR-ID
               INVALID KEY
                   GO TO 0100-CHECK-FILE-EMPTY-EXIT
           END-START

           READ OPERATOR-SECURITY-FILE NEXT RECORD
               AT END
                   GO TO 0100-CHECK-FILE-EMPTY-EXIT
           END-READ
           IF SECURITY-READ-OK
               MOVE "N" TO WS-FILE-EMPTY-FLAG
           END-IF
           .
       0100-CHECK-FILE-EMPTY-EXIT.
           EXIT.

      *************************************************************
      *    FILE THE ADMINISTRATOR, THEN CUT THE AUDIT RECORD -- ONLY
      *    ONCE THE FILE HAS TAKEN IT.
      *************************************************************
       0200-SEED-THE-ADMINISTRATOR SECTION.
           INITIALIZE OPERATOR-SECURITY-RECORD
           MOVE WS-ADMIN-ID     TO OS-OPERATOR-ID
           MOVE WS-ADMIN-NAME   TO OS-OPERATOR-NAME
           SET OS-ACTIVE        TO TRUE
           MOVE WS-RUN-DATE     TO OS-LAST-CHANGE-DATE
           MOVE "LOANSECI"      TO OS-LAST-CHANGE-BY
           MOVE 1               TO OS-ENTITLEMENT-COUNT
           MOVE "LOANSECM"      TO OS-ENT-PROGRAM(1)
           MOVE SPACES          TO OS-ENT-FUNCTION(1)
           MOVE ZERO            TO OS-ENT-LIMIT(1)

           WRITE OPERATOR-SECURITY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF NOT SECURITY-WRITE-OK
               DISPLAY "SECURITY FILE WRITE FAILED - STATUS "
                   WS-SECURITY-STATUS
               GO TO 0200-SEED-THE-ADMINISTRATOR-EXIT
           END-IF

           ACCEPT MA-DATE FROM DATE YYYYMMDD
           ACCEPT MA-TIME FROM TIME
           MOVE "LOANSECI"      TO MA-OPERATOR-ID
           MOVE WS-ADMIN-ID     TO MA-LOAN-NUMBER
           MOVE "SECSEED"       TO MA-FIELD-NAME
           MOVE "EMPTY SECURITY FILE" TO MA-BEFORE-IMAGE
           MOVE WS-ENT-IMAGE    TO MA-AFTER-IMAGE
           OPEN EXTEND MAINT-AUDIT-FILE
           WRITE MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE

           DISPLAY "SECURITY ADMINISTRATOR " WS-ADMIN-ID " SEEDED"
           .
       0200-SEED-THE-ADMINISTRATOR-EXIT.
           EXIT.

      *************************************************************
      *    A SEED ATTEMPT AGAINST A LIVE SECURITY FILE IS LOGGED
      *    LIKE ANY OTHER REFUSAL.
      *************************************************************
       0300-LOG-THE-REFUSAL SECTION.
           ACCEPT SV-DATE FROM DATE YYYYMMDD
           ACCEPT SV-TIME FROM TIME
           MOVE WS-ADMIN-ID     TO SV-OPERATOR-ID
           MOVE "LOANSECI"      TO SV-PROGRAM-ID
           MOVE SPACES          TO SV-FUNCTION
           MOVE SPACES          TO SV-LOAN-NUMBER
           MOVE ZERO            TO SV-AMOUNT
           MOVE "SECURITY FILE ALREADY SEEDED" TO SV-REASON

           OPEN EXTEND SECURITY-VIOLATION-FILE
           WRITE SECURITY-VIOLATION-RECORD
           CLOSE SECURITY-VIOLATION-FILE
           .
       0300-LOG-THE-REFUSAL-EXIT.
           EXIT.

       END PROGRAM LOANSECI.
