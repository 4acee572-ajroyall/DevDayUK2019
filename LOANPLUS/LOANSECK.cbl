       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSECK.
       REMARKS. SHARED OPERATOR ENTITLEMENT CHECK.  CALLED BY EVERY
               CONSOLE MAINTENANCE PROGRAM WITH THE SECAREA RECORD
               BEFORE IT ACCEPTS A CHANGE: THE OPERATOR MUST BE ON
               THE OPERSEC SECURITY FILE, ACTIVE, AND ENTITLED TO
               THE PROGRAM AND FUNCTION -- AND, WHERE AN AMOUNT IS
               GIVEN, WITHIN THE ENTITLEMENT'S DOLLAR LIMIT.  THE
               FILE IS READ ON EVERY CALL, NOT CACHED, SO A
               SUSPENSION TAKES EFFECT ON THE NEXT ATTEMPT.  AN
               OPERATOR NOT ON THE FILE (OR NO FILE AT ALL) IS
               REFUSED.  EVERY REFUSAL IS APPENDED TO THE SECVIOL
               LOG FOR THE MORNING LOANSECR REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-SECURITY-FILE
                                    ASSIGN TO "OPERSEC"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS OS-OPERATOR-ID
                                    FILE STATUS IS WS-SECURITY-STATUS.

           SELECT SECURITY-VIOLATION-FILE
                                    ASSIGN TO "SECVIOL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  OPERATOR-SECURITY-FILE.
       COPY OPERSEC.

       FD  SECURITY-VIOLATION-FILE.
       COPY SECVIOL.

       WORKING-STORAGE SECTION.

       01  WS-SECURITY-STATUS        PIC X(02) VALUE SPACES.
           88  SECURITY-READ-OK      VALUE "00".

       01  IDX                       PIC S9(4) COMP.

       LINKAGE SECTION.
       COPY SECAREA.

       PROCEDURE DIVISION USING OPERATOR-CHECK-AREA.

       0000-CONTROL SECTION.
           SET SC-REFUSED TO TRUE
           MOVE SPACES TO SC-REASON

           PERFORM 0100-CHECK-THE-OPERATOR
               THRU 0100-CHECK-THE-OPERATOR-EXIT

           IF SC-REFUSED
               PERFORM 0300-LOG-THE-VIOLATION
                   THRU 0300-LOG-THE-VIOLATION-EXIT
           END-IF

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

      *************************************************************
      *    READ THE OPERATOR, THEN LOOK FOR AN ENTITLEMENT TO THIS
      *    PROGRAM NAMING THIS FUNCTION (OR ANY FUNCTION).
      *************************************************************
       0100-CHECK-THE-OPERATOR SECTION.
           OPEN INPUT OPERATOR-SECURITY-FILE
           MOVE SC-OPERATOR-ID TO OS-OPERATOR-ID
           READ OPERATOR-SECURITY-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF NOT SECURITY-READ-OK
               OR SC-OPERATOR-ID = SPACES
               MOVE "OPERATOR NOT ON SECURITY FILE" TO SC-REASON
               CLOSE OPERATOR-SECURITY-FILE
               GO TO 0100-CHECK-THE-OPERATOR-EXIT
           END-IF
           CLOSE OPERATOR-SECURITY-FILE

           IF NOT OS-ACTIVE
               MOVE "OPERATOR SUSPENDED" TO SC-REASON
               GO TO 0100-CHECK-THE-OPERATOR-EXIT
           END-IF

           PERFORM 0200-CHECK-ONE-ENTITLEMENT
               THRU 0200-CHECK-ONE-ENTITLEMENT-EXIT
               VARYING IDX FROM 1 BY 1
               UNTIL IDX > OS-ENTITLEMENT-COUNT
               OR (OS-ENT-PROGRAM(IDX) = SC-PROGRAM-ID
                   AND (OS-ENT-ANY-FUNCTION(IDX)
                        OR OS-ENT-FUNCTION(IDX) = SC-FUNCTION))

           IF IDX > OS-ENTITLEMENT-COUNT
               MOVE "FUNCTION NOT ENTITLED" TO SC-REASON
               GO TO 0100-CHECK-THE-OPERATOR-EXIT
           END-IF

           IF OS-ENT-LIMIT(IDX) > ZERO
               AND SC-AMOUNT > OS-ENT-LIMIT(IDX)
               MOVE "AMOUNT OVER OPERATOR LIMIT" TO SC-REASON
               GO TO 0100-CHECK-THE-OPERATOR-EXIT
           END-IF

           SET SC-AUTHORIZED TO TRUE
           .
       0100-CHECK-THE-OPERATOR-EXIT.
           EXIT.

       0200-CHECK-ONE-ENTITLEMENT SECTION.
           CONTINUE
           .
       0200-CHECK-ONE-ENTITLEMENT-EXIT.
           EXIT.

       0300-LOG-THE-VIOLATION SECTION.
           ACCEPT SV-DATE FROM DATE YYYYMMDD
           ACCEPT SV-TIME FROM TIME
           MOVE SC-OPERATOR-ID  TO SV-OPERATOR-ID
           MOVE SC-PROGRAM-ID   TO SV-PROGRAM-ID
           MOVE SC-FUNCTION     TO SV-FUNCTION
           MOVE SC-LOAN-NUMBER  TO SV-LOAN-NUMBER
           MOVE SC-AMOUNT       TO SV-AMOUNT
           MOVE SC-REASON       TO SV-REASON

           OPEN EXTEND SECURITY-VIOLATION-FILE
           WRITE SECURITY-VIOLATION-RECORD
           CLOSE SECURITY-VIOLATION-FILE
           .
       0300-LOG-THE-VIOLATION-EXIT.
           EXIT.

       END PROGRAM LOANSECK.
