       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANOFHD.
       REMARKS. SHARED SANCTIONS-HOLD LOOKUP.  CALLED WITH THE
               HOLDAREA RECORD NAMING A LOAN; ANSWERS WHETHER THE
               LOAN IS UNDER A SANCTIONS HOLD ON OFACHOLD.  EVERY
               RUN THAT SENDS MONEY OUT FOR A LOAN ASKS FIRST, SO
               A CONFIRMED HIT STOPS ALL OF THEM THE SAME WAY.  THE
               FIRST CALL OF A RUN LOADS THE WHOLE HOLD FILE INTO A
               TABLE -- HOLDS ARE RARE -- SO A NIGHTLY PASS OVER
               EVERY LOAN DOES NOT READ THE FILE ONCE PER LOAN.  SHOULD
               THE HOLD FILE OUTGROW THE TABLE, A LOAN NOT IN IT IS READ
               FROM OFACHOLD BY KEY, AND ONE THAT CANNOT BE CHECKED IS
               ANSWERED HELD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SANCTIONS-HOLD-FILE
                                    ASSIGN TO "OFACHOLD"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS OH-LOAN-NUMBER
                                    FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SANCTIONS-HOLD-FILE.
       COPY OFACHOLD.

       WORKING-STORAGE SECTION.

       77  HOLD-TABLE-MAX            PIC S9(4) COMP VALUE 1000.

       01  WS-HOLD-STATUS            PIC X(02) VALUE SPACES.
           88  HOLD-READ-OK          VALUE "00".
           88  HOLD-NOT-FOUND        VALUE "23".
           88  HOLD-OPEN-OK          VALUE "00", "05".

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-HOLD-FILE     VALUE "Y".

       01  WS-LOADED-FLAG            PIC X  VALUE "N".
           88  HOLD-TABLE-LOADED    VALUE "Y".

      *    SET WHEN THE HOLD FILE WOULD NOT FIT THE TABLE.  THE FILE
      *    IS THEN LEFT OPEN AND ANY LOAN NOT IN THE TABLE IS READ
      *    FROM IT BY KEY, SO NO HOLD IS EVER MISSED.  ALSO SET WHEN
      *    THE FILE WILL NOT OPEN, SO THAT EVERY READ FAILS HELD.
       01  WS-BY-KEY-FLAG            PIC X  VALUE "N".
           88  READ-HOLDS-BY-KEY    VALUE "Y".

      *    THE HOLD FILE, LOADED ON THE FIRST CALL AND KEPT FOR THE
      *    REST OF THE RUN.
       01  WS-HOLD-TABLE.
           03 WS-HOLD-COUNT          PIC S9(4) COMP VALUE ZERO.
           03 WS-HOLD-ENTRY OCCURS 1000 TIMES.
              05 WS-HLD-LOAN-NUMBER  PIC X(10).
              05 WS-HLD-HOLD-DATE    PIC 9(8).
              05 WS-HLD-ENTRY-ID     PIC X(10).

       01  IDX                       PIC S9(4) COMP.

       LINKAGE SECTION.
       COPY HOLDAREA.

       PROCEDURE DIVISION USING HOLD-CHECK-AREA.

       0000-CONTROL SECTION.
           IF NOT HOLD-TABLE-LOADED
               PERFORM 0100-LOAD-HOLD-TABLE
                   THRU 0100-LOAD-HOLD-TABLE-EXIT
           END-IF

           SET HA-NOT-HELD TO TRUE
           MOVE ZERO   TO HA-HOLD-DATE
           MOVE SPACES TO HA-ENTRY-ID

           PERFORM 0200-CHECK-HOLD-ENTRY
               THRU 0200-CHECK-HOLD-ENTRY-EXIT
               VARYING IDX FROM 1 BY 1
               UNTIL IDX > WS-HOLD-COUNT
               OR WS-HLD-LOAN-NUMBER(IDX) = HA-LOAN-NUMBER

           IF IDX NOT > WS-HOLD-COUNT
               SET HA-ON-HOLD TO TRUE
               MOVE WS-HLD-HOLD-DATE(IDX) TO HA-HOLD-DATE
               MOVE WS-HLD-ENTRY-ID(IDX)  TO HA-ENTRY-ID
           END-IF

           IF HA-NOT-HELD
               AND READ-HOLDS-BY-KEY
               PERFORM 0300-READ-HOLD-FILE
                   THRU 0300-READ-HOLD-FILE-EXIT
           END-IF

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-LOAD-HOLD-TABLE SECTION.
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE "N"  TO WS-EOF-FLAG

           OPEN INPUT SANCTIONS-HOLD-FILE

      *    A HOLD FILE THAT WILL NOT OPEN ANSWERS EVERY LOAN HELD.
           IF NOT HOLD-OPEN-OK
               DISPLAY "OFACHOLD OPEN FAILED - STATUS "
                   WS-HOLD-STATUS
               MOVE "Y" TO WS-BY-KEY-FLAG
               MOVE "Y" TO WS-LOADED-FLAG
               GO TO 0100-LOAD-HOLD-TABLE-EXIT
           END-IF

           PERFORM 0110-LOAD-ONE-HOLD
               THRU 0110-LOAD-ONE-HOLD-EXIT
               UNTIL END-OF-HOLD-FILE

           IF NOT READ-HOLDS-BY-KEY
               CLOSE SANCTIONS-HOLD-FILE
           END-IF

           MOVE "Y" TO WS-LOADED-FLAG
           .
       0100-LOAD-HOLD-TABLE-EXIT.
           EXIT.

       0110-LOAD-ONE-HOLD SECTION.
           READ SANCTIONS-HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ

           IF NOT END-OF-HOLD-FILE
               IF WS-HOLD-COUNT < HOLD-TABLE-MAX
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE OH-LOAN-NUMBER
                       TO WS-HLD-LOAN-NUMBER(WS-HOLD-COUNT)
                   MOVE OH-HOLD-DATE
                       TO WS-HLD-HOLD-DATE(WS-HOLD-COUNT)
                   MOVE OH-ENTRY-ID
                       TO WS-HLD-ENTRY-ID(WS-HOLD-COUNT)
               ELSE
                   DISPLAY "HOLD TABLE FULL - LOANS PAST "
                       WS-HLD-LOAN-NUMBER(WS-HOLD-COUNT)
                       " READ FROM OFACHOLD BY KEY"
                   MOVE "Y" TO WS-BY-KEY-FLAG
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           END-IF
           .
       0110-LOAD-ONE-HOLD-EXIT.
           EXIT.

       0200-CHECK-HOLD-ENTRY SECTION.
           CONTINUE
           .
       0200-CHECK-HOLD-ENTRY-EXIT.
           EXIT.

      *************************************************************
      *    A LOAN PAST THE END OF A FULL TABLE.  IF THE HOLD FILE
      *    CANNOT BE READ, THE ANSWER IS HELD: MONEY IS NOT SENT
      *    OUT ON A LOAN WE COULD NOT CHECK.
      *************************************************************
       0300-READ-HOLD-FILE SECTION.
           MOVE HA-LOAN-NUMBER TO OH-LOAN-NUMBER
           READ SANCTIONS-HOLD-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN HOLD-READ-OK
                   SET HA-ON-HOLD     TO TRUE
                   MOVE OH-HOLD-DATE  TO HA-HOLD-DATE
                   MOVE OH-ENTRY-ID   TO HA-ENTRY-ID
               WHEN HOLD-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OFACHOLD READ FAILED - STATUS "
                       WS-HOLD-STATUS " - LOAN " HA-LOAN-NUMBER
                       " TREATED AS HELD"
                   SET HA-ON-HOLD     TO TRUE
           END-EVALUATE
           .
       0300-READ-HOLD-FILE-EXIT.
           EXIT.

       END PROGRAM LOANOFHD.
