               CLEAN END RECORD FOR TONIGHT OR IT IS TREATED AS
               FAILED.  RESTART: KEY THE FAILED STEP'S NAME AND
               EVERY STEP AHEAD OF IT IN THE SCHEDULE IS TAKEN AS
               ALREADY COMPLETE.  KEY "R" WITH IT AND THE FAILED
               STEP IS FIRST ROLLED BACK THROUGH LOANRBCK -- ITS
               LOANMSTR, LOANPMTH AND ESCRLEDG CHANGES TAKEN BACK
               OUT FROM THE BEFORE-IMAGE JOURNAL -- SO THE RERUN
               STARTS FROM THE DATA THE FAILED RUN STARTED FROM; A
               ROLLBACK THAT CANNOT PUT EVERYTHING BACK FAILS THE
               STEP RATHER THAN RERUN IT OVER HALF-UPDATED FILES.
               A FULL NIGHT STARTS A FRESH JOURNAL.  NO MORE
               WRONG-ORDER NIGHTS RUN FROM MEMORY.

       ENVIRONMENT DIVISION.

                                    ASSIGN TO "LOANSKDR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BEFORE-IMAGE-FILE
                                    ASSIGN TO "LOANBIMG"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  SCHEDULE-RPT-FILE.
       01  SCHEDULE-RPT-RECORD       PIC X(80).

       FD  BEFORE-IMAGE-FILE.
       COPY BIMGJRNL.

       WORKING-STORAGE SECTION.

       77  STEP-TABLE-MAX            PIC S9(4) COMP VALUE 50.
      *    THE STEP TO RESTART FROM; SPACES MEANS A FULL NIGHT.
       01  WS-RESTART-STEP           PIC X(08).

      *    "R" ROLLS THE RESTART STEP BACK BEFORE RERUNNING IT;
      *    ANYTHING ELSE RERUNS IT OVER THE FILES AS THEY STAND.
       01  WS-RESTART-OPTION         PIC X(01).
           88  ROLLBACK-THEN-RERUN   VALUE "R".

       01  WS-STEP-TABLE.
           03 WS-STEP-COUNT          PIC S9(4) COMP VALUE ZERO.
           03 WS-STEP-ENTRY OCCURS 50 TIMES.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 SKD-DISPOSITION        PIC X(40).

       01  ROLLBACK-DETAIL-LINE.
           03 SKR-STEP-NAME          PIC X(08).
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 SKR-DISPOSITION        PIC X(30).
           03 SKR-RESTORED           PIC ZZZZ,ZZ9.
           03 FILLER                 PIC X(14)
                VALUE " RECORDS BACK,".
           03 SKR-REJECTED           PIC ZZZZ,ZZ9.
           03 FILLER                 PIC X(08) VALUE " NOT".

       COPY RBCKAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-RESTART-STEP FROM CONSOLE
           ACCEPT WS-RESTART-OPTION FROM CONSOLE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 0100-INITIALIZE
           IF WS-RESTART-STEP NOT = SPACES
               PERFORM 0120-MARK-RESTART-POINT
                   THRU 0120-MARK-RESTART-POINT-EXIT
               IF ROLLBACK-THEN-RERUN
                   PERFORM 0130-ROLL-BACK-RESTART-STEP
                       THRU 0130-ROLL-BACK-RESTART-STEP-EXIT
               END-IF
           ELSE
      *        A FULL NIGHT: LAST NIGHT'S BEFORE-IMAGES ARE NO
      *        LONGER ANYTHING ANYONE WILL ROLL BACK TO.
               OPEN OUTPUT BEFORE-IMAGE-FILE
               CLOSE BEFORE-IMAGE-FILE
           END-IF

           MOVE "Y" TO WS-PROGRESS-FLAG
       0121-MARK-ONE-STEP-EXIT.
           EXIT.

      *************************************************************
      *    ROLL THE RESTART STEP BACK TO WHERE ITS FAILED RUN
      *    STARTED.  IF ANY RECORD COULD NOT BE PUT BACK THE STEP
      *    IS FAILED HERE AND NOT RERUN -- RUNNING IT OVER A
      *    HALF-RESTORED FILE IS THE VERY THING THIS IS FOR.
      *************************************************************
       0130-ROLL-BACK-RESTART-STEP SECTION.
           IF STEP-IDX > WS-STEP-COUNT
               DISPLAY "LOANSKED: RESTART STEP " WS-RESTART-STEP
                   " NOT ON SCHEDULE - NOTHING ROLLED BACK"
               GO TO 0130-ROLL-BACK-RESTART-STEP-EXIT
           END-IF

           MOVE WS-RESTART-STEP TO RB-STEP-NAME
           MOVE ZERO            TO RB-RUN-DATE
           DISPLAY "LOANSKED: ROLLING BACK " WS-RESTART-STEP
           CALL "LOANRBCK" USING ROLLBACK-AREA

           MOVE WS-RESTART-STEP   TO SKR-STEP-NAME
           MOVE RB-RESTORED-COUNT TO SKR-RESTORED
           MOVE RB-REJECTED-COUNT TO SKR-REJECTED

           EVALUATE TRUE
               WHEN RB-ROLLED-BACK
                   MOVE "ROLLED BACK FOR RERUN -"
                       TO SKR-DISPOSITION
                   WRITE SCHEDULE-RPT-RECORD
                       FROM ROLLBACK-DETAIL-LINE
               WHEN RB-NOTHING-JOURNALED
                   MOVE WS-RESTART-STEP TO SKD-STEP-NAME
                   MOVE "NOTHING JOURNALED TO ROLL BACK"
                       TO SKD-DISPOSITION
                   WRITE SCHEDULE-RPT-RECORD
                       FROM SCHEDULE-DETAIL-LINE
               WHEN OTHER
                   MOVE "*** ROLLBACK FAILED -"
                       TO SKR-DISPOSITION
                   WRITE SCHEDULE-RPT-RECORD
                       FROM ROLLBACK-DETAIL-LINE
                   MOVE "F" TO WS-STEP-STATE(STEP-IDX)
                   MOVE WS-RESTART-STEP TO WS-STEP-PROGRAM
                   DISPLAY "LOANSKED: " WS-RESTART-STEP
                       " NOT RERUN - ROLLBACK FAILED"
                   PERFORM 0600-JUDGE-THE-FAILURE
                       THRU 0600-JUDGE-THE-FAILURE-EXIT
           END-EVALUATE
           .
       0130-ROLL-BACK-RESTART-STEP-EXIT.
           EXIT.

      *************************************************************
      *    ONE SWEEP OF THE TABLE: RUN EVERY PENDING STEP WHOSE
      *    PREDECESSORS HAVE COMPLETED.  A SWEEP THAT RUNS
                   MOVE "Y" TO WS-RUNC-EOF-FLAG
           END-READ

      *        A ROLLBACK RECORD WRITTEN UNDER THE STEP'S NAME SAYS
      *        NOTHING ABOUT WHETHER THE STEP ITSELF IS INSTRUMENTED.
           IF NOT END-OF-RUNC-FILE
               IF RC-PROGRAM-ID = WS-STEP-PROGRAM
                   AND RC-RUN-DATE = WS-RUN-DATE
                   AND NOT RC-TYPE-ROLLBACK
                   MOVE "Y" TO WS-RUNC-SEEN-FLAG
                   IF RC-TYPE-END
                       IF RC-COMPLETION-CODE = "0000"
