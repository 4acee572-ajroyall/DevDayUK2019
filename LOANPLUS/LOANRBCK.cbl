       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRBCK.
       REMARKS. STEP ROLLBACK.  CALLED WITH THE RBCKAREA RECORD
               NAMING A STEP, PUTS LOANMSTR, LOANPMTH AND ESCRLEDG
               BACK EXACTLY AS THEY WERE WHEN THE STEP STARTED,
               FROM THE BEFORE-IMAGES THE STEP JOURNALED THROUGH
               LOANJRNL.  THE JOURNAL IS READ IN THE ORDER THE
               CHANGES WERE MADE, SO THE FIRST ENTRY FOR A RECORD
               IS HOW IT STOOD AT THE START: A RECORD THE STEP
               CHANGED OR DELETED IS WRITTEN BACK FROM THAT IMAGE,
               ONE IT ADDED IS DELETED, AND EVERY LATER ENTRY FOR
               THE SAME RECORD IS PASSED OVER.  A CLEAN ROLLBACK IS
               MARKED ON THE JOURNAL SO A SECOND ONE NEVER UNDOES
               THE RERUN'S WORK TWICE, AND AN "R" RUN-CONTROL
               RECORD UNDER THE STEP'S NAME TELLS LOANCTLR IT WAS
               ROLLED BACK.  LOANSKED CALLS THIS WHEN THE OPERATOR
               RESTARTS A STEP WITH ROLLBACK.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BEFORE-IMAGE-FILE
                                    ASSIGN TO "LOANBIMG"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
                                    ASSIGN TO "LOANPMTH"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PH-HISTORY-KEY
                                    FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL ESCROW-LEDGER-FILE
                                    ASSIGN TO "ESCRLEDG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS EL-LEDGER-KEY
                                    FILE STATUS IS WS-LEDGER-STATUS.

      *    ONE RECORD PER FILE-AND-KEY ALREADY PUT BACK THIS
      *    ROLLBACK, REBUILT EVERY TIME.
           SELECT RESTORED-KEY-FILE ASSIGN TO "LOANRBKW"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS RK-RESTORED-KEY
                                    FILE STATUS IS WS-RESTORED-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  BEFORE-IMAGE-FILE.
       COPY BIMGJRNL.

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  PAYMENT-HISTORY-FILE.
       COPY LOANPMTH.

       FD  ESCROW-LEDGER-FILE.
       COPY ESCRLEDG.

       FD  RESTORED-KEY-FILE.
       01  RESTORED-KEY-RECORD.
           03 RK-RESTORED-KEY.
              05 RK-FILE-ID          PIC X(01).
              05 RK-RECORD-KEY       PIC X(16).

       WORKING-STORAGE SECTION.

       01  WS-JOURNAL-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-JOURNAL       VALUE "Y".

       01  WS-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-IO-OK          VALUE "00".
       01  WS-HISTORY-STATUS         PIC X(02) VALUE SPACES.
           88  HISTORY-IO-OK         VALUE "00".
       01  WS-LEDGER-STATUS          PIC X(02) VALUE SPACES.
           88  LEDGER-IO-OK          VALUE "00".
       01  WS-RESTORED-STATUS        PIC X(02) VALUE SPACES.
           88  FIRST-ENTRY-FOR-KEY   VALUE "00".

      *    POSITION OF THE ENTRY JUST READ, AND OF THE LAST
      *    ROLLBACK MARK FOR THE RUN -- ONLY ENTRIES AFTER THE MARK
      *    ARE STILL TO BE ROLLED BACK.
       01  WS-JOURNAL-POSITION       PIC S9(8) COMP VALUE ZERO.
       01  WS-MARK-POSITION          PIC S9(8) COMP VALUE ZERO.

       01  WS-TARGET-DATE            PIC 9(8) VALUE ZERO.

       01  WS-ENTRY-COUNT            PIC S9(8) COMP VALUE ZERO.
       01  WS-RESTORED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC S9(8) COMP VALUE ZERO.

       01  WS-RESTORE-FLAG           PIC X.
           88  RECORD-PUT-BACK       VALUE "Y".

      *    THE IMAGE BEING PUT BACK, WITH THE MASTER'S LEADING
      *    FIELDS LAID OVER IT SO ITS SCHEDULE TABLE CAN BE SIZED
      *    BEFORE THE GROUP MOVE.
       01  WS-RESTORE-IMAGE          PIC X(60000).
       01  FILLER REDEFINES WS-RESTORE-IMAGE.
           03 WS-RESTORE-RECORD-KEY  PIC X(16).
           03 FILLER                 PIC X(59984).
       01  FILLER REDEFINES WS-RESTORE-IMAGE.
           03 WS-RESTORE-LOAN-NUMBER PIC X(10).
           03 WS-RESTORE-PRINCIPAL   PIC 9(8).
           03 WS-RESTORE-LOANTERM    PIC 9(4).
           03 FILLER                 PIC X(59978).

       COPY JRNLAREA.

       COPY RUNCTLREC.

       LINKAGE SECTION.
       COPY RBCKAREA.

       PROCEDURE DIVISION USING ROLLBACK-AREA.

       0000-CONTROL SECTION.
           PERFORM 0100-FIND-THE-RUN
               THRU 0100-FIND-THE-RUN-EXIT

           IF WS-ENTRY-COUNT = ZERO
               SET RB-NOTHING-JOURNALED TO TRUE
               DISPLAY "LOANRBCK: NOTHING JOURNALED FOR "
                   RB-STEP-NAME
               GOBACK
           END-IF

           PERFORM 0300-ROLL-BACK-THE-RUN
               THRU 0300-ROLL-BACK-THE-RUN-EXIT

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

      *************************************************************
      *    FIRST PASS: WHICH RUN OF THE STEP IS BEING ROLLED BACK,
      *    AND WHERE ON THE JOURNAL DOES ITS UNDONE WORK START?  A
      *    ZERO RUN DATE MEANS THE STEP'S LATEST; A ROLLBACK MARK
      *    FOR THE RUN MEANS EVERYTHING AHEAD OF IT IS ALREADY
      *    BACK OUT AND ONLY A RERUN'S ENTRIES REMAIN.
      *************************************************************
       0100-FIND-THE-RUN SECTION.
           MOVE ZERO TO RB-RESTORED-COUNT
           MOVE ZERO TO RB-REJECTED-COUNT
           MOVE RB-RUN-DATE TO WS-TARGET-DATE
           MOVE ZERO TO WS-JOURNAL-POSITION
           MOVE ZERO TO WS-MARK-POSITION
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE "N"  TO WS-JOURNAL-EOF-FLAG

           OPEN INPUT BEFORE-IMAGE-FILE

           PERFORM 0110-READ-JOURNAL
               THRU 0110-READ-JOURNAL-EXIT

           PERFORM 0120-NOTE-ONE-ENTRY
               THRU 0120-NOTE-ONE-ENTRY-EXIT
               UNTIL END-OF-JOURNAL

           CLOSE BEFORE-IMAGE-FILE

           MOVE WS-TARGET-DATE TO RB-RUN-DATE
           .
       0100-FIND-THE-RUN-EXIT.
           EXIT.

       0110-READ-JOURNAL SECTION.
           READ BEFORE-IMAGE-FILE
               AT END
                   MOVE "Y" TO WS-JOURNAL-EOF-FLAG
           END-READ

           IF NOT END-OF-JOURNAL
               ADD 1 TO WS-JOURNAL-POSITION
           END-IF
           .
       0110-READ-JOURNAL-EXIT.
           EXIT.

       0120-NOTE-ONE-ENTRY SECTION.
           IF BJ-STEP-NAME NOT = RB-STEP-NAME
               GO TO 0120-NOTE-ONE-ENTRY-NEXT
           END-IF

           IF RB-RUN-DATE NOT = ZERO
               AND BJ-RUN-DATE NOT = RB-RUN-DATE
               GO TO 0120-NOTE-ONE-ENTRY-NEXT
           END-IF

      *        A LATER RUN OF THE STEP -- WHAT WAS NOTED FOR THE
      *        EARLIER ONE NO LONGER MATTERS.
           IF BJ-RUN-DATE > WS-TARGET-DATE
               MOVE BJ-RUN-DATE TO WS-TARGET-DATE
               MOVE ZERO TO WS-MARK-POSITION
               MOVE ZERO TO WS-ENTRY-COUNT
           END-IF

           IF BJ-RUN-DATE = WS-TARGET-DATE
               IF BJ-ROLLED-BACK
                   MOVE WS-JOURNAL-POSITION TO WS-MARK-POSITION
                   MOVE ZERO TO WS-ENTRY-COUNT
               ELSE
                   ADD 1 TO WS-ENTRY-COUNT
               END-IF
           END-IF
           .
       0120-NOTE-ONE-ENTRY-NEXT.
           PERFORM 0110-READ-JOURNAL
               THRU 0110-READ-JOURNAL-EXIT
           .
       0120-NOTE-ONE-ENTRY-EXIT.
           EXIT.

      *************************************************************
      *    SECOND PASS: PUT BACK EVERY RECORD THE RUN TOUCHED, FROM
      *    THE FIRST ENTRY FOR IT AFTER THE MARK.
      *************************************************************
       0300-ROLL-BACK-THE-RUN SECTION.
           MOVE ZERO TO WS-JOURNAL-POSITION
           MOVE "N"  TO WS-JOURNAL-EOF-FLAG

           OPEN INPUT  BEFORE-IMAGE-FILE
           OPEN OUTPUT RESTORED-KEY-FILE
           OPEN I-O    LOAN-MASTER-FILE
           OPEN I-O    PAYMENT-HISTORY-FILE
           OPEN I-O    ESCROW-LEDGER-FILE

           PERFORM 0110-READ-JOURNAL
               THRU 0110-READ-JOURNAL-EXIT

           PERFORM 0310-ROLL-BACK-ONE-ENTRY
               THRU 0310-ROLL-BACK-ONE-ENTRY-EXIT
               UNTIL END-OF-JOURNAL

           CLOSE BEFORE-IMAGE-FILE
           CLOSE RESTORED-KEY-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE ESCROW-LEDGER-FILE
           .
       0300-ROLL-BACK-THE-RUN-EXIT.
           EXIT.

       0310-ROLL-BACK-ONE-ENTRY SECTION.
           IF BJ-STEP-NAME NOT = RB-STEP-NAME
               OR BJ-RUN-DATE NOT = WS-TARGET-DATE
               OR WS-JOURNAL-POSITION NOT > WS-MARK-POSITION
               OR BJ-ROLLED-BACK
               GO TO 0310-ROLL-BACK-ONE-ENTRY-NEXT
           END-IF

           MOVE SPACES TO WS-RESTORE-IMAGE
           MOVE BJ-IMAGE TO WS-RESTORE-IMAGE(1:BJ-IMAGE-LENGTH)

      *        ONLY THE FIRST ENTRY FOR A RECORD SAYS HOW IT STOOD
      *        WHEN THE STEP STARTED.
           MOVE BJ-FILE-ID TO RK-FILE-ID
           IF BJ-LOAN-MASTER
               MOVE WS-RESTORE-LOAN-NUMBER TO RK-RECORD-KEY
           ELSE
               MOVE WS-RESTORE-RECORD-KEY  TO RK-RECORD-KEY
           END-IF
           WRITE RESTORED-KEY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT FIRST-ENTRY-FOR-KEY
               GO TO 0310-ROLL-BACK-ONE-ENTRY-NEXT
           END-IF

           MOVE "N" TO WS-RESTORE-FLAG
           EVALUATE TRUE
               WHEN BJ-LOAN-MASTER
                   PERFORM 0320-PUT-BACK-MASTER
                       THRU 0320-PUT-BACK-MASTER-EXIT
               WHEN BJ-PAYMENT-HISTORY
                   PERFORM 0330-PUT-BACK-HISTORY
                       THRU 0330-PUT-BACK-HISTORY-EXIT
               WHEN BJ-ESCROW-LEDGER
                   PERFORM 0340-PUT-BACK-LEDGER
                       THRU 0340-PUT-BACK-LEDGER-EXIT
           END-EVALUATE

           IF RECORD-PUT-BACK
               ADD 1 TO WS-RESTORED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "LOANRBCK: COULD NOT PUT BACK " BJ-FILE-ID
                   " " RK-RECORD-KEY
           END-IF
           .
       0310-ROLL-BACK-ONE-ENTRY-NEXT.
           PERFORM 0110-READ-JOURNAL
               THRU 0110-READ-JOURNAL-EXIT
           .
       0310-ROLL-BACK-ONE-ENTRY-EXIT.
           EXIT.

      *************************************************************
      *    A RECORD THE STEP ADDED COMES BACK OUT -- ALREADY GONE
      *    IS AS GOOD.  ONE IT CHANGED OR DELETED GOES BACK FROM
      *    ITS IMAGE, THE SAME WRITE-THEN-REWRITE WAY LOANRETR
      *    PUTS A LOAN BACK.
      *************************************************************
       0320-PUT-BACK-MASTER SECTION.
           IF BJ-ADDED
               MOVE WS-RESTORE-LOAN-NUMBER TO LM-LOAN-NUMBER
               DELETE LOAN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF MASTER-IO-OK OR WS-MASTER-STATUS = "23"
                   MOVE "Y" TO WS-RESTORE-FLAG
               END-IF
               GO TO 0320-PUT-BACK-MASTER-EXIT
           END-IF

      *        THE RECEIVING RECORD IS VARIABLE LENGTH -- SIZE ITS
      *        SCHEDULE TABLE BEFORE THE GROUP MOVE FILLS IT.
           MOVE WS-RESTORE-LOANTERM TO LM-LOANTERM
           MOVE WS-RESTORE-IMAGE    TO LOAN-MASTER-RECORD

           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   REWRITE LOAN-MASTER-RECORD
           END-WRITE

           IF MASTER-IO-OK
               MOVE "Y" TO WS-RESTORE-FLAG
           END-IF
           .
       0320-PUT-BACK-MASTER-EXIT.
           EXIT.

       0330-PUT-BACK-HISTORY SECTION.
           MOVE WS-RESTORE-IMAGE TO PAYMENT-HISTORY-RECORD

           IF BJ-ADDED
               DELETE PAYMENT-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF HISTORY-IO-OK OR WS-HISTORY-STATUS = "23"
                   MOVE "Y" TO WS-RESTORE-FLAG
               END-IF
               GO TO 0330-PUT-BACK-HISTORY-EXIT
           END-IF

           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAYMENT-HISTORY-RECORD
           END-WRITE

           IF HISTORY-IO-OK
               MOVE "Y" TO WS-RESTORE-FLAG
           END-IF
           .
       0330-PUT-BACK-HISTORY-EXIT.
           EXIT.

       0340-PUT-BACK-LEDGER SECTION.
           MOVE WS-RESTORE-IMAGE TO ESCROW-LEDGER-RECORD

           IF BJ-ADDED
               DELETE ESCROW-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF LEDGER-IO-OK OR WS-LEDGER-STATUS = "23"
                   MOVE "Y" TO WS-RESTORE-FLAG
               END-IF
               GO TO 0340-PUT-BACK-LEDGER-EXIT
           END-IF

           WRITE ESCROW-LEDGER-RECORD
               INVALID KEY
                   REWRITE ESCROW-LEDGER-RECORD
           END-WRITE

           IF LEDGER-IO-OK
               MOVE "Y" TO WS-RESTORE-FLAG
           END-IF
           .
       0340-PUT-BACK-LEDGER-EXIT.
           EXIT.

      *************************************************************
      *    MARK A CLEAN ROLLBACK ON THE JOURNAL, AND TELL LOANRUNC
      *    EITHER WAY.  A ROLLBACK THAT COULD NOT PUT EVERYTHING
      *    BACK IS NOT MARKED -- ONCE THE RECORD IS SORTED OUT IT
      *    CAN SIMPLY BE ROLLED BACK AGAIN.
      *************************************************************
       0900-TERMINATE SECTION.
           MOVE WS-RESTORED-COUNT TO RB-RESTORED-COUNT
           MOVE WS-REJECTED-COUNT TO RB-REJECTED-COUNT

           IF WS-REJECTED-COUNT = ZERO
               SET RB-ROLLED-BACK TO TRUE
               MOVE RB-STEP-NAME   TO JA-STEP-NAME
               MOVE WS-TARGET-DATE TO JA-RUN-DATE
               MOVE SPACE          TO JA-FILE-ID
               SET JA-ROLLED-BACK  TO TRUE
               MOVE 1              TO JA-IMAGE-LENGTH
               MOVE SPACES         TO WS-RESTORE-IMAGE
               CALL "LOANJRNL" USING JOURNAL-AREA WS-RESTORE-IMAGE
               MOVE "0000" TO RC-COMPLETION-CODE
           ELSE
               SET RB-FAILED TO TRUE
               MOVE "0008" TO RC-COMPLETION-CODE
           END-IF

           MOVE RB-STEP-NAME      TO RC-PROGRAM-ID
           SET RC-TYPE-ROLLBACK   TO TRUE
           MOVE WS-ENTRY-COUNT    TO RC-READ-COUNT
           MOVE WS-RESTORED-COUNT TO RC-PROCESSED-COUNT
           MOVE WS-REJECTED-COUNT TO RC-REJECTED-COUNT
           MOVE ZERO              TO RC-HASH-TOTAL
           CALL "LOANRCTL" USING RUN-CONTROL-RECORD

           DISPLAY "LOANRBCK: " RB-STEP-NAME " RUN OF "
               WS-TARGET-DATE " - RECORDS PUT BACK "
               WS-RESTORED-COUNT " NOT PUT BACK " WS-REJECTED-COUNT
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANRBCK.
