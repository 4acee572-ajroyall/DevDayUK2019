               WHOLE HISTORY -- AND PURGES THEM FROM THE LIVE FILE
               SO EVERY SEQUENTIAL PASS STOPS PAYING TO READ THEM.
               LOANRETR IS THE COMPANION THAT PULLS AN ARCHIVED
               LOAN BACK WHEN ONE IS NEEDED.  EVERY PURGE IS JOURNALED
               THROUGH LOANJRNL FIRST, SO A RUN THAT DIES PARTWAY CAN BE
               ROLLED BACK BY LOANRBCK AND RERUN.

       ENVIRONMENT DIVISION.

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-IO-OK          VALUE "00".

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-RUN-DATE.
           03 WS-RUN-YEAR            PIC 9(4).

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANARCH"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

      *        EVERYTHING SCHEDULED TO PAY OFF BEFORE THIS CALENDAR
      *        MONTH IS OUTSIDE THE RETENTION PERIOD.
           MOVE LOAN-MASTER-RECORD TO ARCHIVE-LOAN-RECORD
           WRITE ARCHIVE-LOAN-RECORD

           PERFORM 0400-JOURNAL-MASTER-DELETE
               THRU 0400-JOURNAL-MASTER-DELETE-EXIT
           DELETE LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
       0300-ARCHIVE-AND-PURGE-EXIT.
           EXIT.

      *************************************************************
      *    BEFORE-IMAGE JOURNAL FOR LOANRBCK.  THE WHOLE RECORD IS
      *    JOURNALED AHEAD OF THE DELETE, SO A ROLLBACK PUTS THE
      *    LOAN BACK ON THE LIVE FILE EXACTLY AS IT WAS.
      *************************************************************
       0400-JOURNAL-MASTER-DELETE SECTION.
           SET JA-LOAN-MASTER TO TRUE
           SET JA-DELETED TO TRUE
           MOVE LENGTH OF LOAN-MASTER-RECORD TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA LOAN-MASTER-RECORD
           .
       0400-JOURNAL-MASTER-DELETE-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           CLOSE LOAN-MASTER-FILE
           CLOSE ARCHIVE-FILE
