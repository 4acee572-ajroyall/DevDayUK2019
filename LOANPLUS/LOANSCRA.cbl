               WAY (AN ARM THEN SIMPLY RESUMES ITS INDEX-PLUS-
               MARGIN FORMULA AT ITS NEXT RESET).  THE REPORT SHOWS
               EVERY LOAN UNDER CAP AND THE INTEREST FORGIVEN BY
               EACH CAPPING.  EVERY MASTER REWRITE IS JOURNALED THROUGH
               LOANJRNL FIRST, SO A RUN THAT DIES PARTWAY CAN BE ROLLED
               BACK BY LOANRBCK AND RERUN.

       ENVIRONMENT DIVISION.

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-IO-OK          VALUE "00".

      *    THE MASTER RECORD AS LAST READ OR REWRITTEN -- THE
      *    BEFORE-IMAGE JOURNALED WHEN THE RECORD IS NEXT REWRITTEN.
       01  WS-MASTER-IMAGE-LENGTH    PIC 9(5).
       01  WS-MASTER-BEFORE-IMAGE    PIC X(60000).

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-RUN-DATE.
           03 WS-RUN-YEAR            PIC 9(4).

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANSCRA"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

           OPEN I-O    LOAN-MASTER-FILE
           OPEN OUTPUT SCRA-RPT-FILE
           IF NOT LM-STATUS-OPEN
               GO TO 0200-REVIEW-NEXT
           END-IF
           PERFORM 0600-SAVE-MASTER-IMAGE
               THRU 0600-SAVE-MASTER-IMAGE-EXIT

           MOVE "N" TO WS-PROTECT-FLAG
           IF LM-SCRA-START-DATE > ZERO
           MOVE WS-REMAINING-TERM    TO LOANTERM
           MOVE WS-NEW-RATE          TO RATE
           MOVE WS-SPLICE-MONTH      TO RESTART-MONTH
           MOVE LM-INTEREST-ONLY-MONTHS TO INTEREST-ONLY-MONTHS
           MOVE "SCRA"               TO IN-CHANNEL

           CALL "LOANAMORT" USING LOANINFO OUTDATA
               MOVE ZERO TO WS-INTEREST-FORGIVEN
           END-IF

           PERFORM 0610-JOURNAL-MASTER-CHANGE
               THRU 0610-JOURNAL-MASTER-CHANGE-EXIT
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
       0530-SPLICE-ONE-MONTH-EXIT.
           EXIT.

      *************************************************************
      *    BEFORE-IMAGE JOURNAL FOR LOANRBCK.  A CHANGED MASTER
      *    RECORD IS JOURNALED AS IT STOOD BEFORE THE REWRITE, AND
      *    WHAT IS ABOUT TO BE WRITTEN BECOMES THE BEFORE-IMAGE FOR
      *    ANY LATER REWRITE OF THE SAME LOAN.
      *************************************************************
       0600-SAVE-MASTER-IMAGE SECTION.
           MOVE LENGTH OF LOAN-MASTER-RECORD TO WS-MASTER-IMAGE-LENGTH
           MOVE LOAN-MASTER-RECORD TO WS-MASTER-BEFORE-IMAGE
           .
       0600-SAVE-MASTER-IMAGE-EXIT.
           EXIT.

       0610-JOURNAL-MASTER-CHANGE SECTION.
           SET JA-LOAN-MASTER TO TRUE
           SET JA-CHANGED TO TRUE
           MOVE WS-MASTER-IMAGE-LENGTH TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA WS-MASTER-BEFORE-IMAGE

           PERFORM 0600-SAVE-MASTER-IMAGE
               THRU 0600-SAVE-MASTER-IMAGE-EXIT
           .
       0610-JOURNAL-MASTER-CHANGE-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO SCRA-RPT-RECORD
           WRITE SCRA-RPT-RECORD
