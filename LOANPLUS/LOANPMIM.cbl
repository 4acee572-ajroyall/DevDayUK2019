               THE CANCELLATION MONTH IS SET ON THE LOAN SO THE
               STATEMENT AND POSTING RUNS STOP CHARGING PMI FROM
               THAT MONTH, AND THE LOAN IS REPORTED AS CANCELLED.
               NOBODY REFUNDS A LATE SPREADSHEET ANY MORE.  EACH
               CANCELLATION NOTICE GOES WHERE THE BORROWER ASKED
               (LOANDLVR): TO PRINT, TO THE E-DELIVERY EXTRACT, OR
               BOTH, COUNTED ON THE REPORT AND ON EDLVCNT.  NOTHING IS
               PRINTED TO A BORROWER WHOSE MAIL HAS COME BACK
               (BORRMSTR); EACH PRINTED COPY HELD BACK IS COUNTED AS
               SUPPRESSED.  EVERY MASTER REWRITE IS JOURNALED THROUGH
               LOANJRNL FIRST, SO A RUN THAT DIES PARTWAY CAN BE ROLLED
               BACK BY LOANRBCK AND RERUN.  THE MORTGAGE INSURANCE
               CARRIER IS TOLD OF EACH CANCELLATION BY THE MONTH'S
               LOANMIRM REMITTANCE RUN, WHICH STOPS REMITTING THE
               PREMIUM FROM THE CANCELLATION MONTH.

       ENVIRONMENT DIVISION.

           SELECT NOTICE-FILE      ASSIGN TO "LOANPMIN"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-EXTRACT-FILE
                                    ASSIGN TO "EDLVEXTR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-COUNT-FILE
                                    ASSIGN TO "EDLVCNT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  NOTICE-FILE.
       01  NOTICE-RECORD             PIC X(80).

       FD  EDLV-EXTRACT-FILE.
       COPY EDLVEXT.

       FD  EDLV-COUNT-FILE.
       COPY EDLVCNT.

       WORKING-STORAGE SECTION.

      *    THE REGULATORY THRESHOLDS: 80 PERCENT LTV THE BORROWER
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

       COPY LTRFAREA.

      *    CANCELLATION NOTICES BY DELIVERY CHANNEL.
       01  WS-DLV-PAPER-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-ELECTRONIC-COUNT   PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-BOTH-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-SUPPRESSED-COUNT   PIC S9(8) COMP VALUE ZERO.

       COPY DLVRAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANPMIM"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

           OPEN I-O    LOAN-MASTER-FILE
           OPEN OUTPUT PMI-RPT-FILE
           OPEN OUTPUT NOTICE-FILE
           OPEN EXTEND EDLV-EXTRACT-FILE
           OPEN EXTEND EDLV-COUNT-FILE

           MOVE WS-RUN-DATE TO PMH-RUN-DATE
           WRITE PMI-RPT-RECORD FROM PMI-HEADING-1
               OR LM-PROPERTY-VALUE = ZERO
               GO TO 0200-REVIEW-NEXT
           END-IF
           PERFORM 0500-SAVE-MASTER-IMAGE
               THRU 0500-SAVE-MASTER-IMAGE-EXIT

           ADD 1 TO WS-REVIEWED-COUNT

               ADD 1 TO WS-CANCELLED-COUNT
               COMPUTE LM-PMI-CANCEL-MONTH =
                   WS-ELAPSED-MONTHS + 1
               PERFORM 0510-JOURNAL-MASTER-CHANGE
                   THRU 0510-JOURNAL-MASTER-CHANGE-EXIT
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
           CALL "LOANLTRF" USING LETTER-FORMAT-AREA

           IF LF-TEMPLATE-FOUND
               PERFORM 0420-ROUTE-THE-NOTICE
                   THRU 0420-ROUTE-THE-NOTICE-EXIT
               PERFORM 0410-WRITE-ONE-TEMPLATE-LINE
                   THRU 0410-WRITE-ONE-TEMPLATE-LINE-EXIT
                   VARYING LETTER-IDX FROM 1 BY 1
                   UNTIL LETTER-IDX > LF-LINE-COUNT
               MOVE SPACES TO NOTICE-RECORD
               PERFORM 0430-PUT-NOTICE-LINE
                   THRU 0430-PUT-NOTICE-LINE-EXIT
           END-IF
           .
       0400-WRITE-CANCEL-NOTICE-EXIT.
           EXIT.

       0410-WRITE-ONE-TEMPLATE-LINE SECTION.
           MOVE LF-LINE(LETTER-IDX) TO NOTICE-RECORD
           PERFORM 0430-PUT-NOTICE-LINE
               THRU 0430-PUT-NOTICE-LINE-EXIT
           .
       0410-WRITE-ONE-TEMPLATE-LINE-EXIT.
           EXIT.

      *************************************************************
      *    WHERE THIS NOTICE GOES.  AN ELECTRONIC COPY IS HEADED
      *    ON THE EXTRACT WITH WHO IT IS FOR.
      *************************************************************
       0420-ROUTE-THE-NOTICE SECTION.
           MOVE LM-LOAN-NUMBER TO DV-LOAN-NUMBER
           MOVE SPACES         TO DV-BORROWER-ID
           CALL "LOANDLVR" USING DELIVERY-CHECK-AREA

           EVALUATE TRUE
               WHEN DV-PAPER-ONLY
                   ADD 1 TO WS-DLV-PAPER-COUNT
               WHEN DV-ELECTRONIC-ONLY
                   ADD 1 TO WS-DLV-ELECTRONIC-COUNT
               WHEN DV-PAPER-AND-ELECTRONIC
                   ADD 1 TO WS-DLV-BOTH-COUNT
           END-EVALUATE
           IF DV-MAIL-RETURNED
               ADD 1 TO WS-DLV-SUPPRESSED-COUNT
           END-IF

           IF DV-ELECTRONIC-COPY
               MOVE SPACES           TO EDLV-EXTRACT-RECORD
               SET EX-DOCUMENT-HEADER TO TRUE
               MOVE "PMICANCL"       TO EX-DOCUMENT-TYPE
               MOVE DV-LOAN-NUMBER   TO EX-LOAN-NUMBER
               MOVE DV-BORROWER-ID   TO EX-BORROWER-ID
               MOVE DV-EMAIL-ADDRESS TO EX-EMAIL-ADDRESS
               MOVE WS-RUN-DATE      TO EX-PRODUCED-DATE
               WRITE EDLV-EXTRACT-RECORD
           END-IF
           .
       0420-ROUTE-THE-NOTICE-EXIT.
           EXIT.

      *************************************************************
      *    ONE NOTICE LINE, TO PRINT, TO THE EXTRACT, OR BOTH.
      *************************************************************
       0430-PUT-NOTICE-LINE SECTION.
           IF DV-PRINT-COPY
               WRITE NOTICE-RECORD
           END-IF
           IF DV-ELECTRONIC-COPY
               MOVE SPACES          TO EDLV-EXTRACT-RECORD
               SET EX-DOCUMENT-LINE TO TRUE
               MOVE NOTICE-RECORD   TO EX-LINE-TEXT
               WRITE EDLV-EXTRACT-RECORD
           END-IF
           .
       0430-PUT-NOTICE-LINE-EXIT.
           EXIT.

      *************************************************************
      *    BEFORE-IMAGE JOURNAL FOR LOANRBCK.  A CHANGED MASTER
      *    RECORD IS JOURNALED AS IT STOOD BEFORE THE REWRITE, AND
      *    WHAT IS ABOUT TO BE WRITTEN BECOMES THE BEFORE-IMAGE FOR
      *    ANY LATER REWRITE OF THE SAME LOAN.
      *************************************************************
       0500-SAVE-MASTER-IMAGE SECTION.
           MOVE LENGTH OF LOAN-MASTER-RECORD TO WS-MASTER-IMAGE-LENGTH
           MOVE LOAN-MASTER-RECORD TO WS-MASTER-BEFORE-IMAGE
           .
       0500-SAVE-MASTER-IMAGE-EXIT.
           EXIT.

       0510-JOURNAL-MASTER-CHANGE SECTION.
           SET JA-LOAN-MASTER TO TRUE
           SET JA-CHANGED TO TRUE
           MOVE WS-MASTER-IMAGE-LENGTH TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA WS-MASTER-BEFORE-IMAGE

           PERFORM 0500-SAVE-MASTER-IMAGE
               THRU 0500-SAVE-MASTER-IMAGE-EXIT
           .
       0510-JOURNAL-MASTER-CHANGE-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO PMI-RPT-RECORD
           WRITE PMI-RPT-RECORD
           MOVE "AUTO CANCELLED:"   TO PMC-LABEL
           MOVE WS-CANCELLED-COUNT  TO PMC-COUNT
           WRITE PMI-RPT-RECORD FROM PMI-COUNT-LINE
           MOVE "NOTICES ON PAPER:" TO PMC-LABEL
           MOVE WS-DLV-PAPER-COUNT  TO PMC-COUNT
           WRITE PMI-RPT-RECORD FROM PMI-COUNT-LINE
           MOVE "NOTICES ELECTRONIC:" TO PMC-LABEL
           MOVE WS-DLV-ELECTRONIC-COUNT TO PMC-COUNT
           WRITE PMI-RPT-RECORD FROM PMI-COUNT-LINE
           MOVE "NOTICES BOTH WAYS:" TO PMC-LABEL
           MOVE WS-DLV-BOTH-COUNT   TO PMC-COUNT
           WRITE PMI-RPT-RECORD FROM PMI-COUNT-LINE
           MOVE "NOTICES NOT MAILED:" TO PMC-LABEL
           MOVE WS-DLV-SUPPRESSED-COUNT TO PMC-COUNT
           WRITE PMI-RPT-RECORD FROM PMI-COUNT-LINE

           MOVE WS-RUN-DATE             TO EC-RUN-DATE
           MOVE "LOANPMIM"              TO EC-PROGRAM-ID
           MOVE "PMICANCL"              TO EC-DOCUMENT-TYPE
           MOVE WS-DLV-PAPER-COUNT      TO EC-PAPER-COUNT
           MOVE WS-DLV-ELECTRONIC-COUNT TO EC-ELECTRONIC-COUNT
           MOVE WS-DLV-BOTH-COUNT       TO EC-BOTH-COUNT
           MOVE WS-DLV-SUPPRESSED-COUNT TO EC-SUPPRESSED-COUNT
           WRITE EDLV-COUNT-RECORD

           CLOSE LOAN-MASTER-FILE
           CLOSE PMI-RPT-FILE
           CLOSE NOTICE-FILE
           CLOSE EDLV-EXTRACT-FILE
           CLOSE EDLV-COUNT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.
