               LOANAMORT WITH RESTART-MONTH, SO THE NEW SCHEDULE
               ROWS LAND AT THEIR TRUE MONTH POSITIONS.  THE MASTER
               IS REWRITTEN AND A RATE-CHANGE NOTICE WITH OLD/NEW
               RATE AND PAYMENT IS CUT FOR EACH BORROWER, GOING
               WHERE THE BORROWER ASKED (LOANDLVR): TO PRINT, TO
               THE E-DELIVERY EXTRACT, OR BOTH, COUNTED ON
               EDLVCNT.  NOTHING IS PRINTED TO A BORROWER WHOSE MAIL HAS
               COME BACK (BORRMSTR); EACH PRINTED COPY HELD BACK IS
               COUNTED AS SUPPRESSED.  EVERY MASTER REWRITE IS JOURNALED
               THROUGH LOANJRNL FIRST, SO A RUN THAT DIES PARTWAY CAN BE
               ROLLED BACK BY LOANRBCK AND RERUN.

       ENVIRONMENT DIVISION.

           SELECT NOTICE-FILE      ASSIGN TO "LOANRSTN"
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

       77  INDEX-TABLE-MAX           PIC S9(4) COMP VALUE 50.

       01  WS-RESET-COUNT            PIC S9(8) COMP VALUE ZERO.

      *    THE MASTER RECORD AS LAST READ OR REWRITTEN -- THE
      *    BEFORE-IMAGE JOURNALED WHEN THE RECORD IS NEXT REWRITTEN.
       01  WS-MASTER-IMAGE-LENGTH    PIC 9(5).
       01  WS-MASTER-BEFORE-IMAGE    PIC X(60000).

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).

       01  NOTICE-LINE-1.

       COPY LTRFAREA.

      *    RATE-CHANGE NOTICES BY DELIVERY CHANNEL.
       01  WS-DLV-PAPER-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-ELECTRONIC-COUNT   PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-BOTH-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-SUPPRESSED-COUNT   PIC S9(8) COMP VALUE ZERO.

       COPY DLVRAREA.

       COPY AMORTIN.
       COPY AMORTOUT.


       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANRSET"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

           OPEN INPUT RATE-INDEX-FILE


           OPEN I-O    LOAN-MASTER-FILE
           OPEN OUTPUT NOTICE-FILE
           OPEN EXTEND EDLV-EXTRACT-FILE
           OPEN EXTEND EDLV-COUNT-FILE

           PERFORM 0210-READ-MASTER-FILE
               THRU 0210-READ-MASTER-FILE-EXIT
               OR LM-INDEX-NAME = SPACES
               GO TO 0200-RESET-NEXT
           END-IF
           PERFORM 0500-SAVE-MASTER-IMAGE
               THRU 0500-SAVE-MASTER-IMAGE-EXIT

           PERFORM 0220-FIND-INDEX-ENTRY
               THRU 0220-FIND-INDEX-ENTRY-EXIT
           MOVE WS-REMAINING-TERM    TO LOANTERM
           MOVE WS-NEW-RATE          TO RATE
           MOVE WS-RESET-MONTH       TO RESTART-MONTH
           MOVE LM-INTEREST-ONLY-MONTHS TO INTEREST-ONLY-MONTHS
           MOVE "RESET"              TO IN-CHANNEL

           CALL "LOANAMORT" USING LOANINFO OUTDATA
               + ((WS-NEXT-RESET-MONTH-0 + 1) * 100)
               + WS-EFF-DAY

           PERFORM 0510-JOURNAL-MASTER-CHANGE
               THRU 0510-JOURNAL-MASTER-CHANGE-EXIT
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
      *    NO TEMPLATE IS ON FILE, SO NO RESET EVER GOES UNNOTICED.
      *************************************************************
       0400-WRITE-NOTICE SECTION.
           PERFORM 0430-ROUTE-THE-NOTICE
               THRU 0430-ROUTE-THE-NOTICE-EXIT

           MOVE WS-OLD-RATE TO NTC-OLD-RATE
           MOVE WS-NEW-RATE TO NTC-NEW-RATE
           MOVE WS-OLD-PAYMENT TO NTC-OLD-PAYMENT
           ELSE
               MOVE LM-LOAN-NUMBER   TO NTC-LOAN-NUMBER
               MOVE LM-BORROWER-NAME TO NTC-BORROWER-NAME
               MOVE NOTICE-LINE-1 TO NOTICE-RECORD
               PERFORM 0440-PUT-NOTICE-LINE
                   THRU 0440-PUT-NOTICE-LINE-EXIT
               MOVE NOTICE-LINE-2 TO NOTICE-RECORD
               PERFORM 0440-PUT-NOTICE-LINE
                   THRU 0440-PUT-NOTICE-LINE-EXIT
               MOVE NOTICE-LINE-3 TO NOTICE-RECORD
               PERFORM 0440-PUT-NOTICE-LINE
                   THRU 0440-PUT-NOTICE-LINE-EXIT
           END-IF

           MOVE SPACES TO NOTICE-RECORD
           PERFORM 0440-PUT-NOTICE-LINE
               THRU 0440-PUT-NOTICE-LINE-EXIT
           .
       0400-WRITE-NOTICE-EXIT.
           EXIT.

       0420-WRITE-ONE-TEMPLATE-LINE SECTION.
           MOVE LF-LINE(LETTER-IDX) TO NOTICE-RECORD
           PERFORM 0440-PUT-NOTICE-LINE
               THRU 0440-PUT-NOTICE-LINE-EXIT
           .
       0420-WRITE-ONE-TEMPLATE-LINE-EXIT.
           EXIT.

      *************************************************************
      *    WHERE THIS NOTICE GOES.  AN ELECTRONIC COPY IS HEADED
      *    ON THE EXTRACT WITH WHO IT IS FOR.
      *************************************************************
       0430-ROUTE-THE-NOTICE SECTION.
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
               MOVE "RSETNTC"        TO EX-DOCUMENT-TYPE
               MOVE DV-LOAN-NUMBER   TO EX-LOAN-NUMBER
               MOVE DV-BORROWER-ID   TO EX-BORROWER-ID
               MOVE DV-EMAIL-ADDRESS TO EX-EMAIL-ADDRESS
               MOVE WS-RUN-DATE      TO EX-PRODUCED-DATE
               WRITE EDLV-EXTRACT-RECORD
           END-IF
           .
       0430-ROUTE-THE-NOTICE-EXIT.
           EXIT.

      *************************************************************
      *    ONE NOTICE LINE, TO PRINT, TO THE EXTRACT, OR BOTH.
      *************************************************************
       0440-PUT-NOTICE-LINE SECTION.
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
       0440-PUT-NOTICE-LINE-EXIT.
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
           MOVE WS-RUN-DATE             TO EC-RUN-DATE
           MOVE "LOANRSET"              TO EC-PROGRAM-ID
           MOVE "RSETNTC"               TO EC-DOCUMENT-TYPE
           MOVE WS-DLV-PAPER-COUNT      TO EC-PAPER-COUNT
           MOVE WS-DLV-ELECTRONIC-COUNT TO EC-ELECTRONIC-COUNT
           MOVE WS-DLV-BOTH-COUNT       TO EC-BOTH-COUNT
           MOVE WS-DLV-SUPPRESSED-COUNT TO EC-SUPPRESSED-COUNT
           WRITE EDLV-COUNT-RECORD

           CLOSE LOAN-MASTER-FILE
           CLOSE NOTICE-FILE
           CLOSE EDLV-EXTRACT-FILE
           CLOSE EDLV-COUNT-FILE

           DISPLAY "LOANS RESET: " WS-RESET-COUNT
           DISPLAY "NOTICES ON PAPER:    " WS-DLV-PAPER-COUNT
           DISPLAY "NOTICES ELECTRONIC:  " WS-DLV-ELECTRONIC-COUNT
           DISPLAY "NOTICES BOTH WAYS:   " WS-DLV-BOTH-COUNT
           DISPLAY "NOTICES NOT MAILED:  " WS-DLV-SUPPRESSED-COUNT
           .
       0900-TERMINATE-EXIT.
           EXIT.
