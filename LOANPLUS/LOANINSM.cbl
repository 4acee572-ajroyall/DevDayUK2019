               PLACEMENT DATE STAMPED SO IT IS NEVER PLACED TWICE.
               NON-ESCROWED LOANS WHOSE PROPERTY TAXES ARE
               DELINQUENT SURFACE ON THE SAME EXCEPTION REPORT.
               EACH DEMAND LETTER GOES WHERE THE BORROWER ASKED
               (LOANDLVR): TO PRINT, TO THE E-DELIVERY EXTRACT, OR
               BOTH, COUNTED ON THE REPORT AND ON EDLVCNT.  NOTHING IS
               PRINTED TO A BORROWER WHOSE MAIL HAS COME BACK
               (BORRMSTR); EACH PRINTED COPY HELD BACK IS COUNTED AS
               SUPPRESSED.  EVERY ESCRLEDG ENTRY IT ADDS IS JOURNALED
               THROUGH LOANJRNL, SO A RUN THAT DIES PARTWAY CAN BE
               ROLLED BACK BY LOANRBCK AND RERUN.

       ENVIRONMENT DIVISION.

                                    ASSIGN TO "LOANINSL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-EXTRACT-FILE
                                    ASSIGN TO "EDLVEXTR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-COUNT-FILE
                                    ASSIGN TO "EDLVCNT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INSURANCE-RPT-FILE
                                    ASSIGN TO "LOANINSR"
                                    ORGANIZATION IS LINE SEQUENTIAL.
       FD  DEMAND-LETTER-FILE.
       01  LETTER-RECORD             PIC X(80).

       FD  EDLV-EXTRACT-FILE.
       COPY EDLVEXT.

       FD  EDLV-COUNT-FILE.
       COPY EDLVCNT.

       FD  INSURANCE-RPT-FILE.
       01  INSURANCE-RPT-RECORD      PIC X(96).

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".
       01  WS-LEDGER-STATUS          PIC X(02) VALUE SPACES.
           88  LEDGER-WRITE-OK       VALUE "00".
       01  WS-PAYEE-STATUS           PIC X(02) VALUE SPACES.

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-RUN-DATE.
           03 WS-RUN-YEAR            PIC 9(4).

       COPY LTRFAREA.

      *    DEMAND LETTERS BY DELIVERY CHANNEL.
       01  WS-DLV-PAPER-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-ELECTRONIC-COUNT   PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-BOTH-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-SUPPRESSED-COUNT   PIC S9(8) COMP VALUE ZERO.

       COPY DLVRAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANINSM"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

           OPEN I-O    COLLATERAL-MASTER-FILE
           OPEN INPUT  LOAN-MASTER-FILE
           OPEN INPUT  ESCROW-PAYEE-FILE
           OPEN OUTPUT DEMAND-LETTER-FILE
           OPEN OUTPUT INSURANCE-RPT-FILE
           OPEN EXTEND EDLV-EXTRACT-FILE
           OPEN EXTEND EDLV-COUNT-FILE

           MOVE WS-RUN-DATE TO INH-RUN-DATE
           WRITE INSURANCE-RPT-RECORD FROM INSURANCE-HEADING-1
      *    TEMPLATE IS ON FILE.
      *************************************************************
       0300-WRITE-DEMAND-LETTER SECTION.
           PERFORM 0320-ROUTE-THE-LETTER
               THRU 0320-ROUTE-THE-LETTER-EXIT

           INITIALIZE LETTER-FORMAT-AREA
           MOVE "INSDMND"        TO LF-TEMPLATE-ID
           MOVE LM-BORROWER-NAME TO LF-BORROWER-NAME
           ELSE
               MOVE LM-LOAN-NUMBER   TO LTR-LOAN-NUMBER
               MOVE LM-BORROWER-NAME TO LTR-BORROWER-NAME
               MOVE LETTER-LINE-1 TO LETTER-RECORD
               PERFORM 0330-PUT-LETTER-LINE
                   THRU 0330-PUT-LETTER-LINE-EXIT
               MOVE LETTER-TEXT-DEMAND TO LETTER-RECORD
               PERFORM 0330-PUT-LETTER-LINE
                   THRU 0330-PUT-LETTER-LINE-EXIT
               MOVE LETTER-TEXT-WARNING TO LETTER-RECORD
               PERFORM 0330-PUT-LETTER-LINE
                   THRU 0330-PUT-LETTER-LINE-EXIT
           END-IF

           MOVE SPACES TO LETTER-RECORD
           PERFORM 0330-PUT-LETTER-LINE
               THRU 0330-PUT-LETTER-LINE-EXIT
           .
       0300-WRITE-DEMAND-LETTER-EXIT.
           EXIT.

       0310-WRITE-ONE-TEMPLATE-LINE SECTION.
           MOVE LF-LINE(LETTER-IDX) TO LETTER-RECORD
           PERFORM 0330-PUT-LETTER-LINE
               THRU 0330-PUT-LETTER-LINE-EXIT
           .
       0310-WRITE-ONE-TEMPLATE-LINE-EXIT.
           EXIT.

      *************************************************************
      *    WHERE THIS LETTER GOES.  AN ELECTRONIC COPY IS HEADED
      *    ON THE EXTRACT WITH WHO IT IS FOR.
      *************************************************************
       0320-ROUTE-THE-LETTER SECTION.
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
               MOVE "INSDMND"        TO EX-DOCUMENT-TYPE
               MOVE DV-LOAN-NUMBER   TO EX-LOAN-NUMBER
               MOVE DV-BORROWER-ID   TO EX-BORROWER-ID
               MOVE DV-EMAIL-ADDRESS TO EX-EMAIL-ADDRESS
               MOVE WS-RUN-DATE      TO EX-PRODUCED-DATE
               WRITE EDLV-EXTRACT-RECORD
           END-IF
           .
       0320-ROUTE-THE-LETTER-EXIT.
           EXIT.

      *************************************************************
      *    ONE LETTER LINE, TO PRINT, TO THE EXTRACT, OR BOTH.
      *************************************************************
       0330-PUT-LETTER-LINE SECTION.
           IF DV-PRINT-COPY
               WRITE LETTER-RECORD
           END-IF
           IF DV-ELECTRONIC-COPY
               MOVE SPACES          TO EDLV-EXTRACT-RECORD
               SET EX-DOCUMENT-LINE TO TRUE
               MOVE LETTER-RECORD   TO EX-LINE-TEXT
               WRITE EDLV-EXTRACT-RECORD
           END-IF
           .
       0330-PUT-LETTER-LINE-EXIT.
           EXIT.

      *************************************************************
      *    FORCE-PLACE THE COVERAGE: THE ANNUAL PREMIUM GOES ON
      *    THE ESCROW SIDE AS A DISBURSEMENT (THE BORROWER OWES IT
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF LEDGER-WRITE-OK
               PERFORM 0700-JOURNAL-LEDGER-ADD
                   THRU 0700-JOURNAL-LEDGER-ADD-EXIT
           END-IF

           MOVE WS-RUN-DATE TO CL-FORCE-PLACED-DATE
           REWRITE COLLATERAL-MASTER-RECORD
       0600-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *************************************************************
      *    AN ADDED RECORD IS JOURNALED ONLY ONCE IT IS SAFELY
      *    WRITTEN -- ROLLBACK TAKES IT BACK OUT BY ITS KEY, AND
      *    MUST NEVER TAKE OUT A RECORD THAT WAS ALREADY THERE.
      *************************************************************
       0700-JOURNAL-LEDGER-ADD SECTION.
           SET JA-ESCROW-LEDGER TO TRUE
           SET JA-ADDED TO TRUE
           MOVE LENGTH OF ESCROW-LEDGER-RECORD TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA ESCROW-LEDGER-RECORD
           .
       0700-JOURNAL-LEDGER-ADD-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           MOVE WS-TAX-COUNT           TO INT-COUNT
           WRITE INSURANCE-RPT-RECORD FROM INSURANCE-TOTAL-LINE

           MOVE "DEMANDS ON PAPER:"    TO INT-LABEL
           MOVE WS-DLV-PAPER-COUNT     TO INT-COUNT
           WRITE INSURANCE-RPT-RECORD FROM INSURANCE-TOTAL-LINE

           MOVE "DEMANDS ELECTRONIC:"  TO INT-LABEL
           MOVE WS-DLV-ELECTRONIC-COUNT TO INT-COUNT
           WRITE INSURANCE-RPT-RECORD FROM INSURANCE-TOTAL-LINE

           MOVE "DEMANDS BOTH WAYS:"   TO INT-LABEL
           MOVE WS-DLV-BOTH-COUNT      TO INT-COUNT
           WRITE INSURANCE-RPT-RECORD FROM INSURANCE-TOTAL-LINE

           MOVE "DEMANDS NOT MAILED:"  TO INT-LABEL
           MOVE WS-DLV-SUPPRESSED-COUNT TO INT-COUNT
           WRITE INSURANCE-RPT-RECORD FROM INSURANCE-TOTAL-LINE

           MOVE WS-RUN-DATE             TO EC-RUN-DATE
           MOVE "LOANINSM"              TO EC-PROGRAM-ID
           MOVE "INSDMND"               TO EC-DOCUMENT-TYPE
           MOVE WS-DLV-PAPER-COUNT      TO EC-PAPER-COUNT
           MOVE WS-DLV-ELECTRONIC-COUNT TO EC-ELECTRONIC-COUNT
           MOVE WS-DLV-BOTH-COUNT       TO EC-BOTH-COUNT
           MOVE WS-DLV-SUPPRESSED-COUNT TO EC-SUPPRESSED-COUNT
           WRITE EDLV-COUNT-RECORD

           CLOSE COLLATERAL-MASTER-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE ESCROW-LEDGER-FILE
           CLOSE ESCROW-PAYEE-FILE
           CLOSE DEMAND-LETTER-FILE
           CLOSE INSURANCE-RPT-FILE
           CLOSE EDLV-EXTRACT-FILE
           CLOSE EDLV-COUNT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.
