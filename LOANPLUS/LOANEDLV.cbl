       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANEDLV.
       REMARKS. NIGHTLY E-DELIVERY HANDOFF.  RUN AFTER THE DOCUMENT
               RUNS.  THE CONTROL REPORT LISTS EVERY DOCUMENT RUN
               SINCE THE LAST HANDOFF (EDLVCNT) WITH ITS DOCUMENTS
               BY CHANNEL -- PAPER, ELECTRONIC, BOTH -- AND THE
               PRINTED COPIES SUPPRESSED FOR RETURNED MAIL, WITH
               THE TOTALS.  EACH BOUNCE THE PORTAL VENDOR RETURNED
               (EDLVBNCE) PUTS THE BORROWER BACK ON PAPER, UNLESS
               THE BORROWER HAS SINCE GIVEN US A DIFFERENT EMAIL
               ADDRESS OR IS ON PAPER ALREADY; EVERY REVERSION IS
               APPENDED TO THE MAINTENANCE-AUDIT FILE.  THE
               E-DELIVERY EXTRACT (EDLVEXTR) IS THEN COPIED TO THE
               VENDOR'S SEND FILE (EDLVSEND) AND ITS DOCUMENTS
               BALANCED AGAINST THE RUN COUNTS.  THE COUNT, BOUNCE
               AND EXTRACT FILES ARE EMPTIED FOR THE NEXT NIGHT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EDLV-COUNT-FILE
                                    ASSIGN TO "EDLVCNT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-BOUNCE-FILE
                                    ASSIGN TO "EDLVBNCE"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-EXTRACT-FILE
                                    ASSIGN TO "EDLVEXTR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDLV-SEND-FILE   ASSIGN TO "EDLVSEND"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BORROWER-MASTER-FILE
                                    ASSIGN TO "BORRMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS BO-BORROWER-ID
                                    FILE STATUS IS WS-BORROWER-STATUS.

           SELECT CONTROL-RPT-FILE ASSIGN TO "LOANEDLR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  EDLV-COUNT-FILE.
       COPY EDLVCNT.

       FD  EDLV-BOUNCE-FILE.
       COPY EDLVBNC.

       FD  EDLV-EXTRACT-FILE.
       COPY EDLVEXT.

       FD  EDLV-SEND-FILE.
       01  EDLV-SEND-RECORD          PIC X(133).

       FD  BORROWER-MASTER-FILE.
       COPY BORRMSTR.

       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-RECORD        PIC X(96).

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           03 MA-DATE                PIC 9(8).
           03 MA-TIME                PIC 9(8).
           03 MA-OPERATOR-ID         PIC X(08).
           03 MA-LOAN-NUMBER         PIC X(10).
           03 MA-FIELD-NAME          PIC X(08).
           03 MA-BEFORE-IMAGE        PIC X(30).
           03 MA-AFTER-IMAGE         PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-BORROWER-STATUS        PIC X(02) VALUE SPACES.
           88  BORROWER-READ-OK      VALUE "00".
           88  BORROWER-WRITE-OK     VALUE "00", "02".

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-INPUT         VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8).

      *    WHAT BECAME OF A BOUNCE.
       01  WS-DISPOSITION            PIC X(30).

      *    SCRATCH IMAGE FOR THE AUDIT RECORD -- THE BORROWER AND
      *    THE DELIVERY PREFERENCE, SO THE BEFORE/AFTER COLUMNS
      *    READ AS CHARACTERS THE WAY LOANMNT'S DO.
       01  WS-PREF-IMAGE.
           03 WS-IMG-BORROWER-ID     PIC X(10).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-PREF            PIC X(01).

       01  WS-RUN-COUNT              PIC S9(8) COMP VALUE ZERO.
       01  WS-TOTAL-PAPER            PIC S9(8) COMP VALUE ZERO.
       01  WS-TOTAL-ELECTRONIC       PIC S9(8) COMP VALUE ZERO.
       01  WS-TOTAL-BOTH             PIC S9(8) COMP VALUE ZERO.
       01  WS-TOTAL-SUPPRESSED       PIC S9(8) COMP VALUE ZERO.
       01  WS-EXPECTED-DOCUMENTS     PIC S9(8) COMP VALUE ZERO.

       01  WS-BOUNCE-COUNT           PIC S9(8) COMP VALUE ZERO.
       01  WS-REVERTED-COUNT         PIC S9(8) COMP VALUE ZERO.

       01  WS-SENT-DOCUMENTS         PIC S9(8) COMP VALUE ZERO.
       01  WS-SENT-LINES             PIC S9(8) COMP VALUE ZERO.

       01  CONTROL-HEADING-1.
           03 FILLER                 PIC X(32)
                VALUE "E-DELIVERY CONTROL REPORT AS OF ".
           03 CTH-RUN-DATE           PIC 9(8).

       01  CONTROL-HEADING-2.
           03 FILLER                 PIC X(10) VALUE "RUN DATE".
           03 FILLER                 PIC X(10) VALUE "PROGRAM".
           03 FILLER                 PIC X(10) VALUE "DOCUMENT".
           03 FILLER                 PIC X(10) VALUE "     PAPER".
           03 FILLER                 PIC X(12) VALUE "  ELECTRONIC".
           03 FILLER                 PIC X(10) VALUE "      BOTH".
           03 FILLER                 PIC X(12) VALUE "  SUPPRESSED".

       01  CONTROL-RUN-LINE.
           03 CTR-RUN-DATE           PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CTR-PROGRAM-ID         PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CTR-DOCUMENT-TYPE      PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CTR-PAPER              PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(05) VALUE SPACES.
           03 CTR-ELECTRONIC         PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 CTR-BOTH               PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(05) VALUE SPACES.
           03 CTR-SUPPRESSED         PIC ZZZ,ZZ9.

       01  BOUNCE-HEADING.
           03 FILLER                 PIC X(12) VALUE "BORROWER".
           03 FILLER                 PIC X(42) VALUE "EMAIL ADDRESS".
           03 FILLER                 PIC X(10) VALUE "BOUNCED".
           03 FILLER                 PIC X(30) VALUE "DISPOSITION".

       01  BOUNCE-DETAIL-LINE.
           03 BND-BORROWER-ID        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 BND-EMAIL-ADDRESS      PIC X(40).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 BND-BOUNCE-DATE        PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 BND-DISPOSITION        PIC X(30).

       01  CONTROL-TOTAL-LINE.
           03 CTT-LABEL              PIC X(30).
           03 CTT-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           PERFORM 0200-REPORT-RUN-COUNTS
               THRU 0200-REPORT-RUN-COUNTS-EXIT

           PERFORM 0300-APPLY-BOUNCES
               THRU 0300-APPLY-BOUNCES-EXIT

           PERFORM 0400-SEND-THE-EXTRACT
               THRU 0400-SEND-THE-EXTRACT-EXIT

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT CONTROL-RPT-FILE

           MOVE WS-RUN-DATE TO CTH-RUN-DATE
           WRITE CONTROL-RPT-RECORD FROM CONTROL-HEADING-1
           MOVE SPACES TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           .
       0100-INITIALIZE-EXIT.
           EXIT.

      *************************************************************
      *    EVERY DOCUMENT RUN SINCE THE LAST HANDOFF, WITH ITS
      *    DOCUMENTS BY CHANNEL.  AN ELECTRONIC DOCUMENT, ALONE OR
      *    WITH A PRINTED COPY, IS ONE THE EXTRACT MUST CARRY.
      *************************************************************
       0200-REPORT-RUN-COUNTS SECTION.
           WRITE CONTROL-RPT-RECORD FROM CONTROL-HEADING-2

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT EDLV-COUNT-FILE
           PERFORM 0210-REPORT-ONE-RUN
               THRU 0210-REPORT-ONE-RUN-EXIT
               UNTIL END-OF-INPUT
           CLOSE EDLV-COUNT-FILE

           MOVE SPACES              TO CONTROL-RUN-LINE
           MOVE "TOTAL"             TO CTR-PROGRAM-ID
           MOVE WS-TOTAL-PAPER      TO CTR-PAPER
           MOVE WS-TOTAL-ELECTRONIC TO CTR-ELECTRONIC
           MOVE WS-TOTAL-BOTH       TO CTR-BOTH
           MOVE WS-TOTAL-SUPPRESSED TO CTR-SUPPRESSED
           MOVE SPACES TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD FROM CONTROL-RUN-LINE

           ADD WS-TOTAL-ELECTRONIC WS-TOTAL-BOTH
               GIVING WS-EXPECTED-DOCUMENTS
           .
       0200-REPORT-RUN-COUNTS-EXIT.
           EXIT.

       0210-REPORT-ONE-RUN SECTION.
           READ EDLV-COUNT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
                   GO TO 0210-REPORT-ONE-RUN-EXIT
           END-READ

           ADD 1                   TO WS-RUN-COUNT
           ADD EC-PAPER-COUNT      TO WS-TOTAL-PAPER
           ADD EC-ELECTRONIC-COUNT TO WS-TOTAL-ELECTRONIC
           ADD EC-BOTH-COUNT       TO WS-TOTAL-BOTH
           ADD EC-SUPPRESSED-COUNT TO WS-TOTAL-SUPPRESSED

           MOVE EC-RUN-DATE         TO CTR-RUN-DATE
           MOVE EC-PROGRAM-ID       TO CTR-PROGRAM-ID
           MOVE EC-DOCUMENT-TYPE    TO CTR-DOCUMENT-TYPE
           MOVE EC-PAPER-COUNT      TO CTR-PAPER
           MOVE EC-ELECTRONIC-COUNT TO CTR-ELECTRONIC
           MOVE EC-BOTH-COUNT       TO CTR-BOTH
           MOVE EC-SUPPRESSED-COUNT TO CTR-SUPPRESSED
           WRITE CONTROL-RPT-RECORD FROM CONTROL-RUN-LINE
           .
       0210-REPORT-ONE-RUN-EXIT.
           EXIT.

      *************************************************************
      *    EACH BOUNCE FROM THE VENDOR.  THE BORROWER GOES BACK TO
      *    PAPER ONLY WHEN THE ADDRESS THAT BOUNCED IS STILL THE
      *    ONE ON FILE -- A BORROWER WHO HAS SINCE GIVEN US A NEW
      *    ADDRESS KEEPS THEIR CHOICE.
      *************************************************************
       0300-APPLY-BOUNCES SECTION.
           MOVE SPACES TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD FROM BOUNCE-HEADING

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT EDLV-BOUNCE-FILE
           OPEN I-O   BORROWER-MASTER-FILE
           PERFORM 0310-APPLY-ONE-BOUNCE
               THRU 0310-APPLY-ONE-BOUNCE-EXIT
               UNTIL END-OF-INPUT
           CLOSE BORROWER-MASTER-FILE
           CLOSE EDLV-BOUNCE-FILE
           .
       0300-APPLY-BOUNCES-EXIT.
           EXIT.

       0310-APPLY-ONE-BOUNCE SECTION.
           READ EDLV-BOUNCE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
                   GO TO 0310-APPLY-ONE-BOUNCE-EXIT
           END-READ

           ADD 1 TO WS-BOUNCE-COUNT

           MOVE EB-BORROWER-ID TO BO-BORROWER-ID
           READ BORROWER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN NOT BORROWER-READ-OK
                   MOVE "BORROWER NOT ON FILE" TO WS-DISPOSITION
               WHEN BO-DELIVER-PAPER
                   MOVE "ALREADY ON PAPER" TO WS-DISPOSITION
               WHEN BO-EMAIL-ADDRESS NOT = EB-EMAIL-ADDRESS
                   MOVE "EMAIL ADDRESS SINCE CHANGED"
                       TO WS-DISPOSITION
               WHEN OTHER
                   PERFORM 0320-REVERT-TO-PAPER
                       THRU 0320-REVERT-TO-PAPER-EXIT
           END-EVALUATE

           MOVE EB-BORROWER-ID   TO BND-BORROWER-ID
           MOVE EB-EMAIL-ADDRESS TO BND-EMAIL-ADDRESS
           MOVE EB-BOUNCE-DATE   TO BND-BOUNCE-DATE
           MOVE WS-DISPOSITION   TO BND-DISPOSITION
           WRITE CONTROL-RPT-RECORD FROM BOUNCE-DETAIL-LINE
           .
       0310-APPLY-ONE-BOUNCE-EXIT.
           EXIT.

       0320-REVERT-TO-PAPER SECTION.
           MOVE BO-BORROWER-ID   TO WS-IMG-BORROWER-ID
           MOVE BO-DELIVERY-PREF TO WS-IMG-PREF
           MOVE WS-PREF-IMAGE    TO MA-BEFORE-IMAGE

           SET BO-DELIVER-PAPER TO TRUE
           REWRITE BORROWER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT BORROWER-WRITE-OK
               MOVE SPACES TO WS-DISPOSITION
               STRING "REWRITE FAILED - STATUS "
                   WS-BORROWER-STATUS
                   DELIMITED BY SIZE INTO WS-DISPOSITION
               END-STRING
               GO TO 0320-REVERT-TO-PAPER-EXIT
           END-IF

           MOVE BO-DELIVERY-PREF TO WS-IMG-PREF
           MOVE WS-PREF-IMAGE    TO MA-AFTER-IMAGE
           MOVE SPACES           TO MA-LOAN-NUMBER
           MOVE "DELVPREF"       TO MA-FIELD-NAME
           PERFORM 0700-WRITE-AUDIT-RECORD
               THRU 0700-WRITE-AUDIT-RECORD-EXIT

           ADD 1 TO WS-REVERTED-COUNT
           MOVE "REVERTED TO PAPER" TO WS-DISPOSITION
           .
       0320-REVERT-TO-PAPER-EXIT.
           EXIT.

      *************************************************************
      *    HAND THE EXTRACT TO THE VENDOR AS IT STANDS, COUNTING
      *    THE DOCUMENTS ON IT.
      *************************************************************
       0400-SEND-THE-EXTRACT SECTION.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT  EDLV-EXTRACT-FILE
           OPEN OUTPUT EDLV-SEND-FILE
           PERFORM 0410-SEND-ONE-RECORD
               THRU 0410-SEND-ONE-RECORD-EXIT
               UNTIL END-OF-INPUT
           CLOSE EDLV-EXTRACT-FILE
           CLOSE EDLV-SEND-FILE
           .
       0400-SEND-THE-EXTRACT-EXIT.
           EXIT.

       0410-SEND-ONE-RECORD SECTION.
           READ EDLV-EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
                   GO TO 0410-SEND-ONE-RECORD-EXIT
           END-READ

           IF EX-DOCUMENT-HEADER
               ADD 1 TO WS-SENT-DOCUMENTS
           ELSE
               ADD 1 TO WS-SENT-LINES
           END-IF

           WRITE EDLV-SEND-RECORD FROM EDLV-EXTRACT-RECORD
           .
       0410-SEND-ONE-RECORD-EXIT.
           EXIT.

       0700-WRITE-AUDIT-RECORD SECTION.
           ACCEPT MA-DATE FROM DATE YYYYMMDD
           ACCEPT MA-TIME FROM TIME
           MOVE "LOANEDLV" TO MA-OPERATOR-ID

           OPEN EXTEND MAINT-AUDIT-FILE
           WRITE MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE
           .
       0700-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      *************************************************************
      *    TOTALS, THE BALANCE OF THE EXTRACT AGAINST THE RUNS,
      *    AND EMPTY THE NIGHT'S FILES NOW THEY ARE HANDED OFF.
      *************************************************************
       0900-TERMINATE SECTION.
           MOVE SPACES TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD

           MOVE "DOCUMENT RUNS:"         TO CTT-LABEL
           MOVE WS-RUN-COUNT             TO CTT-COUNT
           WRITE CONTROL-RPT-RECORD FROM CONTROL-TOTAL-LINE

           MOVE "BOUNCES RECEIVED:"      TO CTT-LABEL
           MOVE WS-BOUNCE-COUNT          TO CTT-COUNT
           WRITE CONTROL-RPT-RECORD FROM CONTROL-TOTAL-LINE

           MOVE "BORROWERS PUT ON PAPER:" TO CTT-LABEL
           MOVE WS-REVERTED-COUNT        TO CTT-COUNT
           WRITE CONTROL-RPT-RECORD FROM CONTROL-TOTAL-LINE

           MOVE "ELECTRONIC DOCUMENTS DUE:" TO CTT-LABEL
           MOVE WS-EXPECTED-DOCUMENTS    TO CTT-COUNT
           WRITE CONTROL-RPT-RECORD FROM CONTROL-TOTAL-LINE

           MOVE "DOCUMENTS SENT TO VENDOR:" TO CTT-LABEL
           MOVE WS-SENT-DOCUMENTS        TO CTT-COUNT
           WRITE CONTROL-RPT-RECORD FROM CONTROL-TOTAL-LINE

           MOVE "LINES SENT TO VENDOR:"  TO CTT-LABEL
           MOVE WS-SENT-LINES            TO CTT-COUNT
           WRITE CONTROL-RPT-RECORD FROM CONTROL-TOTAL-LINE

           IF WS-SENT-DOCUMENTS NOT = WS-EXPECTED-DOCUMENTS
               MOVE SPACES TO CONTROL-RPT-RECORD
               MOVE "*** EXTRACT OUT OF BALANCE WITH THE RUN COUNTS"
                   TO CONTROL-RPT-RECORD
               WRITE CONTROL-RPT-RECORD
               DISPLAY "LOANEDLV: EXTRACT OUT OF BALANCE - SENT "
                   WS-SENT-DOCUMENTS " DUE " WS-EXPECTED-DOCUMENTS
           END-IF

           CLOSE CONTROL-RPT-FILE

           OPEN OUTPUT EDLV-COUNT-FILE
           CLOSE EDLV-COUNT-FILE
           OPEN OUTPUT EDLV-BOUNCE-FILE
           CLOSE EDLV-BOUNCE-FILE
           OPEN OUTPUT EDLV-EXTRACT-FILE
           CLOSE EDLV-EXTRACT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANEDLV.
