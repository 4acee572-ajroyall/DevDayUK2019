               NOT A 2 A.M. ABEND.  EVERY FIELD OF EVERY RECORD IS
               EDITED -- NUMERICS, DATE VALIDITY, DUPLICATE LOAN
               NUMBERS WITHIN THE FILE AND AGAINST LOANS ALREADY ON
               THE MASTER, AND A PRODUCT CODE THE PRODUCT MASTER
               DOES NOT KNOW (CHECKED THROUGH LOANPRDL).  CLEAN
               RECORDS GO TO THE ACCEPTED FILE LOANBATCH READS;
               REJECTS GO TO THE ERROR FILE WITH A LINE PER FAILED
               FIELD; AND THE EDIT SUMMARY CARRIES THE
               IN/ACCEPTED/REJECTED COUNTS THE OPERATOR CHECKS
               BEFORE RELEASING THE MAIN RUN.

       ENVIRONMENT DIVISION.

       FILE SECTION.
       FD  LOAN-APP-FILE.
       01  LOAN-APP-IN-RECORD        PIC X(83).

       FD  ACCEPTED-FILE.
       COPY LOANAPPREC.
           03 ED-LOAN-NUMBER         PIC X(10).
           03 ED-PRINCIPAL-X         PIC X(08).
           03 ED-LOANTERM-X          PIC X(04).
           03 ED-LOANTERM-N REDEFINES ED-LOANTERM-X
                                     PIC 9(04).
           03 ED-RATE-X              PIC X(06).
           03 ED-BORROWER-NAME       PIC X(30).
           03 ED-ORIG-DATE-X         PIC X(08).
           03 ED-ORIG-DATE-N REDEFINES ED-ORIG-DATE-X
                                     PIC 9(08).
           03 ED-PRODUCT-CODE        PIC X(06).
           03 ED-ORIG-FEE-X          PIC X(07).
           03 ED-IO-MONTHS-X         PIC X(04).
           03 ED-IO-MONTHS-N REDEFINES ED-IO-MONTHS-X
                                     PIC 9(04).
       01  FILLER REDEFINES EDIT-APP-RECORD.
           03 FILLER                 PIC X(52).
           03 FILLER                 PIC X(06).
              05 ED-ORIG-YEAR        PIC 9(4).
              05 ED-ORIG-MONTH       PIC 9(2).
              05 ED-ORIG-DAY         PIC 9(2).
           03 FILLER                 PIC X(06).
           03 FILLER                 PIC X(07).
           03 FILLER                 PIC X(04).

       COPY PRODAREA.

       01  WS-RECORD-GOOD-FLAG       PIC X VALUE "Y".
           88  RECORD-GOOD           VALUE "Y".
               END-IF
           END-IF

      *        A BLANK FEE IS NO FEE.
           IF ED-ORIG-FEE-X NOT = SPACES
               AND ED-ORIG-FEE-X NOT NUMERIC
               MOVE "ORIG FEE" TO REJ-FIELD-NAME
               MOVE "NOT NUMERIC" TO REJ-REASON
               PERFORM 0300-WRITE-REJECT-LINE
                   THRU 0300-WRITE-REJECT-LINE-EXIT
           END-IF

      *        A BLANK INTEREST-ONLY FIELD IS NO INTEREST-ONLY
      *        PERIOD.  A PERIOD MUST END BEFORE THE TERM DOES, OR
      *        THE PRINCIPAL IS NEVER REPAID.
           IF ED-IO-MONTHS-X NOT = SPACES
               IF ED-IO-MONTHS-X NOT NUMERIC
                   MOVE "IO MONTHS" TO REJ-FIELD-NAME
                   MOVE "NOT NUMERIC" TO REJ-REASON
                   PERFORM 0300-WRITE-REJECT-LINE
                       THRU 0300-WRITE-REJECT-LINE-EXIT
               ELSE
                   IF ED-LOANTERM-X NUMERIC
                       AND ED-IO-MONTHS-N NOT < ED-LOANTERM-N
                       MOVE "IO MONTHS" TO REJ-FIELD-NAME
                       MOVE "NOT LESS THAN TERM" TO REJ-REASON
                       PERFORM 0300-WRITE-REJECT-LINE
                           THRU 0300-WRITE-REJECT-LINE-EXIT
                   END-IF
               END-IF
           END-IF

      *        A BLANK PRODUCT IS THE HOUSE STANDARD; ANY OTHER
      *        CODE MUST BE ON THE PRODUCT MASTER, OR THE LOAN
      *        WOULD BE BOOKED ON TERMS NOBODY HAS DEFINED.
           MOVE ED-PRODUCT-CODE TO PA-PRODUCT-CODE
           CALL "LOANPRDL" USING PRODUCT-LOOKUP-AREA
           IF PA-PRODUCT-MISSING
               MOVE "PRODUCT" TO REJ-FIELD-NAME
               MOVE "NOT ON PRODUCT MASTER" TO REJ-REASON
               PERFORM 0300-WRITE-REJECT-LINE
                   THRU 0300-WRITE-REJECT-LINE-EXIT
           END-IF

           PERFORM 0400-CHECK-DUPLICATES
               THRU 0400-CHECK-DUPLICATES-EXIT

