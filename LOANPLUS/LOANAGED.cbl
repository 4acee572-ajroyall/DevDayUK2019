               PRODUCES THE COLLECTIONS-QUEUE AGING REPORT SORTED
               WORST-FIRST, AND GENERATES THE STANDARD PAST-DUE
               LETTER FOR EVERY LOAN THAT CROSSES INTO A DEEPER
               BUCKET TONIGHT.  AN INSTALLMENT DUE ON A WEEKEND OR
               BANK HOLIDAY IS NOT PAST DUE UNTIL THE NEXT BUSINESS
               DAY HAS GONE BY (LOANCALN).  EACH LETTER GOES WHERE
               THE BORROWER ASKED (LOANDLVR): TO PRINT, TO THE
               E-DELIVERY EXTRACT, OR BOTH, COUNTED ON EDLVCNT.  NOTHING
               IS PRINTED TO A BORROWER WHOSE MAIL HAS COME BACK
               (BORRMSTR); EACH PRINTED COPY HELD BACK IS COUNTED AS
               SUPPRESSED.  EVERY MASTER REWRITE IS JOURNALED THROUGH
               LOANJRNL FIRST, SO A RUN THAT DIES PARTWAY CAN BE ROLLED
               BACK BY LOANRBCK AND RERUN.  EACH INSTALLMENT IS OWED AT
               ITS OWN SCHEDULED PAYMENT, SO AN INTEREST-ONLY LOAN IS
               AGED AT THE INTEREST-ONLY LEVEL AND THEN THE FULLY
               AMORTIZING ONE; A LOAN THAT FELL BEHIND ON THE FIRST
               HIGHER PAYMENT IS MARKED IO RESET ON THE REPORT AND ITS
               LETTER QUOTES THE NEW PAYMENT.

       ENVIRONMENT DIVISION.

           SELECT AGING-RPT-FILE   ASSIGN TO "LOANAGER"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-EXTRACT-FILE
                                    ASSIGN TO "EDLVEXTR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-COUNT-FILE
                                    ASSIGN TO "EDLVCNT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-FILE      ASSIGN TO "LOANLTRS"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       FD  AGING-RPT-FILE.
       01  AGING-RPT-RECORD          PIC X(96).

       FD  EDLV-EXTRACT-FILE.
       COPY EDLVEXT.

       FD  EDLV-COUNT-FILE.
       COPY EDLVCNT.

       FD  LETTER-FILE.
       01  LETTER-RECORD             PIC X(80).

           03 SRT-BUCKET             PIC X(03).
           03 SRT-INSTALLMENTS       PIC 9(3).
           03 SRT-AMOUNT-DUE         PIC 9(8)V99.
           03 SRT-IO-RESET-FLAG      PIC X(01).

       WORKING-STORAGE SECTION.

       01  WS-SELECT-FLAG            PIC X.
           88  LOAN-SELECTED         VALUE "Y".

      *    THE FIRST BUSINESS DAY AFTER A WEEKEND OR BANK HOLIDAY IS
      *    WHEN EVERY INSTALLMENT DUE ON THE CLOSED DAYS FINALLY
      *    FALLS DUE, WHATEVER ITS DAY OF THE MONTH -- THE
      *    INCREMENTAL RUN TAKES THE WHOLE BOOK THAT NIGHT.
       01  WS-ROLL-SWEEP-FLAG        PIC X  VALUE "N".
           88  ROLL-SWEEP-NIGHT      VALUE "Y".
       01  WS-YESTERDAY-DATE         PIC 9(8).
       01  FILLER REDEFINES WS-YESTERDAY-DATE.
           03 WS-YST-YEAR            PIC 9(4).
           03 WS-YST-MONTH           PIC 9(2).
           03 WS-YST-DAY             PIC 9(2).

       COPY CALNAREA.

      *    THE LAST CALENDAR DAY OF THE MONTH BEFORE THE RUN
      *    MONTH -- A LOAN ORIGINATED ON A DAY LAST MONTH NEVER
      *    REACHED (THE 29TH-31ST) COUNTS ITS NEW INSTALLMENT DUE
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 ADR-ZIP                PIC X(10).

      *    THE MASTER RECORD AS LAST READ OR REWRITTEN -- THE
      *    BEFORE-IMAGE JOURNALED WHEN THE RECORD IS NEXT REWRITTEN.
       01  WS-MASTER-IMAGE-LENGTH    PIC 9(5).
       01  WS-MASTER-BEFORE-IMAGE    PIC X(60000).

       COPY JRNLAREA.

       01  WS-RUN-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-RUN-DATE.
           03 WS-RUN-YEAR            PIC 9(4).
                                     PIC S9(9)V99 COMP-3.

       01  WS-DUE-COUNT              PIC S9(8) COMP.
      *    THE DUE COUNT LESS AN INSTALLMENT WHOSE DUE DATE IS ON OR
      *    BEFORE TONIGHT BUT ROLLS TO A LATER BUSINESS DAY.
       01  WS-OWING-COUNT            PIC S9(8) COMP.
       01  WS-DUE-ABS-MONTH          PIC S9(8) COMP.
       01  WS-DUE-YEAR               PIC S9(8) COMP.
       01  WS-DUE-MONTH-0            PIC S9(4) COMP.
       01  WS-PAST-DUE-COUNT         PIC S9(4) COMP.
       01  WS-DELQ-DAYS              PIC S9(8) COMP.
       01  WS-AMOUNT-DUE             PIC S9(8)V99 COMP-3.
       01  WS-DELQ-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-LETTER-COUNT           PIC S9(8) COMP VALUE ZERO.

      *    A LOAN THAT PAID EVERY INSTALLMENT OF ITS INTEREST-ONLY
      *    PERIOD AND FELL BEHIND ON THE FIRST AT THE HIGHER, FULLY
      *    AMORTIZING PAYMENT -- DELINQUENT BECAUSE OF THE PAYMENT
      *    CHANGE, WHICH COLLECTIONS WORKS DIFFERENTLY.
       01  WS-IO-RESET-FLAG          PIC X  VALUE "N".
           88  IO-RESET-DELINQUENCY  VALUE "Y".
       01  WS-IO-RESET-COUNT         PIC S9(8) COMP VALUE ZERO.

      *    PAST-DUE LOANS UNDER A LEGAL HOLD (BANKRUPTCY OR CEASE-
      *    AND-DESIST).  THEY ARE AGED AND THEIR DELINQUENCY
      *    POSITION MAINTAINED LIKE ANY OTHER LOAN, BUT THEY GET NO
      *    LETTER AND SIT IN THEIR OWN REPORT SECTION INSTEAD OF
      *    THE COLLECTION BUCKETS -- DUNNING A BANKRUPT BORROWER IS
      *    A VIOLATION.  A LOAN IN FORECLOSURE SITS WITH THEM,
      *    SHOWING "FC" IN PLACE OF THE LEGAL-HOLD CODE.
       77  LEGAL-TABLE-MAX           PIC S9(4) COMP VALUE 200.

       01  WS-LEGAL-TABLE.
       01  LEGAL-IDX                 PIC S9(4) COMP.

       01  LEGAL-SECTION-HEADING.
           03 FILLER                 PIC X(48)
               VALUE "LEGAL HOLD / FORECLOSURE - NO COLLECTION ACTION".

       01  LEGAL-DETAIL-LINE.
           03 LGD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(07) VALUE "DAYS".
           03 FILLER                 PIC X(08) VALUE "INSTS".
           03 FILLER                 PIC X(12) VALUE "AMOUNT DUE".
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 FILLER                 PIC X(08) VALUE "NOTE".

       01  AGING-DETAIL-LINE.
           03 AGD-LOAN-NUMBER        PIC X(10).
           03 AGD-INSTALLMENTS       PIC ZZ9.
           03 FILLER                 PIC X(05) VALUE SPACES.
           03 AGD-AMOUNT-DUE         PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 AGD-NOTE               PIC X(08).

       01  AGING-TOTAL-LINE.
           03 FILLER                 PIC X(24)
           03 FILLER                 PIC X(10) VALUE "  OF".
           03 AGT-LOAN-COUNT         PIC ZZZ,ZZ9.

       01  AGING-SUPPRESSED-LINE.
           03 FILLER                 PIC X(24)
                                      VALUE "LETTERS NOT MAILED:".
           03 AGS-SUPPRESSED-COUNT   PIC ZZZ,ZZ9.

       01  AGING-IO-RESET-LINE.
           03 FILLER                 PIC X(24)
                                      VALUE "PAST DUE AT IO RESET:".
           03 AGI-IO-RESET-COUNT     PIC ZZZ,ZZ9.

       01  LETTER-LINE-1.
           03 FILLER                 PIC X(06) VALUE "LOAN: ".
           03 LTR-LOAN-NUMBER        PIC X(10).

       01  LETTER-LINE-3             PIC X(80).

       01  LETTER-IO-LINE.
           03 FILLER                 PIC X(56) VALUE
           "YOUR INTEREST-ONLY PERIOD HAS ENDED; YOUR PAYMENT IS NOW".
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LTR-IO-PAYMENT         PIC Z,ZZZ,ZZ9.99.

      *    THE ORIGINAL FIXED LETTER TEXT, KEPT AS THE FALLBACK
      *    WHEN THE TEMPLATE FILE HAS NO TEMPLATE FOR THE BUCKET --
      *    A MISSING TEMPLATE MUST NEVER COST A BORROWER THE

       COPY LTRFAREA.

      *    LETTERS BY DELIVERY CHANNEL.
       01  WS-DLV-PAPER-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-ELECTRONIC-COUNT   PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-BOTH-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-SUPPRESSED-COUNT   PIC S9(8) COMP VALUE ZERO.

       COPY DLVRAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "LOANAGED"  TO JA-STEP-NAME
           MOVE WS-RUN-DATE TO JA-RUN-DATE

           OPEN I-O   LOAN-MASTER-FILE
           OPEN INPUT PAYMENT-HISTORY-FILE
           OPEN INPUT LOAN-XREF-FILE
           OPEN OUTPUT AGING-RPT-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN EXTEND EDLV-EXTRACT-FILE
           OPEN EXTEND EDLV-COUNT-FILE

           MOVE WS-RUN-DATE TO AGH-RUN-DATE
           WRITE AGING-RPT-RECORD FROM AGING-HEADING-1
                   THRU 0150-LOAD-TOUCHED-LOANS-EXIT
               PERFORM 0155-SET-MONTH-END-DAY
                   THRU 0155-SET-MONTH-END-DAY-EXIT
               PERFORM 0157-SET-ROLL-SWEEP
                   THRU 0157-SET-ROLL-SWEEP-EXIT
           END-IF
           .
       0100-INITIALIZE-EXIT.
       0156-SET-ONE-MONTH-END-EXIT.
           EXIT.

      *************************************************************
      *    IS TONIGHT THE FIRST BUSINESS DAY AFTER A CLOSED ONE?
      *    YESTERDAY IS THE RUN DATE LESS A DAY, OR THE LAST DAY OF
      *    THE MONTH BEFORE ON THE FIRST.
      *************************************************************
       0157-SET-ROLL-SWEEP SECTION.
           MOVE "N" TO WS-ROLL-SWEEP-FLAG

           IF WS-RUN-DAY > 01
               COMPUTE WS-YESTERDAY-DATE = WS-RUN-DATE - 1
           ELSE
               MOVE WS-MED-YEAR           TO WS-YST-YEAR
               MOVE WS-MED-MONTH          TO WS-YST-MONTH
               MOVE WS-PREV-MONTH-END-DAY TO WS-YST-DAY
           END-IF

           SET CA-TEST-BUSINESS-DAY TO TRUE
           MOVE WS-RUN-DATE TO CA-INPUT-DATE
           CALL "LOANCALN" USING CALENDAR-AREA
           IF CA-BUSINESS-DAY
               MOVE WS-YESTERDAY-DATE TO CA-INPUT-DATE
               CALL "LOANCALN" USING CALENDAR-AREA
               IF CA-NON-BUSINESS-DAY
                   MOVE "Y" TO WS-ROLL-SWEEP-FLAG
               END-IF
           END-IF
           .
       0157-SET-ROLL-SWEEP-EXIT.
           EXIT.

       0150-LOAD-TOUCHED-LOANS SECTION.
           OPEN INPUT TOUCHED-LOAN-FILE

           MOVE "Y" TO WS-SELECT-FLAG

           IF MODE-INCREMENTAL
               AND NOT ROLL-SWEEP-NIGHT
               MOVE "N" TO WS-SELECT-FLAG
               IF LM-ORIGINATION-DATE(7:2) = WS-RUN-DATE(7:2)
                   MOVE "Y" TO WS-SELECT-FLAG

           ADD 1 TO WS-LOAN-COUNT
           MOVE LM-DELQ-BUCKET TO WS-OLD-BUCKET
           PERFORM 0800-SAVE-MASTER-IMAGE
               THRU 0800-SAVE-MASTER-IMAGE-EXIT

           PERFORM 0380-LOAD-THE-PLAN
               THRU 0380-LOAD-THE-PLAN-EXIT
               END-IF
           END-IF

           PERFORM 0810-JOURNAL-MASTER-CHANGE
               THRU 0810-JOURNAL-MASTER-CHANGE-EXIT
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               ADD 1 TO WS-DELQ-COUNT
      *            A LOAN UNDER LEGAL HOLD IS AGED BUT NEVER
      *            QUEUED OR DUNNED -- IT GOES TO ITS OWN REPORT
      *            SECTION AND NO LETTER IS CUT.  SO IS A LOAN IN
      *            FORECLOSURE -- THE ATTORNEY HAS THE FILE.
               IF LM-LEGAL-HOLD OR LM-STATUS-FORECLOSURE
                   PERFORM 0360-HOLD-ONE-LEGAL-LOAN
                       THRU 0360-HOLD-ONE-LEGAL-LOAN-EXIT
               ELSE
                   MOVE WS-NEW-BUCKET     TO SRT-BUCKET
                   MOVE WS-PAST-DUE-COUNT TO SRT-INSTALLMENTS
                   MOVE WS-AMOUNT-DUE     TO SRT-AMOUNT-DUE
                   MOVE WS-IO-RESET-FLAG  TO SRT-IO-RESET-FLAG
                   IF IO-RESET-DELINQUENCY
                       ADD 1 TO WS-IO-RESET-COUNT
                   END-IF
                   RELEASE SORT-RECORD

                   MOVE WS-OLD-BUCKET TO WS-RANK-BUCKET
                   TO WS-LGL-LOAN-NUMBER(WS-LEGAL-COUNT)
               MOVE LM-BORROWER-NAME
                   TO WS-LGL-BORROWER(WS-LEGAL-COUNT)
               IF LM-STATUS-FORECLOSURE
                   MOVE LM-STATUS
                       TO WS-LGL-STATUS(WS-LEGAL-COUNT)
               ELSE
                   MOVE LM-LEGAL-STATUS
                       TO WS-LGL-STATUS(WS-LEGAL-COUNT)
               END-IF
               MOVE WS-DELQ-DAYS
                   TO WS-LGL-DELQ-DAYS(WS-LEGAL-COUNT)
               MOVE WS-AMOUNT-DUE
               MOVE ZERO TO WS-DUE-COUNT
           END-IF

      *        THE LATEST INSTALLMENT COUNTED DUE MAY HAVE FALLEN ON
      *        A WEEKEND OR HOLIDAY -- THE BORROWER THEN HAS UNTIL
      *        THE NEXT BUSINESS DAY, SO IT IS NOT OWING YET IF THAT
      *        DAY IS STILL AHEAD.  THE AGE OF AN OLDER UNPAID
      *        INSTALLMENT IS UNCHANGED, SO THE DAYS-PAST-DUE
      *        ARITHMETIC BELOW KEEPS THE CONTRACTUAL DUE COUNT.
           MOVE WS-DUE-COUNT TO WS-OWING-COUNT
           IF WS-DUE-COUNT > ZERO
               COMPUTE WS-DUE-ABS-MONTH =
                   (WS-ORIG-YEAR * 12) + WS-ORIG-MONTH - 1
                   + WS-DUE-COUNT
               DIVIDE WS-DUE-ABS-MONTH BY 12
                   GIVING WS-DUE-YEAR
                   REMAINDER WS-DUE-MONTH-0
               COMPUTE CA-INPUT-DATE =
                   (WS-DUE-YEAR * 10000)
                   + ((WS-DUE-MONTH-0 + 1) * 100)
                   + WS-ORIG-DAY
               SET CA-ROLL-FORWARD TO TRUE
               CALL "LOANCALN" USING CALENDAR-AREA
               IF CA-DATE-VALID
                   AND CA-RESULT-DATE > WS-RUN-DATE
                   SUBTRACT 1 FROM WS-OWING-COUNT
               END-IF
           END-IF

      *        ONLY DUE MONTHS WHOSE OWN NET POSTED AMOUNT FALLS
      *        SHORT OF THE SCHEDULE ARE PAST DUE AND BILLED -- A
      *        COVERED MONTH BEYOND AN NSF GAP IS NEITHER COUNTED
      *        NOR PUT ON THE LETTER.
           MOVE ZERO TO WS-PAST-DUE-COUNT
           MOVE ZERO TO WS-AMOUNT-DUE
           IF WS-OWING-COUNT > ZERO
               PERFORM 0510-TALLY-ONE-DUE-MONTH
                   THRU 0510-TALLY-ONE-DUE-MONTH-EXIT
                   VARYING MONTH FROM 1 BY 1
                   UNTIL MONTH > WS-OWING-COUNT
           END-IF

           IF WS-PAST-DUE-COUNT > ZERO
               WHEN OTHER
                   MOVE "CUR" TO WS-NEW-BUCKET
           END-EVALUATE

      *        THE AMOUNTS ABOVE ALREADY CARRY EACH MONTH'S OWN
      *        SCHEDULED PAYMENT, INTEREST-ONLY OR FULLY AMORTIZING.
      *        A LOAN WHOSE OLDEST UNPAID INSTALLMENT IS THE FIRST
      *        PAST ITS INTEREST-ONLY PERIOD IS MARKED AS AN IO
      *        RESET DELINQUENCY.
           MOVE "N" TO WS-IO-RESET-FLAG
           IF WS-PAST-DUE-COUNT > ZERO
               AND LM-INTEREST-ONLY-MONTHS > ZERO
               AND LM-INTEREST-ONLY-MONTHS < LM-LOANTERM
               AND WS-PAID-THRU-MONTH = LM-INTEREST-ONLY-MONTHS
               MOVE "Y" TO WS-IO-RESET-FLAG
           END-IF
           .
       0500-MEASURE-DELINQUENCY-EXIT.
           EXIT.
           WRITE AGING-RPT-RECORD
           WRITE AGING-RPT-RECORD FROM AGING-TOTAL-LINE

           MOVE WS-DLV-SUPPRESSED-COUNT TO AGS-SUPPRESSED-COUNT
           WRITE AGING-RPT-RECORD FROM AGING-SUPPRESSED-LINE

           MOVE WS-IO-RESET-COUNT TO AGI-IO-RESET-COUNT
           WRITE AGING-RPT-RECORD FROM AGING-IO-RESET-LINE

           IF WS-LEGAL-COUNT > ZERO
               MOVE SPACES TO AGING-RPT-RECORD
               WRITE AGING-RPT-RECORD
           MOVE SRT-DELQ-DAYS     TO AGD-DELQ-DAYS
           MOVE SRT-INSTALLMENTS  TO AGD-INSTALLMENTS
           MOVE SRT-AMOUNT-DUE    TO AGD-AMOUNT-DUE
           IF SRT-IO-RESET-FLAG = "Y"
               MOVE "IO RESET" TO AGD-NOTE
           ELSE
               MOVE SPACES     TO AGD-NOTE
           END-IF
           WRITE AGING-RPT-RECORD FROM AGING-DETAIL-LINE
           .
       0610-RETURN-ONE-LOAN-EXIT.
      *        BODY ALONE, AS THE LETTER FILE ALWAYS DID.
           PERFORM 0730-FIND-MAILING-ADDRESS
               THRU 0730-FIND-MAILING-ADDRESS-EXIT

           PERFORM 0740-ROUTE-THE-LETTER
               THRU 0740-ROUTE-THE-LETTER-EXIT

           IF MAILING-ADDRESS-FOUND
               MOVE BO-BORROWER-NAME TO LETTER-RECORD
               PERFORM 0750-PUT-LETTER-LINE
                   THRU 0750-PUT-LETTER-LINE-EXIT
               MOVE BO-ADDRESS-LINE-1 TO LETTER-RECORD
               PERFORM 0750-PUT-LETTER-LINE
                   THRU 0750-PUT-LETTER-LINE-EXIT
               IF BO-ADDRESS-LINE-2 NOT = SPACES
                   MOVE BO-ADDRESS-LINE-2 TO LETTER-RECORD
                   PERFORM 0750-PUT-LETTER-LINE
                       THRU 0750-PUT-LETTER-LINE-EXIT
               END-IF
               MOVE BO-CITY     TO ADR-CITY
               MOVE BO-STATE    TO ADR-STATE
               MOVE BO-ZIP-CODE TO ADR-ZIP
               MOVE ADDRESS-LINE-CITY TO LETTER-RECORD
               PERFORM 0750-PUT-LETTER-LINE
                   THRU 0750-PUT-LETTER-LINE-EXIT
               MOVE SPACES TO LETTER-RECORD
               PERFORM 0750-PUT-LETTER-LINE
                   THRU 0750-PUT-LETTER-LINE-EXIT
           END-IF

           INITIALIZE LETTER-FORMAT-AREA
           ELSE
               MOVE LM-LOAN-NUMBER   TO LTR-LOAN-NUMBER
               MOVE LM-BORROWER-NAME TO LTR-BORROWER-NAME
               MOVE LETTER-LINE-1 TO LETTER-RECORD
               PERFORM 0750-PUT-LETTER-LINE
                   THRU 0750-PUT-LETTER-LINE-EXIT

               MOVE LETTER-LINE-2 TO LETTER-RECORD
               PERFORM 0750-PUT-LETTER-LINE
                   THRU 0750-PUT-LETTER-LINE-EXIT

               EVALUATE WS-NEW-BUCKET
                   WHEN "030"
                   WHEN OTHER
                       MOVE LETTER-TEXT-90 TO LETTER-LINE-3
               END-EVALUATE
               MOVE LETTER-LINE-3 TO LETTER-RECORD
               PERFORM 0750-PUT-LETTER-LINE
                   THRU 0750-PUT-LETTER-LINE-EXIT
           END-IF

      *        A BORROWER WHO FELL BEHIND AT THE END OF AN
      *        INTEREST-ONLY PERIOD IS TOLD WHAT THE PAYMENT IS NOW.
           IF IO-RESET-DELINQUENCY
               MOVE LM-PAYMENT(LM-INTEREST-ONLY-MONTHS + 1)
                   TO LTR-IO-PAYMENT
               MOVE LETTER-IO-LINE TO LETTER-RECORD
               PERFORM 0750-PUT-LETTER-LINE
                   THRU 0750-PUT-LETTER-LINE-EXIT
           END-IF

           MOVE SPACES TO LETTER-RECORD
           PERFORM 0750-PUT-LETTER-LINE
               THRU 0750-PUT-LETTER-LINE-EXIT
           .
       0700-WRITE-LETTER-EXIT.
           EXIT.

       0720-WRITE-ONE-TEMPLATE-LINE SECTION.
           MOVE LF-LINE(LETTER-IDX) TO LETTER-RECORD
           PERFORM 0750-PUT-LETTER-LINE
               THRU 0750-PUT-LETTER-LINE-EXIT
           .
       0720-WRITE-ONE-TEMPLATE-LINE-EXIT.
           EXIT.
       0731-CHECK-ONE-XREF-EXIT.
           EXIT.

      *************************************************************
      *    WHERE THIS LETTER GOES.  AN ELECTRONIC COPY IS HEADED
      *    ON THE EXTRACT WITH WHO IT IS FOR.
      *************************************************************
       0740-ROUTE-THE-LETTER SECTION.
           MOVE LM-LOAN-NUMBER TO DV-LOAN-NUMBER
           IF MAILING-ADDRESS-FOUND
               MOVE BO-BORROWER-ID TO DV-BORROWER-ID
           ELSE
               MOVE SPACES         TO DV-BORROWER-ID
           END-IF
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
               MOVE "DUNLTR"         TO EX-DOCUMENT-TYPE
               MOVE DV-LOAN-NUMBER   TO EX-LOAN-NUMBER
               MOVE DV-BORROWER-ID   TO EX-BORROWER-ID
               MOVE DV-EMAIL-ADDRESS TO EX-EMAIL-ADDRESS
               MOVE WS-RUN-DATE      TO EX-PRODUCED-DATE
               WRITE EDLV-EXTRACT-RECORD
           END-IF
           .
       0740-ROUTE-THE-LETTER-EXIT.
           EXIT.

      *************************************************************
      *    ONE LETTER LINE, TO PRINT, TO THE EXTRACT, OR BOTH.
      *************************************************************
       0750-PUT-LETTER-LINE SECTION.
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
       0750-PUT-LETTER-LINE-EXIT.
           EXIT.

      *************************************************************
      *    BEFORE-IMAGE JOURNAL FOR LOANRBCK.  A CHANGED MASTER
      *    RECORD IS JOURNALED AS IT STOOD BEFORE THE REWRITE, AND
      *    WHAT IS ABOUT TO BE WRITTEN BECOMES THE BEFORE-IMAGE FOR
      *    ANY LATER REWRITE OF THE SAME LOAN.
      *************************************************************
       0800-SAVE-MASTER-IMAGE SECTION.
           MOVE LENGTH OF LOAN-MASTER-RECORD TO WS-MASTER-IMAGE-LENGTH
           MOVE LOAN-MASTER-RECORD TO WS-MASTER-BEFORE-IMAGE
           .
       0800-SAVE-MASTER-IMAGE-EXIT.
           EXIT.

       0810-JOURNAL-MASTER-CHANGE SECTION.
           SET JA-LOAN-MASTER TO TRUE
           SET JA-CHANGED TO TRUE
           MOVE WS-MASTER-IMAGE-LENGTH TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA WS-MASTER-BEFORE-IMAGE

           PERFORM 0800-SAVE-MASTER-IMAGE
               THRU 0800-SAVE-MASTER-IMAGE-EXIT
           .
       0810-JOURNAL-MASTER-CHANGE-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE WS-RUN-DATE             TO EC-RUN-DATE
           MOVE "LOANAGED"              TO EC-PROGRAM-ID
           MOVE "DUNLTR"                TO EC-DOCUMENT-TYPE
           MOVE WS-DLV-PAPER-COUNT      TO EC-PAPER-COUNT
           MOVE WS-DLV-ELECTRONIC-COUNT TO EC-ELECTRONIC-COUNT
           MOVE WS-DLV-BOTH-COUNT       TO EC-BOTH-COUNT
           MOVE WS-DLV-SUPPRESSED-COUNT TO EC-SUPPRESSED-COUNT
           WRITE EDLV-COUNT-RECORD

           CLOSE LOAN-MASTER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE PROMISE-CONTACT-FILE
           CLOSE LOAN-XREF-FILE
           CLOSE AGING-RPT-FILE
           CLOSE LETTER-FILE
           CLOSE EDLV-EXTRACT-FILE
           CLOSE EDLV-COUNT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.
