       REMARKS. PRODUCES A PAGINATED, PRINT-READY AMORTIZATION
               STATEMENT FOR ONE LOAN ON THE INDEXED LOAN MASTER
               FILE, SUITABLE FOR MAILING TO A BORROWER.  THE HEADER
               BLOCK IS REPEATED AT THE TOP OF EVERY PAGE.  A LOAN WITH
               AN INTEREST-ONLY PERIOD SHOWS WHERE THE PERIOD ENDS AND
               THE PAYMENT THAT FOLLOWS, AND ITS INTEREST-ONLY ROWS ARE
               MARKED IO.

       ENVIRONMENT DIVISION.

                                      VALUE "MONTHLY PMI PREMIUM:".
           03 SH-PMI-AMOUNT          PIC Z,ZZZ,ZZ9.99.

      *    SHOWN FOR A LOAN WITH AN INTEREST-ONLY PERIOD: THE LAST
      *    INTEREST-ONLY INSTALLMENT AND THE FULLY AMORTIZING
      *    PAYMENT THAT FOLLOWS IT.  THE SCHEDULE ROWS OF THE
      *    PERIOD ARE MARKED IO.
       01  STMT-HEADING-6.
           03 FILLER                 PIC X(23)
                                      VALUE "INTEREST ONLY THROUGH:".
           03 SH-IO-MONTHS           PIC ZZZ9.
           03 FILLER                 PIC X(07) VALUE SPACES.
           03 FILLER                 PIC X(14)
                                      VALUE "THEN PAYMENT:".
           03 SH-IO-NEW-PAYMENT      PIC Z,ZZZ,ZZ9.99.

       01  STMT-COLUMN-HEADING.
           03 FILLER                 PIC X(07) VALUE "MONTH".
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 FILLER                 PIC X(12) VALUE "BALANCE".
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 FILLER                 PIC X(12) VALUE "ACT BALANCE".
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 FILLER                 PIC X(02) VALUE "IO".

       01  STMT-DETAIL-LINE.
           03 SD-MONTH               PIC ZZZ9.
      *    FOR THE LOAN -- PLAN VS ACTUAL, SIDE BY SIDE.
           03 SD-ACT-BALANCE         PIC Z,ZZZ,ZZ9.99
                                      BLANK WHEN ZERO.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SD-IO-MARK             PIC X(02).

       PROCEDURE DIVISION.

               MOVE LM-MONTHLY-PMI-AMOUNT TO SH-PMI-AMOUNT
               WRITE STMT-OUT-RECORD FROM STMT-HEADING-5
           END-IF
           IF LM-INTEREST-ONLY-MONTHS > ZERO
               AND LM-INTEREST-ONLY-MONTHS < LM-LOANTERM
               MOVE LM-INTEREST-ONLY-MONTHS TO SH-IO-MONTHS
               MOVE LM-PAYMENT(LM-INTEREST-ONLY-MONTHS + 1)
                   TO SH-IO-NEW-PAYMENT
               WRITE STMT-OUT-RECORD FROM STMT-HEADING-6
           END-IF
           MOVE SPACES TO STMT-OUT-RECORD
           WRITE STMT-OUT-RECORD
           WRITE STMT-OUT-RECORD FROM STMT-COLUMN-HEADING
           MOVE LM-INTPAID(MONTH)       TO SD-INTPAID
           MOVE LM-PAYMENT(MONTH)       TO SD-PAYMENT
           MOVE LM-BALANCE(MONTH)       TO SD-BALANCE
           IF MONTH NOT > LM-INTEREST-ONLY-MONTHS
               MOVE "IO"                TO SD-IO-MARK
           ELSE
               MOVE SPACES              TO SD-IO-MARK
           END-IF

           MOVE LM-LOAN-NUMBER TO EF-LOAN-NUMBER
           MOVE MONTH          TO EF-MONTH
