      *****************************************************************
      *    DISBPAYB - ONE PAYABLE WAITING FOR A CHECK.  LINE
      *    SEQUENTIAL, EXTENDED BY EVERY RUN THAT OWES SOMEBODY
      *    MONEY -- LOANESCD FOR EACH ESCROW DISBURSEMENT, LOANPAYX
      *    FOR A PAYOFF'S ESCROW REFUND AND BUYDOWN SUBSIDY REFUND,
      *    LOANESCA FOR AN ANALYSIS SURPLUS -- AND EMPTIED BY THE
      *    LOANCHKW CHECK RUN ONCE EVERY ITEM ON IT HAS A CHECK
      *    NUMBER ON THE CHECK REGISTER.
      *****************************************************************
       01  DISBURSE-PAYABLE-RECORD.
           03 DP-LOAN-NUMBER         PIC X(10).
           03 DP-PAYABLE-TYPE        PIC X(01).
              88 DP-TYPE-ESCROW      VALUE "E".
              88 DP-TYPE-PAYOFF-REFUND
                                     VALUE "R".
              88 DP-TYPE-SUBSIDY-REFUND
                                     VALUE "S".
              88 DP-TYPE-SURPLUS     VALUE "A".
           03 DP-PAYABLE-DATE        PIC 9(8).
      *    THE ESCROW PAYEE CODE, OR "REFUND"/"SURPLS"/"BUYDWN" FOR
      *    THE THREE KINDS OF MONEY GOING BACK, AND THE NAME THE
      *    CHECK IS DRAWN TO.
           03 DP-PAYEE-CODE          PIC X(06).
           03 DP-PAYEE-NAME          PIC X(30).
           03 DP-AMOUNT              PIC 9(8)V99.
      *    THE ESCROW LEDGER ENTRY THE CHECK PAYS OUT; ZERO ON A
      *    SUBSIDY REFUND, WHICH NEVER TOUCHES ESCROW.
           03 DP-LEDGER-SEQ          PIC 9(6).
