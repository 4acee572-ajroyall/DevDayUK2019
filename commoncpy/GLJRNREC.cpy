      *    CREDIT (THE OTHER SIDE ZERO); A BALANCED ENTRY IS A SET
      *    OF LINES UNDER ONE REFERENCE WHOSE DEBITS EQUAL ITS
      *    CREDITS.  WRITTEN BY LOANGLJR (THE NIGHTLY CASH
      *    JOURNAL), LOANCHGO (WRITE-OFF ENTRIES), LOANALLW (THE
      *    PERIOD'S LOSS-RESERVE PROVISION), LOANDFEE (THE MONTH'S
      *    ORIGINATION-FEE RECOGNITION) AND LOANPAYX/LOANCHGO (FEE
      *    ACCELERATED AT PAYOFF OR CHARGE-OFF); THE GL TEAM LOADS
      *    THE FILE STRAIGHT INTO THE LEDGER.
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           03 GJ-JOURNAL-DATE        PIC 9(8).
      *    CHART-OF-ACCOUNTS CODE: CASH, LOANRECV, INTINC, ESCLIAB,
      *    FEEINC, INVPAYBL, CHGOFEXP, ESCINTEX, PROVEXP, ALLOWLL,
      *    DEFFEE, ORIGINC AND FRIENDS.
           03 GJ-ACCOUNT-CODE        PIC X(08).
           03 GJ-DEBIT-AMOUNT        PIC 9(11)V99.
           03 GJ-CREDIT-AMOUNT       PIC 9(11)V99.
