      *****************************************************************
      *    ESCRDISB - ONE ESCROW DISBURSEMENT TO BE POSTED: WHICH
      *    LOAN, THE DAY IT IS PAID, THE PAYEE (SEE ESCRPAYE) AND
      *    THE AMOUNT.  LINE SEQUENTIAL.  BUILT BY LOANTAXI FROM THE
      *    TAX SERVICE'S BILL FILE, OR KEYED FOR ANYTHING ELSE, AND
      *    POSTED TO THE ESCROW LEDGER BY LOANESCD.
      *****************************************************************
       01  DISBURSE-IN-RECORD.
           03 DI-LOAN-NUMBER         PIC X(10).
           03 DI-ENTRY-DATE          PIC 9(8).
           03 DI-PAYEE-CODE          PIC X(06).
           03 DI-AMOUNT              PIC 9(8)V99.
