      *****************************************************************
      *    REMITTOT - ONE POOL'S REMITTANCE CONTROL TOTALS FOR ONE
      *    PERIOD, AS LOANREMT STATED THEM ON THE INVESTOR'S
      *    STATEMENT.  LINE SEQUENTIAL, APPENDED TO BY EVERY
      *    LOANREMT RUN, SO A RE-RUN OF A PERIOD ADDS A LATER SET
      *    OF ROWS -- A READER TAKES THE LAST ROW FOR THE PERIOD AND
      *    POOL.  LOANITAP TIES THE LOAN-LEVEL INVESTOR TAPE BACK
      *    TO THESE FIGURES.
      *****************************************************************
       01  REMIT-TOTAL-RECORD.
           03 RT-REMIT-PERIOD        PIC 9(6).
           03 RT-POOL-ID             PIC X(06).
           03 RT-RUN-DATE            PIC 9(8).
           03 RT-PRINCIPAL           PIC S9(11)V99.
           03 RT-INTEREST            PIC S9(11)V99.
      *    THE FEE HELD BACK ON THE INTEREST COLLECTED, AND THE FEE
      *    NOT ADVANCED ON THE INTEREST ADVANCED -- TOGETHER THE
      *    SERVICING FEE ON THE STATEMENT.
           03 RT-COLLECTED-FEE       PIC S9(11)V99.
           03 RT-ADVANCE-FEE         PIC S9(11)V99.
           03 RT-ADVANCE-NET         PIC S9(11)V99.
           03 RT-RECOVERED           PIC S9(11)V99.
           03 RT-NET-REMITTED        PIC S9(11)V99.
           03 RT-PAYMENT-COUNT       PIC 9(8).
