      *    MATCHING RECEIPT, AND LOANFEES SUSPENDS LATE CHARGES
      *    UNDER IT.  THE PLAN COVERS THE RP-PLAN-MONTHS
      *    INSTALLMENTS STARTING WITH THE ONE DUE IN THE START
      *    DATE'S MONTH.  WRITTEN BY LOANPLNE, AND BY LOANPNDR WHEN
      *    A PLAN STARTED AT THE COLLECTOR DESK IS APPROVED; POLICED
      *    NIGHTLY BY THE LOANPLNR PLAN-PERFORMANCE REPORT.
      *****************************************************************
       01  REPAYMENT-PLAN-RECORD.
           03 RP-LOAN-NUMBER         PIC X(10).
