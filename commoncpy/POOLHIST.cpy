      *    POOLHIST - ONE EFFECTIVE-DATED POOL REASSIGNMENT ON THE
      *    POOLASGH FILE.  INDEXED, KEYED BY LOAN NUMBER PLUS
      *    EFFECTIVE DATE, SO A LOAN'S ASSIGNMENT HISTORY READS IN
      *    DATE ORDER.  WRITTEN BY LOANPNDR WHEN A LOANPOOL
      *    TRANSFER IS APPROVED, AS IT MOVES LM-POOL-ID; LOANREMT
      *    CONSULTS THE HISTORY TO SPLIT A TRANSFER MONTH'S
      *    COLLECTIONS BETWEEN OLD AND NEW POOL BY EACH PAYMENT'S
      *    EFFECTIVE DATE, INSTEAD OF SILENTLY RE-ATTRIBUTING THE
      *    WHOLE MONTH.
      *****************************************************************
       01  POOL-ASSIGN-HIST-RECORD.
           03 PA-ASSIGN-KEY.
