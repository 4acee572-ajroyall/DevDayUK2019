      *    ROUTING AND ACCOUNT NUMBER WE ARE AUTHORIZED TO DRAFT,
      *    THE DATE THE BORROWER SIGNED THE AUTHORIZATION, AND
      *    WHETHER AUTOPAY IS CURRENTLY ENROLLED.  INDEXED, KEYED
      *    BY LOAN NUMBER.  MAINTAINED BY LOANBNKM (A NEW ACCOUNT
      *    IS FILED BY LOANPNDR ON APPROVAL); THE MONTHLY
      *    LOANACHD RUN ORIGINATES AN ACH DEBIT FOR EVERY OPEN
      *    ENROLLED LOAN.
      *****************************************************************
