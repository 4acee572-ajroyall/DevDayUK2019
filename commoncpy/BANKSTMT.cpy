      *****************************************************************
      *    BANKSTMT - ONE LINE OF THE CUSTODIAL BANK'S PRIOR-DAY
      *    ACCOUNT STATEMENT, AS THE BANK SENDS IT.  FIXED-WIDTH
      *    TEXT, ONE RECORD PER ENTRY ON THE ACCOUNT.  ONLY THE
      *    CREDITS -- DEPOSITS AND ACH SETTLEMENTS -- ARE OURS TO
      *    RECONCILE; SERVICE CHARGES AND DEBITS ARE COUNTED AND
      *    PASSED BY.  READ BY LOANBREC.
      *****************************************************************
       01  BANK-STATEMENT-RECORD.
           03 BS-POSTING-DATE        PIC 9(8).
           03 BS-TRANS-CODE          PIC X(03).
              88 BS-DEPOSIT-CREDIT   VALUE "DEP".
              88 BS-ACH-SETTLEMENT   VALUE "ACH".
      *    THE BANK'S TRACE REFERENCE.  AN ITEM DEPOSITED ON ITS
      *    OWN (LOCKBOX ITEM, PAYOFF WIRE) CARRIES THE SAME
      *    REFERENCE THE REMITTANCE RECORD DID; A SETTLEMENT OR A
      *    BRANCH DEPOSIT CARRIES THE BATCH -- THE ACH TRACE
      *    PREFIX "ACH"+SETTLEMENT DATE, OR THE TELLER SESSION
      *    "BR"+TELLER+TIME.
           03 BS-REFERENCE           PIC X(16).
           03 BS-AMOUNT              PIC 9(11)V99.
           03 BS-DESCRIPTION         PIC X(30).
