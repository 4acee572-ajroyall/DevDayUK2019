      *****************************************************************
      *    ADVNLEDG - SERVICER ADVANCE LEDGER.  INDEXED, KEYED BY
      *    LOAN NUMBER PLUS ENTRY SEQUENCE (HIGHEST-SEEN PLUS ONE,
      *    THE SAME WAY THE PAYMENT HISTORY IS NUMBERED).  EVERY
      *    DOLLAR WE PUT UP OUT OF OUR OWN POCKET ON A BORROWER'S
      *    BEHALF IS AN "A" ENTRY; EVERY DOLLAR WE GET BACK IS AN
      *    "R" ENTRY AGAINST THE SAME ADVANCE TYPE.  THE LOAN'S
      *    OUTSTANDING BALANCE OF EACH TYPE IS ITS ADVANCES LESS
      *    ITS RECOVERIES.  NOTHING IS EVER REWRITTEN.
      *
      *    P&I ADVANCES ARE MADE BY LOANREMT FOR A POOLED LOAN'S
      *    UNPAID INSTALLMENTS, SO THE INVESTOR STILL GETS ITS
      *    SCHEDULED MONEY; ESCROW ADVANCES BY LOANESCD WHEN A
      *    DISBURSEMENT OVERDRAWS THE ESCROW ACCOUNT; CORPORATE
      *    ADVANCES (ATTORNEY FEES, INSPECTIONS, PRESERVATION) ARE
      *    KEYED THROUGH LOANADVE.  LOANPOST RECOVERS P&I AND
      *    ESCROW ADVANCES OUT OF THE LATE CASH WHEN IT ARRIVES.
      *****************************************************************
       01  SERVICER-ADVANCE-RECORD.
           03 AV-LEDGER-KEY.
              05 AV-LOAN-NUMBER      PIC X(10).
              05 AV-ENTRY-SEQ        PIC 9(6).
           03 AV-ENTRY-DATE          PIC 9(8).
           03 AV-ADVANCE-TYPE        PIC X(01).
              88 AV-TYPE-PI          VALUE "P".
              88 AV-TYPE-ESCROW      VALUE "E".
              88 AV-TYPE-CORPORATE   VALUE "C".
           03 AV-ENTRY-TYPE          PIC X(01).
              88 AV-ENTRY-ADVANCE    VALUE "A".
              88 AV-ENTRY-RECOVERY   VALUE "R".
      *    WHAT WAS ADVANCED OR RECOVERED -- FOR A P&I ADVANCE,
      *    THE SCHEDULED PRINCIPAL AND INTEREST LESS THE SERVICING
      *    FEE WE WOULD HAVE HELD BACK, WHICH IS WHAT ACTUALLY
      *    LEAVES OUR CASH FOR THE INVESTOR.
           03 AV-AMOUNT              PIC 9(8)V99.
      *    THE POOL THE P&I ADVANCE WAS REMITTED TO (AND A P&I
      *    RECOVERY COMES BACK FROM).  SPACES ON THE OTHER TYPES.
           03 AV-POOL-ID             PIC X(06).
      *    P&I ONLY: THE REMITTANCE PERIOD (YYYYMM) THE ADVANCE
      *    WENT OUT WITH, THE SCHEDULE MONTH IT STOOD IN FOR, AND
      *    THE SPLIT THE INVESTOR STATEMENT SHOWS.  ZERO ELSEWHERE.
           03 AV-REMIT-PERIOD        PIC 9(6).
           03 AV-MONTH               PIC 9(4).
           03 AV-PRINC-AMOUNT        PIC 9(8)V99.
           03 AV-INT-AMOUNT          PIC 9(8)V99.
           03 AV-FEE-AMOUNT          PIC 9(8)V99.
      *    WHO THE MONEY WENT TO -- THE ESCROW PAYEE ON AN ESCROW
      *    ADVANCE, THE VENDOR ON A CORPORATE ONE -- AND A FREE
      *    REFERENCE: THE INVOICE, OR THE POSTING THAT RECOVERED
      *    IT.
           03 AV-PAYEE-CODE          PIC X(06).
           03 AV-REFERENCE           PIC X(16).
           03 AV-OPERATOR-ID         PIC X(08).
