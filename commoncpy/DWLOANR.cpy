      *****************************************************************
      *    DWLOANR - WAREHOUSE LOAN REGISTER.  INDEXED, KEYED BY LOAN
      *    NUMBER: ONE RECORD FOR EVERY LOAN LOANDWEX HAS EVER SENT
      *    TO THE DATA WAREHOUSE, SAYING WHEN IT WAS LAST SENT, AS
      *    WHAT, AND THE HIGHEST PAYMENT-HISTORY SEQUENCE SENT WITH
      *    IT.  A LOAN NOT ON THE REGISTER GOES AS NEW; A LOAN LAST
      *    SENT AS ANYTHING BUT CLOSED THAT IS NO LONGER OPEN GOES
      *    AS CLOSED; ANY OTHER LOAN AS CHANGED.  ONLY HISTORY ROWS
      *    ABOVE THE SEQUENCE SENT GO ON THE HISTORY EXTRACT.
      *    THE PRIOR FIELDS KEEP WHAT THE REGISTER SAID BEFORE THE
      *    SEND-DATE'S EXTRACT, SO A RERUN THE SAME DAY SENDS EXACTLY
      *    WHAT THE FIRST RUN SENT.
      *****************************************************************
       01  WAREHOUSE-LOAN-RECORD.
           03 WR-LOAN-NUMBER         PIC X(10).
           03 WR-SENT-DATE           PIC 9(8).
           03 WR-CHANGE-TYPE         PIC X(03).
              88 WR-SENT-NEW         VALUE "NEW".
              88 WR-SENT-CHANGED     VALUE "CHG".
              88 WR-SENT-CLOSED      VALUE "CLS".
           03 WR-HISTORY-SEQ         PIC 9(6).
           03 WR-PRIOR-CHANGE-TYPE   PIC X(03).
           03 WR-PRIOR-HISTORY-SEQ   PIC 9(6).
