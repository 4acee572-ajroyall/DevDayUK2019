      *****************************************************************
      *    CHKREGS - THE CHECK REGISTER.  ONE RECORD PER CHECK WE
      *    HAVE DRAWN, INDEXED, KEYED BY CHECK NUMBER.  LOANCHKW
      *    ISSUES THEM OFF THE DISBPAYB PAYABLES, NUMBERING FROM
      *    THE HIGHEST CHECK ALREADY ON THE REGISTER, AND SENDS THE
      *    BANK THE MATCHING POSITIVE-PAY FILE; LOANCHKP TAKES THE
      *    BANK'S PAID AND VOIDED ITEMS BACK AND MOVES EACH CHECK
      *    ON FROM ISSUED.  NOTHING IS EVER DELETED.
      *****************************************************************
       01  CHECK-REGISTER-RECORD.
           03 CK-CHECK-NUMBER        PIC 9(8).
           03 CK-ISSUE-DATE          PIC 9(8).
           03 CK-LOAN-NUMBER         PIC X(10).
      *    WHAT THE CHECK PAYS -- THE DP-PAYABLE-TYPE IT WAS DRAWN
      *    FROM.
           03 CK-PAYABLE-TYPE        PIC X(01).
              88 CK-TYPE-ESCROW      VALUE "E".
              88 CK-TYPE-PAYOFF-REFUND
                                     VALUE "R".
              88 CK-TYPE-SUBSIDY-REFUND
                                     VALUE "S".
              88 CK-TYPE-SURPLUS     VALUE "A".
           03 CK-PAYEE-CODE          PIC X(06).
           03 CK-PAYEE-NAME          PIC X(30).
           03 CK-AMOUNT              PIC 9(8)V99.
           03 CK-LEDGER-SEQ          PIC 9(6).
      *    "I" FROM ISSUE UNTIL THE BANK REPORTS IT; THEN "P" WHEN
      *    IT CLEARS OR "V" WHEN IT IS VOIDED, WITH THE DATE THE
      *    BANK GAVE AND THE AMOUNT IT ACTUALLY PAID.
           03 CK-STATUS              PIC X(01).
              88 CK-STATUS-ISSUED    VALUE "I".
              88 CK-STATUS-PAID      VALUE "P".
              88 CK-STATUS-VOIDED    VALUE "V".
           03 CK-STATUS-DATE         PIC 9(8).
           03 CK-PAID-AMOUNT         PIC 9(8)V99.
