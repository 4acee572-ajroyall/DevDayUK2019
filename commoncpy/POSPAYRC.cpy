      *****************************************************************
      *    POSPAYRC - ONE POSITIVE-PAY ITEM.  THE SAME LAYOUT GOES
      *    BOTH WAYS: LOANCHKW SENDS THE BANK AN "I" ITEM FOR EVERY
      *    CHECK IT ISSUES, SO THE BANK HONOURS ONLY CHECKS WE
      *    ACTUALLY DREW, FOR THE AMOUNT WE DREW THEM; THE BANK'S
      *    DAILY FILE COMES BACK WITH A "P" FOR EVERY CHECK THAT
      *    CLEARED AND A "V" FOR EVERY ONE VOIDED, WHICH LOANCHKP
      *    POSTS TO THE CHECK REGISTER.
      *****************************************************************
       01  POSITIVE-PAY-RECORD.
           03 PP-ACCOUNT-NUMBER      PIC X(17).
           03 PP-CHECK-NUMBER        PIC 9(8).
           03 PP-ITEM-TYPE           PIC X(01).
              88 PP-ITEM-ISSUED      VALUE "I".
              88 PP-ITEM-PAID        VALUE "P".
              88 PP-ITEM-VOIDED      VALUE "V".
           03 PP-ITEM-DATE           PIC 9(8).
           03 PP-AMOUNT              PIC 9(8)V99.
           03 PP-PAYEE-NAME          PIC X(30).
