      *****************************************************************
      *    ESCHPROP - ONE ITEM OF UNCLAIMED PROPERTY WE HOLD.
      *    INDEXED, KEYED BY THE STATE IT IS OWED TO, THEN LOAN
      *    NUMBER, ITEM TYPE AND ITEM REFERENCE, SO THE HOLDER
      *    REPORT READS STRAIGHT DOWN THE FILE STATE BY STATE.
      *    LOANESCH FILES THE ITEM WHEN IT SENDS THE OWNER THE
      *    DUE-DILIGENCE LETTER, AND LATER EITHER MARKS IT CLAIMED
      *    (THE MONEY WENT BACK TO THE OWNER IN THE MEANTIME) OR
      *    ESCHEATS IT TO THE STATE.  NOTHING IS EVER DELETED.
      *****************************************************************
       01  ESCHEAT-PROPERTY-RECORD.
           03 EP-PROPERTY-KEY.
              05 EP-STATE            PIC X(02).
              05 EP-LOAN-NUMBER      PIC X(10).
      *    "U" AN UNAPPLIED BALANCE LEFT ON A PAID-OFF OR
      *    TRANSFERRED LOAN; "C" A REFUND CHECK NEVER CASHED,
      *    WHOSE NUMBER IS THE ITEM REFERENCE (ZERO ON A "U").
              05 EP-ITEM-TYPE        PIC X(01).
                 88 EP-ITEM-UNAPPLIED
                                     VALUE "U".
                 88 EP-ITEM-CHECK    VALUE "C".
              05 EP-ITEM-REF         PIC 9(8).
           03 EP-OWNER-NAME          PIC X(30).
           03 EP-ADDRESS-LINE-1      PIC X(30).
           03 EP-CITY                PIC X(20).
           03 EP-OWNER-STATE         PIC X(02).
           03 EP-ZIP-CODE            PIC X(10).
      *    THE AMOUNT AT LETTER TIME; THE AMOUNT ACTUALLY ESCHEATED
      *    IS WHATEVER IS STILL UNCLAIMED ON THE DAY IT GOES.
           03 EP-AMOUNT              PIC 9(8)V99.
           03 EP-LAST-ACTIVITY-DATE  PIC 9(8).
      *    "L" WHILE THE OWNER HAS THE LETTER AND TIME TO ANSWER,
      *    "C" WHEN THE MONEY WAS CLAIMED, "E" ONCE ESCHEATED.
           03 EP-STATUS              PIC X(01).
              88 EP-STATUS-LETTERED  VALUE "L".
              88 EP-STATUS-CLAIMED   VALUE "C".
              88 EP-STATUS-ESCHEATED VALUE "E".
           03 EP-LETTER-DATE         PIC 9(8).
           03 EP-STATUS-DATE         PIC 9(8).
           03 EP-ESCHEAT-AMOUNT      PIC 9(8)V99.
