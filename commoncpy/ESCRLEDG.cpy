      *    FROM 500001 UP, SO THE TWO RANGES NEVER COLLIDE; A
      *    BOARDED LOAN'S TRANSFERRED ESCROW BALANCE IS SEEDED BY
      *    LOANBORD AS A SINGLE "C" ENTRY AT 400001, ITS OWN
      *    RESERVED SPOT BETWEEN THEM.  A FORCE-PLACED PREMIUM
      *    THE CARRIER REFUNDS COMES BACK AS A "C" ENTRY CARRYING
      *    PAYEE "FORCEP", NUMBERED IN THE DISBURSEMENT RANGE.
      *    STATE-MANDATED INTEREST ON THE ESCROW FUNDS ("I") IS
      *    CREDITED MONTHLY BY LOANESCI, ALSO IN THAT RANGE.  THE
      *    LOAN'S ESCROW BALANCE IS THE SUM OF ITS COLLECTIONS AND
      *    INTEREST LESS ITS DISBURSEMENTS -- THE LEDGER IS THE
      *    BOOK OF RECORD LOANESCA ANALYSES EVERY YEAR.
      *****************************************************************
       01  ESCROW-LEDGER-RECORD.
           03 EL-LEDGER-KEY.
           03 EL-ENTRY-TYPE          PIC X(01).
              88 EL-TYPE-COLLECTION  VALUE "C".
              88 EL-TYPE-DISBURSE    VALUE "D".
              88 EL-TYPE-INTEREST    VALUE "I".
      *    WHO A DISBURSEMENT WENT TO (SEE ESCRPAYE); SPACES ON A
      *    COLLECTION, EXCEPT A FORCE-PLACED REFUND.  ON AN
      *    INTEREST CREDIT, THE PERIOD (YYYYMM) IT WAS CREDITED FOR.
           03 EL-PAYEE-CODE          PIC X(06).
           03 EL-AMOUNT              PIC 9(8)V99.
