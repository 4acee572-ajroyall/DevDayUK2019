      *****************************************************************
      *    OPERSEC - INDEXED OPERATOR SECURITY RECORD.  KEY IS THE
      *    OPERATOR ID KEYED AT THE CONSOLE.  ONE RECORD PER
      *    OPERATOR: WHETHER THE ID MAY BE USED AT ALL, AND THE
      *    MAINTENANCE FUNCTIONS IT IS ENTITLED TO.  READ THROUGH
      *    LOANSECK BY EVERY CONSOLE MAINTENANCE PROGRAM BEFORE IT
      *    ACCEPTS A CHANGE; MAINTAINED THROUGH LOANSECM, ONCE
      *    LOANSECI HAS SEEDED THE FIRST SECURITY ADMINISTRATOR.
      *****************************************************************
       01  OPERATOR-SECURITY-RECORD.
           03 OS-OPERATOR-ID         PIC X(08).
           03 OS-OPERATOR-NAME       PIC X(30).
           03 OS-STATUS              PIC X(01).
              88 OS-ACTIVE           VALUE "A".
              88 OS-SUSPENDED        VALUE "S".
           03 OS-LAST-CHANGE-DATE    PIC 9(8).
           03 OS-LAST-CHANGE-BY      PIC X(08).

      *    ONE ENTITLEMENT PER PROGRAM/FUNCTION PAIR.  THE FUNCTION
      *    IS WHAT THE PROGRAM ASKS ABOUT -- A LOANMNT FIELD CODE, A
      *    LOANFCLE ACTION, A LOANBORM MODE.  A BLANK FUNCTION
      *    ENTITLES THE OPERATOR TO EVERY FUNCTION OF THE PROGRAM.
      *    THE LIMIT IS THE LARGEST DOLLAR AMOUNT THE OPERATOR MAY
      *    KEY IN ONE TRANSACTION (A LOANDRAW ADVANCE, A LOANADVE
      *    ENTRY); ZERO MEANS NO CEILING.
           03 OS-ENTITLEMENT-COUNT   PIC 9(2).
           03 OS-ENTITLEMENT OCCURS 40 TIMES.
              05 OS-ENT-PROGRAM      PIC X(08).
              05 OS-ENT-FUNCTION     PIC X(08).
                 88 OS-ENT-ANY-FUNCTION VALUE SPACES.
              05 OS-ENT-LIMIT        PIC 9(8)V99.
