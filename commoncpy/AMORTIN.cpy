      *    ZERO MEANS "NOT USED".
           03 PENALTY-WINDOW-MONTHS      PIC S9(4) COMP.
           03 PENALTY-PERCENT            PIC S9(3)V99 COMP-3.

      *    OPTIONAL INTEREST-ONLY PERIOD.  EVERY SCHEDULE MONTH UP TO
      *    AND INCLUDING THIS ABSOLUTE MONTH NUMBER COLLECTS EXACTLY
      *    THE MONTH'S INTEREST, SO NO PRINCIPAL IS REPAID AND THE
      *    BALANCE STAYS LEVEL.  THE PAYMENT IS THEN RE-SIZED TO
      *    AMORTIZE THE BALANCE THEN OUTSTANDING OVER THE MONTHS LEFT
      *    IN THE TERM -- A SECOND, HIGHER PAYMENT LEVEL.  A
      *    RESTART-MONTH RE-AMORTIZATION INSIDE THE PERIOD CARRIES THE
      *    SAME ABSOLUTE MONTH FORWARD.  ZERO MEANS "NOT USED".
           03 INTEREST-ONLY-MONTHS       PIC S9(4) COMP.
