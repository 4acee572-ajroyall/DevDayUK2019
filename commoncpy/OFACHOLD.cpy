      *****************************************************************
      *    OFACHOLD - SANCTIONS HOLD ON ONE LOAN.  INDEXED, KEYED BY
      *    LOAN NUMBER.  WRITTEN BY LOANOFRV WHEN A POTENTIAL HIT IS
      *    CONFIRMED, FOR EVERY LOAN THE SUBJECT IS ON.  WHILE IT
      *    STANDS NO MONEY LEAVES FOR THE LOAN: LOANESCD REJECTS
      *    ITS ESCROW DISBURSEMENTS, LOANESCA KEEPS ITS SURPLUS,
      *    LOANPAYX QUEUES NO PAYOFF REFUND, LOANACHD ORIGINATES NO
      *    DRAFT AND LOANDRWP REFUSES ITS ADVANCES -- ALL THROUGH
      *    THE LOANOFHD LOOKUP.  A HOLD IS LIFTED ONLY ON THE
      *    REGULATOR'S LICENCE, OUTSIDE THIS SYSTEM.
      *****************************************************************
       01  SANCTIONS-HOLD-RECORD.
           03 OH-LOAN-NUMBER         PIC X(10).
           03 OH-HOLD-DATE           PIC 9(8).
           03 OH-SUBJECT-TYPE        PIC X(01).
           03 OH-SUBJECT-KEY         PIC X(16).
           03 OH-ENTRY-ID            PIC X(10).
           03 OH-OPERATOR-ID         PIC X(08).
