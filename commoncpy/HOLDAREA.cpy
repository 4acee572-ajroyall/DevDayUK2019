      *****************************************************************
      *    HOLDAREA - LINKAGE AREA FOR LOANOFHD, THE SHARED
      *    SANCTIONS-HOLD LOOKUP.  THE CALLER SUPPLIES A LOAN
      *    NUMBER; LOANOFHD ANSWERS WHETHER THE LOAN IS UNDER A
      *    SANCTIONS HOLD ON OFACHOLD, AND IF SO SINCE WHEN AND
      *    AGAINST WHICH LIST ENTRY.
      *****************************************************************
       01  HOLD-CHECK-AREA.
           03 HA-LOAN-NUMBER         PIC X(10).
           03 HA-HOLD-FLAG           PIC X(01).
              88 HA-ON-HOLD          VALUE "Y".
              88 HA-NOT-HELD         VALUE "N".
           03 HA-HOLD-DATE           PIC 9(8).
           03 HA-ENTRY-ID            PIC X(10).
