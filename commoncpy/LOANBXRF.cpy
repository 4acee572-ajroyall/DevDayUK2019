      *    CARRY A PRIMARY BORROWER AND ANY NUMBER OF CO-BORROWERS,
      *    AND THE SAME BORROWER ID CAN SIT ON ANY NUMBER OF LOANS.
      *    THE MAILING-ADDRESS LOOKUPS TAKE THE PRIMARY BORROWER.
      *    MAINTAINED BY LOANBORM.  AN ASSUMPTION OR A DEATH
      *    (LOANASUM) DOES NOT OVERWRITE THE PRIMARY: THE NEW PARTY
      *    IS LINKED AS PRIMARY FROM ITS EFFECTIVE DATE AND THE OLD
      *    ONE STAYS ON FILE AS A FORMER PARTY WITH THE DATE ITS
      *    LIABILITY ENDED, SO WHO OWED THE LOAN ON ANY GIVEN DAY
      *    CAN STILL BE ANSWERED.
      *****************************************************************
       01  LOAN-BORROWER-XREF-RECORD.
           03 BX-XREF-KEY.
           03 BX-ROLE-CODE           PIC X(01).
              88 BX-ROLE-PRIMARY     VALUE "P".
              88 BX-ROLE-CO-BORROWER VALUE "C".
              88 BX-ROLE-FORMER      VALUE "F".
      *    THE PARTY'S LIABILITY RUNS FROM THE EFFECTIVE DATE UP
      *    TO (NOT INCLUDING) THE END DATE.  ZERO EFFECTIVE MEANS
      *    SINCE ORIGINATION; ZERO END MEANS STILL LIABLE.
           03 BX-EFFECTIVE-DATE      PIC 9(8).
           03 BX-END-DATE            PIC 9(8).
      *    HOW A FORMER PARTY LEFT THE LOAN: RELEASED FROM
      *    LIABILITY ON AN ASSUMPTION, OR DECEASED WITH THE
      *    SUCCESSOR IN INTEREST CONFIRMED.  THE SUCCESSOR ID IS
      *    THE PARTY WHO TOOK THE LOAN OVER, EITHER WAY.
           03 BX-PARTY-STATUS        PIC X(01).
              88 BX-PARTY-ACTIVE     VALUE SPACE.
              88 BX-PARTY-RELEASED   VALUE "R".
              88 BX-PARTY-DECEASED   VALUE "D".
           03 BX-SUCCESSOR-ID        PIC X(10).
