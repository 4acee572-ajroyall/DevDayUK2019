      *    CO-BORROWERS.  MAINTAINED BY LOANBORM; THE LETTER,
      *    STATEMENT AND YEAR-END RUNS PULL THE MAILING ADDRESS
      *    FROM HERE INSTEAD OF PRINTING A NAME WITH NOWHERE TO
      *    SEND IT.  THE BORROWER ALSO CHOOSES HOW THOSE DOCUMENTS
      *    ARRIVE -- ON PAPER, ELECTRONICALLY THROUGH THE PORTAL
      *    VENDOR, OR BOTH.  ELECTRONIC DELIVERY NEEDS AN EMAIL
      *    ADDRESS AND THE DATE THE BORROWER CONSENTED TO IT; A
      *    BOUNCE RETURNED BY THE VENDOR PUTS THE BORROWER BACK ON
      *    PAPER (LOANEDLV).  MAIL THE POST OFFICE RETURNS AS
      *    UNDELIVERABLE IS RECORDED THROUGH LOANRMLE: NOTHING MORE
      *    IS PRINTED TO THE ADDRESS, AND THE BORROWER'S LOANS GO
      *    ON THE SKIP-TRACE WORKLIST (SKIPTRCE), UNTIL A NEW
      *    ADDRESS IS KEYED THROUGH LOANBORM.
      *****************************************************************
       01  BORROWER-MASTER-RECORD.
           03 BO-BORROWER-ID         PIC X(10).
           03 BO-STATE               PIC X(02).
           03 BO-ZIP-CODE            PIC X(10).
           03 BO-PHONE-NUMBER        PIC X(12).
           03 BO-EMAIL-ADDRESS       PIC X(60).
           03 BO-ECONSENT-DATE       PIC 9(8).
           03 BO-DELIVERY-PREF       PIC X(01).
              88 BO-DELIVER-PAPER    VALUE "P".
              88 BO-DELIVER-ELECTRONIC VALUE "E".
              88 BO-DELIVER-BOTH     VALUE "B".
              88 BO-DELIVERY-VALID   VALUE "P", "E", "B".
      *    "Y" WHILE THE ADDRESS ABOVE IS KNOWN NOT TO REACH THE
      *    BORROWER, WITH THE DATE THE RETURNED PIECE WAS RECEIVED.
           03 BO-MAIL-RETURNED-FLAG  PIC X(01).
              88 BO-MAIL-RETURNED    VALUE "Y".
           03 BO-MAIL-RETURNED-DATE  PIC 9(8).
