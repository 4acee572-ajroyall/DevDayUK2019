      *****************************************************************
      *    CDSKAREA - LINKAGE AREA FOR LOANCDSK, THE COLLECTOR DESK
      *    SERVICE BEHIND THE WPF CLIENT'S COLLECTIONS SCREEN.  THE
      *    CALLER NAMES THE ACTION AND THE OPERATOR:
      *        NEXT - THE NEXT LOAN ON THE DAY'S WORKLIST AFTER
      *               CD-QUEUE-SEQ, SKIPPING LOANS ALREADY REACHED
      *               TODAY;
      *        CALL - RECORD A CALL OUTCOME (AND PROMISE) ON
      *               CD-LOAN-NUMBER, WITH LOANCOLE'S EDITS;
      *        NOTE - WRITE A SERVICING NOTE, WITH LOANNTRY'S EDITS;
      *        PLAN - REQUEST A REPAYMENT PLAN, WITH LOANPLNE'S
      *               EDITS, FOR A SECOND OPERATOR TO APPROVE.
      *    ENTRY FIELDS ARE PASSED AS KEYED, THE SAME SHAPES THE
      *    CONSOLE PROGRAMS ACCEPT.  EVERY ACTION ANSWERS WITH THE
      *    RESULT AND MESSAGE AND THE LOAN'S COLLECTION PICTURE AS
      *    IT NOW STANDS.  A LOAN UNDER LEGAL HOLD OR INSIDE ITS
      *    SCRA WINDOW COMES BACK LOCKED, AND CALL AND PLAN ARE
      *    REFUSED ON IT.
      *****************************************************************
       01  COLLECTOR-DESK-AREA.
           03 CD-ACTION              PIC X(04).
              88 CD-ACTION-NEXT      VALUE "NEXT".
              88 CD-ACTION-CALL      VALUE "CALL".
              88 CD-ACTION-NOTE      VALUE "NOTE".
              88 CD-ACTION-PLAN      VALUE "PLAN".
           03 CD-OPERATOR-ID         PIC X(08).
           03 CD-QUEUE-SEQ           PIC 9(6).
           03 CD-LOAN-NUMBER         PIC X(10).

      *    THE ENTRY FIELDS, AS KEYED.
           03 CD-OUTCOME-CODE        PIC X(04).
           03 CD-PROMISE-AMOUNT      PIC X(10).
           03 CD-PROMISE-DATE        PIC X(08).
           03 CD-CATEGORY-CODE       PIC X(04).
           03 CD-NOTE-TEXT           PIC X(60).
           03 CD-PLAN-START          PIC X(08).
           03 CD-PLAN-MONTHS         PIC X(03).
           03 CD-PLAN-PAYMENT        PIC X(10).

      *    THE REPLY.
           03 CD-RESULT-FLAG         PIC X(01).
              88 CD-GOOD             VALUE "Y".
              88 CD-BAD              VALUE "N".
           03 CD-MESSAGE             PIC X(60).
           03 CD-FOUND-FLAG          PIC X(01).
              88 CD-LOAN-FOUND       VALUE "Y".
              88 CD-LOAN-NOT-FOUND   VALUE "N".
           03 CD-BORROWER-NAME       PIC X(30).
           03 CD-STATUS              PIC X(02).
           03 CD-DELQ-DAYS           PIC 9(4).
           03 CD-DELQ-BUCKET         PIC X(03).
           03 CD-LOCK-FLAG           PIC X(01).
              88 CD-UNLOCKED         VALUE SPACE.
              88 CD-LOCKED-LEGAL     VALUE "L".
              88 CD-LOCKED-SCRA      VALUE "S".
              88 CD-LOCKED           VALUE "L", "S".
           03 CD-LOCK-REASON         PIC X(30).

      *    THE CONTACT PICTURE LOANPROC PUTS ON THE WORKLIST, AND
      *    THE LAST FEW CONTACTS AND NOTES, OLDEST FIRST.
           03 CD-LAST-CONTACT        PIC 9(8).
           03 CD-OPEN-AMOUNT         PIC 9(8)V99.
           03 CD-OPEN-DATE           PIC 9(8).
           03 CD-BROKEN-COUNT        PIC 9(3).
           03 CD-RC-COUNT            PIC S9(4) COMP.
           03 CD-RECENT-CONTACT OCCURS 5 TIMES.
              05 CD-RC-DATE          PIC 9(8).
              05 CD-RC-OPERATOR      PIC X(08).
              05 CD-RC-OUTCOME       PIC X(04).
              05 CD-RC-AMOUNT        PIC 9(8)V99.
              05 CD-RC-PROMISE-DATE  PIC 9(8).
              05 CD-RC-STATUS        PIC X(01).
           03 CD-RN-COUNT            PIC S9(4) COMP.
           03 CD-RECENT-NOTE OCCURS 5 TIMES.
              05 CD-RN-DATE          PIC 9(8).
              05 CD-RN-CATEGORY      PIC X(04).
              05 CD-RN-TEXT          PIC X(60).
