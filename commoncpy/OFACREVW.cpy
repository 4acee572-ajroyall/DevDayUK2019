      *****************************************************************
      *    OFACREVW - SANCTIONS REVIEW QUEUE.  INDEXED, KEYED BY THE
      *    SUBJECT SCREENED (TYPE AND KEY, AS ON OFACQUE) PLUS THE
      *    LIST ENTRY IT RESEMBLED, SO ONE NAME AGAINST ONE ENTRY IS
      *    ONE REVIEW HOWEVER OFTEN IT IS RESCREENED -- A NAME
      *    CLEARED ONCE AGAINST AN ENTRY STAYS CLEARED.  LOANOFAC
      *    QUEUES EACH POTENTIAL HIT PENDING; LOANOFRV RECORDS THE
      *    COMPLIANCE OFFICER'S DECISION.  CLEARED IS A FALSE
      *    POSITIVE.  CONFIRMED PUTS EVERY LOAN THE SUBJECT IS ON
      *    UNDER A SANCTIONS HOLD (OFACHOLD).
      *****************************************************************
       01  SANCTIONS-REVIEW-RECORD.
           03 RV-REVIEW-KEY.
              05 RV-SUBJECT-TYPE     PIC X(01).
                 88 RV-SUBJECT-BORROWER VALUE "B".
                 88 RV-SUBJECT-LOAN  VALUE "L".
                 88 RV-SUBJECT-PAYEE VALUE "P".
              05 RV-SUBJECT-KEY      PIC X(16).
              05 RV-ENTRY-ID         PIC X(10).
           03 RV-SUBJECT-NAME        PIC X(30).
           03 RV-ENTRY-NAME          PIC X(40).
      *    HOW CLOSE THE NAME CAME, 0-100, WITH ANY ADDRESS CREDIT.
           03 RV-MATCH-SCORE         PIC 9(3).
           03 RV-LIST-DATE           PIC 9(8).
           03 RV-QUEUED-DATE         PIC 9(8).
           03 RV-REVIEW-STATUS       PIC X(01).
              88 RV-PENDING          VALUE "P".
              88 RV-CLEARED          VALUE "C".
              88 RV-CONFIRMED        VALUE "H".
           03 RV-DECIDED-BY          PIC X(08).
           03 RV-DECISION-DATE       PIC 9(8).
           03 RV-DECISION-REASON     PIC X(30).
