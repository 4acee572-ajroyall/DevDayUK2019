      *****************************************************************
      *    OFACQUE - ONE NAME WAITING TO BE SCREENED AGAINST THE
      *    SANCTIONS LIST.  LINE SEQUENTIAL, EXTENDED BY EVERY RUN
      *    THAT ADDS OR CHANGES A NAME WE COULD END UP DOING
      *    BUSINESS WITH -- LOANBORM FOR A BORROWER FILED OR
      *    REPLACED, LOANBORD FOR EACH LOAN BOARDED AND THE ESCROW
      *    PAYEE SEEDED WITH IT, LOANESCD FOR EACH PAYEE IT PAYS --
      *    AND EMPTIED BY THE NEXT LOANOFAC SCREENING RUN.  THE KEY
      *    IS THE BORROWER ID, THE LOAN NUMBER, OR THE LOAN NUMBER
      *    AND PAYEE CODE, BY SUBJECT TYPE.
      *****************************************************************
       01  SCREEN-QUEUE-RECORD.
           03 SQ-SUBJECT-TYPE        PIC X(01).
              88 SQ-SUBJECT-BORROWER VALUE "B".
              88 SQ-SUBJECT-LOAN     VALUE "L".
              88 SQ-SUBJECT-PAYEE    VALUE "P".
           03 SQ-SUBJECT-KEY         PIC X(16).
           03 SQ-QUEUED-DATE         PIC 9(8).
