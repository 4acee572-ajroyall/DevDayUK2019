      *****************************************************************
      *    SDNLIST - THE GOVERNMENT SANCTIONS LIST AS PUBLISHED,
      *    RESHAPED BY THE DOWNLOAD STEP INTO ONE FIXED LINE PER
      *    NAME.  LINE SEQUENTIAL.  THE FIRST LINE IS A HEADER
      *    CARRYING THE DATE THE LIST WAS PUBLISHED; EVERY OTHER
      *    LINE IS ONE NAME -- AN ALIAS IS ITS OWN LINE UNDER THE
      *    SAME ENTRY ID -- WITH THE FIRST ADDRESS THE LIST GIVES
      *    FOR IT, BLANK WHERE THE LIST GIVES NONE.  READ BY THE
      *    LOANOFAC SCREENING RUN.
      *****************************************************************
       01  SANCTIONS-LIST-RECORD.
           03 SL-RECORD-TYPE         PIC X(01).
              88 SL-HEADER           VALUE "H".
              88 SL-ENTRY            VALUE "D".
           03 SL-ENTRY-ID            PIC X(10).
           03 SL-ENTRY-NAME          PIC X(40).
           03 SL-ENTRY-ADDRESS       PIC X(30).
           03 SL-ENTRY-CITY          PIC X(20).
           03 SL-ENTRY-COUNTRY       PIC X(20).
       01  SANCTIONS-LIST-HEADER REDEFINES SANCTIONS-LIST-RECORD.
           03 FILLER                 PIC X(01).
           03 SL-PUBLISHED-DATE      PIC 9(8).
           03 FILLER                 PIC X(112).
