      *****************************************************************
      *    EDLVEXT - THE E-DELIVERY EXTRACT FOR THE PORTAL VENDOR.
      *    LINE SEQUENTIAL, EXTENDED BY EVERY DOCUMENT RUN.  EACH
      *    DOCUMENT IS AN "H" RECORD NAMING THE DOCUMENT, THE LOAN,
      *    THE BORROWER AND THE EMAIL ADDRESS, FOLLOWED BY ITS
      *    PRINT LINES AS "L" RECORDS, EXACTLY AS THEY WOULD HAVE
      *    PRINTED.  LOANEDLV HANDS THE FILE TO THE VENDOR AND
      *    EMPTIES IT.
      *****************************************************************
       01  EDLV-EXTRACT-RECORD.
           03 EX-RECORD-TYPE         PIC X(01).
              88 EX-DOCUMENT-HEADER  VALUE "H".
              88 EX-DOCUMENT-LINE    VALUE "L".
           03 EX-RECORD-BODY         PIC X(132).
           03 EX-HEADER-BODY REDEFINES EX-RECORD-BODY.
              05 EX-DOCUMENT-TYPE    PIC X(08).
              05 EX-LOAN-NUMBER      PIC X(10).
              05 EX-BORROWER-ID      PIC X(10).
              05 EX-EMAIL-ADDRESS    PIC X(60).
              05 EX-PRODUCED-DATE    PIC 9(8).
              05 FILLER              PIC X(36).
           03 EX-LINE-BODY REDEFINES EX-RECORD-BODY.
              05 EX-LINE-TEXT        PIC X(132).
