      *****************************************************************
      *    EDLVCNT - ONE DOCUMENT RUN'S DOCUMENTS BY DELIVERY
      *    CHANNEL.  LINE SEQUENTIAL, EXTENDED BY EACH DOCUMENT RUN
      *    AS IT FINISHES; LOANEDLV PRINTS THEM ON ITS CONTROL
      *    REPORT, CHECKS THE EXTRACT AGAINST THEM AND EMPTIES THE
      *    FILE.  THE SUPPRESSED COUNT IS THE PRINTED COPIES HELD
      *    BACK BECAUSE THE BORROWER'S MAIL HAS BEEN RETURNED.
      *****************************************************************
       01  EDLV-COUNT-RECORD.
           03 EC-RUN-DATE            PIC 9(8).
           03 EC-PROGRAM-ID          PIC X(08).
           03 EC-DOCUMENT-TYPE       PIC X(08).
           03 EC-PAPER-COUNT         PIC 9(8).
           03 EC-ELECTRONIC-COUNT    PIC 9(8).
           03 EC-BOTH-COUNT          PIC 9(8).
           03 EC-SUPPRESSED-COUNT    PIC 9(8).
