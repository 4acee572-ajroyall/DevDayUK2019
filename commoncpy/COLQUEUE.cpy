      *****************************************************************
      *    COLQUEUE - THE DAY'S COLLECTOR WORKLIST AS A FILE, ONE
      *    RECORD PER LOAN IN THE ORDER THE DESK WORKS THEM (WORST
      *    FIRST, THE SAME ORDER AS THE LOANCOLW REPORT).  LINE
      *    SEQUENTIAL, REPLACED EVERY NIGHT BY LOANPROC.  THE
      *    COLLECTOR WORKSTATION PULLS ITS NEXT LOAN FROM HERE
      *    THROUGH LOANCDSK, BY QUEUE SEQUENCE.
      *****************************************************************
       01  COLLECTOR-QUEUE-RECORD.
           03 CQ-QUEUE-SEQ           PIC 9(6).
           03 CQ-LOAN-NUMBER         PIC X(10).
           03 CQ-DELQ-DAYS           PIC 9(4).
           03 CQ-BUCKET              PIC X(03).
