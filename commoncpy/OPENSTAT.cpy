      *****************************************************************
      *    OPENSTAT - THE LM-STATUS VALUES LM-STATUS-OPEN COVERS, ONE
      *    PER ENTRY, FOR A PASS THAT READS ONLY THE OPEN BOOK OFF
      *    THE LM-STATUS ALTERNATE KEY: START ON EACH VALUE IN TURN
      *    AND READ WHILE THE STATUS STILL MATCHES.  A STATUS ADDED
      *    TO THE 88 IN LOANMSTR MUST BE ADDED HERE AS WELL.
      *****************************************************************
       01  OPEN-STATUS-LIST.
           03 FILLER                 PIC X(10) VALUE "  ACDLHDFC".
       01  FILLER REDEFINES OPEN-STATUS-LIST.
           03 OPEN-STATUS-VALUE      PIC X(02) OCCURS 5 TIMES.
       01  OPEN-STATUS-COUNT         PIC S9(4) COMP VALUE 5.
