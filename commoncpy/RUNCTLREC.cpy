      *    WHICH STAMPS THE DATE AND TIME), CARRYING ITS RECORD
      *    COUNTS AND PRINCIPAL HASH TOTAL.  LOANCTLR IS THE MORNING
      *    REPORT THAT PAIRS THEM UP AND SCREAMS WHEN A STEP NEVER
      *    ENDED OR ITS COUNTS DO NOT TIE.  LOANRBCK WRITES AN "R"
      *    RECORD UNDER THE NAME OF THE STEP IT ROLLED BACK, WITH
      *    THE JOURNAL ENTRIES IT READ, THE RECORDS IT PUT BACK AND
      *    THE ONES IT COULD NOT.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           03 RC-PROGRAM-ID          PIC X(08).
           03 RC-RECORD-TYPE         PIC X(01).
              88 RC-TYPE-START       VALUE "S".
              88 RC-TYPE-END         VALUE "E".
              88 RC-TYPE-ROLLBACK    VALUE "R".
           03 RC-RUN-DATE            PIC 9(8).
           03 RC-RUN-TIME            PIC 9(8).
           03 RC-READ-COUNT          PIC 9(8).
