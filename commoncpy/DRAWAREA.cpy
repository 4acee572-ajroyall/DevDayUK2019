      *****************************************************************
      *    DRAWAREA - LINKAGE AREA FOR LOANDRWP, THE SHARED DRAW-
      *    ADVANCE POSTING.  "E" RUNS THE ADVANCE EDITS ONLY (OPEN
      *    LOAN, OPEN-END, ROOM UNDER THE LIMIT, A MONTH LEFT TO
      *    SPLICE AT) AND TOUCHES NOTHING; "P" RUNS THE SAME EDITS
      *    AND, IF THEY PASS, POSTS THE ADVANCE.  LOANDRAW CALLS IT
      *    FOR A KEYED ADVANCE, LOANPNDR FOR AN APPROVED ONE.
      *****************************************************************
       01  DRAW-POST-AREA.
           03 DP-FUNCTION            PIC X(01).
              88 DP-EDIT-ONLY        VALUE "E".
              88 DP-POST             VALUE "P".
           03 DP-LOAN-NUMBER         PIC X(10).
           03 DP-AMOUNT              PIC 9(8)V99.
           03 DP-OPERATOR-ID         PIC X(08).
           03 DP-RUN-DATE            PIC 9(8).
           03 DP-RESULT-FLAG         PIC X(01).
              88 DP-GOOD             VALUE "Y".
              88 DP-FAILED           VALUE "N".
      *    THE SCHEDULED BALANCE THE ADVANCE RAISES, AND THE RAISED
      *    BALANCE -- SET BY THE EDITS.
           03 DP-CURRENT-BALANCE     PIC 9(8)V99.
           03 DP-NEW-BALANCE         PIC 9(9)V99.
