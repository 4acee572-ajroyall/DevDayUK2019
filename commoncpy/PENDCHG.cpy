      *****************************************************************
      *    PENDCHG - ONE HIGH-RISK MASTER CHANGE AWAITING A SECOND
      *    OPERATOR'S APPROVAL ON THE LOANPEND FILE.  INDEXED, KEYED
      *    BY WHEN AND BY WHOM IT WAS KEYED, SO THE FILE READS
      *    OLDEST FIRST.  WRITTEN INSTEAD OF THE CHANGE BY LOANMNT
      *    (STATUS, LEGAL STATUS), LOANBNKM (A NEW ROUTING OR
      *    ACCOUNT), LOANPOOL (A POOL MOVE), LOANDRAW (AN ADVANCE
      *    OVER THE REVIEW THRESHOLD) AND LOANCDSK (A REPAYMENT
      *    PLAN STARTED FROM THE COLLECTOR DESK); APPROVED OR REJECTED
      *    THROUGH LOANPNDR, WHICH APPLIES AN APPROVED CHANGE; AGED
      *    BY LOANPNDA.
      *****************************************************************
       01  PENDING-CHANGE-RECORD.
           03 PN-PENDING-KEY.
              05 PN-KEYED-DATE       PIC 9(8).
              05 PN-KEYED-TIME       PIC 9(8).
              05 PN-KEYED-BY         PIC X(08).
           03 PN-PROGRAM-ID          PIC X(08).
           03 PN-LOAN-NUMBER         PIC X(10).
      *    THE CHANGE, NAMED THE WAY THE AUDIT FILE NAMES IT.
           03 PN-CHANGE-TYPE         PIC X(08).
              88 PN-CHANGE-STATUS    VALUE "STATUS".
              88 PN-CHANGE-LEGAL     VALUE "LEGAL".
              88 PN-CHANGE-BANK      VALUE "BANKACCT".
              88 PN-CHANGE-POOL-ID   VALUE "POOL".
              88 PN-CHANGE-POOL      VALUE "POOLEFF".
              88 PN-CHANGE-DRAW      VALUE "DRAW".
              88 PN-CHANGE-PLAN      VALUE "PLAN".
      *    THE NEW VALUES AS KEYED, ONE VIEW PER CHANGE TYPE.
           03 PN-NEW-VALUES          PIC X(40).
           03 PN-STATUS-VALUES REDEFINES PN-NEW-VALUES.
              05 PN-NEW-CODE         PIC X(02).
              05 FILLER              PIC X(38).
           03 PN-BANK-VALUES REDEFINES PN-NEW-VALUES.
              05 PN-NEW-ROUTING      PIC 9(9).
              05 PN-NEW-ACCOUNT      PIC X(17).
              05 PN-NEW-AUTOPAY-FLAG PIC X(01).
              05 FILLER              PIC X(13).
           03 PN-POOL-VALUES REDEFINES PN-NEW-VALUES.
              05 PN-NEW-POOL-ID      PIC X(06).
              05 PN-NEW-EFFECTIVE-DATE
                                     PIC 9(8).
              05 FILLER              PIC X(26).
           03 PN-DRAW-VALUES REDEFINES PN-NEW-VALUES.
              05 PN-NEW-DRAW-AMOUNT  PIC 9(8)V99.
              05 FILLER              PIC X(30).
           03 PN-PLAN-VALUES REDEFINES PN-NEW-VALUES.
              05 PN-NEW-PLAN-START   PIC 9(8).
              05 PN-NEW-PLAN-MONTHS  PIC 9(3).
              05 PN-NEW-PLAN-PAYMENT PIC 9(8)V99.
              05 FILLER              PIC X(19).
      *    WHAT THE REVIEWER SEES -- THE FIELD AS IT STOOD WHEN THE
      *    CHANGE WAS KEYED, AND AS IT WILL STAND.  AN ACCOUNT
      *    NUMBER IS MASKED THE SAME WAY THE AUDIT FILE MASKS IT.
           03 PN-BEFORE-IMAGE        PIC X(30).
           03 PN-AFTER-IMAGE         PIC X(30).
           03 PN-STATUS              PIC X(01).
              88 PN-PENDING          VALUE "P".
              88 PN-APPROVED         VALUE "A".
              88 PN-REJECTED         VALUE "R".
           03 PN-REVIEWED-BY         PIC X(08).
           03 PN-REVIEWED-DATE       PIC 9(8).
           03 PN-REJECT-REASON       PIC X(30).
