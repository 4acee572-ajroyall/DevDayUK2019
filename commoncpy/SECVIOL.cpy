      *****************************************************************
      *    SECVIOL - SECURITY VIOLATION LOG RECORD.  ONE LINE PER
      *    REFUSED MAINTENANCE ATTEMPT, APPENDED BY LOANSECK (AND
      *    BY LOANSECI FOR A SEED ATTEMPT ON A LIVE FILE) AND
      *    REPORTED EACH MORNING BY LOANSECR.
      *****************************************************************
       01  SECURITY-VIOLATION-RECORD.
           03 SV-DATE                PIC 9(8).
           03 SV-TIME                PIC 9(8).
           03 SV-OPERATOR-ID         PIC X(08).
           03 SV-PROGRAM-ID          PIC X(08).
           03 SV-FUNCTION            PIC X(08).
           03 SV-LOAN-NUMBER         PIC X(10).
           03 SV-AMOUNT              PIC 9(8)V99.
           03 SV-REASON              PIC X(30).
