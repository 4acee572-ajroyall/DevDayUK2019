      *****************************************************************
      *    LOANMODS - LOAN MODIFICATION HISTORY.  INDEXED, KEYED BY
      *    LOAN NUMBER PLUS MODIFICATION SEQUENCE, SO ONE LOAN
      *    CARRIES EVERY MODIFICATION IT HAS EVER BEEN OFFERED, IN
      *    ORDER.  LOANMODE OPENS A RECORD WHEN THE BORROWER IS
      *    OFFERED A MODIFICATION: THE THREE-MONTH TRIAL PAYMENT AND
      *    THE RATE AND TERM THE LOAN WILL CARRY IF THE TRIAL IS
      *    MADE.  LOANMODR JUDGES THE TRIAL NIGHTLY AGAINST LOANPMTH
      *    AND EITHER MAKES THE MODIFICATION PERMANENT -- ARREARS
      *    CAPITALIZED, SCHEDULE RE-AMORTIZED -- OR FAILS THE TRIAL
      *    AND LEAVES THE LOAN ON ITS OLD TERMS.  NOTHING IS EVER
      *    DELETED, SO THE FILE IS THE LOAN'S MODIFICATION HISTORY.
      *****************************************************************
       01  LOAN-MODIFICATION-RECORD.
           03 MD-MOD-KEY.
              05 MD-LOAN-NUMBER      PIC X(10).
              05 MD-MOD-SEQ          PIC 9(3).
      *    "T" WHILE THE TRIAL IS RUNNING, "M" ONCE THE MODIFICATION
      *    IS PERMANENT, "F" WHEN A TRIAL PAYMENT WAS MISSED (OR THE
      *    TRIAL PLAN COULD NOT BE FILED WHEN IT WAS SET UP).
           03 MD-MOD-STATUS          PIC X(01).
              88 MD-STATUS-TRIAL     VALUE "T".
              88 MD-STATUS-MODIFIED  VALUE "M".
              88 MD-STATUS-FAILED    VALUE "F".
           03 MD-OPERATOR-ID         PIC X(08).
           03 MD-SETUP-DATE          PIC 9(8).
           03 MD-DECISION-DATE       PIC 9(8).

      *    THE TRIAL PLAN.  IT COVERS MD-TRIAL-MONTHS INSTALLMENTS
      *    STARTING WITH THE ONE DUE IN THE START DATE'S MONTH, THE
      *    SAME WAY A LOANPLAN PLAN DOES -- LOANMODE FILES IT ON
      *    LOANPLAN TOO, SO THE NIGHTLY RUNS HONOUR THE TRIAL
      *    PAYMENT WHILE IT LASTS.
           03 MD-TRIAL-START-DATE    PIC 9(8).
           03 MD-TRIAL-MONTHS        PIC 9(3).
           03 MD-TRIAL-PAYMENT       PIC 9(8)V99.
      *    THE LOAN'S STATUS THE DAY THE TRIAL WAS SET UP, PUT BACK
      *    IF THE TRIAL FAILS.
           03 MD-PRIOR-STATUS        PIC X(02).

      *    THE TERMS BEFORE THE MODIFICATION: TAKEN AT SET-UP AND
      *    TAKEN AGAIN AT CONVERSION, SO THEY ARE THE TERMS THE
      *    MODIFICATION ACTUALLY REPLACED.  THE BALANCE IS THE
      *    SCHEDULED BALANCE BEFORE ANY ARREARS WERE CAPITALIZED.
           03 MD-OLD-RATE            PIC 9(4)V99.
           03 MD-OLD-LOANTERM        PIC 9(4).
           03 MD-OLD-PAYMENT         PIC 9(8)V99.
           03 MD-OLD-BALANCE         PIC 9(8)V99.
           03 MD-OLD-INDEX-NAME      PIC X(10).

      *    THE TERMS OFFERED: THE NEW NOTE RATE AND THE NUMBER OF
      *    MONTHS THE MODIFIED SCHEDULE RUNS FROM ITS FIRST MONTH.
           03 MD-NEW-RATE            PIC 9(4)V99.
           03 MD-NEW-REMAINING-TERM  PIC 9(4).

      *    THE TERMS AFTER CONVERSION.  MD-EFFECTIVE-MONTH IS THE
      *    SCHEDULE MONTH THE RE-AMORTIZED SCHEDULE STARTS AT;
      *    MD-NEW-LOANTERM IS THE LOAN'S WHOLE TERM AFTERWARDS.
      *    ALL ZERO UNTIL THE MODIFICATION IS MADE PERMANENT.
           03 MD-EFFECTIVE-MONTH     PIC 9(4).
           03 MD-NEW-LOANTERM        PIC 9(4).
           03 MD-NEW-PAYMENT         PIC 9(8)V99.
           03 MD-NEW-BALANCE         PIC 9(8)V99.
           03 MD-CAPITALIZED-AMOUNT  PIC 9(8)V99.
