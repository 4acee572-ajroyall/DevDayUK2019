               THERE.  THIS STEP RUNS AT THE END OF THE NIGHTLY
               CHAIN, AFTER THOSE PASSES HAVE CONSUMED THE FILE,
               AND CLEARS IT SO TOMORROW STARTS EMPTY.  SEQUENCE
               IT AFTER LOANAGED, LOANFEES, LOANRCST AND LOANDWEX ON
               THE JOBSCHED SCHEDULE; RUN EARLY, THE NEXT
               INCREMENTAL NIGHT RE-GRADES A FEW EXTRA LOANS, BUT
               THE WAREHOUSE EXTRACT MISSES THE DAY'S POSTED AND
               DAYTIME CHANGES.

       ENVIRONMENT DIVISION.

