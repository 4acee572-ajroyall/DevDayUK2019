      *    LOAN NUMBER.  WHAT WE KNOW ABOUT THE PROPERTY BEHIND THE
      *    LOAN: ITS ADDRESS, THE HAZARD POLICY (CARRIER, NUMBER,
      *    EXPIRY, ANNUAL PREMIUM) AND THE TAX PARCEL.  MAINTAINED
      *    BY LOANCOLM AND BY THE CARRIERS' RENEWAL, CHANGE AND
      *    CANCELLATION NOTICES THROUGH LOANINSF, WHICH ALSO
      *    CANCELS A FORCE-PLACEMENT A LATE RENEWAL MAKES
      *    UNNECESSARY; THE NIGHTLY LOANINSM PASS FLAGS EXPIRING
      *    AND LAPSED POLICIES, CUTS THE INSURANCE-DEMAND LETTER,
      *    AND AFTER THE GRACE PERIOD FORCE-PLACES COVERAGE WITH
      *    THE PREMIUM CHARGED TO THE ESCROW SIDE.  A ZERO
           03 CL-POLICY-EXPIRY-DATE  PIC 9(8).
           03 CL-ANNUAL-PREMIUM      PIC 9(7)V99.
           03 CL-TAX-PARCEL-ID       PIC X(16).
      *    SET BY THE TAX SERVICE FEED (LOANTAXI) WHEN THE
      *    AUTHORITY REPORTS THE PARCEL DELINQUENT; CLEARED BY THE
      *    SAME FEED WHEN IT CURES.
           03 CL-TAX-DELQ-FLAG       PIC X(01).
              88 CL-TAXES-DELINQUENT VALUE "Y".
      *    THE NIGHT THE DEMAND LETTER WENT OUT FOR THE CURRENT
      *    IT ALONG WITH THE FORCE-PLACEMENT.
           03 CL-DEMAND-SENT-DATE    PIC 9(8).
           03 CL-FORCE-PLACED-DATE   PIC 9(8).
      *    THE COUNTY THE MORTGAGE IS RECORDED IN, AND SO WHERE
      *    ITS RELEASE IS FILED AT PAYOFF (SEE LOANLRLS).
           03 CL-PROPERTY-COUNTY     PIC X(20).
