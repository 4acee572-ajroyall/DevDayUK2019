       PROGRAM-ID. LOANCOLM.
       REMARKS. COLLATERAL MASTER MAINTENANCE.  AN OPERATOR FILES
               (OR REPLACES) WHAT WE KNOW ABOUT THE PROPERTY BEHIND
               A LOAN: THE PROPERTY ADDRESS AND RECORDING COUNTY,
               THE HAZARD POLICY -- CARRIER, POLICY NUMBER, EXPIRY
               DATE AND ANNUAL PREMIUM -- THE TAX PARCEL, AND THE
               TAX-DELINQUENT FLAG THE TAXING AUTHORITY'S NOTICES
               DRIVE.  THE LOAN MUST EXIST ON THE MASTER.  A FRESH
               POLICY EXPIRY CLEARS ANY EARLIER FORCE-PLACEMENT, SO
               THE NIGHTLY MONITOR STARTS WATCHING THE NEW POLICY.

       ENVIRONMENT DIVISION.

       01  WS-NEW-ADDRESS            PIC X(30).
       01  WS-NEW-CITY               PIC X(20).
       01  WS-NEW-STATE              PIC X(02).
       01  WS-NEW-COUNTY             PIC X(20).
       01  WS-NEW-ZIP                PIC X(10).
       01  WS-NEW-CARRIER            PIC X(30).
       01  WS-NEW-POLICY             PIC X(16).
           88  NEW-VALUE-GOOD        VALUE "Y".
           88  NEW-VALUE-BAD         VALUE "N".

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-NEW-PREMIUM         FROM CONSOLE
           ACCEPT WS-NEW-PARCEL          FROM CONSOLE
           ACCEPT WS-NEW-TAX-FLAG        FROM CONSOLE
           ACCEPT WS-NEW-COUNTY          FROM CONSOLE

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANCOLM"               TO SC-PROGRAM-ID
           MOVE "COLLAT"                 TO SC-FUNCTION
           MOVE WS-INQUIRY-LOAN-NUMBER   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-MAINTAIN-COLLATERAL
               THRU 0100-MAINTAIN-COLLATERAL-EXIT
           MOVE WS-NEW-ADDRESS   TO CL-PROPERTY-ADDRESS
           MOVE WS-NEW-CITY      TO CL-PROPERTY-CITY
           MOVE WS-NEW-STATE     TO CL-PROPERTY-STATE
           MOVE WS-NEW-COUNTY    TO CL-PROPERTY-COUNTY
           MOVE WS-NEW-ZIP       TO CL-PROPERTY-ZIP
           MOVE WS-NEW-CARRIER   TO CL-HAZARD-CARRIER
           MOVE WS-NEW-POLICY    TO CL-POLICY-NUMBER
