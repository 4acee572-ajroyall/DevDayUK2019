       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCLCV.
       REMARKS. ONE-TIME COLLATERAL-MASTER CONVERSION TO THE CURRENT
               LAYOUT.  THE COLLATERAL RECORD GREW BY THE RECORDING
               COUNTY AT ITS END, SO A RECORD WRITTEN UNDER THE OLD
               LAYOUT NO LONGER READS.  SAME DRILL AS THE MASTER
               CONVERSIONS: THE OPERATOR RENAMES THE OLD FILE TO
               COLLMSTO, AND EACH RECORD IS WRITTEN TO A FRESH
               COLLMSTR WITH EVERY EXISTING FIELD CARRIED ACROSS AND
               THE COUNTY BLANK UNTIL LOANCOLM FILES IT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-COLLATERAL-FILE
                                    ASSIGN TO "COLLMSTO"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS OC-LOAN-NUMBER
                                    FILE STATUS IS WS-OLD-STATUS.

           SELECT COLLATERAL-MASTER-FILE
                                    ASSIGN TO "COLLMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS CL-LOAN-NUMBER
                                    FILE STATUS IS WS-COLLAT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    THE OLD LAYOUT EXACTLY AS THE PREVIOUS RELEASE WROTE IT
      *    -- A FROZEN COPY, DELIBERATELY NOT DERIVED FROM THE LIVE
      *    COPYBOOK, ENDING AT THE FORCE-PLACED DATE THE WAY THE
      *    FILE BEING CONVERTED DOES.
       FD  OLD-COLLATERAL-FILE.
       01  OLD-COLLATERAL-RECORD.
           03 OC-LOAN-NUMBER         PIC X(10).
           03 OC-PROPERTY-ADDRESS    PIC X(30).
           03 OC-PROPERTY-CITY       PIC X(20).
           03 OC-PROPERTY-STATE      PIC X(02).
           03 OC-PROPERTY-ZIP        PIC X(10).
           03 OC-HAZARD-CARRIER      PIC X(30).
           03 OC-POLICY-NUMBER       PIC X(16).
           03 OC-POLICY-EXPIRY-DATE  PIC 9(8).
           03 OC-ANNUAL-PREMIUM      PIC 9(7)V99.
           03 OC-TAX-PARCEL-ID       PIC X(16).
           03 OC-TAX-DELQ-FLAG       PIC X(01).
           03 OC-DEMAND-SENT-DATE    PIC 9(8).
           03 OC-FORCE-PLACED-DATE   PIC 9(8).

       FD  COLLATERAL-MASTER-FILE.
       COPY COLLMSTR.

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-OLD-FILE      VALUE "Y".

       01  WS-OLD-STATUS             PIC X(02) VALUE SPACES.
       01  WS-COLLAT-STATUS          PIC X(02) VALUE SPACES.
           88  COLLAT-WRITE-OK       VALUE "00".

       01  WS-READ-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-WRITTEN-COUNT          PIC S9(8) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           OPEN INPUT  OLD-COLLATERAL-FILE
           OPEN OUTPUT COLLATERAL-MASTER-FILE

           PERFORM 0210-READ-OLD-FILE
               THRU 0210-READ-OLD-FILE-EXIT

           PERFORM 0200-CONVERT-ONE-RECORD
               THRU 0200-CONVERT-ONE-RECORD-EXIT
               UNTIL END-OF-OLD-FILE

           CLOSE OLD-COLLATERAL-FILE
           CLOSE COLLATERAL-MASTER-FILE

           DISPLAY "RECORDS READ:    " WS-READ-COUNT
           DISPLAY "RECORDS WRITTEN: " WS-WRITTEN-COUNT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0210-READ-OLD-FILE SECTION.
           READ OLD-COLLATERAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-OLD-FILE-EXIT.
           EXIT.

      *************************************************************
      *    FIELD-FOR-FIELD COPY OF EVERYTHING THE OLD RECORD
      *    CARRIES, PLUS A BLANK COUNTY.
      *************************************************************
       0200-CONVERT-ONE-RECORD SECTION.
           ADD 1 TO WS-READ-COUNT

           MOVE OC-LOAN-NUMBER         TO CL-LOAN-NUMBER
           MOVE OC-PROPERTY-ADDRESS    TO CL-PROPERTY-ADDRESS
           MOVE OC-PROPERTY-CITY       TO CL-PROPERTY-CITY
           MOVE OC-PROPERTY-STATE      TO CL-PROPERTY-STATE
           MOVE OC-PROPERTY-ZIP        TO CL-PROPERTY-ZIP
           MOVE OC-HAZARD-CARRIER      TO CL-HAZARD-CARRIER
           MOVE OC-POLICY-NUMBER       TO CL-POLICY-NUMBER
           MOVE OC-POLICY-EXPIRY-DATE  TO CL-POLICY-EXPIRY-DATE
           MOVE OC-ANNUAL-PREMIUM      TO CL-ANNUAL-PREMIUM
           MOVE OC-TAX-PARCEL-ID       TO CL-TAX-PARCEL-ID
           MOVE OC-TAX-DELQ-FLAG       TO CL-TAX-DELQ-FLAG
           MOVE OC-DEMAND-SENT-DATE    TO CL-DEMAND-SENT-DATE
           MOVE OC-FORCE-PLACED-DATE   TO CL-FORCE-PLACED-DATE

           MOVE SPACES TO CL-PROPERTY-COUNTY

           WRITE COLLATERAL-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF COLLAT-WRITE-OK
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               DISPLAY "WRITE FAILED FOR LOAN " CL-LOAN-NUMBER
                   " STATUS " WS-COLLAT-STATUS
           END-IF

           PERFORM 0210-READ-OLD-FILE
               THRU 0210-READ-OLD-FILE-EXIT
           .
       0200-CONVERT-ONE-RECORD-EXIT.
           EXIT.

       END PROGRAM LOANCLCV.
