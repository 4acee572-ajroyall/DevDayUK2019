       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANTAXI.
       REMARKS. TAX SERVICE BILL INTAKE.  READS THE TAX SERVICE'S
               BILL FILE, FINDS THE LOAN BEHIND EACH PARCEL BY THE
               CL-TAX-PARCEL-ID ON THE COLLATERAL MASTER, AND
               CHECKS THE BILL AGAINST THE ANNUAL AMOUNT ON THE
               LOAN'S ESCRPAYE RECORD FOR THAT TAXING AUTHORITY --
               A BILL WITHIN TOLERANCE OF ITS SHARE OF THE YEAR
               GOES ON THE ESCRDISB FILE FOR LOANESCD TO POST.  AN
               UNMATCHED PARCEL, A PAYEE NOT SET UP ON THE LOAN, A
               CLOSED LOAN OR A BILL OUT OF TOLERANCE GOES ON THE
               EXCEPTION LISTING INSTEAD.  THE FEED'S DELINQUENT
               INDICATOR SETS AND CLEARS CL-TAX-DELQ-FLAG ON EVERY
               MATCHED PARCEL, WHETHER OR NOT THE BILL IS PAID.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-BILL-FILE    ASSIGN TO "TAXBILLS"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL COLLATERAL-MASTER-FILE
                                    ASSIGN TO "COLLMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CL-LOAN-NUMBER
                                    FILE STATUS IS WS-COLLATERAL-STATUS.

           SELECT OPTIONAL ESCROW-PAYEE-FILE
                                    ASSIGN TO "ESCRPAYE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PY-PAYEE-KEY
                                    FILE STATUS IS WS-PAYEE-STATUS.

           SELECT DISBURSE-OUT-FILE ASSIGN TO "ESCRDISB"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-RPT-FILE ASSIGN TO "TAXBEXCP"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      *    ONE BILL FROM THE TAX SERVICE.  THE AUTHORITY CODE IS
      *    THE PAYEE CODE THE AUTHORITY IS SET UP UNDER ON ESCRPAYE;
      *    INSTALLMENTS IS HOW MANY BILLS THE AUTHORITY SENDS A
      *    YEAR.  A ZERO-AMOUNT RECORD CARRIES ONLY THE PARCEL'S
      *    DELINQUENCY STATUS.
       FD  TAX-BILL-FILE.
       01  TAX-BILL-RECORD.
           03 TB-PARCEL-ID           PIC X(16).
           03 TB-AUTHORITY-CODE      PIC X(06).
           03 TB-TAX-YEAR            PIC 9(4).
           03 TB-INSTALLMENTS        PIC 9(1).
           03 TB-DUE-DATE            PIC 9(8).
           03 TB-AMOUNT              PIC 9(8)V99.
           03 TB-DELINQUENT-FLAG     PIC X(01).
              88 TB-DELINQUENT       VALUE "Y".

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  COLLATERAL-MASTER-FILE.
       COPY COLLMSTR.

       FD  ESCROW-PAYEE-FILE.
       COPY ESCRPAYE.

       FD  DISBURSE-OUT-FILE.
       COPY ESCRDISB.

       FD  EXCEPTION-RPT-FILE.
       01  EXCEPTION-RPT-RECORD      PIC X(96).

       WORKING-STORAGE SECTION.

      *    HOW FAR A BILL MAY STRAY, IN PERCENT, FROM ITS SHARE OF
      *    THE ANNUAL AMOUNT BEFORE SOMEBODY MUST LOOK AT IT.
       77  TOLERANCE-PERCENT         PIC S9(3)V99 COMP-3 VALUE 10.00.

       77  PARCEL-TABLE-MAX          PIC S9(8) COMP VALUE 20000.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-BILL-FILE     VALUE "Y".

       01  WS-COLLATERAL-EOF-FLAG    PIC X  VALUE "N".
           88  END-OF-COLLATERAL    VALUE "Y".

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".
       01  WS-COLLATERAL-STATUS      PIC X(02) VALUE SPACES.
           88  COLLATERAL-READ-OK    VALUE "00".
       01  WS-PAYEE-STATUS           PIC X(02) VALUE SPACES.
           88  PAYEE-READ-OK         VALUE "00".

       01  WS-RUN-DATE               PIC 9(8).

      *    EVERY PARCEL ON THE COLLATERAL MASTER AND THE LOAN IT
      *    SECURES, LOADED ONCE, SINCE THE MASTER IS KEYED BY LOAN.
       01  PARCEL-IDX                PIC S9(8) COMP.
       01  WS-PARCEL-TABLE.
           03 WS-PARCEL-COUNT        PIC S9(8) COMP VALUE ZERO.
           03 WS-PARCEL-ENTRY OCCURS 20000 TIMES.
              05 WS-PARCEL-ID        PIC X(16).
              05 WS-PARCEL-LOAN      PIC X(10).

       01  WS-EXPECTED-AMOUNT        PIC S9(8)V99 COMP-3.
       01  WS-ALLOWED-VARIANCE       PIC S9(8)V99 COMP-3.
       01  WS-VARIANCE               PIC S9(8)V99 COMP-3.

       01  WS-BILL-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-ACCEPTED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-ACCEPTED-TOTAL         PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-EXCEPTION-TOTAL        PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-DELQ-SET-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-DELQ-CLEARED-COUNT     PIC S9(8) COMP VALUE ZERO.

       01  EXCEPTION-HEADING-1.
           03 FILLER                 PIC X(24)
                                      VALUE "TAX BILL INTAKE".
           03 FILLER                 PIC X(06) VALUE "AS OF ".
           03 TXH-RUN-DATE           PIC 9(8).

       01  EXCEPTION-HEADING-2.
           03 FILLER                 PIC X(18) VALUE "PARCEL".
           03 FILLER                 PIC X(12) VALUE "LOAN NUMBER".
           03 FILLER                 PIC X(08) VALUE "PAYEE".
           03 FILLER                 PIC X(14) VALUE "BILL".
           03 FILLER                 PIC X(14) VALUE "EXPECTED".
           03 FILLER                 PIC X(30) VALUE "DISPOSITION".

       01  EXCEPTION-DETAIL-LINE.
           03 TXD-PARCEL-ID          PIC X(16).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 TXD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 TXD-PAYEE-CODE         PIC X(06).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 TXD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 TXD-EXPECTED           PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 TXD-DISPOSITION        PIC X(28).

       01  EXCEPTION-TOTAL-LINE.
           03 TXT-LABEL              PIC X(24).
           03 TXT-COUNT              PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 TXT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           PERFORM 0200-TAKE-ONE-BILL
               THRU 0200-TAKE-ONE-BILL-EXIT
               UNTIL END-OF-BILL-FILE

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT  TAX-BILL-FILE
           OPEN INPUT  LOAN-MASTER-FILE
           OPEN I-O    COLLATERAL-MASTER-FILE
           OPEN INPUT  ESCROW-PAYEE-FILE
           OPEN OUTPUT DISBURSE-OUT-FILE
           OPEN OUTPUT EXCEPTION-RPT-FILE

           MOVE WS-RUN-DATE TO TXH-RUN-DATE
           WRITE EXCEPTION-RPT-RECORD FROM EXCEPTION-HEADING-1
           WRITE EXCEPTION-RPT-RECORD FROM EXCEPTION-HEADING-2

           PERFORM 0150-LOAD-PARCELS
               THRU 0150-LOAD-PARCELS-EXIT

           PERFORM 0210-READ-BILL-FILE
               THRU 0210-READ-BILL-FILE-EXIT
           .
       0100-INITIALIZE-EXIT.
           EXIT.

      *************************************************************
      *    ONE PASS OF THE COLLATERAL MASTER BUILDS THE PARCEL TO
      *    LOAN TABLE.  A PARCEL ON TWO LOANS MATCHES THE FIRST.
      *************************************************************
       0150-LOAD-PARCELS SECTION.
           MOVE "N" TO WS-COLLATERAL-EOF-FLAG
           MOVE LOW-VALUES TO CL-LOAN-NUMBER
           START COLLATERAL-MASTER-FILE
               KEY IS NOT LESS THAN CL-LOAN-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-COLLATERAL-EOF-FLAG
           END-START

           PERFORM 0160-LOAD-ONE-PARCEL
               THRU 0160-LOAD-ONE-PARCEL-EXIT
               UNTIL END-OF-COLLATERAL
           .
       0150-LOAD-PARCELS-EXIT.
           EXIT.

       0160-LOAD-ONE-PARCEL SECTION.
           READ COLLATERAL-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-COLLATERAL-EOF-FLAG
           END-READ

           IF NOT END-OF-COLLATERAL
               AND CL-TAX-PARCEL-ID NOT = SPACES
               IF WS-PARCEL-COUNT < PARCEL-TABLE-MAX
                   ADD 1 TO WS-PARCEL-COUNT
                   MOVE CL-TAX-PARCEL-ID
                       TO WS-PARCEL-ID(WS-PARCEL-COUNT)
                   MOVE CL-LOAN-NUMBER
                       TO WS-PARCEL-LOAN(WS-PARCEL-COUNT)
               ELSE
                   DISPLAY "PARCEL TABLE FULL - "
                       CL-TAX-PARCEL-ID " ON " CL-LOAN-NUMBER
                       " NOT LOADED"
               END-IF
           END-IF
           .
       0160-LOAD-ONE-PARCEL-EXIT.
           EXIT.

       0210-READ-BILL-FILE SECTION.
           READ TAX-BILL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-BILL-FILE-EXIT.
           EXIT.

      *************************************************************
      *    MATCH THE PARCEL, TAKE THE DELINQUENCY STATUS, THEN
      *    DECIDE WHETHER THE BILL GETS PAID.
      *************************************************************
       0200-TAKE-ONE-BILL SECTION.
           ADD 1 TO WS-BILL-COUNT

           MOVE TB-PARCEL-ID      TO TXD-PARCEL-ID
           MOVE SPACES            TO TXD-LOAN-NUMBER
           MOVE TB-AUTHORITY-CODE TO TXD-PAYEE-CODE
           MOVE TB-AMOUNT         TO TXD-AMOUNT
           MOVE ZERO              TO TXD-EXPECTED

           PERFORM 0310-CHECK-PARCEL-ENTRY
               THRU 0310-CHECK-PARCEL-ENTRY-EXIT
               VARYING PARCEL-IDX FROM 1 BY 1
               UNTIL PARCEL-IDX > WS-PARCEL-COUNT
               OR WS-PARCEL-ID(PARCEL-IDX) = TB-PARCEL-ID

           IF PARCEL-IDX > WS-PARCEL-COUNT
               MOVE "PARCEL NOT ON COLLMSTR" TO TXD-DISPOSITION
               PERFORM 0400-WRITE-EXCEPTION
                   THRU 0400-WRITE-EXCEPTION-EXIT
               GO TO 0200-TAKE-NEXT
           END-IF
           MOVE WS-PARCEL-LOAN(PARCEL-IDX) TO TXD-LOAN-NUMBER

           PERFORM 0300-TAKE-DELINQUENCY
               THRU 0300-TAKE-DELINQUENCY-EXIT

           IF TB-AMOUNT = ZERO
               GO TO 0200-TAKE-NEXT
           END-IF

           MOVE WS-PARCEL-LOAN(PARCEL-IDX) TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT MASTER-READ-OK
               MOVE "LOAN NOT ON MASTER FILE" TO TXD-DISPOSITION
               PERFORM 0400-WRITE-EXCEPTION
                   THRU 0400-WRITE-EXCEPTION-EXIT
               GO TO 0200-TAKE-NEXT
           END-IF
           IF NOT LM-STATUS-OPEN
               MOVE "LOAN NOT OPEN" TO TXD-DISPOSITION
               PERFORM 0400-WRITE-EXCEPTION
                   THRU 0400-WRITE-EXCEPTION-EXIT
               GO TO 0200-TAKE-NEXT
           END-IF

           MOVE LM-LOAN-NUMBER    TO PY-LOAN-NUMBER
           MOVE TB-AUTHORITY-CODE TO PY-PAYEE-CODE
           READ ESCROW-PAYEE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT PAYEE-READ-OK
               MOVE "PAYEE NOT ON ESCRPAYE" TO TXD-DISPOSITION
               PERFORM 0400-WRITE-EXCEPTION
                   THRU 0400-WRITE-EXCEPTION-EXIT
               GO TO 0200-TAKE-NEXT
           END-IF

      *        THE BILL'S SHARE OF THE YEAR: THE ANNUAL AMOUNT OVER
      *        THE NUMBER OF BILLS THE AUTHORITY SENDS.
           IF TB-INSTALLMENTS = ZERO
               MOVE PY-ANNUAL-AMOUNT TO WS-EXPECTED-AMOUNT
           ELSE
               COMPUTE WS-EXPECTED-AMOUNT ROUNDED =
                   PY-ANNUAL-AMOUNT / TB-INSTALLMENTS
           END-IF
           MOVE WS-EXPECTED-AMOUNT TO TXD-EXPECTED
           COMPUTE WS-ALLOWED-VARIANCE ROUNDED =
               WS-EXPECTED-AMOUNT * TOLERANCE-PERCENT / 100
           COMPUTE WS-VARIANCE = TB-AMOUNT - WS-EXPECTED-AMOUNT
           IF WS-VARIANCE < ZERO
               COMPUTE WS-VARIANCE = ZERO - WS-VARIANCE
           END-IF
           IF WS-VARIANCE > WS-ALLOWED-VARIANCE
               MOVE "OUT OF TOLERANCE" TO TXD-DISPOSITION
               PERFORM 0400-WRITE-EXCEPTION
                   THRU 0400-WRITE-EXCEPTION-EXIT
               GO TO 0200-TAKE-NEXT
           END-IF

           MOVE LM-LOAN-NUMBER    TO DI-LOAN-NUMBER
           MOVE TB-DUE-DATE       TO DI-ENTRY-DATE
           MOVE TB-AUTHORITY-CODE TO DI-PAYEE-CODE
           MOVE TB-AMOUNT         TO DI-AMOUNT
           WRITE DISBURSE-IN-RECORD

           ADD 1         TO WS-ACCEPTED-COUNT
           ADD TB-AMOUNT TO WS-ACCEPTED-TOTAL
           .
       0200-TAKE-NEXT.
           PERFORM 0210-READ-BILL-FILE
               THRU 0210-READ-BILL-FILE-EXIT
           .
       0200-TAKE-ONE-BILL-EXIT.
           EXIT.

      *************************************************************
      *    THE FEED IS THE AUTHORITY ON WHETHER THE PARCEL'S TAXES
      *    ARE DELINQUENT: THE FLAG IS SET OR CLEARED TO MATCH IT,
      *    AND EVERY CHANGE IS LISTED FOR THE TAX DESK.
      *************************************************************
       0300-TAKE-DELINQUENCY SECTION.
           MOVE WS-PARCEL-LOAN(PARCEL-IDX) TO CL-LOAN-NUMBER
           READ COLLATERAL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT COLLATERAL-READ-OK
               GO TO 0300-TAKE-DELINQUENCY-EXIT
           END-IF

           IF TB-DELINQUENT
               IF CL-TAXES-DELINQUENT
                   GO TO 0300-TAKE-DELINQUENCY-EXIT
               END-IF
               MOVE "Y" TO CL-TAX-DELQ-FLAG
               ADD 1 TO WS-DELQ-SET-COUNT
               MOVE "DELINQUENT FLAG SET" TO TXD-DISPOSITION
           ELSE
               IF NOT CL-TAXES-DELINQUENT
                   GO TO 0300-TAKE-DELINQUENCY-EXIT
               END-IF
               MOVE "N" TO CL-TAX-DELQ-FLAG
               ADD 1 TO WS-DELQ-CLEARED-COUNT
               MOVE "DELINQUENT FLAG CLEARED" TO TXD-DISPOSITION
           END-IF

           REWRITE COLLATERAL-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT COLLATERAL-READ-OK
               MOVE "COLLMSTR REWRITE FAILED" TO TXD-DISPOSITION
           END-IF
           WRITE EXCEPTION-RPT-RECORD FROM EXCEPTION-DETAIL-LINE
           .
       0300-TAKE-DELINQUENCY-EXIT.
           EXIT.

       0310-CHECK-PARCEL-ENTRY SECTION.
           CONTINUE
           .
       0310-CHECK-PARCEL-ENTRY-EXIT.
           EXIT.

       0400-WRITE-EXCEPTION SECTION.
           ADD 1         TO WS-EXCEPTION-COUNT
           ADD TB-AMOUNT TO WS-EXCEPTION-TOTAL
           WRITE EXCEPTION-RPT-RECORD FROM EXCEPTION-DETAIL-LINE
           .
       0400-WRITE-EXCEPTION-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO EXCEPTION-RPT-RECORD
           WRITE EXCEPTION-RPT-RECORD

           MOVE "BILLS READ:"           TO TXT-LABEL
           MOVE WS-BILL-COUNT           TO TXT-COUNT
           MOVE ZERO                    TO TXT-AMOUNT
           WRITE EXCEPTION-RPT-RECORD FROM EXCEPTION-TOTAL-LINE

           MOVE "BILLS TO ESCRDISB:"    TO TXT-LABEL
           MOVE WS-ACCEPTED-COUNT       TO TXT-COUNT
           MOVE WS-ACCEPTED-TOTAL       TO TXT-AMOUNT
           WRITE EXCEPTION-RPT-RECORD FROM EXCEPTION-TOTAL-LINE

           MOVE "EXCEPTIONS:"           TO TXT-LABEL
           MOVE WS-EXCEPTION-COUNT      TO TXT-COUNT
           MOVE WS-EXCEPTION-TOTAL      TO TXT-AMOUNT
           WRITE EXCEPTION-RPT-RECORD FROM EXCEPTION-TOTAL-LINE

           MOVE "DELINQUENT FLAGS SET:" TO TXT-LABEL
           MOVE WS-DELQ-SET-COUNT       TO TXT-COUNT
           MOVE ZERO                    TO TXT-AMOUNT
           WRITE EXCEPTION-RPT-RECORD FROM EXCEPTION-TOTAL-LINE

           MOVE "DELINQUENT FLAGS CLEARED:" TO TXT-LABEL
           MOVE WS-DELQ-CLEARED-COUNT   TO TXT-COUNT
           WRITE EXCEPTION-RPT-RECORD FROM EXCEPTION-TOTAL-LINE

           CLOSE TAX-BILL-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE COLLATERAL-MASTER-FILE
           CLOSE ESCROW-PAYEE-FILE
           CLOSE DISBURSE-OUT-FILE
           CLOSE EXCEPTION-RPT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANTAXI.
