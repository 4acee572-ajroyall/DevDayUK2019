       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPRDM.
       REMARKS. PRODUCT MASTER MAINTENANCE.  AN OPERATOR FILES
               (OR REPLACES) ONE LOAN PRODUCT ON PRODMSTR: ITS
               DESCRIPTION, LATE-CHARGE GRACE DAYS, LATE-FEE
               PERCENT WITH ITS FLOOR AND CEILING, ESCROW CUSHION
               MONTHS AND THE DAY-COUNT NEW LOANS OF THE PRODUCT
               ARE BOOKED ON.  THE NEXT NIGHTLY RUN PICKS THE NEW
               TERMS UP THROUGH LOANPRDL -- NO PROGRAM CHANGE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRODUCT-MASTER-FILE
                                    ASSIGN TO "PRODMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PD-PRODUCT-CODE
                                    FILE STATUS IS WS-PRODUCT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.
       COPY PRODMSTR.

       WORKING-STORAGE SECTION.

      *    RESPA CAPS THE ESCROW CUSHION AT ONE-SIXTH OF THE YEAR.
       77  CUSHION-MONTHS-MAX        PIC 9(2) VALUE 2.

       01  WS-PRODUCT-STATUS         PIC X(02) VALUE SPACES.
           88  PRODUCT-READ-OK       VALUE "00".
           88  PRODUCT-WRITE-OK      VALUE "00", "02".

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-NEW-PRODUCT-CODE       PIC X(06).
       01  WS-NEW-DESCRIPTION        PIC X(30).

       01  WS-NEW-GRACE-DAYS         PIC X(03).
       01  FILLER REDEFINES WS-NEW-GRACE-DAYS.
           03 WS-NEW-GRACE-DAYS-N    PIC 9(3).

       01  WS-NEW-FEE-PERCENT        PIC X(05).
       01  FILLER REDEFINES WS-NEW-FEE-PERCENT.
           03 WS-NEW-FEE-PERCENT-N   PIC 9(3)V99.

       01  WS-NEW-FEE-MINIMUM        PIC X(07).
       01  FILLER REDEFINES WS-NEW-FEE-MINIMUM.
           03 WS-NEW-FEE-MINIMUM-N   PIC 9(5)V99.

       01  WS-NEW-FEE-MAXIMUM        PIC X(07).
       01  FILLER REDEFINES WS-NEW-FEE-MAXIMUM.
           03 WS-NEW-FEE-MAXIMUM-N   PIC 9(5)V99.

       01  WS-NEW-CUSHION            PIC X(02).
       01  FILLER REDEFINES WS-NEW-CUSHION.
           03 WS-NEW-CUSHION-N       PIC 9(2).

       01  WS-NEW-DAY-COUNT          PIC X(01).
           88  NEW-DAY-COUNT-VALID   VALUE SPACE, "3", "A".

       01  WS-RECORD-FOUND-FLAG      PIC X  VALUE "N".
           88  PRODUCT-ON-FILE       VALUE "Y".

       01  WS-EDIT-FLAG              PIC X  VALUE "Y".
           88  NEW-VALUE-GOOD        VALUE "Y".
           88  NEW-VALUE-BAD         VALUE "N".

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-OPERATOR-ID         FROM CONSOLE
           ACCEPT WS-NEW-PRODUCT-CODE    FROM CONSOLE
           ACCEPT WS-NEW-DESCRIPTION     FROM CONSOLE
           ACCEPT WS-NEW-GRACE-DAYS      FROM CONSOLE
           ACCEPT WS-NEW-FEE-PERCENT     FROM CONSOLE
           ACCEPT WS-NEW-FEE-MINIMUM     FROM CONSOLE
           ACCEPT WS-NEW-FEE-MAXIMUM     FROM CONSOLE
           ACCEPT WS-NEW-CUSHION         FROM CONSOLE
           ACCEPT WS-NEW-DAY-COUNT       FROM CONSOLE

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANPRDM"               TO SC-PROGRAM-ID
           MOVE "PRODUCT"                TO SC-FUNCTION
           MOVE SPACES                   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0200-EDIT-NEW-VALUES
               THRU 0200-EDIT-NEW-VALUES-EXIT

           IF NEW-VALUE-GOOD
               PERFORM 0300-FILE-THE-PRODUCT
                   THRU 0300-FILE-THE-PRODUCT-EXIT
           END-IF

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0200-EDIT-NEW-VALUES SECTION.
           MOVE "Y" TO WS-EDIT-FLAG

      *        A BLANK CODE IS THE HOUSE STANDARD, WHICH LIVES IN
      *        LOANPRDL AND IS NOT FILED.
           IF WS-NEW-PRODUCT-CODE = SPACES
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "PRODUCT CODE MAY NOT BE BLANK"
           END-IF

           IF WS-NEW-DESCRIPTION = SPACES
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "PRODUCT DESCRIPTION MAY NOT BE BLANK"
           END-IF

           IF WS-NEW-GRACE-DAYS NOT NUMERIC
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "GRACE DAYS MUST BE 3 DIGITS"
           END-IF

           IF WS-NEW-FEE-PERCENT NOT NUMERIC
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "LATE FEE PERCENT MUST BE 5 DIGITS (V99)"
           ELSE
               IF WS-NEW-FEE-PERCENT-N > 100
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "LATE FEE PERCENT OVER 100"
               END-IF
           END-IF

           IF WS-NEW-FEE-MINIMUM NOT NUMERIC
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "LATE FEE MINIMUM MUST BE 7 DIGITS (V99)"
           END-IF

           IF WS-NEW-FEE-MAXIMUM NOT NUMERIC
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "LATE FEE MAXIMUM MUST BE 7 DIGITS (V99)"
           END-IF

           IF WS-NEW-FEE-MINIMUM IS NUMERIC
               AND WS-NEW-FEE-MAXIMUM IS NUMERIC
               AND WS-NEW-FEE-MINIMUM-N > WS-NEW-FEE-MAXIMUM-N
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "LATE FEE MINIMUM ABOVE MAXIMUM"
           END-IF

           IF WS-NEW-CUSHION NOT NUMERIC
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "CUSHION MONTHS MUST BE 2 DIGITS"
           ELSE
               IF WS-NEW-CUSHION-N > CUSHION-MONTHS-MAX
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "CUSHION OVER " CUSHION-MONTHS-MAX
                       " MONTHS"
               END-IF
           END-IF

           IF NOT NEW-DAY-COUNT-VALID
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "DAY COUNT MUST BE 3 (30/360) OR A (ACT/365)"
           END-IF
           .
       0200-EDIT-NEW-VALUES-EXIT.
           EXIT.

       0300-FILE-THE-PRODUCT SECTION.
           OPEN I-O PRODUCT-MASTER-FILE

           MOVE "N" TO WS-RECORD-FOUND-FLAG
           MOVE WS-NEW-PRODUCT-CODE TO PD-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF PRODUCT-READ-OK
               MOVE "Y" TO WS-RECORD-FOUND-FLAG
           END-IF

           MOVE WS-NEW-PRODUCT-CODE    TO PD-PRODUCT-CODE
           MOVE WS-NEW-DESCRIPTION     TO PD-DESCRIPTION
           MOVE WS-NEW-GRACE-DAYS-N    TO PD-GRACE-DAYS
           MOVE WS-NEW-FEE-PERCENT-N   TO PD-LATE-FEE-PERCENT
           MOVE WS-NEW-FEE-MINIMUM-N   TO PD-LATE-FEE-MINIMUM
           MOVE WS-NEW-FEE-MAXIMUM-N   TO PD-LATE-FEE-MAXIMUM
           MOVE WS-NEW-CUSHION-N       TO PD-CUSHION-MONTHS
           MOVE WS-NEW-DAY-COUNT       TO PD-DAY-COUNT

           IF PRODUCT-ON-FILE
               REWRITE PRODUCT-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE PRODUCT-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF PRODUCT-WRITE-OK
               DISPLAY "PRODUCT FILED: " PD-PRODUCT-CODE
                   " BY " WS-OPERATOR-ID
           ELSE
               DISPLAY "PRODUCT WRITE FAILED - STATUS "
                   WS-PRODUCT-STATUS
           END-IF

           CLOSE PRODUCT-MASTER-FILE
           .
       0300-FILE-THE-PRODUCT-EXIT.
           EXIT.

       END PROGRAM LOANPRDM.
