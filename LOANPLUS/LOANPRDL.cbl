       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPRDL.
       REMARKS. SHARED PRODUCT LOOKUP.  CALLED WITH THE PRODAREA
               RECORD NAMING A PRODUCT CODE; ANSWERS WITH THAT
               PRODUCT'S GRACE DAYS, LATE-FEE PERCENT, FLOOR AND
               CEILING, ESCROW CUSHION AND DAY-COUNT FROM THE
               PRODMSTR PRODUCT MASTER.  THE FIRST CALL OF A RUN
               LOADS THE WHOLE PRODUCT MASTER INTO A TABLE -- IT
               IS A FEW DOZEN RECORDS -- SO A NIGHTLY PASS OVER
               EVERY LOAN DOES NOT OPEN THE FILE ONCE PER LOAN.  A
               BLANK CODE, OR ONE NOT ON THE FILE, GETS THE HOUSE
               STANDARD TERMS EVERY LOAN CARRIED BEFORE PRODUCTS
               EXISTED, SO EVERY CALLER APPLIES THE SAME TERMS
               AND A NEW PRODUCT IS A FILE UPDATE, NOT A PROGRAM
               CHANGE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRODUCT-MASTER-FILE
                                    ASSIGN TO "PRODMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS PD-PRODUCT-CODE
                                    FILE STATUS IS WS-PRODUCT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.
       COPY PRODMSTR.

       WORKING-STORAGE SECTION.

       77  PRODUCT-TABLE-MAX         PIC S9(4) COMP VALUE 200.

      *    THE HOUSE STANDARD -- THE TERMS THE LATE-CHARGE AND
      *    ESCROW ANALYSIS RUNS CARRIED BEFORE PRODUCTS EXISTED.
       77  STANDARD-GRACE-DAYS       PIC 9(3)      VALUE 15.
       77  STANDARD-FEE-PERCENT      PIC 9(3)V99   VALUE 5.00.
       77  STANDARD-FEE-MINIMUM      PIC 9(5)V99   VALUE 15.00.
       77  STANDARD-FEE-MAXIMUM      PIC 9(5)V99   VALUE 75.00.
       77  STANDARD-CUSHION-MONTHS   PIC 9(2)      VALUE 2.
       77  STANDARD-DAY-COUNT        PIC X(01)     VALUE SPACE.

       01  WS-PRODUCT-STATUS         PIC X(02) VALUE SPACES.
           88  PRODUCT-READ-OK       VALUE "00".

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-PRODUCT-FILE  VALUE "Y".

       01  WS-LOADED-FLAG            PIC X  VALUE "N".
           88  PRODUCT-TABLE-LOADED VALUE "Y".

      *    THE PRODUCT MASTER, LOADED ON THE FIRST CALL AND KEPT
      *    FOR THE REST OF THE RUN.
       01  WS-PRODUCT-TABLE.
           03 WS-PRODUCT-COUNT       PIC S9(4) COMP VALUE ZERO.
           03 WS-PRODUCT-ENTRY OCCURS 200 TIMES.
              05 WS-PRD-CODE         PIC X(06).
              05 WS-PRD-GRACE-DAYS   PIC 9(3).
              05 WS-PRD-FEE-PERCENT  PIC 9(3)V99.
              05 WS-PRD-FEE-MINIMUM  PIC 9(5)V99.
              05 WS-PRD-FEE-MAXIMUM  PIC 9(5)V99.
              05 WS-PRD-CUSHION      PIC 9(2).
              05 WS-PRD-DAY-COUNT    PIC X(01).

       01  IDX                       PIC S9(4) COMP.

       LINKAGE SECTION.
       COPY PRODAREA.

       PROCEDURE DIVISION USING PRODUCT-LOOKUP-AREA.

       0000-CONTROL SECTION.
           IF NOT PRODUCT-TABLE-LOADED
               PERFORM 0100-LOAD-PRODUCT-TABLE
                   THRU 0100-LOAD-PRODUCT-TABLE-EXIT
           END-IF

           MOVE STANDARD-GRACE-DAYS     TO PA-GRACE-DAYS
           MOVE STANDARD-FEE-PERCENT    TO PA-LATE-FEE-PERCENT
           MOVE STANDARD-FEE-MINIMUM    TO PA-LATE-FEE-MINIMUM
           MOVE STANDARD-FEE-MAXIMUM    TO PA-LATE-FEE-MAXIMUM
           MOVE STANDARD-CUSHION-MONTHS TO PA-CUSHION-MONTHS
           MOVE STANDARD-DAY-COUNT      TO PA-DAY-COUNT

           IF PA-PRODUCT-CODE = SPACES
               SET PA-PRODUCT-FOUND TO TRUE
               GOBACK
           END-IF

           PERFORM 0200-CHECK-PRODUCT-ENTRY
               THRU 0200-CHECK-PRODUCT-ENTRY-EXIT
               VARYING IDX FROM 1 BY 1
               UNTIL IDX > WS-PRODUCT-COUNT
               OR WS-PRD-CODE(IDX) = PA-PRODUCT-CODE

           IF IDX > WS-PRODUCT-COUNT
               SET PA-PRODUCT-MISSING TO TRUE
           ELSE
               SET PA-PRODUCT-FOUND TO TRUE
               MOVE WS-PRD-GRACE-DAYS(IDX)  TO PA-GRACE-DAYS
               MOVE WS-PRD-FEE-PERCENT(IDX) TO PA-LATE-FEE-PERCENT
               MOVE WS-PRD-FEE-MINIMUM(IDX) TO PA-LATE-FEE-MINIMUM
               MOVE WS-PRD-FEE-MAXIMUM(IDX) TO PA-LATE-FEE-MAXIMUM
               MOVE WS-PRD-CUSHION(IDX)     TO PA-CUSHION-MONTHS
               MOVE WS-PRD-DAY-COUNT(IDX)   TO PA-DAY-COUNT
           END-IF

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-LOAD-PRODUCT-TABLE SECTION.
           MOVE ZERO TO WS-PRODUCT-COUNT
           MOVE "N"  TO WS-EOF-FLAG

           OPEN INPUT PRODUCT-MASTER-FILE

           PERFORM 0110-LOAD-ONE-PRODUCT
               THRU 0110-LOAD-ONE-PRODUCT-EXIT
               UNTIL END-OF-PRODUCT-FILE

           CLOSE PRODUCT-MASTER-FILE

           MOVE "Y" TO WS-LOADED-FLAG
           .
       0100-LOAD-PRODUCT-TABLE-EXIT.
           EXIT.

       0110-LOAD-ONE-PRODUCT SECTION.
           READ PRODUCT-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ

           IF NOT END-OF-PRODUCT-FILE
               IF WS-PRODUCT-COUNT < PRODUCT-TABLE-MAX
                   ADD 1 TO WS-PRODUCT-COUNT
                   MOVE PD-PRODUCT-CODE
                       TO WS-PRD-CODE(WS-PRODUCT-COUNT)
                   MOVE PD-GRACE-DAYS
                       TO WS-PRD-GRACE-DAYS(WS-PRODUCT-COUNT)
                   MOVE PD-LATE-FEE-PERCENT
                       TO WS-PRD-FEE-PERCENT(WS-PRODUCT-COUNT)
                   MOVE PD-LATE-FEE-MINIMUM
                       TO WS-PRD-FEE-MINIMUM(WS-PRODUCT-COUNT)
                   MOVE PD-LATE-FEE-MAXIMUM
                       TO WS-PRD-FEE-MAXIMUM(WS-PRODUCT-COUNT)
                   MOVE PD-CUSHION-MONTHS
                       TO WS-PRD-CUSHION(WS-PRODUCT-COUNT)
                   MOVE PD-DAY-COUNT
                       TO WS-PRD-DAY-COUNT(WS-PRODUCT-COUNT)
               ELSE
                   DISPLAY "PRODUCT TABLE FULL - SKIPPED "
                       PD-PRODUCT-CODE
               END-IF
           END-IF
           .
       0110-LOAD-ONE-PRODUCT-EXIT.
           EXIT.

       0200-CHECK-PRODUCT-ENTRY SECTION.
           CONTINUE
           .
       0200-CHECK-PRODUCT-ENTRY-EXIT.
           EXIT.

       END PROGRAM LOANPRDL.
