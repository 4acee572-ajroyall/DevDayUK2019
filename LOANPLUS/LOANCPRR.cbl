               FILED ON THE CPRHIST FILE AND THE LAST TWELVE
               MONTHS TRENDED, WITH THE ACTUAL-PRINCIPAL CONTROL
               TOTAL THAT MUST TIE TO THE REMITTANCE REPORT FOR
               THE SAME PERIOD.  THE SCHEDULE PASS READS ONLY THE OPEN
               LOANS, OFF THE MASTER'S STATUS KEY.

       ENVIRONMENT DIVISION.

                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    ALTERNATE RECORD KEY IS
                                        LM-STATUS
                                        WITH DUPLICATES
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL POOL-ASSIGN-FILE
       01  WS-SIGNED-PRINC           PIC S9(8)V99 COMP-3.

       01  POOL-IDX                  PIC S9(4) COMP.
       01  STATUS-IDX                PIC S9(4) COMP.
       01  WS-LOOKUP-POOL-ID         PIC X(06).

       01  WS-ASSIGN-STATUS          PIC X(02) VALUE SPACES.
           88  ASSIGNMENT-SEEN       VALUE "Y".
       01  WS-EARLIEST-OLD-POOL      PIC X(06).

       COPY OPENSTAT.

       01  WS-DUE-ABS-MONTH          PIC S9(8) COMP.
       01  WS-DUE-YEAR               PIC S9(8) COMP.
       01  WS-DUE-MONTH-0            PIC S9(4) COMP.
               THRU 0200-SWEEP-ONE-PAYMENT-EXIT
               UNTIL END-OF-HISTORY-FILE

      *        ONLY AN OPEN LOAN OWES A SCHEDULED INSTALLMENT, SO
      *        THE SCHEDULE SWEEP READS THE OPEN BOOK ALONE, ONE
      *        STATUS AT A TIME OFF THE STATUS KEY.
           PERFORM 0380-SWEEP-ONE-STATUS
               THRU 0380-SWEEP-ONE-STATUS-EXIT
               VARYING STATUS-IDX FROM 1 BY 1
               UNTIL STATUS-IDX > OPEN-STATUS-COUNT

           PERFORM 0500-WRITE-THE-SPEEDS
               THRU 0500-WRITE-THE-SPEEDS-EXIT

      *        BOARDING BACK-FILL CARRIES THE BOARDING DAY'S
      *        POSTING DATE BUT IS AN ACQUIRED LOAN'S HISTORY, NOT
      *        PRINCIPAL RECEIVED THIS PERIOD.  NOR IS THE
      *        ARREARAGE A MODIFICATION CAPITALIZED.
           IF PH-SOURCE = "BOARDING" OR "MODCAP"
               GO TO 0200-SWEEP-NEXT
           END-IF

       0360-CHECK-ONE-ASSIGNMENT-EXIT.
           EXIT.

       0380-SWEEP-ONE-STATUS SECTION.
           PERFORM 0390-RESTART-MASTER-FILE
               THRU 0390-RESTART-MASTER-FILE-EXIT

           PERFORM 0400-SWEEP-ONE-SCHEDULE
               THRU 0400-SWEEP-ONE-SCHEDULE-EXIT
               UNTIL END-OF-MASTER-FILE
           .
       0380-SWEEP-ONE-STATUS-EXIT.
           EXIT.

      *************************************************************
      *    THE PAYMENT SWEEP'S RANDOM MASTER READS MOVED THE FILE
      *    POSITION -- START AFRESH ON THE STATUS BEING SWEPT.
      *************************************************************
       0390-RESTART-MASTER-FILE SECTION.
           MOVE "N" TO WS-MASTER-EOF-FLAG
           MOVE OPEN-STATUS-VALUE(STATUS-IDX) TO LM-STATUS
           START LOAN-MASTER-FILE
               KEY IS EQUAL TO LM-STATUS
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-FLAG
           END-START
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-FLAG
           END-READ

           IF NOT END-OF-MASTER-FILE
               AND LM-STATUS NOT = OPEN-STATUS-VALUE(STATUS-IDX)
               MOVE "Y" TO WS-MASTER-EOF-FLAG
           END-IF
           .
       0410-READ-MASTER-FILE-EXIT.
           EXIT.
      *    PRINCIPAL AT RISK OF PREPAYING.
      *************************************************************
       0400-SWEEP-ONE-SCHEDULE SECTION.
           MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE
           COMPUTE WS-DUE-MONTH =
               ((WS-RPT-YEAR * 12) + WS-RPT-MONTH)
