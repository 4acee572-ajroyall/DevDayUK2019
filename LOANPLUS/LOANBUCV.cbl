       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBUCV.
       REMARKS. ONE-TIME BUYDOWN SUBSIDY CONVERSION TO THE CURRENT
               LAYOUT.  EACH SUBSIDY ACCOUNT GREW BY THE NAME OF THE
               DEPOSITOR AN UNDRAWN BALANCE IS REFUNDED TO, SO AN
               ACCOUNT WRITTEN UNDER THE OLD LAYOUT NO LONGER READS.
               SAME DRILL AS THE OTHER CONVERSIONS: THE OPERATOR
               RENAMES THE OLD FILE TO BUYDSUBO, AND EACH ACCOUNT IS
               WRITTEN TO A FRESH BUYDSUBS WITH ITS DEPOSIT, DRAW
               AND BALANCES CARRIED ACROSS AND NO DEPOSITOR NAMED --
               THE OLD FILE NEVER KNEW ONE.  EVERY ACCOUNT STILL
               CARRYING A BALANCE IS LISTED, SO THE DEPOSITOR CAN
               BE FILED THROUGH LOANBUYE BEFORE THE LOAN PAYS OFF;
               UNTIL IT IS, THE PAYOFF RUN HOLDS THE REFUND.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SUBSIDY-FILE ASSIGN TO "BUYDSUBO"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS OD-LOAN-NUMBER
                                    FILE STATUS IS WS-OLD-STATUS.

           SELECT BUYDOWN-SUBSIDY-FILE ASSIGN TO "BUYDSUBS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BD-LOAN-NUMBER
                                    FILE STATUS IS WS-SUBSIDY-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    THE OLD LAYOUT EXACTLY AS THE PREVIOUS RELEASE WROTE IT
      *    -- A FROZEN COPY, DELIBERATELY NOT DERIVED FROM THE LIVE
      *    COPYBOOK, ENDING AT THE REMAINING BALANCE THE WAY THE
      *    FILE BEING CONVERTED DOES.
       FD  OLD-SUBSIDY-FILE.
       01  OLD-SUBSIDY-RECORD.
           03 OD-LOAN-NUMBER         PIC X(10).
           03 OD-DEPOSIT-AMOUNT      PIC 9(8)V99.
           03 OD-MONTHLY-DRAW        PIC 9(7)V99.
           03 OD-SUBSIDY-MONTHS      PIC 9(3).
           03 OD-DRAWN-TO-DATE       PIC 9(8)V99.
           03 OD-REMAINING-BALANCE   PIC 9(8)V99.

       FD  BUYDOWN-SUBSIDY-FILE.
       COPY BUYDSUBS.

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-OLD-FILE      VALUE "Y".

       01  WS-OLD-STATUS             PIC X(02) VALUE SPACES.
       01  WS-SUBSIDY-STATUS         PIC X(02) VALUE SPACES.
           88  SUBSIDY-WRITE-OK      VALUE "00".

       01  WS-READ-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-WRITTEN-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-NEED-NAME-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-BALANCE-EDIT           PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           OPEN INPUT  OLD-SUBSIDY-FILE
           OPEN OUTPUT BUYDOWN-SUBSIDY-FILE

           PERFORM 0210-READ-OLD-FILE
               THRU 0210-READ-OLD-FILE-EXIT

           PERFORM 0200-CONVERT-ONE-RECORD
               THRU 0200-CONVERT-ONE-RECORD-EXIT
               UNTIL END-OF-OLD-FILE

           CLOSE OLD-SUBSIDY-FILE
           CLOSE BUYDOWN-SUBSIDY-FILE

           DISPLAY "RECORDS READ:    " WS-READ-COUNT
           DISPLAY "RECORDS WRITTEN: " WS-WRITTEN-COUNT
           DISPLAY "NEED DEPOSITOR:  " WS-NEED-NAME-COUNT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0210-READ-OLD-FILE SECTION.
           READ OLD-SUBSIDY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-OLD-FILE-EXIT.
           EXIT.

      *************************************************************
      *    DEPOSIT, DRAW AND BALANCES CARRIED ACROSS; THE DEPOSITOR
      *    STARTS OUT UNNAMED, AND AN ACCOUNT WITH MONEY STILL IN IT
      *    IS LISTED FOR THE NAME TO BE FILED.
      *************************************************************
       0200-CONVERT-ONE-RECORD SECTION.
           ADD 1 TO WS-READ-COUNT

           MOVE OD-LOAN-NUMBER       TO BD-LOAN-NUMBER
           MOVE OD-DEPOSIT-AMOUNT    TO BD-DEPOSIT-AMOUNT
           MOVE OD-MONTHLY-DRAW      TO BD-MONTHLY-DRAW
           MOVE OD-SUBSIDY-MONTHS    TO BD-SUBSIDY-MONTHS
           MOVE OD-DRAWN-TO-DATE     TO BD-DRAWN-TO-DATE
           MOVE OD-REMAINING-BALANCE TO BD-REMAINING-BALANCE

           MOVE SPACES TO BD-DEPOSITOR-NAME

           WRITE BUYDOWN-SUBSIDY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF SUBSIDY-WRITE-OK
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               DISPLAY "WRITE FAILED FOR LOAN " BD-LOAN-NUMBER
                   " STATUS " WS-SUBSIDY-STATUS
           END-IF

           IF SUBSIDY-WRITE-OK
               AND BD-REMAINING-BALANCE > ZERO
               ADD 1 TO WS-NEED-NAME-COUNT
               MOVE BD-REMAINING-BALANCE TO WS-BALANCE-EDIT
               DISPLAY "FILE DEPOSITOR FOR LOAN " BD-LOAN-NUMBER
                   " BALANCE " WS-BALANCE-EDIT
           END-IF

           PERFORM 0210-READ-OLD-FILE
               THRU 0210-READ-OLD-FILE-EXIT
           .
       0200-CONVERT-ONE-RECORD-EXIT.
           EXIT.

       END PROGRAM LOANBUCV.
