               SECOND TO FLAG ANY LOAN WHOSE FIGURES FALL WELL
               OUTSIDE THAT AVERAGE -- SO A BAD RATE, TERM OR
               DATA-ENTRY ERROR SURFACES HERE INSTEAD OF ON A
               CUSTOMER CALL.  THE SECOND PASS READS ONLY THE OPEN
               LOANS, OFF THE MASTER'S STATUS KEY.

       ENVIRONMENT DIVISION.

                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    ALTERNATE RECORD KEY IS
                                        LM-STATUS
                                        WITH DUPLICATES
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT EXCEPTION-RPT-FILE

       COPY RUNCTLREC.

       COPY OPENSTAT.
       01  STATUS-IDX                PIC S9(4) COMP.

       01  EXCEPTION-DETAIL-LINE.
           03 EXD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           EXIT.

      *************************************************************
      *    SECOND PASS: RE-READ THE OPEN BOOK, ONE STATUS AT A TIME
      *    OFF THE STATUS KEY, AND WRITE AN EXCEPTION LINE FOR EVERY
      *    LOAN OUTSIDE THE BAND COMPUTED ABOVE.  THE FIRST PASS
      *    STILL READS EVERY RECORD: ITS COUNT AND HASH ARE WHAT
      *    LOANCTLR TIES TO THE NIGHT'S LOANBTCH RUN.
      *************************************************************
       0200-FLAG-EXCEPTIONS SECTION.
           OPEN INPUT  LOAN-MASTER-FILE
           OPEN OUTPUT EXCEPTION-RPT-FILE

           PERFORM 0230-CHECK-ONE-STATUS
               THRU 0230-CHECK-ONE-STATUS-EXIT
               VARYING STATUS-IDX FROM 1 BY 1
               UNTIL STATUS-IDX > OPEN-STATUS-COUNT

           CLOSE LOAN-MASTER-FILE
           CLOSE EXCEPTION-RPT-FILE
           EXIT.

       0210-CHECK-ONE-LOAN SECTION.
           IF LM-RATE < WS-RATE-LOW OR LM-RATE > WS-RATE-HIGH
               MOVE LM-LOAN-NUMBER TO EXD-LOAN-NUMBER
               MOVE LM-RATE        TO EXD-VALUE
               PERFORM 0220-WRITE-EXCEPTION
                   THRU 0220-WRITE-EXCEPTION-EXIT
           END-IF

           PERFORM 0240-READ-STATUS-SLICE
               THRU 0240-READ-STATUS-SLICE-EXIT
           .
       0210-CHECK-ONE-LOAN-EXIT.
           EXIT.
       0220-WRITE-EXCEPTION-EXIT.
           EXIT.

      *************************************************************
      *    CLOSED LOANS WERE EXCLUDED FROM THE AVERAGES ABOVE, SO
      *    THEY ARE EXCLUDED FROM THE BAND CHECK TOO: ONLY THE
      *    OPEN STATUSES ARE STARTED ON, AND EACH SLICE ENDS WHERE
      *    THE STATUS CHANGES.
      *************************************************************
       0230-CHECK-ONE-STATUS SECTION.
           MOVE "N" TO WS-EOF-FLAG
           MOVE OPEN-STATUS-VALUE(STATUS-IDX) TO LM-STATUS
           START LOAN-MASTER-FILE
               KEY IS EQUAL TO LM-STATUS
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START

           IF NOT END-OF-MASTER-FILE
               PERFORM 0240-READ-STATUS-SLICE
                   THRU 0240-READ-STATUS-SLICE-EXIT
           END-IF

           PERFORM 0210-CHECK-ONE-LOAN
               THRU 0210-CHECK-ONE-LOAN-EXIT
               UNTIL END-OF-MASTER-FILE
           .
       0230-CHECK-ONE-STATUS-EXIT.
           EXIT.

       0240-READ-STATUS-SLICE SECTION.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ

           IF NOT END-OF-MASTER-FILE
               AND LM-STATUS NOT = OPEN-STATUS-VALUE(STATUS-IDX)
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           .
       0240-READ-STATUS-SLICE-EXIT.
           EXIT.

       END PROGRAM LOANXCPT.
