               "COUNTS DO NOT TIE"; AND THE STEPS THAT SHARE WORK
               ARE TIED TO EACH OTHER -- THE MASTER RECORDS
               LOANBTCH WROTE MUST BE THE RECORDS (AND PRINCIPAL
               HASH) LOANXCPT READ BACK.  EVERY STEP LOANRBCK
               ROLLED BACK IS LISTED WITH THE RECORDS IT PUT BACK,
               AND WHETHER THE STEP HAS SINCE BEEN RERUN TO A
               CLEAN END.  EACH WEEKLY LOANINTG INTEGRITY SWEEP IS
               LISTED WITH ITS COUNT OF CROSS-FILE BREAKS AND HOW
               MANY OF THEM ARE HIGH SEVERITY.  THIS IS THE PAGE
               THE OPERATOR CHECKS BEFORE ANYONE TRUSTS LAST
               NIGHT'S OUTPUT.  A ROLLED-BACK STEP THAT WRITES NO START
               OR END RECORDS OF ITS OWN IS LISTED ONLY AMONG THE
               ROLLBACKS, AS ROLLED BACK.

       ENVIRONMENT DIVISION.

              05 WS-RUN-DATE         PIC 9(8).
              05 WS-RUN-START-TIME   PIC 9(8).
              05 WS-RUN-END-FLAG     PIC X(01).
      *       "Y" ONCE A START OR END RECORD IS SEEN.  A STEP THAT
      *       DOES NOT WRITE THEM HAS AN ENTRY ONLY IF IT WAS ROLLED
      *       BACK, AND APPEARS ONLY AMONG THE ROLLBACKS.
              05 WS-RUN-LOGGED-FLAG  PIC X(01).
              05 WS-RUN-READ         PIC 9(8).
              05 WS-RUN-PROCESSED    PIC 9(8).
              05 WS-RUN-REJECTED     PIC 9(8).
              05 WS-RUN-HASH         PIC 9(13)V99.
      *       THE LATEST ROLLBACK OF THE STEP THAT DAY, IF ANY.
              05 WS-RUN-ROLLBACKS    PIC 9(4).
              05 WS-RUN-ROLLBACK-TIME PIC 9(8).
              05 WS-RUN-RESTORED     PIC 9(8).
              05 WS-RUN-NOT-RESTORED PIC 9(8).
              05 WS-RUN-ROLLBACK-CODE PIC X(04).

       01  WS-ROLLBACK-COUNT         PIC S9(4) COMP VALUE ZERO.
       01  WS-SWEEP-COUNT            PIC S9(4) COMP VALUE ZERO.

       01  RUN-IDX                   PIC S9(4) COMP.
       01  MATE-IDX                  PIC S9(4) COMP.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CRX-STATUS             PIC X(22).

       01  CTL-ROLLBACK-HEADING.
           03 FILLER                 PIC X(17)
                                      VALUE "STEPS ROLLED BACK".

       01  CTL-ROLLBACK-LINE.
           03 CRB-PROGRAM            PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CRB-RUN-DATE           PIC 9(8).
           03 FILLER                 PIC X(14)
                                      VALUE "  PUT BACK ".
           03 CRB-RESTORED           PIC ZZZZ,ZZ9.
           03 FILLER                 PIC X(14)
                                      VALUE "  NOT PUT BACK".
           03 CRB-NOT-RESTORED       PIC ZZZZ,ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CRB-STATUS             PIC X(28).

       01  CTL-NO-ROLLBACK-LINE.
           03 FILLER                 PIC X(20)
                                      VALUE "NO STEPS ROLLED BACK".

       01  CTL-SWEEP-HEADING.
           03 FILLER                 PIC X(16)
                                      VALUE "INTEGRITY SWEEPS".

       01  CTL-SWEEP-LINE.
           03 FILLER                 PIC X(10) VALUE "LOANINTG".
           03 CSW-RUN-DATE           PIC 9(8).
           03 FILLER                 PIC X(10) VALUE "  CHECKED ".
           03 CSW-CHECKED            PIC ZZZZ,ZZ9.
           03 FILLER                 PIC X(09) VALUE "  BREAKS ".
           03 CSW-BREAKS             PIC ZZZZ,ZZ9.
           03 FILLER                 PIC X(07) VALUE "  HIGH ".
           03 CSW-HIGH               PIC ZZZZ,ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CSW-STATUS             PIC X(26).

       01  CTL-NO-SWEEP-LINE.
           03 FILLER                 PIC X(26)
                          VALUE "NO INTEGRITY SWEEP ON FILE".

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           PERFORM 0500-CROSS-STEP-CHECK
               THRU 0500-CROSS-STEP-CHECK-EXIT

           PERFORM 0600-ROLLBACK-REPORT
               THRU 0600-ROLLBACK-REPORT-EXIT

           PERFORM 0700-INTEGRITY-REPORT
               THRU 0700-INTEGRITY-REPORT-EXIT

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

                   MOVE RC-RUN-DATE   TO WS-RUN-DATE(RUN-IDX)
                   MOVE ZERO TO WS-RUN-START-TIME(RUN-IDX)
                   MOVE "N"  TO WS-RUN-END-FLAG(RUN-IDX)
                   MOVE "N"  TO WS-RUN-LOGGED-FLAG(RUN-IDX)
                   MOVE ZERO TO WS-RUN-READ(RUN-IDX)
                   MOVE ZERO TO WS-RUN-PROCESSED(RUN-IDX)
                   MOVE ZERO TO WS-RUN-REJECTED(RUN-IDX)
                   MOVE ZERO TO WS-RUN-HASH(RUN-IDX)
                   MOVE ZERO TO WS-RUN-ROLLBACKS(RUN-IDX)
                   MOVE ZERO TO WS-RUN-ROLLBACK-TIME(RUN-IDX)
                   MOVE ZERO TO WS-RUN-RESTORED(RUN-IDX)
                   MOVE ZERO TO WS-RUN-NOT-RESTORED(RUN-IDX)
                   MOVE SPACES TO WS-RUN-ROLLBACK-CODE(RUN-IDX)
               ELSE
                   GO TO 0200-TABULATE-NEXT
               END-IF
           END-IF

           IF RC-TYPE-ROLLBACK
      *        A ROLLBACK LEAVES THE RUN'S OWN COUNTS ALONE -- THE
      *        LINE ABOVE STILL SHOWS WHAT THE STEP LAST DID.
               ADD 1 TO WS-RUN-ROLLBACKS(RUN-IDX)
               MOVE RC-RUN-TIME        TO WS-RUN-ROLLBACK-TIME(RUN-IDX)
               MOVE RC-PROCESSED-COUNT TO WS-RUN-RESTORED(RUN-IDX)
               MOVE RC-REJECTED-COUNT  TO WS-RUN-NOT-RESTORED(RUN-IDX)
               MOVE RC-COMPLETION-CODE TO WS-RUN-ROLLBACK-CODE(RUN-IDX)
               GO TO 0200-TABULATE-NEXT
           END-IF

           MOVE "Y" TO WS-RUN-LOGGED-FLAG(RUN-IDX)
           IF RC-TYPE-START
               MOVE RC-RUN-TIME TO WS-RUN-START-TIME(RUN-IDX)
      *        A FRESH START AFTER A COMPLETED RUN IS A RERUN --
           EXIT.

       0410-WRITE-ONE-RUN SECTION.
           IF WS-RUN-LOGGED-FLAG(RUN-IDX) NOT = "Y"
               GO TO 0410-WRITE-ONE-RUN-EXIT
           END-IF

           MOVE WS-RUN-PROGRAM(RUN-IDX)   TO CTD-PROGRAM
           MOVE WS-RUN-DATE(RUN-IDX)      TO CTD-RUN-DATE
           MOVE WS-RUN-READ(RUN-IDX)      TO CTD-READ
       0521-CHECK-ONE-MATE-EXIT.
           EXIT.

      *************************************************************
      *    EVERY STEP ROLLED BACK, AND WHERE IT STANDS NOW: A RUN
      *    STARTED AFTER THE ROLLBACK IS THE RERUN, AND IT MUST
      *    HAVE ENDED FOR THE NIGHT'S DATA TO BE WHOLE AGAIN.
      *************************************************************
       0600-ROLLBACK-REPORT SECTION.
           WRITE CONTROL-RPT-RECORD FROM CTL-ROLLBACK-HEADING

           PERFORM 0610-WRITE-ONE-ROLLBACK
               THRU 0610-WRITE-ONE-ROLLBACK-EXIT
               VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > WS-RUN-COUNT

           IF WS-ROLLBACK-COUNT = ZERO
               WRITE CONTROL-RPT-RECORD FROM CTL-NO-ROLLBACK-LINE
           END-IF
           .
       0600-ROLLBACK-REPORT-EXIT.
           EXIT.

       0610-WRITE-ONE-ROLLBACK SECTION.
           IF WS-RUN-ROLLBACKS(RUN-IDX) = ZERO
               GO TO 0610-WRITE-ONE-ROLLBACK-EXIT
           END-IF

           ADD 1 TO WS-ROLLBACK-COUNT
           MOVE WS-RUN-PROGRAM(RUN-IDX)      TO CRB-PROGRAM
           MOVE WS-RUN-DATE(RUN-IDX)         TO CRB-RUN-DATE
           MOVE WS-RUN-RESTORED(RUN-IDX)     TO CRB-RESTORED
           MOVE WS-RUN-NOT-RESTORED(RUN-IDX) TO CRB-NOT-RESTORED

      *        A STEP THAT WRITES NO START OR END RECORDS LEAVES
      *        NO TRACE OF A RERUN HERE -- THE SCHEDULE REPORT IS
      *        WHERE ITS RERUN SHOWS.
           EVALUATE TRUE
               WHEN WS-RUN-ROLLBACK-CODE(RUN-IDX) NOT = "0000"
                   MOVE "*** ROLLBACK INCOMPLETE" TO CRB-STATUS
               WHEN WS-RUN-LOGGED-FLAG(RUN-IDX) NOT = "Y"
                   MOVE "ROLLED BACK" TO CRB-STATUS
               WHEN OTHER
                   IF WS-RUN-START-TIME(RUN-IDX) >
                           WS-RUN-ROLLBACK-TIME(RUN-IDX)
                       IF WS-RUN-END-FLAG(RUN-IDX) = "Y"
                           MOVE "ROLLED BACK AND RERUN" TO CRB-STATUS
                       ELSE
                           MOVE "*** RERUN DID NOT COMPLETE"
                               TO CRB-STATUS
                       END-IF
                   ELSE
                       MOVE "*** ROLLED BACK, NOT RERUN" TO CRB-STATUS
                   END-IF
           END-EVALUATE

           WRITE CONTROL-RPT-RECORD FROM CTL-ROLLBACK-LINE
           .
       0610-WRITE-ONE-ROLLBACK-EXIT.
           EXIT.

      *************************************************************
      *    EVERY LOANINTG SWEEP ON FILE, WEEK BY WEEK: THE BREAKS IT
      *    FOUND (ITS REJECTED COUNT) AND THE HIGH-SEVERITY ONES
      *    AMONG THEM (CARRIED IN ITS HASH TOTAL).  THE BREAKS
      *    THEMSELVES ARE ON THAT RUN'S LOANINTR REPORT.
      *************************************************************
       0700-INTEGRITY-REPORT SECTION.
           WRITE CONTROL-RPT-RECORD FROM CTL-SWEEP-HEADING

           PERFORM 0710-WRITE-ONE-SWEEP
               THRU 0710-WRITE-ONE-SWEEP-EXIT
               VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > WS-RUN-COUNT

           IF WS-SWEEP-COUNT = ZERO
               WRITE CONTROL-RPT-RECORD FROM CTL-NO-SWEEP-LINE
           END-IF
           .
       0700-INTEGRITY-REPORT-EXIT.
           EXIT.

       0710-WRITE-ONE-SWEEP SECTION.
           IF WS-RUN-PROGRAM(RUN-IDX) NOT = "LOANINTG"
               GO TO 0710-WRITE-ONE-SWEEP-EXIT
           END-IF

           ADD 1 TO WS-SWEEP-COUNT
           MOVE WS-RUN-DATE(RUN-IDX)     TO CSW-RUN-DATE
           MOVE WS-RUN-READ(RUN-IDX)     TO CSW-CHECKED
           MOVE WS-RUN-REJECTED(RUN-IDX) TO CSW-BREAKS
           MOVE WS-RUN-HASH(RUN-IDX)     TO CSW-HIGH

           IF WS-RUN-END-FLAG(RUN-IDX) NOT = "Y"
               MOVE "*** DID NOT COMPLETE" TO CSW-STATUS
           ELSE
               IF WS-RUN-HASH(RUN-IDX) > ZERO
                   MOVE "*** HIGH-SEVERITY BREAKS" TO CSW-STATUS
               ELSE
                   IF WS-RUN-REJECTED(RUN-IDX) > ZERO
                       MOVE "BREAKS ON LOANINTR" TO CSW-STATUS
                   ELSE
                       MOVE "CLEAN" TO CSW-STATUS
                   END-IF
               END-IF
           END-IF

           WRITE CONTROL-RPT-RECORD FROM CTL-SWEEP-LINE
           .
       0710-WRITE-ONE-SWEEP-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           CLOSE RUN-CONTROL-FILE
           CLOSE CONTROL-RPT-FILE
