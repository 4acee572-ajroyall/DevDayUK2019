       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANALLW.
       REMARKS. ALLOWANCE FOR LOAN LOSSES.  GIVEN THE MONTH-END
               PERIOD (YYYYMM) THE RESERVE IS STRUCK AT AND THE
               JOURNAL DATE (YYYYMMDD), DERIVES THE RESERVE FROM
               THE BOOK'S OWN HISTORY INSTEAD OF A SPREADSHEET.
               ROLL RATES COME FROM THE SNAPHIST MONTH-END
               SNAPSHOTS OVER THE LOOKBACK WINDOW: FOR EACH
               DELINQUENCY BUCKET, THE SHARE OF ITS DOLLARS THAT
               MOVED TO A WORSE BUCKET -- OR, FROM ANY BUCKET,
               STRAIGHT TO CHARGE-OFF -- BY THE NEXT MONTH END.
               CHAINED TOGETHER THEY GIVE EACH BUCKET'S ROLL-TO-
               LOSS RATE.  LOSS SEVERITY COMES FROM THE LOANCHGF
               CHARGE-OFF FILE: PRINCIPAL WRITTEN OFF, NET OF
               EVERYTHING RECOVERED SINCE.  BOTH ARE APPLIED TO
               THE PERIOD'S SNAPSHOT BALANCES BY BUCKET AND POOL,
               AND THE REPORT SHOWS THE REQUIRED RESERVE BY
               SEGMENT.  THE CHANGE AGAINST THE RESERVE BOOKED LAST
               PERIOD (KEPT ON THE LOANALLF FILE) GOES TO GLJRNL AS
               A BALANCED PROVISION ENTRY -- AN INCREASE CHARGES
               PROVISION EXPENSE, A RELEASE CREDITS IT BACK.  A RERUN OF
               THE SAME PERIOD JOURNALS ONLY THE DIFFERENCE FROM THE
               RESERVE THE EARLIER RUN ALREADY BOOKED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SNAPSHOT-FILE
                                    ASSIGN TO "SNAPHIST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS SN-SNAPSHOT-KEY
                                    FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT OPTIONAL CHARGE-OFF-FILE
                                    ASSIGN TO "LOANCHGF"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CG-LOAN-NUMBER
                                    FILE STATUS IS WS-CHGOFF-STATUS.

      *    ONE RECORD: THE RESERVE BOOKED AT THE LAST PERIOD RUN.
      *    READ AT THE START, REWRITTEN AT THE END.
           SELECT OPTIONAL RESERVE-CARRY-FILE
                                    ASSIGN TO "LOANALLF"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-FILE  ASSIGN TO "GLJRNL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESERVE-RPT-FILE ASSIGN TO "LOANALLR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  SNAPSHOT-FILE.
       COPY SNAPREC.

       FD  CHARGE-OFF-FILE.
       COPY CHGOFREC.

       FD  RESERVE-CARRY-FILE.
       01  RESERVE-CARRY-RECORD.
           03 RF-PERIOD              PIC 9(6).
           03 RF-PRIOR-RESERVE       PIC 9(11)V99.
           03 RF-RESERVE             PIC 9(11)V99.

       FD  GL-JOURNAL-FILE.
       COPY GLJRNREC.

       FD  RESERVE-RPT-FILE.
       01  RESERVE-RPT-RECORD        PIC X(96).

       WORKING-STORAGE SECTION.

      *    MONTH-END PAIRS OF SNAPSHOTS THE ROLL RATES ARE DRAWN
      *    FROM -- A YEAR OF MOVEMENT.
       77  LOOKBACK-PERIODS          PIC S9(4) COMP VALUE 12.
       77  SEGMENT-TABLE-MAX         PIC S9(4) COMP VALUE 200.

       01  WS-SWEEP-DONE-FLAG        PIC X  VALUE "N".
           88  SWEEP-DONE            VALUE "Y".

       01  WS-CHGOFF-EOF-FLAG        PIC X  VALUE "N".
           88  END-OF-CHGOFF-FILE   VALUE "Y".

       01  WS-CARRY-EOF-FLAG         PIC X  VALUE "N".
           88  NO-CARRY-RECORD      VALUE "Y".

       01  WS-SNAPSHOT-STATUS        PIC X(02) VALUE SPACES.
           88  SNAPSHOT-READ-OK      VALUE "00".
       01  WS-CHGOFF-STATUS          PIC X(02) VALUE SPACES.
           88  CHGOFF-READ-OK        VALUE "00".

      *    THE PERIOD THE RESERVE IS STRUCK AT AND THE DATE ITS
      *    ENTRY IS JOURNALIZED, KEYED BY THE OPERATOR.
       01  WS-THIS-PERIOD            PIC 9(6).
       01  WS-JOURNAL-DATE           PIC 9(8).

      *    THE PAIR OF MONTH ENDS BEING ROLLED: WHERE EACH LOAN
      *    STOOD AT THE FROM PERIOD AGAINST WHERE IT STOOD AT THE
      *    TO PERIOD ONE MONTH LATER.
       01  WS-FROM-PERIOD            PIC 9(6).
       01  FILLER REDEFINES WS-FROM-PERIOD.
           03 WS-FROM-YEAR           PIC 9(4).
           03 WS-FROM-MONTH          PIC 9(2).
       01  WS-TO-PERIOD              PIC 9(6).
       01  WS-PAIR-NO                PIC S9(4) COMP.

       01  WS-CHARGE-OFF-DATE        PIC 9(8).
       01  FILLER REDEFINES WS-CHARGE-OFF-DATE.
           03 WS-CHARGE-OFF-PERIOD   PIC 9(6).
           03 FILLER                 PIC 9(2).

       01  WS-LAST-LOAN-NUMBER       PIC X(10).
       01  WS-SWEEP-BALANCE          PIC 9(8)V99.
       01  WS-SWEEP-POOL-ID          PIC X(06).
       01  WS-RANK-BUCKET            PIC X(03).
       01  WS-BUCKET-IDX             PIC S9(4) COMP.
       01  WS-FROM-IDX               PIC S9(4) COMP.
       01  WS-TO-IDX                 PIC S9(4) COMP.

       01  WS-BUCKET-NAME-TABLE.
           03 FILLER                 PIC X(03) VALUE "CUR".
           03 FILLER                 PIC X(03) VALUE "030".
           03 FILLER                 PIC X(03) VALUE "060".
           03 FILLER                 PIC X(03) VALUE "090".
           03 FILLER                 PIC X(03) VALUE "120".
       01  FILLER REDEFINES WS-BUCKET-NAME-TABLE.
           03 WS-BUCKET-NAME OCCURS 5 TIMES
                                     PIC X(03).

      *    PER BUCKET: THE DOLLARS THAT STOOD THERE AT A FROM
      *    PERIOD, THE PART OF THEM THAT ROLLED WORSE BY THE TO
      *    PERIOD, THE ROLL RATE THAT MAKES, AND THE ROLL-TO-LOSS
      *    RATE CHAINED FROM IT AND EVERY WORSE BUCKET'S RATE.
       01  WS-ROLL-TABLE.
           03 WS-ROLL-ENTRY OCCURS 5 TIMES.
              05 WS-ROLL-BASE        PIC S9(13)V99 COMP-3.
              05 WS-ROLL-ROLLED      PIC S9(13)V99 COMP-3.
              05 WS-ROLL-RATE        PIC S9V9(6) COMP-3.
              05 WS-LOSS-RATE        PIC S9V9(6) COMP-3.

       01  BUCKET-IDX                PIC S9(4) COMP.

       01  WS-CO-PRINCIPAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-CO-RECOVERED           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-CO-COUNT               PIC S9(8) COMP VALUE ZERO.
       01  WS-SEVERITY               PIC S9V9(6) COMP-3 VALUE ZERO.

      *    THE RESERVE BY SEGMENT -- ONE ROW PER POOL (SPACES FOR
      *    THE LOANS WE HOLD OURSELVES), ONE CELL PER BUCKET.
       01  WS-SEGMENT-TABLE.
           03 WS-SEGMENT-COUNT       PIC S9(4) COMP VALUE ZERO.
           03 WS-SEGMENT-ENTRY OCCURS 200 TIMES.
              05 WS-SEG-POOL-ID      PIC X(06).
              05 WS-SEG-CELL OCCURS 5 TIMES.
                 07 WS-SEG-COUNT     PIC S9(8) COMP.
                 07 WS-SEG-BALANCE   PIC S9(13)V99 COMP-3.
                 07 WS-SEG-RESERVE   PIC S9(13)V99 COMP-3.

       01  SEG-IDX                   PIC S9(4) COMP.

       01  WS-LOAN-RESERVE           PIC S9(11)V99 COMP-3.
       01  WS-POOL-BALANCE           PIC S9(13)V99 COMP-3.
       01  WS-POOL-RESERVE           PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-BALANCE          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-RESERVE          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-UNSEGMENTED-COUNT      PIC S9(8) COMP VALUE ZERO.

       01  WS-PRIOR-RESERVE          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-RESERVE-CHANGE         PIC S9(13)V99 COMP-3.
      *    THE RESERVE THE GL ALREADY CARRIES -- LAST PERIOD'S, OR ON
      *    A RERUN WHAT THE EARLIER RUN OF THIS PERIOD BOOKED -- AND
      *    THE PART OF THE PERIOD'S CHANGE THIS RUN ITSELF JOURNALS.
       01  WS-BOOKED-RESERVE         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-RUN-PROVISION          PIC S9(13)V99 COMP-3.

       01  RESERVE-HEADING-1.
           03 FILLER                 PIC X(34)
                VALUE "ALLOWANCE FOR LOAN LOSSES AS OF ".
           03 RSH-PERIOD             PIC 9(6).

       01  RATE-HEADING.
           03 FILLER                 PIC X(08) VALUE "BUCKET".
           03 FILLER                 PIC X(20)
                VALUE "     BASE DOLLARS".
           03 FILLER                 PIC X(20)
                VALUE "   ROLLED DOLLARS".
           03 FILLER                 PIC X(12) VALUE " ROLL RATE".
           03 FILLER                 PIC X(12) VALUE " LOSS RATE".

       01  RATE-DETAIL-LINE.
           03 RTD-BUCKET             PIC X(03).
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 RTD-BASE               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 RTD-ROLLED             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 RTD-ROLL-RATE          PIC 9.999999.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 RTD-LOSS-RATE          PIC 9.999999.

       01  SEVERITY-LINE.
           03 FILLER                 PIC X(22)
                VALUE "LOSS SEVERITY:".
           03 SVL-COUNT              PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(11) VALUE " CHGOFFS  ".
           03 SVL-PRINCIPAL          PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(06) VALUE " LESS ".
           03 SVL-RECOVERED          PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(03) VALUE " = ".
           03 SVL-SEVERITY           PIC 9.999999.

       01  SEGMENT-HEADING.
           03 FILLER                 PIC X(09) VALUE "POOL".
           03 FILLER                 PIC X(08) VALUE "BUCKET".
           03 FILLER                 PIC X(09) VALUE "LOANS".
           03 FILLER                 PIC X(20) VALUE "     BALANCE".
           03 FILLER                 PIC X(12) VALUE " LOSS RATE".
           03 FILLER                 PIC X(18) VALUE "     RESERVE".

       01  SEGMENT-DETAIL-LINE.
           03 SGD-POOL-ID            PIC X(06).
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 SGD-BUCKET             PIC X(05).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 SGD-COUNT              PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SGD-BALANCE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 SGD-LOSS-RATE          PIC 9.999999.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SGD-RESERVE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  RESERVE-TOTAL-LINE.
           03 RST-LABEL              PIC X(28).
           03 RST-AMOUNT             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-THIS-PERIOD  FROM CONSOLE
           ACCEPT WS-JOURNAL-DATE FROM CONSOLE

           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           PERFORM 0200-ROLL-ONE-PAIR
               THRU 0200-ROLL-ONE-PAIR-EXIT
               VARYING WS-PAIR-NO FROM 1 BY 1
               UNTIL WS-PAIR-NO > LOOKBACK-PERIODS

           PERFORM 0300-CHAIN-THE-RATES
               THRU 0300-CHAIN-THE-RATES-EXIT

           PERFORM 0400-DERIVE-SEVERITY
               THRU 0400-DERIVE-SEVERITY-EXIT

           PERFORM 0500-RESERVE-THE-BOOK
               THRU 0500-RESERVE-THE-BOOK-EXIT

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

      *************************************************************
      *    PICK UP THE RESERVE BOOKED LAST PERIOD.  A RERUN OF THE
      *    SAME PERIOD FINDS ITS OWN RECORD THERE AND REPORTS THE
      *    CHANGE AGAINST WHAT THAT RUN STARTED FROM, BUT JOURNALS
      *    ONLY THE DIFFERENCE FROM WHAT THAT RUN ALREADY BOOKED --
      *    ITS ENTRY IS STILL ON GLJRNL -- SO THE PROVISION IS NOT
      *    BOOKED TWICE OVER.
      *************************************************************
       0100-INITIALIZE SECTION.
           INITIALIZE WS-ROLL-TABLE

           OPEN INPUT RESERVE-CARRY-FILE
           READ RESERVE-CARRY-FILE
               AT END
                   MOVE "Y" TO WS-CARRY-EOF-FLAG
           END-READ
           IF NOT NO-CARRY-RECORD
               IF RF-PERIOD = WS-THIS-PERIOD
                   MOVE RF-PRIOR-RESERVE TO WS-PRIOR-RESERVE
               ELSE
                   MOVE RF-RESERVE       TO WS-PRIOR-RESERVE
               END-IF
               MOVE RF-RESERVE           TO WS-BOOKED-RESERVE
           END-IF
           CLOSE RESERVE-CARRY-FILE

           OPEN INPUT  SNAPSHOT-FILE
           OPEN INPUT  CHARGE-OFF-FILE
           OPEN OUTPUT RESERVE-RPT-FILE

           MOVE WS-THIS-PERIOD TO RSH-PERIOD
           WRITE RESERVE-RPT-RECORD FROM RESERVE-HEADING-1

           MOVE WS-THIS-PERIOD TO WS-TO-PERIOD
           .
       0100-INITIALIZE-EXIT.
           EXIT.

      *************************************************************
      *    ONE MONTH OF MOVEMENT: STEP THE FROM PERIOD BACK A
      *    MONTH FROM THE TO PERIOD, FOLD EVERY LOAN ON THE FROM
      *    SNAPSHOT INTO ITS BUCKET'S BASE, THEN STEP THE WINDOW
      *    BACK FOR THE NEXT PAIR.
      *************************************************************
       0200-ROLL-ONE-PAIR SECTION.
           MOVE WS-TO-PERIOD TO WS-FROM-PERIOD
           IF WS-FROM-MONTH = 1
               SUBTRACT 1 FROM WS-FROM-YEAR
               MOVE 12 TO WS-FROM-MONTH
           ELSE
               SUBTRACT 1 FROM WS-FROM-MONTH
           END-IF

           MOVE "N"        TO WS-SWEEP-DONE-FLAG
           MOVE LOW-VALUES TO WS-LAST-LOAN-NUMBER
           PERFORM 0210-ROLL-ONE-LOAN
               THRU 0210-ROLL-ONE-LOAN-EXIT
               UNTIL SWEEP-DONE

           MOVE WS-FROM-PERIOD TO WS-TO-PERIOD
           .
       0200-ROLL-ONE-PAIR-EXIT.
           EXIT.

      *************************************************************
      *    ONE LOAN ON THE FROM SNAPSHOT, STEPPED BY RE-START THE
      *    LOANSNAP WAY SINCE EVERY LOAN KEYS INTO THE TO PERIOD.
      *    IT ROLLED IF IT STANDS IN A WORSE BUCKET AT THE TO
      *    PERIOD, OR LEFT THE BOOK BY CHARGE-OFF IN BETWEEN.  A
      *    LOAN THAT LEFT ANY OTHER WAY -- PAID OFF, SOLD -- STAYS
      *    IN THE BASE AS ONE THAT DID NOT ROLL.
      *************************************************************
       0210-ROLL-ONE-LOAN SECTION.
           MOVE WS-FROM-PERIOD      TO SN-PERIOD
           MOVE WS-LAST-LOAN-NUMBER TO SN-LOAN-NUMBER
           START SNAPSHOT-FILE
               KEY IS GREATER THAN SN-SNAPSHOT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SWEEP-DONE-FLAG
           END-START
           IF SWEEP-DONE
               GO TO 0210-ROLL-ONE-LOAN-EXIT
           END-IF

           READ SNAPSHOT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SWEEP-DONE-FLAG
           END-READ
           IF SWEEP-DONE
               GO TO 0210-ROLL-ONE-LOAN-EXIT
           END-IF
           IF SN-PERIOD NOT = WS-FROM-PERIOD
               MOVE "Y" TO WS-SWEEP-DONE-FLAG
               GO TO 0210-ROLL-ONE-LOAN-EXIT
           END-IF

           MOVE SN-LOAN-NUMBER TO WS-LAST-LOAN-NUMBER
           MOVE SN-BALANCE     TO WS-SWEEP-BALANCE
           MOVE SN-DELQ-BUCKET TO WS-RANK-BUCKET
           PERFORM 0600-RANK-ONE-BUCKET
               THRU 0600-RANK-ONE-BUCKET-EXIT
           MOVE WS-BUCKET-IDX TO WS-FROM-IDX

           ADD WS-SWEEP-BALANCE TO WS-ROLL-BASE(WS-FROM-IDX)

           MOVE WS-TO-PERIOD        TO SN-PERIOD
           MOVE WS-LAST-LOAN-NUMBER TO SN-LOAN-NUMBER
           READ SNAPSHOT-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF SNAPSHOT-READ-OK
               MOVE SN-DELQ-BUCKET TO WS-RANK-BUCKET
               PERFORM 0600-RANK-ONE-BUCKET
                   THRU 0600-RANK-ONE-BUCKET-EXIT
               MOVE WS-BUCKET-IDX TO WS-TO-IDX
               IF WS-TO-IDX > WS-FROM-IDX
                   ADD WS-SWEEP-BALANCE
                       TO WS-ROLL-ROLLED(WS-FROM-IDX)
               END-IF
               GO TO 0210-ROLL-ONE-LOAN-EXIT
           END-IF

           MOVE WS-LAST-LOAN-NUMBER TO CG-LOAN-NUMBER
           READ CHARGE-OFF-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF CHGOFF-READ-OK
               MOVE CG-CHARGE-OFF-DATE TO WS-CHARGE-OFF-DATE
               IF WS-CHARGE-OFF-PERIOD > WS-FROM-PERIOD
                   AND WS-CHARGE-OFF-PERIOD NOT > WS-TO-PERIOD
                   ADD WS-SWEEP-BALANCE
                       TO WS-ROLL-ROLLED(WS-FROM-IDX)
               END-IF
           END-IF
           .
       0210-ROLL-ONE-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    EACH BUCKET'S ROLL RATE, THEN THE ROLL-TO-LOSS RATES
      *    CHAINED FROM THE WORST BUCKET UP: 120 DAYS ROLLS STRAIGHT
      *    TO LOSS, AND EVERY BETTER BUCKET LOSES ITS OWN ROLL RATE
      *    TIMES THE LOSS RATE OF THE BUCKET IT ROLLS INTO.
      *************************************************************
       0300-CHAIN-THE-RATES SECTION.
           PERFORM 0310-RATE-ONE-BUCKET
               THRU 0310-RATE-ONE-BUCKET-EXIT
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5

           MOVE WS-ROLL-RATE(5) TO WS-LOSS-RATE(5)
           PERFORM 0320-CHAIN-ONE-BUCKET
               THRU 0320-CHAIN-ONE-BUCKET-EXIT
               VARYING BUCKET-IDX FROM 4 BY -1
               UNTIL BUCKET-IDX < 1
           .
       0300-CHAIN-THE-RATES-EXIT.
           EXIT.

       0310-RATE-ONE-BUCKET SECTION.
           IF WS-ROLL-BASE(BUCKET-IDX) > ZERO
               COMPUTE WS-ROLL-RATE(BUCKET-IDX) ROUNDED =
                   WS-ROLL-ROLLED(BUCKET-IDX)
                   / WS-ROLL-BASE(BUCKET-IDX)
           ELSE
               MOVE ZERO TO WS-ROLL-RATE(BUCKET-IDX)
           END-IF
           .
       0310-RATE-ONE-BUCKET-EXIT.
           EXIT.

       0320-CHAIN-ONE-BUCKET SECTION.
           COMPUTE WS-LOSS-RATE(BUCKET-IDX) ROUNDED =
               WS-ROLL-RATE(BUCKET-IDX)
               * WS-LOSS-RATE(BUCKET-IDX + 1)
           .
       0320-CHAIN-ONE-BUCKET-EXIT.
           EXIT.

      *************************************************************
      *    LOSS SEVERITY ACROSS EVERY CHARGE-OFF ON FILE: THE
      *    PRINCIPAL WRITTEN OFF LESS EVERYTHING RECOVERED SINCE,
      *    OVER THE PRINCIPAL WRITTEN OFF.  OLDER CHARGE-OFFS HAVE
      *    FINISHED RECOVERING, SO THE WHOLE FILE GIVES A TRUER
      *    FIGURE THAN THE LOOKBACK WINDOW ALONE WOULD.
      *************************************************************
       0400-DERIVE-SEVERITY SECTION.
           MOVE LOW-VALUES TO CG-LOAN-NUMBER
           START CHARGE-OFF-FILE
               KEY IS GREATER THAN CG-LOAN-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-CHGOFF-EOF-FLAG
           END-START

           PERFORM 0410-TAKE-ONE-CHARGE-OFF
               THRU 0410-TAKE-ONE-CHARGE-OFF-EXIT
               UNTIL END-OF-CHGOFF-FILE

           IF WS-CO-PRINCIPAL > ZERO
               AND WS-CO-RECOVERED < WS-CO-PRINCIPAL
               COMPUTE WS-SEVERITY ROUNDED =
                   (WS-CO-PRINCIPAL - WS-CO-RECOVERED)
                   / WS-CO-PRINCIPAL
           ELSE
               MOVE ZERO TO WS-SEVERITY
           END-IF
           .
       0400-DERIVE-SEVERITY-EXIT.
           EXIT.

       0410-TAKE-ONE-CHARGE-OFF SECTION.
           READ CHARGE-OFF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CHGOFF-EOF-FLAG
           END-READ

           IF NOT END-OF-CHGOFF-FILE
               ADD 1                    TO WS-CO-COUNT
               ADD CG-PRINCIPAL-AMOUNT  TO WS-CO-PRINCIPAL
               ADD CG-RECOVERED-TO-DATE TO WS-CO-RECOVERED
           END-IF
           .
       0410-TAKE-ONE-CHARGE-OFF-EXIT.
           EXIT.

      *************************************************************
      *    THE PERIOD'S OWN SNAPSHOT: EVERY OPEN LOAN'S MONTH-END
      *    BALANCE, RESERVED AT ITS BUCKET'S LOSS RATE TIMES THE
      *    SEVERITY AND FILED UNDER ITS POOL.
      *************************************************************
       0500-RESERVE-THE-BOOK SECTION.
           MOVE "N"            TO WS-SWEEP-DONE-FLAG
           MOVE WS-THIS-PERIOD TO SN-PERIOD
           MOVE LOW-VALUES     TO SN-LOAN-NUMBER
           START SNAPSHOT-FILE
               KEY IS GREATER THAN SN-SNAPSHOT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SWEEP-DONE-FLAG
           END-START

           PERFORM 0510-RESERVE-ONE-LOAN
               THRU 0510-RESERVE-ONE-LOAN-EXIT
               UNTIL SWEEP-DONE
           .
       0500-RESERVE-THE-BOOK-EXIT.
           EXIT.

       0510-RESERVE-ONE-LOAN SECTION.
           READ SNAPSHOT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SWEEP-DONE-FLAG
           END-READ
           IF SWEEP-DONE
               GO TO 0510-RESERVE-ONE-LOAN-EXIT
           END-IF
           IF SN-PERIOD NOT = WS-THIS-PERIOD
               MOVE "Y" TO WS-SWEEP-DONE-FLAG
               GO TO 0510-RESERVE-ONE-LOAN-EXIT
           END-IF

           MOVE SN-DELQ-BUCKET TO WS-RANK-BUCKET
           PERFORM 0600-RANK-ONE-BUCKET
               THRU 0600-RANK-ONE-BUCKET-EXIT

           COMPUTE WS-LOAN-RESERVE ROUNDED =
               SN-BALANCE * WS-LOSS-RATE(WS-BUCKET-IDX)
               * WS-SEVERITY
           ADD SN-BALANCE      TO WS-TOTAL-BALANCE
           ADD WS-LOAN-RESERVE TO WS-TOTAL-RESERVE

           MOVE SN-POOL-ID TO WS-SWEEP-POOL-ID
           PERFORM 0520-CHECK-ONE-SEGMENT
               THRU 0520-CHECK-ONE-SEGMENT-EXIT
               VARYING SEG-IDX FROM 1 BY 1
               UNTIL SEG-IDX > WS-SEGMENT-COUNT
               OR WS-SEG-POOL-ID(SEG-IDX) = WS-SWEEP-POOL-ID

           IF SEG-IDX > WS-SEGMENT-COUNT
               IF WS-SEGMENT-COUNT < SEGMENT-TABLE-MAX
                   ADD 1 TO WS-SEGMENT-COUNT
                   INITIALIZE WS-SEGMENT-ENTRY(SEG-IDX)
                   MOVE WS-SWEEP-POOL-ID TO WS-SEG-POOL-ID(SEG-IDX)
               ELSE
      *                STILL IN THE TOTAL RESERVE, JUST NOT SHOWN
      *                UNDER A POOL OF ITS OWN.
                   ADD 1 TO WS-UNSEGMENTED-COUNT
                   GO TO 0510-RESERVE-ONE-LOAN-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-SEG-COUNT(SEG-IDX, WS-BUCKET-IDX)
           ADD SN-BALANCE
               TO WS-SEG-BALANCE(SEG-IDX, WS-BUCKET-IDX)
           ADD WS-LOAN-RESERVE
               TO WS-SEG-RESERVE(SEG-IDX, WS-BUCKET-IDX)
           .
       0510-RESERVE-ONE-LOAN-EXIT.
           EXIT.

       0520-CHECK-ONE-SEGMENT SECTION.
           CONTINUE
           .
       0520-CHECK-ONE-SEGMENT-EXIT.
           EXIT.

       0600-RANK-ONE-BUCKET SECTION.
           EVALUATE WS-RANK-BUCKET
               WHEN "030"
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN "060"
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN "090"
                   MOVE 4 TO WS-BUCKET-IDX
               WHEN "120"
                   MOVE 5 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET-IDX
           END-EVALUATE
           .
       0600-RANK-ONE-BUCKET-EXIT.
           EXIT.

      *************************************************************
      *    THE RATES, THE SEVERITY, THE RESERVE BY SEGMENT, AND
      *    THE PROVISION ENTRY FOR THE CHANGE SINCE LAST PERIOD.
      *************************************************************
       0900-TERMINATE SECTION.
           MOVE SPACES TO RESERVE-RPT-RECORD
           WRITE RESERVE-RPT-RECORD
           WRITE RESERVE-RPT-RECORD FROM RATE-HEADING
           PERFORM 0910-WRITE-ONE-RATE
               THRU 0910-WRITE-ONE-RATE-EXIT
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5

           MOVE WS-CO-COUNT     TO SVL-COUNT
           MOVE WS-CO-PRINCIPAL TO SVL-PRINCIPAL
           MOVE WS-CO-RECOVERED TO SVL-RECOVERED
           MOVE WS-SEVERITY     TO SVL-SEVERITY
           WRITE RESERVE-RPT-RECORD FROM SEVERITY-LINE

           MOVE SPACES TO RESERVE-RPT-RECORD
           WRITE RESERVE-RPT-RECORD
           WRITE RESERVE-RPT-RECORD FROM SEGMENT-HEADING
           PERFORM 0920-WRITE-ONE-SEGMENT
               THRU 0920-WRITE-ONE-SEGMENT-EXIT
               VARYING SEG-IDX FROM 1 BY 1
               UNTIL SEG-IDX > WS-SEGMENT-COUNT

           IF WS-UNSEGMENTED-COUNT > ZERO
               DISPLAY "LOANALLW: SEGMENT TABLE FULL - "
                   WS-UNSEGMENTED-COUNT
                   " LOANS IN TOTAL ONLY"
           END-IF

           COMPUTE WS-RESERVE-CHANGE =
               WS-TOTAL-RESERVE - WS-PRIOR-RESERVE
           COMPUTE WS-RUN-PROVISION =
               WS-TOTAL-RESERVE - WS-BOOKED-RESERVE

           MOVE SPACES TO RESERVE-RPT-RECORD
           WRITE RESERVE-RPT-RECORD

           MOVE "BALANCES RESERVED:"      TO RST-LABEL
           MOVE WS-TOTAL-BALANCE          TO RST-AMOUNT
           WRITE RESERVE-RPT-RECORD FROM RESERVE-TOTAL-LINE

           MOVE "REQUIRED RESERVE:"       TO RST-LABEL
           MOVE WS-TOTAL-RESERVE          TO RST-AMOUNT
           WRITE RESERVE-RPT-RECORD FROM RESERVE-TOTAL-LINE

           MOVE "RESERVE BOOKED LAST PERIOD:" TO RST-LABEL
           MOVE WS-PRIOR-RESERVE          TO RST-AMOUNT
           WRITE RESERVE-RPT-RECORD FROM RESERVE-TOTAL-LINE

           MOVE "PROVISION (RELEASE):"    TO RST-LABEL
           MOVE WS-RESERVE-CHANGE         TO RST-AMOUNT
           WRITE RESERVE-RPT-RECORD FROM RESERVE-TOTAL-LINE

           MOVE "JOURNALED BY THIS RUN:"  TO RST-LABEL
           MOVE WS-RUN-PROVISION          TO RST-AMOUNT
           WRITE RESERVE-RPT-RECORD FROM RESERVE-TOTAL-LINE

           IF WS-RUN-PROVISION NOT = ZERO
               PERFORM 0930-JOURNAL-THE-CHANGE
                   THRU 0930-JOURNAL-THE-CHANGE-EXIT
           END-IF

           MOVE WS-THIS-PERIOD   TO RF-PERIOD
           MOVE WS-PRIOR-RESERVE TO RF-PRIOR-RESERVE
           MOVE WS-TOTAL-RESERVE TO RF-RESERVE
           OPEN OUTPUT RESERVE-CARRY-FILE
           WRITE RESERVE-CARRY-RECORD
           CLOSE RESERVE-CARRY-FILE

           CLOSE SNAPSHOT-FILE
           CLOSE CHARGE-OFF-FILE
           CLOSE RESERVE-RPT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.

       0910-WRITE-ONE-RATE SECTION.
           MOVE WS-BUCKET-NAME(BUCKET-IDX)  TO RTD-BUCKET
           MOVE WS-ROLL-BASE(BUCKET-IDX)    TO RTD-BASE
           MOVE WS-ROLL-ROLLED(BUCKET-IDX)  TO RTD-ROLLED
           MOVE WS-ROLL-RATE(BUCKET-IDX)    TO RTD-ROLL-RATE
           MOVE WS-LOSS-RATE(BUCKET-IDX)    TO RTD-LOSS-RATE
           WRITE RESERVE-RPT-RECORD FROM RATE-DETAIL-LINE
           .
       0910-WRITE-ONE-RATE-EXIT.
           EXIT.

      *************************************************************
      *    ONE POOL: EVERY BUCKET WITH A LOAN IN IT, THEN THE
      *    POOL'S TOTAL.
      *************************************************************
       0920-WRITE-ONE-SEGMENT SECTION.
           MOVE ZERO TO WS-POOL-BALANCE
           MOVE ZERO TO WS-POOL-RESERVE
           PERFORM 0925-WRITE-ONE-CELL
               THRU 0925-WRITE-ONE-CELL-EXIT
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5

           IF WS-SEG-POOL-ID(SEG-IDX) = SPACES
               MOVE "(OWN)" TO SGD-POOL-ID
           ELSE
               MOVE WS-SEG-POOL-ID(SEG-IDX) TO SGD-POOL-ID
           END-IF
           MOVE "TOTAL"          TO SGD-BUCKET
           MOVE ZERO             TO SGD-COUNT
           MOVE WS-POOL-BALANCE  TO SGD-BALANCE
           MOVE ZERO             TO SGD-LOSS-RATE
           MOVE WS-POOL-RESERVE  TO SGD-RESERVE
           WRITE RESERVE-RPT-RECORD FROM SEGMENT-DETAIL-LINE
           .
       0920-WRITE-ONE-SEGMENT-EXIT.
           EXIT.

       0925-WRITE-ONE-CELL SECTION.
           IF WS-SEG-COUNT(SEG-IDX, BUCKET-IDX) = ZERO
               GO TO 0925-WRITE-ONE-CELL-EXIT
           END-IF

           ADD WS-SEG-BALANCE(SEG-IDX, BUCKET-IDX)
               TO WS-POOL-BALANCE
           ADD WS-SEG-RESERVE(SEG-IDX, BUCKET-IDX)
               TO WS-POOL-RESERVE

           IF WS-SEG-POOL-ID(SEG-IDX) = SPACES
               MOVE "(OWN)" TO SGD-POOL-ID
           ELSE
               MOVE WS-SEG-POOL-ID(SEG-IDX) TO SGD-POOL-ID
           END-IF
           MOVE WS-BUCKET-NAME(BUCKET-IDX) TO SGD-BUCKET
           MOVE WS-SEG-COUNT(SEG-IDX, BUCKET-IDX)   TO SGD-COUNT
           MOVE WS-SEG-BALANCE(SEG-IDX, BUCKET-IDX) TO SGD-BALANCE
           MOVE WS-LOSS-RATE(BUCKET-IDX)            TO SGD-LOSS-RATE
           MOVE WS-SEG-RESERVE(SEG-IDX, BUCKET-IDX) TO SGD-RESERVE
           WRITE RESERVE-RPT-RECORD FROM SEGMENT-DETAIL-LINE
           .
       0925-WRITE-ONE-CELL-EXIT.
           EXIT.

      *************************************************************
      *    THE BALANCED PROVISION ENTRY.  A HIGHER RESERVE CHARGES
      *    PROVISION EXPENSE AND BUILDS THE ALLOWANCE; A LOWER ONE
      *    RELEASES THE ALLOWANCE BACK THROUGH THE SAME ACCOUNT.
      *************************************************************
       0930-JOURNAL-THE-CHANGE SECTION.
           OPEN EXTEND GL-JOURNAL-FILE

           MOVE WS-JOURNAL-DATE TO GJ-JOURNAL-DATE
           MOVE "LOANALLW"      TO GJ-SOURCE-PROGRAM
           MOVE SPACES          TO GJ-REFERENCE
           STRING "ALLOWANCE " WS-THIS-PERIOD
               DELIMITED BY SIZE INTO GJ-REFERENCE
           END-STRING

           IF WS-RUN-PROVISION > ZERO
               MOVE "PROVEXP"         TO GJ-ACCOUNT-CODE
               MOVE WS-RUN-PROVISION  TO GJ-DEBIT-AMOUNT
               MOVE ZERO              TO GJ-CREDIT-AMOUNT
               WRITE GL-JOURNAL-RECORD

               MOVE "ALLOWLL"         TO GJ-ACCOUNT-CODE
               MOVE ZERO              TO GJ-DEBIT-AMOUNT
               MOVE WS-RUN-PROVISION  TO GJ-CREDIT-AMOUNT
               WRITE GL-JOURNAL-RECORD
           ELSE
               MOVE "ALLOWLL"         TO GJ-ACCOUNT-CODE
               COMPUTE GJ-DEBIT-AMOUNT = 0 - WS-RUN-PROVISION
               MOVE ZERO              TO GJ-CREDIT-AMOUNT
               WRITE GL-JOURNAL-RECORD

               MOVE "PROVEXP"         TO GJ-ACCOUNT-CODE
               MOVE ZERO              TO GJ-DEBIT-AMOUNT
               COMPUTE GJ-CREDIT-AMOUNT = 0 - WS-RUN-PROVISION
               WRITE GL-JOURNAL-RECORD
           END-IF

           CLOSE GL-JOURNAL-FILE
           .
       0930-JOURNAL-THE-CHANGE-EXIT.
           EXIT.

       END PROGRAM LOANALLW.
