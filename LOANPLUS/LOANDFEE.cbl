       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDFEE.
       REMARKS. DEFERRED ORIGINATION-FEE RECOGNITION.  GIVEN THE
               MONTH-END PERIOD (YYYYMM) AND THE JOURNAL DATE
               (YYYYMMDD), EARNS EACH OPEN LOAN'S DEFERRED
               ORIGINATION FEE THROUGH THE LAST INSTALLMENT DUE IN
               THE PERIOD.  THE FEE IS EARNED IN STEP WITH THE
               STORED SCHEDULE'S INTEREST -- LEVEL YIELD -- SO THE
               DEFERRED BALANCE LEFT AFTER INSTALLMENT N IS THE FEE
               TIMES THE SHARE OF THE SCHEDULE'S INTEREST STILL TO
               COME; A ZERO-RATE LOAN EARNS IT STRAIGHT-LINE.  THE
               MONTH'S RECOGNITION GOES TO GLJRNL AS ONE BALANCED
               ENTRY.  FEES ACCELERATED BY LOANPAYX AND LOANCHGO
               AT PAYOFF OR CHARGE-OFF ARE ALREADY JOURNALIZED
               THERE AND ARE ONLY REPORTED HERE.  THE ROLLFORWARD
               SHOWS EACH LOAN'S BEGINNING BALANCE, FEES NEWLY
               DEFERRED, AMORTIZED, ACCELERATED AND ENDING BALANCE,
               AND TIES THE BOOK'S BEGINNING TO LAST PERIOD'S
               ENDING (KEPT ON THE LOANDFCF FILE).  A RERUN OF THE
               SAME PERIOD EARNS NOTHING TWICE: THE MASTER CARRIES
               THE LAST INSTALLMENT EARNED.  EVERY MASTER REWRITE IS
               JOURNALED THROUGH LOANJRNL FIRST, SO A RUN THAT DIES
               PARTWAY CAN BE ROLLED BACK BY LOANRBCK AND RERUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

      *    ONE RECORD: THE BOOK'S DEFERRED BALANCE AT THE LAST
      *    PERIOD RUN.  READ AT THE START, REWRITTEN AT THE END.
           SELECT OPTIONAL FEE-CARRY-FILE
                                    ASSIGN TO "LOANDFCF"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-FILE  ASSIGN TO "GLJRNL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DFEE-RPT-FILE    ASSIGN TO "LOANDFER"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  FEE-CARRY-FILE.
       01  FEE-CARRY-RECORD.
           03 DF-PERIOD              PIC 9(6).
           03 DF-PRIOR-ENDING        PIC 9(11)V99.
           03 DF-ENDING              PIC 9(11)V99.

       FD  GL-JOURNAL-FILE.
       COPY GLJRNREC.

       FD  DFEE-RPT-FILE.
       01  DFEE-RPT-RECORD           PIC X(96).

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-MASTER-FILE   VALUE "Y".

       01  WS-CARRY-EOF-FLAG         PIC X  VALUE "N".
           88  NO-CARRY-RECORD      VALUE "Y".

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.

      *    THE PERIOD BEING CLOSED AND THE DATE ITS ENTRY IS
      *    JOURNALIZED, KEYED BY THE OPERATOR.
       01  WS-THIS-PERIOD            PIC 9(6).
       01  FILLER REDEFINES WS-THIS-PERIOD.
           03 WS-THIS-YEAR           PIC 9(4).
           03 WS-THIS-MONTH          PIC 9(2).
      *    THE MASTER RECORD AS LAST READ OR REWRITTEN -- THE
      *    BEFORE-IMAGE JOURNALED WHEN THE RECORD IS NEXT REWRITTEN.
       01  WS-MASTER-IMAGE-LENGTH    PIC 9(5).
       01  WS-MASTER-BEFORE-IMAGE    PIC X(60000).

       COPY JRNLAREA.

       01  WS-JOURNAL-DATE           PIC 9(8).

       01  WS-ORIG-DATE              PIC 9(8).
       01  FILLER REDEFINES WS-ORIG-DATE.
           03 WS-ORIG-YEAR           PIC 9(4).
           03 WS-ORIG-MONTH          PIC 9(2).
           03 WS-ORIG-DAY            PIC 9(2).

       01  WS-ACCEL-DATE             PIC 9(8).
       01  FILLER REDEFINES WS-ACCEL-DATE.
           03 WS-ACCEL-PERIOD        PIC 9(6).
           03 FILLER                 PIC 9(2).

      *    INSTALLMENT N FALLS DUE N MONTHS AFTER THE ORIGINATION
      *    MONTH, SO THE INSTALLMENTS DUE BY THE PERIOD'S END ARE
      *    THE MONTHS ELAPSED SINCE ORIGINATION.
       01  WS-EARN-THRU-MONTH        PIC S9(8) COMP.
       01  MONTH                     PIC S9(4) COMP.
       01  WS-INTEREST-TO-DATE       PIC S9(11)V9(9) COMP-3.
       01  WS-TARGET-DEFERRED        PIC S9(9)V99 COMP-3.
       01  WS-RECOGNIZED             PIC S9(9)V99 COMP-3.

      *    ONE LOAN'S ROLLFORWARD.
       01  WS-LOAN-BEGINNING         PIC S9(9)V99 COMP-3.
       01  WS-LOAN-NEW               PIC S9(9)V99 COMP-3.
       01  WS-LOAN-AMORTIZED         PIC S9(9)V99 COMP-3.
       01  WS-LOAN-ACCELERATED       PIC S9(9)V99 COMP-3.

      *    THE BOOK'S ROLLFORWARD.
       01  WS-FEE-LOAN-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-TOTAL-BEGINNING        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-NEW              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-AMORTIZED        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-ACCELERATED      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-ENDING           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PRIOR-ENDING           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CARRY-DIFFERENCE       PIC S9(11)V99 COMP-3.

      *    WHAT THIS RUN ITSELF EARNED -- ON A RERUN, ONLY WHAT
      *    THE FIRST RUN DID NOT -- AND SO WHAT IT JOURNALIZES.
       01  WS-RUN-RECOGNIZED         PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  DFEE-HEADING-1.
           03 FILLER                 PIC X(40)
                VALUE "DEFERRED ORIGINATION FEE ROLLFORWARD".
           03 FILLER                 PIC X(07) VALUE "PERIOD ".
           03 DFH-PERIOD             PIC 9(6).

       01  DFEE-HEADING-2.
           03 FILLER                 PIC X(12) VALUE "LOAN NUMBER".
           03 FILLER                 PIC X(14) VALUE "   BEGINNING".
           03 FILLER                 PIC X(14) VALUE "    DEFERRED".
           03 FILLER                 PIC X(14) VALUE "   AMORTIZED".
           03 FILLER                 PIC X(14) VALUE " ACCELERATED".
           03 FILLER                 PIC X(12) VALUE "      ENDING".

       01  DFEE-DETAIL-LINE.
           03 DFD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DFD-BEGINNING          PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DFD-NEW                PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DFD-AMORTIZED          PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DFD-ACCELERATED        PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 DFD-ENDING             PIC Z,ZZZ,ZZ9.99.

       01  DFEE-TOTAL-LINE.
           03 DFT-LABEL              PIC X(28).
           03 DFT-AMOUNT             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  DFEE-COUNT-LINE.
           03 DFC-LABEL              PIC X(28).
           03 DFC-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-THIS-PERIOD  FROM CONSOLE
           ACCEPT WS-JOURNAL-DATE FROM CONSOLE

           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           PERFORM 0200-ROLL-ONE-LOAN
               THRU 0200-ROLL-ONE-LOAN-EXIT
               UNTIL END-OF-MASTER-FILE

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

      *************************************************************
      *    PICK UP THE BOOK'S ENDING BALANCE FROM LAST PERIOD.  A
      *    RERUN OF THE SAME PERIOD FINDS ITS OWN RECORD THERE AND
      *    TIES TO WHAT THAT RUN STARTED FROM.
      *************************************************************
       0100-INITIALIZE SECTION.
           MOVE "LOANDFEE" TO JA-STEP-NAME
           ACCEPT JA-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT FEE-CARRY-FILE
           READ FEE-CARRY-FILE
               AT END
                   MOVE "Y" TO WS-CARRY-EOF-FLAG
           END-READ
           IF NOT NO-CARRY-RECORD
               IF DF-PERIOD = WS-THIS-PERIOD
                   MOVE DF-PRIOR-ENDING TO WS-PRIOR-ENDING
               ELSE
                   MOVE DF-ENDING       TO WS-PRIOR-ENDING
               END-IF
           END-IF
           CLOSE FEE-CARRY-FILE

           OPEN I-O    LOAN-MASTER-FILE
           OPEN OUTPUT DFEE-RPT-FILE

           MOVE WS-THIS-PERIOD TO DFH-PERIOD
           WRITE DFEE-RPT-RECORD FROM DFEE-HEADING-1
           WRITE DFEE-RPT-RECORD FROM DFEE-HEADING-2

           PERFORM 0210-READ-MASTER-FILE
               THRU 0210-READ-MASTER-FILE-EXIT
           .
       0100-INITIALIZE-EXIT.
           EXIT.

       0210-READ-MASTER-FILE SECTION.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-MASTER-FILE-EXIT.
           EXIT.

      *************************************************************
      *    ONE LOAN.  A LOAN BOOKED WITHOUT A FEE HAS NOTHING TO
      *    ROLL.  OTHERWISE THE FEE IS NEW THIS PERIOD IF THIS IS
      *    THE FIRST PERIOD TO SEE IT, AN ACCELERATION DATED IN THE
      *    PERIOD IS REPORTED, AN OPEN LOAN EARNS THROUGH THE
      *    PERIOD, AND THE BEGINNING BALANCE IS WORKED BACK FROM
      *    THE ENDING ONE.
      *************************************************************
       0200-ROLL-ONE-LOAN SECTION.
           IF LM-ORIGINATION-FEE = ZERO
               GO TO 0200-ROLL-NEXT
           END-IF
           PERFORM 0400-SAVE-MASTER-IMAGE
               THRU 0400-SAVE-MASTER-IMAGE-EXIT

           MOVE ZERO TO WS-LOAN-NEW
           MOVE ZERO TO WS-LOAN-AMORTIZED
           MOVE ZERO TO WS-LOAN-ACCELERATED

           IF LM-FEE-DEFERRED-PERIOD = ZERO
               MOVE WS-THIS-PERIOD TO LM-FEE-DEFERRED-PERIOD
           END-IF
           IF LM-FEE-DEFERRED-PERIOD = WS-THIS-PERIOD
               MOVE LM-ORIGINATION-FEE TO WS-LOAN-NEW
           END-IF

           MOVE LM-FEE-ACCEL-DATE TO WS-ACCEL-DATE
           IF LM-FEE-ACCEL-DATE NOT = ZERO
               AND WS-ACCEL-PERIOD = WS-THIS-PERIOD
               MOVE LM-FEE-ACCEL-AMOUNT TO WS-LOAN-ACCELERATED
           END-IF

      *        A RERUN STARTS FROM WHAT THE FIRST RUN EARNED.
           IF LM-FEE-LAST-PERIOD = WS-THIS-PERIOD
               MOVE LM-FEE-LAST-AMORTIZED TO WS-LOAN-AMORTIZED
           END-IF

           IF LM-STATUS-OPEN
               AND LM-DEFERRED-FEE > ZERO
               PERFORM 0300-EARN-THE-FEE
                   THRU 0300-EARN-THE-FEE-EXIT
           END-IF

           MOVE WS-THIS-PERIOD    TO LM-FEE-LAST-PERIOD
           MOVE WS-LOAN-AMORTIZED TO LM-FEE-LAST-AMORTIZED
           PERFORM 0410-JOURNAL-MASTER-CHANGE
               THRU 0410-JOURNAL-MASTER-CHANGE-EXIT
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           COMPUTE WS-LOAN-BEGINNING =
               LM-DEFERRED-FEE + WS-LOAN-AMORTIZED
               + WS-LOAN-ACCELERATED - WS-LOAN-NEW

           IF WS-LOAN-BEGINNING = ZERO
               AND WS-LOAN-NEW = ZERO
               AND LM-DEFERRED-FEE = ZERO
               GO TO 0200-ROLL-NEXT
           END-IF

           ADD 1                   TO WS-FEE-LOAN-COUNT
           ADD WS-LOAN-BEGINNING   TO WS-TOTAL-BEGINNING
           ADD WS-LOAN-NEW         TO WS-TOTAL-NEW
           ADD WS-LOAN-AMORTIZED   TO WS-TOTAL-AMORTIZED
           ADD WS-LOAN-ACCELERATED TO WS-TOTAL-ACCELERATED
           ADD LM-DEFERRED-FEE     TO WS-TOTAL-ENDING

           MOVE LM-LOAN-NUMBER      TO DFD-LOAN-NUMBER
           MOVE WS-LOAN-BEGINNING   TO DFD-BEGINNING
           MOVE WS-LOAN-NEW         TO DFD-NEW
           MOVE WS-LOAN-AMORTIZED   TO DFD-AMORTIZED
           MOVE WS-LOAN-ACCELERATED TO DFD-ACCELERATED
           MOVE LM-DEFERRED-FEE     TO DFD-ENDING
           WRITE DFEE-RPT-RECORD FROM DFEE-DETAIL-LINE
           .
       0200-ROLL-NEXT.
           PERFORM 0210-READ-MASTER-FILE
               THRU 0210-READ-MASTER-FILE-EXIT
           .
       0200-ROLL-ONE-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    LEVEL YIELD.  THROUGH INSTALLMENT N THE FEE EARNED IS
      *    THE FEE TIMES THE SHARE OF THE SCHEDULE'S INTEREST PAID
      *    BY N; THE BALANCE STILL DEFERRED IS THE REST.  EARN
      *    WHATEVER THE MASTER CARRIES ABOVE THAT.  THE LAST
      *    INSTALLMENT CLEARS THE BALANCE, SO NO ROUNDING IS LEFT.
      *************************************************************
       0300-EARN-THE-FEE SECTION.
           MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE
           COMPUTE WS-EARN-THRU-MONTH =
               ((WS-THIS-YEAR * 12) + WS-THIS-MONTH)
               - ((WS-ORIG-YEAR * 12) + WS-ORIG-MONTH)
           IF WS-EARN-THRU-MONTH > LM-LOANTERM
               MOVE LM-LOANTERM TO WS-EARN-THRU-MONTH
           END-IF
           IF WS-EARN-THRU-MONTH NOT > LM-FEE-AMORT-THRU-MONTH
               GO TO 0300-EARN-THE-FEE-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-EARN-THRU-MONTH = LM-LOANTERM
                   MOVE ZERO TO WS-TARGET-DEFERRED
               WHEN LM-TOTINTPAID > ZERO
                   MOVE ZERO TO WS-INTEREST-TO-DATE
                   PERFORM 0310-ADD-ONE-MONTH
                       THRU 0310-ADD-ONE-MONTH-EXIT
                       VARYING MONTH FROM 1 BY 1
                       UNTIL MONTH > WS-EARN-THRU-MONTH
                   COMPUTE WS-TARGET-DEFERRED ROUNDED =
                       LM-ORIGINATION-FEE
                       - (LM-ORIGINATION-FEE * WS-INTEREST-TO-DATE
                          / LM-TOTINTPAID)
               WHEN OTHER
                   COMPUTE WS-TARGET-DEFERRED ROUNDED =
                       LM-ORIGINATION-FEE
                       - (LM-ORIGINATION-FEE * WS-EARN-THRU-MONTH
                          / LM-LOANTERM)
           END-EVALUATE
           IF WS-TARGET-DEFERRED < ZERO
               MOVE ZERO TO WS-TARGET-DEFERRED
           END-IF

           MOVE WS-EARN-THRU-MONTH TO LM-FEE-AMORT-THRU-MONTH

           IF WS-TARGET-DEFERRED NOT < LM-DEFERRED-FEE
               GO TO 0300-EARN-THE-FEE-EXIT
           END-IF

           COMPUTE WS-RECOGNIZED =
               LM-DEFERRED-FEE - WS-TARGET-DEFERRED
           MOVE WS-TARGET-DEFERRED TO LM-DEFERRED-FEE
           ADD WS-RECOGNIZED TO WS-LOAN-AMORTIZED
           ADD WS-RECOGNIZED TO WS-RUN-RECOGNIZED
           .
       0300-EARN-THE-FEE-EXIT.
           EXIT.

       0310-ADD-ONE-MONTH SECTION.
           ADD LM-INTPAID(MONTH) TO WS-INTEREST-TO-DATE
           .
       0310-ADD-ONE-MONTH-EXIT.
           EXIT.

      *************************************************************
      *    BEFORE-IMAGE JOURNAL FOR LOANRBCK.  A CHANGED MASTER
      *    RECORD IS JOURNALED AS IT STOOD BEFORE THE REWRITE, AND
      *    WHAT IS ABOUT TO BE WRITTEN BECOMES THE BEFORE-IMAGE FOR
      *    ANY LATER REWRITE OF THE SAME LOAN.
      *************************************************************
       0400-SAVE-MASTER-IMAGE SECTION.
           MOVE LENGTH OF LOAN-MASTER-RECORD TO WS-MASTER-IMAGE-LENGTH
           MOVE LOAN-MASTER-RECORD TO WS-MASTER-BEFORE-IMAGE
           .
       0400-SAVE-MASTER-IMAGE-EXIT.
           EXIT.

       0410-JOURNAL-MASTER-CHANGE SECTION.
           SET JA-LOAN-MASTER TO TRUE
           SET JA-CHANGED TO TRUE
           MOVE WS-MASTER-IMAGE-LENGTH TO JA-IMAGE-LENGTH
           CALL "LOANJRNL" USING JOURNAL-AREA WS-MASTER-BEFORE-IMAGE

           PERFORM 0400-SAVE-MASTER-IMAGE
               THRU 0400-SAVE-MASTER-IMAGE-EXIT
           .
       0410-JOURNAL-MASTER-CHANGE-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO DFEE-RPT-RECORD
           WRITE DFEE-RPT-RECORD

           MOVE "LOANS WITH A DEFERRED FEE:" TO DFC-LABEL
           MOVE WS-FEE-LOAN-COUNT         TO DFC-COUNT
           WRITE DFEE-RPT-RECORD FROM DFEE-COUNT-LINE

           MOVE "BEGINNING BALANCE:"      TO DFT-LABEL
           MOVE WS-TOTAL-BEGINNING        TO DFT-AMOUNT
           WRITE DFEE-RPT-RECORD FROM DFEE-TOTAL-LINE

           MOVE "NEWLY DEFERRED:"         TO DFT-LABEL
           MOVE WS-TOTAL-NEW              TO DFT-AMOUNT
           WRITE DFEE-RPT-RECORD FROM DFEE-TOTAL-LINE

           MOVE "AMORTIZED TO INCOME:"    TO DFT-LABEL
           MOVE WS-TOTAL-AMORTIZED        TO DFT-AMOUNT
           WRITE DFEE-RPT-RECORD FROM DFEE-TOTAL-LINE

           MOVE "ACCELERATED TO INCOME:"  TO DFT-LABEL
           MOVE WS-TOTAL-ACCELERATED      TO DFT-AMOUNT
           WRITE DFEE-RPT-RECORD FROM DFEE-TOTAL-LINE

           MOVE "ENDING BALANCE:"         TO DFT-LABEL
           MOVE WS-TOTAL-ENDING           TO DFT-AMOUNT
           WRITE DFEE-RPT-RECORD FROM DFEE-TOTAL-LINE

           MOVE SPACES TO DFEE-RPT-RECORD
           WRITE DFEE-RPT-RECORD

      *        THE BOOK'S BEGINNING SHOULD BE LAST PERIOD'S ENDING.
      *        A DIFFERENCE IS A FEE THAT MOVED OUTSIDE THIS RUN
      *        AND ITS TWO ACCELERATING PROGRAMS.
           COMPUTE WS-CARRY-DIFFERENCE =
               WS-TOTAL-BEGINNING - WS-PRIOR-ENDING

           MOVE "LAST PERIOD'S ENDING:"   TO DFT-LABEL
           MOVE WS-PRIOR-ENDING           TO DFT-AMOUNT
           WRITE DFEE-RPT-RECORD FROM DFEE-TOTAL-LINE

           MOVE "DIFFERENCE:"             TO DFT-LABEL
           MOVE WS-CARRY-DIFFERENCE       TO DFT-AMOUNT
           WRITE DFEE-RPT-RECORD FROM DFEE-TOTAL-LINE

           IF WS-RUN-RECOGNIZED > ZERO
               PERFORM 0930-JOURNAL-THE-RECOGNITION
                   THRU 0930-JOURNAL-THE-RECOGNITION-EXIT
           END-IF

           MOVE WS-THIS-PERIOD     TO DF-PERIOD
           MOVE WS-PRIOR-ENDING    TO DF-PRIOR-ENDING
           MOVE WS-TOTAL-ENDING    TO DF-ENDING
           OPEN OUTPUT FEE-CARRY-FILE
           WRITE FEE-CARRY-RECORD
           CLOSE FEE-CARRY-FILE

           CLOSE LOAN-MASTER-FILE
           CLOSE DFEE-RPT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.

      *************************************************************
      *    THE BALANCED RECOGNITION ENTRY: THE DEFERRED-FEE
      *    LIABILITY COMES DOWN AND ORIGINATION-FEE INCOME GOES UP.
      *************************************************************
       0930-JOURNAL-THE-RECOGNITION SECTION.
           OPEN EXTEND GL-JOURNAL-FILE

           MOVE WS-JOURNAL-DATE TO GJ-JOURNAL-DATE
           MOVE "LOANDFEE"      TO GJ-SOURCE-PROGRAM
           MOVE SPACES          TO GJ-REFERENCE
           STRING "DEFFEE " WS-THIS-PERIOD
               DELIMITED BY SIZE INTO GJ-REFERENCE
           END-STRING

           MOVE "DEFFEE"          TO GJ-ACCOUNT-CODE
           MOVE WS-RUN-RECOGNIZED TO GJ-DEBIT-AMOUNT
           MOVE ZERO              TO GJ-CREDIT-AMOUNT
           WRITE GL-JOURNAL-RECORD

           MOVE "ORIGINC"         TO GJ-ACCOUNT-CODE
           MOVE ZERO              TO GJ-DEBIT-AMOUNT
           MOVE WS-RUN-RECOGNIZED TO GJ-CREDIT-AMOUNT
           WRITE GL-JOURNAL-RECORD

           CLOSE GL-JOURNAL-FILE
           .
       0930-JOURNAL-THE-RECOGNITION-EXIT.
           EXIT.

       END PROGRAM LOANDFEE.
