       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBREC.
       REMARKS. DAILY BANK STATEMENT RECONCILIATION.  GIVEN THE
               BUSINESS DAY (YYYYMMDD), PROVES THE MONEY THE DAY'S
               RECEIPT FILES SAY CAME IN ACTUALLY REACHED THE
               CUSTODIAL ACCOUNT.  THE FOUR FILES THAT CARRY NEW
               CASH -- THE LOCKBOX FILE (BANKRMIT), THE ACH
               SETTLEMENT FILE (ACHRMIT), THE TELLER FILE (TELLRMIT)
               AND THE PAYOFF WIRES (PAYFRMIT) -- ARE TOTALLED BY
               THE REFERENCE THE BANK CREDITS THEM UNDER: A LOCKBOX
               ITEM OR A WIRE BY ITS OWN TRACE REFERENCE, THE ACH
               DRAFTS BY THEIR SETTLEMENT BATCH, A TELLER'S TAKE BY
               THE SESSION IT WAS DEPOSITED UNDER.  (THE FILES
               LOANSUSW AND LOANPMTX RE-PRESENT ARE MONEY ALREADY
               RECEIVED AND ARE NOT READ.)  EACH CREDIT ON THE
               BANK'S PRIOR-DAY STATEMENT IS MATCHED AGAINST THOSE
               TOTALS, AND THE REPORT LISTS WHAT MATCHED, WHAT THE
               BANK HAS THAT WE DO NOT, AND WHAT WE TOOK IN THAT
               THE BANK DOES NOT SHOW.  THE BANK'S TOTAL IS ALSO
               TIED TO THE CASH LINE LOANGLJR WROTE TO GLJRNL FOR
               THE DAY.  THE NET UNRECONCILED DIFFERENCE IS CARRIED
               FORWARD DAY TO DAY ON THE LOANBRCF FILE, SO A
               TIMING ITEM THAT CLEARS TOMORROW BRINGS THE CARRIED
               FIGURE BACK TO ZERO AND ONE THAT NEVER CLEARS STAYS
               IN SIGHT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE
                                    ASSIGN TO "BANKSTMT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BANK-RMIT-FILE
                                    ASSIGN TO "BANKRMIT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACH-RMIT-FILE
                                    ASSIGN TO "ACHRMIT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TELLER-RMIT-FILE
                                    ASSIGN TO "TELLRMIT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYOFF-RMIT-FILE
                                    ASSIGN TO "PAYFRMIT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-JOURNAL-FILE
                                    ASSIGN TO "GLJRNL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE RECORD: THE DIFFERENCE CARRIED OUT OF THE LAST DAY
      *    RECONCILED.  READ AT THE START, REWRITTEN AT THE END.
           SELECT OPTIONAL CARRY-FORWARD-FILE
                                    ASSIGN TO "LOANBRCF"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECON-RPT-FILE   ASSIGN TO "LOANBRCR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  BANK-STATEMENT-FILE.
       COPY BANKSTMT.

      *    THE FOUR RECEIPT FILES ARE ALL BANKRMIT LAYOUT; EACH IS
      *    READ AS A PLAIN RECORD AND MOVED OVER THE ONE BANKRMIT
      *    AREA IN WORKING-STORAGE.
       FD  BANK-RMIT-FILE.
       01  BANK-RMIT-IN              PIC X(58).

       FD  ACH-RMIT-FILE.
       01  ACH-RMIT-IN               PIC X(58).

       FD  TELLER-RMIT-FILE.
       01  TELLER-RMIT-IN            PIC X(58).

       FD  PAYOFF-RMIT-FILE.
       01  PAYOFF-RMIT-IN            PIC X(58).

       FD  GL-JOURNAL-FILE.
       COPY GLJRNREC.

       FD  CARRY-FORWARD-FILE.
       01  CARRY-FORWARD-RECORD.
           03 CF-BUSINESS-DATE       PIC 9(8).
           03 CF-CARRIED-IN          PIC S9(11)V99.
           03 CF-CARRIED-OUT         PIC S9(11)V99.

       FD  RECON-RPT-FILE.
       01  RECON-RPT-RECORD          PIC X(96).

       WORKING-STORAGE SECTION.

       77  RECEIPT-TABLE-MAX         PIC S9(4) COMP VALUE 5000.

       01  WS-STATEMENT-EOF-FLAG     PIC X  VALUE "N".
           88  END-OF-STATEMENT     VALUE "Y".

       01  WS-RMIT-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-RMIT-FILE     VALUE "Y".

       01  WS-JOURNAL-EOF-FLAG       PIC X  VALUE "N".
           88  END-OF-JOURNAL       VALUE "Y".

       01  WS-CARRY-EOF-FLAG         PIC X  VALUE "N".
           88  NO-CARRY-RECORD      VALUE "Y".

      *    THE BUSINESS DAY BEING RECONCILED, KEYED BY THE
      *    OPERATOR -- THE DAY THE STATEMENT COVERS AND THE DAY
      *    LOANGLJR JOURNALIZED.
       01  WS-BUSINESS-DATE          PIC 9(8).

       COPY BANKRMIT.

      *    THE REFERENCE A RECEIPT IS MATCHED UNDER.  ACH DRAFTS
      *    SETTLE AS ONE CREDIT PER SETTLEMENT DATE, SO THEY
      *    MATCH ON THE "ACH"+DATE FRONT OF THEIR TRACE; A
      *    TELLER'S SESSION IS DEPOSITED AS ONE CREDIT, SO ITS
      *    RECEIPTS MATCH ON THE "BR"+TELLER+TIME FRONT OF THEIR
      *    SESSION REFERENCE.
       01  WS-RECEIPT-REFERENCE      PIC X(16).
       01  FILLER REDEFINES WS-RECEIPT-REFERENCE.
           03 WS-REF-ACH-BATCH       PIC X(11).
           03 FILLER                 PIC X(05).
       01  FILLER REDEFINES WS-RECEIPT-REFERENCE.
           03 WS-REF-BRANCH-SESSION  PIC X(12).
           03 FILLER                 PIC X(04).

       01  WS-MATCH-KEY              PIC X(16).

      *    WHAT WE TOOK IN, ONE ENTRY PER MATCH KEY.
       01  WS-RECEIPT-TABLE.
           03 WS-RECEIPT-COUNT       PIC S9(4) COMP VALUE ZERO.
           03 WS-RECEIPT-ENTRY OCCURS 5000 TIMES.
              05 WS-RCV-KEY          PIC X(16).
              05 WS-RCV-FILE         PIC X(08).
              05 WS-RCV-ITEMS        PIC S9(8) COMP.
              05 WS-RCV-AMOUNT       PIC S9(11)V99 COMP-3.
              05 WS-RCV-MATCH-FLAG   PIC X.
                 88 RCV-MATCHED      VALUE "Y".

       01  RCV-IDX                   PIC S9(4) COMP.

      *    PER-FILE CONTROL TOTALS, IN THE ORDER THE FILES ARE READ.
       01  WS-FILE-TOTALS.
           03 WS-FILE-ENTRY OCCURS 4 TIMES.
              05 WS-FT-NAME          PIC X(08).
              05 WS-FT-COUNT         PIC S9(8) COMP.
              05 WS-FT-AMOUNT        PIC S9(11)V99 COMP-3.

       01  FILE-IDX                  PIC S9(4) COMP.

       01  WS-RECEIPTS-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-UNLOADED-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-UNLOADED-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-BANK-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-BANK-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-OTHER-ENTRY-COUNT      PIC S9(8) COMP VALUE ZERO.

       01  WS-MATCHED-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-MATCHED-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-DIFFERS-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-DIFFERS-NET            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BANK-ONLY-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-BANK-ONLY-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-OURS-ONLY-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-OURS-ONLY-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-GL-CASH                PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-GL-LINE-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-BANK-LESS-GL           PIC S9(11)V99 COMP-3.

       01  WS-DIFFERENCE-TODAY       PIC S9(11)V99 COMP-3.
       01  WS-CARRIED-IN             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CARRIED-OUT            PIC S9(11)V99 COMP-3.

       01  RECON-HEADING-1.
           03 FILLER                 PIC X(30)
                VALUE "BANK STATEMENT RECONCILIATION".
           03 FILLER                 PIC X(04) VALUE "FOR ".
           03 RCH-BUSINESS-DATE      PIC 9(8).

       01  RECON-HEADING-2.
           03 FILLER                 PIC X(18) VALUE "REFERENCE".
           03 FILLER                 PIC X(10) VALUE "FILE".
           03 FILLER                 PIC X(16) VALUE "     BANK".
           03 FILLER                 PIC X(16) VALUE "     OURS".
           03 FILLER                 PIC X(08) VALUE "ITEMS".
           03 FILLER                 PIC X(16) VALUE "DISPOSITION".

       01  RECON-DETAIL-LINE.
           03 RCD-REFERENCE          PIC X(16).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 RCD-FILE               PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 RCD-BANK-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 RCD-OUR-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 RCD-ITEMS              PIC ZZZZ9.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 RCD-DISPOSITION        PIC X(16).

       01  RECON-TOTAL-LINE.
           03 RCT-LABEL              PIC X(26).
           03 RCT-COUNT              PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 RCT-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-BUSINESS-DATE FROM CONSOLE

           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           PERFORM 0200-LOAD-THE-RECEIPTS
               THRU 0200-LOAD-THE-RECEIPTS-EXIT

           PERFORM 0300-MATCH-ONE-BANK-ENTRY
               THRU 0300-MATCH-ONE-BANK-ENTRY-EXIT
               UNTIL END-OF-STATEMENT

           PERFORM 0400-LIST-OURS-ONLY
               THRU 0400-LIST-OURS-ONLY-EXIT
               VARYING RCV-IDX FROM 1 BY 1
               UNTIL RCV-IDX > WS-RECEIPT-COUNT

           PERFORM 0500-TIE-TO-GL-CASH
               THRU 0500-TIE-TO-GL-CASH-EXIT

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

      *************************************************************
      *    PICK UP YESTERDAY'S CARRIED DIFFERENCE.  A RERUN OF THE
      *    SAME DAY FINDS ITS OWN RECORD THERE, AND STARTS AGAIN
      *    FROM WHAT THAT RUN CARRIED IN -- NOT FROM WHAT IT
      *    CARRIED OUT, WHICH WOULD COUNT THE DAY TWICE.
      *************************************************************
       0100-INITIALIZE SECTION.
           OPEN INPUT CARRY-FORWARD-FILE
           READ CARRY-FORWARD-FILE
               AT END
                   MOVE "Y" TO WS-CARRY-EOF-FLAG
           END-READ
           IF NOT NO-CARRY-RECORD
               IF CF-BUSINESS-DATE = WS-BUSINESS-DATE
                   MOVE CF-CARRIED-IN  TO WS-CARRIED-IN
               ELSE
                   MOVE CF-CARRIED-OUT TO WS-CARRIED-IN
               END-IF
           END-IF
           CLOSE CARRY-FORWARD-FILE

           MOVE "BANKRMIT" TO WS-FT-NAME(1)
           MOVE "ACHRMIT"  TO WS-FT-NAME(2)
           MOVE "TELLRMIT" TO WS-FT-NAME(3)
           MOVE "PAYFRMIT" TO WS-FT-NAME(4)
           PERFORM 0110-CLEAR-ONE-FILE-TOTAL
               THRU 0110-CLEAR-ONE-FILE-TOTAL-EXIT
               VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > 4

           OPEN INPUT  BANK-STATEMENT-FILE
           OPEN OUTPUT RECON-RPT-FILE

           MOVE WS-BUSINESS-DATE TO RCH-BUSINESS-DATE
           WRITE RECON-RPT-RECORD FROM RECON-HEADING-1
           WRITE RECON-RPT-RECORD FROM RECON-HEADING-2
           .
       0100-INITIALIZE-EXIT.
           EXIT.

       0110-CLEAR-ONE-FILE-TOTAL SECTION.
           MOVE ZERO TO WS-FT-COUNT(FILE-IDX)
           MOVE ZERO TO WS-FT-AMOUNT(FILE-IDX)
           .
       0110-CLEAR-ONE-FILE-TOTAL-EXIT.
           EXIT.

      *************************************************************
      *    TOTAL THE FOUR RECEIPT FILES INTO THE MATCH TABLE, ONE
      *    FILE AFTER ANOTHER.
      *************************************************************
       0200-LOAD-THE-RECEIPTS SECTION.
           MOVE 1   TO FILE-IDX
           MOVE "N" TO WS-RMIT-EOF-FLAG
           OPEN INPUT BANK-RMIT-FILE
           PERFORM 0210-READ-BANK-RMIT
               THRU 0210-READ-BANK-RMIT-EXIT
               UNTIL END-OF-RMIT-FILE
           CLOSE BANK-RMIT-FILE

           MOVE 2   TO FILE-IDX
           MOVE "N" TO WS-RMIT-EOF-FLAG
           OPEN INPUT ACH-RMIT-FILE
           PERFORM 0220-READ-ACH-RMIT
               THRU 0220-READ-ACH-RMIT-EXIT
               UNTIL END-OF-RMIT-FILE
           CLOSE ACH-RMIT-FILE

           MOVE 3   TO FILE-IDX
           MOVE "N" TO WS-RMIT-EOF-FLAG
           OPEN INPUT TELLER-RMIT-FILE
           PERFORM 0230-READ-TELLER-RMIT
               THRU 0230-READ-TELLER-RMIT-EXIT
               UNTIL END-OF-RMIT-FILE
           CLOSE TELLER-RMIT-FILE

           MOVE 4   TO FILE-IDX
           MOVE "N" TO WS-RMIT-EOF-FLAG
           OPEN INPUT PAYOFF-RMIT-FILE
           PERFORM 0240-READ-PAYOFF-RMIT
               THRU 0240-READ-PAYOFF-RMIT-EXIT
               UNTIL END-OF-RMIT-FILE
           CLOSE PAYOFF-RMIT-FILE
           .
       0200-LOAD-THE-RECEIPTS-EXIT.
           EXIT.

       0210-READ-BANK-RMIT SECTION.
           READ BANK-RMIT-FILE
               AT END
                   MOVE "Y" TO WS-RMIT-EOF-FLAG
           END-READ
           IF NOT END-OF-RMIT-FILE
               MOVE BANK-RMIT-IN TO BANK-RMIT-RECORD
               PERFORM 0250-TAKE-ONE-RECEIPT
                   THRU 0250-TAKE-ONE-RECEIPT-EXIT
           END-IF
           .
       0210-READ-BANK-RMIT-EXIT.
           EXIT.

       0220-READ-ACH-RMIT SECTION.
           READ ACH-RMIT-FILE
               AT END
                   MOVE "Y" TO WS-RMIT-EOF-FLAG
           END-READ
           IF NOT END-OF-RMIT-FILE
               MOVE ACH-RMIT-IN TO BANK-RMIT-RECORD
               PERFORM 0250-TAKE-ONE-RECEIPT
                   THRU 0250-TAKE-ONE-RECEIPT-EXIT
           END-IF
           .
       0220-READ-ACH-RMIT-EXIT.
           EXIT.

       0230-READ-TELLER-RMIT SECTION.
           READ TELLER-RMIT-FILE
               AT END
                   MOVE "Y" TO WS-RMIT-EOF-FLAG
           END-READ
           IF NOT END-OF-RMIT-FILE
               MOVE TELLER-RMIT-IN TO BANK-RMIT-RECORD
               PERFORM 0250-TAKE-ONE-RECEIPT
                   THRU 0250-TAKE-ONE-RECEIPT-EXIT
           END-IF
           .
       0230-READ-TELLER-RMIT-EXIT.
           EXIT.

       0240-READ-PAYOFF-RMIT SECTION.
           READ PAYOFF-RMIT-FILE
               AT END
                   MOVE "Y" TO WS-RMIT-EOF-FLAG
           END-READ
           IF NOT END-OF-RMIT-FILE
               MOVE PAYOFF-RMIT-IN TO BANK-RMIT-RECORD
               PERFORM 0250-TAKE-ONE-RECEIPT
                   THRU 0250-TAKE-ONE-RECEIPT-EXIT
           END-IF
           .
       0240-READ-PAYOFF-RMIT-EXIT.
           EXIT.

      *************************************************************
      *    ONE RECEIPT INTO ITS FILE'S CONTROL TOTAL AND ONTO ITS
      *    MATCH KEY'S TABLE ENTRY.  A RECEIPT THE FULL TABLE
      *    CANNOT HOLD IS STILL IN THE FILE TOTALS, AND SHOWS ON
      *    THE REPORT AS UNMATCHABLE THIS RUN.
      *************************************************************
       0250-TAKE-ONE-RECEIPT SECTION.
           ADD 1         TO WS-FT-COUNT(FILE-IDX)
           ADD BR-AMOUNT TO WS-FT-AMOUNT(FILE-IDX)
           ADD BR-AMOUNT TO WS-RECEIPTS-TOTAL

           MOVE BR-REFERENCE TO WS-RECEIPT-REFERENCE
           EVALUATE TRUE
               WHEN BR-SOURCE = "ACH"
                   MOVE WS-REF-ACH-BATCH      TO WS-MATCH-KEY
               WHEN BR-SOURCE = "BRANCH"
                   MOVE WS-REF-BRANCH-SESSION TO WS-MATCH-KEY
               WHEN OTHER
                   MOVE WS-RECEIPT-REFERENCE  TO WS-MATCH-KEY
           END-EVALUATE

           PERFORM 0260-CHECK-RECEIPT-KEY
               THRU 0260-CHECK-RECEIPT-KEY-EXIT
               VARYING RCV-IDX FROM 1 BY 1
               UNTIL RCV-IDX > WS-RECEIPT-COUNT
               OR WS-RCV-KEY(RCV-IDX) = WS-MATCH-KEY

           IF RCV-IDX > WS-RECEIPT-COUNT
               IF WS-RECEIPT-COUNT < RECEIPT-TABLE-MAX
                   ADD 1 TO WS-RECEIPT-COUNT
                   MOVE WS-MATCH-KEY TO WS-RCV-KEY(RCV-IDX)
                   MOVE WS-FT-NAME(FILE-IDX) TO WS-RCV-FILE(RCV-IDX)
                   MOVE ZERO TO WS-RCV-ITEMS(RCV-IDX)
                   MOVE ZERO TO WS-RCV-AMOUNT(RCV-IDX)
                   MOVE "N"  TO WS-RCV-MATCH-FLAG(RCV-IDX)
               ELSE
                   DISPLAY "RECEIPT TABLE FULL - " BR-REFERENCE
                       " NOT MATCHED THIS RUN"
                   ADD 1         TO WS-UNLOADED-COUNT
                   ADD BR-AMOUNT TO WS-UNLOADED-AMOUNT
                   GO TO 0250-TAKE-ONE-RECEIPT-EXIT
               END-IF
           END-IF

           ADD 1         TO WS-RCV-ITEMS(RCV-IDX)
           ADD BR-AMOUNT TO WS-RCV-AMOUNT(RCV-IDX)
           .
       0250-TAKE-ONE-RECEIPT-EXIT.
           EXIT.

       0260-CHECK-RECEIPT-KEY SECTION.
           CONTINUE
           .
       0260-CHECK-RECEIPT-KEY-EXIT.
           EXIT.

      *************************************************************
      *    ONE ENTRY ON THE BANK'S STATEMENT.  A CREDIT WHOSE
      *    REFERENCE IS IN THE TABLE AND NOT YET CLAIMED IS
      *    MATCHED -- AT THE SAME AMOUNT OUTRIGHT, AT A DIFFERENT
      *    ONE AS "AMOUNT DIFFERS" FOR THE BANK-LESS-OURS GAP.  A
      *    CREDIT WITH NO RECEIPT BEHIND IT IS THE BANK'S ALONE.
      *************************************************************
       0300-MATCH-ONE-BANK-ENTRY SECTION.
           READ BANK-STATEMENT-FILE
               AT END
                   MOVE "Y" TO WS-STATEMENT-EOF-FLAG
                   GO TO 0300-MATCH-ONE-BANK-ENTRY-EXIT
           END-READ

           IF NOT BS-DEPOSIT-CREDIT
               AND NOT BS-ACH-SETTLEMENT
               ADD 1 TO WS-OTHER-ENTRY-COUNT
               GO TO 0300-MATCH-ONE-BANK-ENTRY-EXIT
           END-IF

           ADD 1         TO WS-BANK-COUNT
           ADD BS-AMOUNT TO WS-BANK-AMOUNT

           PERFORM 0310-CHECK-UNCLAIMED-KEY
               THRU 0310-CHECK-UNCLAIMED-KEY-EXIT
               VARYING RCV-IDX FROM 1 BY 1
               UNTIL RCV-IDX > WS-RECEIPT-COUNT
               OR (WS-RCV-KEY(RCV-IDX) = BS-REFERENCE
                   AND NOT RCV-MATCHED(RCV-IDX))

           MOVE BS-REFERENCE TO RCD-REFERENCE
           MOVE BS-AMOUNT    TO RCD-BANK-AMOUNT

           IF RCV-IDX > WS-RECEIPT-COUNT
               ADD 1         TO WS-BANK-ONLY-COUNT
               ADD BS-AMOUNT TO WS-BANK-ONLY-AMOUNT
               MOVE BS-TRANS-CODE TO RCD-FILE
               MOVE ZERO     TO RCD-OUR-AMOUNT
               MOVE ZERO     TO RCD-ITEMS
               MOVE "BANK ONLY" TO RCD-DISPOSITION
               WRITE RECON-RPT-RECORD FROM RECON-DETAIL-LINE
               GO TO 0300-MATCH-ONE-BANK-ENTRY-EXIT
           END-IF

           MOVE "Y" TO WS-RCV-MATCH-FLAG(RCV-IDX)
           MOVE WS-RCV-FILE(RCV-IDX)   TO RCD-FILE
           MOVE WS-RCV-AMOUNT(RCV-IDX) TO RCD-OUR-AMOUNT
           MOVE WS-RCV-ITEMS(RCV-IDX)  TO RCD-ITEMS

           IF BS-AMOUNT = WS-RCV-AMOUNT(RCV-IDX)
               ADD 1         TO WS-MATCHED-COUNT
               ADD BS-AMOUNT TO WS-MATCHED-AMOUNT
               MOVE "MATCHED" TO RCD-DISPOSITION
           ELSE
               ADD 1 TO WS-DIFFERS-COUNT
               COMPUTE WS-DIFFERS-NET = WS-DIFFERS-NET
                   + BS-AMOUNT - WS-RCV-AMOUNT(RCV-IDX)
               MOVE "AMOUNT DIFFERS" TO RCD-DISPOSITION
           END-IF
           WRITE RECON-RPT-RECORD FROM RECON-DETAIL-LINE
           .
       0300-MATCH-ONE-BANK-ENTRY-EXIT.
           EXIT.

       0310-CHECK-UNCLAIMED-KEY SECTION.
           CONTINUE
           .
       0310-CHECK-UNCLAIMED-KEY-EXIT.
           EXIT.

      *************************************************************
      *    EVERY RECEIPT TOTAL NO BANK CREDIT CLAIMED: MONEY WE
      *    SAY CAME IN THAT THE BANK DOES NOT SHOW.
      *************************************************************
       0400-LIST-OURS-ONLY SECTION.
           IF RCV-MATCHED(RCV-IDX)
               GO TO 0400-LIST-OURS-ONLY-EXIT
           END-IF

           ADD 1 TO WS-OURS-ONLY-COUNT
           ADD WS-RCV-AMOUNT(RCV-IDX) TO WS-OURS-ONLY-AMOUNT

           MOVE WS-RCV-KEY(RCV-IDX)    TO RCD-REFERENCE
           MOVE WS-RCV-FILE(RCV-IDX)   TO RCD-FILE
           MOVE ZERO                   TO RCD-BANK-AMOUNT
           MOVE WS-RCV-AMOUNT(RCV-IDX) TO RCD-OUR-AMOUNT
           MOVE WS-RCV-ITEMS(RCV-IDX)  TO RCD-ITEMS
           MOVE "NOT AT BANK"          TO RCD-DISPOSITION
           WRITE RECON-RPT-RECORD FROM RECON-DETAIL-LINE
           .
       0400-LIST-OURS-ONLY-EXIT.
           EXIT.

      *************************************************************
      *    THE DAY'S NET CASH LINE FROM THE NIGHTLY JOURNAL.  IT
      *    NETS REVERSALS AND RECOVERIES AGAINST THE RECEIPTS, SO
      *    THE GAP TO THE BANK IS SHOWN FOR THE GL TEAM RATHER
      *    THAN FOLDED INTO THE CARRIED DIFFERENCE.
      *************************************************************
       0500-TIE-TO-GL-CASH SECTION.
           OPEN INPUT GL-JOURNAL-FILE
           PERFORM 0510-READ-ONE-JOURNAL-LINE
               THRU 0510-READ-ONE-JOURNAL-LINE-EXIT
               UNTIL END-OF-JOURNAL
           CLOSE GL-JOURNAL-FILE

           COMPUTE WS-BANK-LESS-GL = WS-BANK-AMOUNT - WS-GL-CASH
           .
       0500-TIE-TO-GL-CASH-EXIT.
           EXIT.

       0510-READ-ONE-JOURNAL-LINE SECTION.
           READ GL-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JOURNAL-EOF-FLAG
                   GO TO 0510-READ-ONE-JOURNAL-LINE-EXIT
           END-READ

           IF GJ-JOURNAL-DATE = WS-BUSINESS-DATE
               AND GJ-ACCOUNT-CODE = "CASH"
               AND GJ-SOURCE-PROGRAM = "LOANGLJR"
               ADD 1 TO WS-GL-LINE-COUNT
               COMPUTE WS-GL-CASH = WS-GL-CASH
                   + GJ-DEBIT-AMOUNT - GJ-CREDIT-AMOUNT
           END-IF
           .
       0510-READ-ONE-JOURNAL-LINE-EXIT.
           EXIT.

      *************************************************************
      *    CONTROL TOTALS, THE GL TIE AND THE CARRIED DIFFERENCE.
      *    THE DAY'S DIFFERENCE IS BANK CREDITS LESS EVERYTHING
      *    THE FOUR FILES SAY CAME IN -- THE BANK-ONLY ITEMS, LESS
      *    THE ITEMS NOT AT THE BANK, PLUS THE AMOUNT GAPS.
      *************************************************************
       0900-TERMINATE SECTION.
           MOVE SPACES TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD

           PERFORM 0910-WRITE-ONE-FILE-TOTAL
               THRU 0910-WRITE-ONE-FILE-TOTAL-EXIT
               VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > 4

           MOVE "RECEIPTS TAKEN IN:"     TO RCT-LABEL
           COMPUTE RCT-COUNT = WS-FT-COUNT(1) + WS-FT-COUNT(2)
               + WS-FT-COUNT(3) + WS-FT-COUNT(4)
           MOVE WS-RECEIPTS-TOTAL        TO RCT-AMOUNT
           WRITE RECON-RPT-RECORD FROM RECON-TOTAL-LINE

           IF WS-UNLOADED-COUNT > ZERO
               MOVE "  OVER TABLE - UNMATCHED:" TO RCT-LABEL
               MOVE WS-UNLOADED-COUNT    TO RCT-COUNT
               MOVE WS-UNLOADED-AMOUNT   TO RCT-AMOUNT
               WRITE RECON-RPT-RECORD FROM RECON-TOTAL-LINE
           END-IF

           MOVE "BANK CREDITS:"          TO RCT-LABEL
           MOVE WS-BANK-COUNT            TO RCT-COUNT
           MOVE WS-BANK-AMOUNT           TO RCT-AMOUNT
           WRITE RECON-RPT-RECORD FROM RECON-TOTAL-LINE

           MOVE "OTHER BANK ENTRIES:"    TO RCT-LABEL
           MOVE WS-OTHER-ENTRY-COUNT     TO RCT-COUNT
           MOVE ZERO                     TO RCT-AMOUNT
           WRITE RECON-RPT-RECORD FROM RECON-TOTAL-LINE

           MOVE SPACES TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD

           MOVE "MATCHED:"               TO RCT-LABEL
           MOVE WS-MATCHED-COUNT         TO RCT-COUNT
           MOVE WS-MATCHED-AMOUNT        TO RCT-AMOUNT
           WRITE RECON-RPT-RECORD FROM RECON-TOTAL-LINE

           MOVE "AMOUNT DIFFERS (NET):"  TO RCT-LABEL
           MOVE WS-DIFFERS-COUNT         TO RCT-COUNT
           MOVE WS-DIFFERS-NET           TO RCT-AMOUNT
           WRITE RECON-RPT-RECORD FROM RECON-TOTAL-LINE

           MOVE "AT BANK, NOT OURS:"     TO RCT-LABEL
           MOVE WS-BANK-ONLY-COUNT       TO RCT-COUNT
           MOVE WS-BANK-ONLY-AMOUNT      TO RCT-AMOUNT
           WRITE RECON-RPT-RECORD FROM RECON-TOTAL-LINE

           MOVE "OURS, NOT AT BANK:"     TO RCT-LABEL
           MOVE WS-OURS-ONLY-COUNT       TO RCT-COUNT
           MOVE WS-OURS-ONLY-AMOUNT      TO RCT-AMOUNT
           WRITE RECON-RPT-RECORD FROM RECON-TOTAL-LINE

           MOVE SPACES TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD

           MOVE "GL CASH (LOANGLJR):"    TO RCT-LABEL
           MOVE WS-GL-LINE-COUNT         TO RCT-COUNT
           MOVE WS-GL-CASH               TO RCT-AMOUNT
           WRITE RECON-RPT-RECORD FROM RECON-TOTAL-LINE

           MOVE "BANK LESS GL CASH:"     TO RCT-LABEL
           MOVE ZERO                     TO RCT-COUNT
           MOVE WS-BANK-LESS-GL          TO RCT-AMOUNT
           WRITE RECON-RPT-RECORD FROM RECON-TOTAL-LINE

           IF WS-GL-LINE-COUNT = ZERO
               MOVE "*** NO LOANGLJR CASH LINE FOR THE DAY ***"
                   TO RECON-RPT-RECORD
               WRITE RECON-RPT-RECORD
           END-IF

           MOVE SPACES TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD

           COMPUTE WS-DIFFERENCE-TODAY =
               WS-BANK-AMOUNT - WS-RECEIPTS-TOTAL
           COMPUTE WS-CARRIED-OUT =
               WS-CARRIED-IN + WS-DIFFERENCE-TODAY

           MOVE "CARRIED IN:"            TO RCT-LABEL
           MOVE ZERO                     TO RCT-COUNT
           MOVE WS-CARRIED-IN            TO RCT-AMOUNT
           WRITE RECON-RPT-RECORD FROM RECON-TOTAL-LINE

           MOVE "DIFFERENCE TODAY:"      TO RCT-LABEL
           MOVE WS-DIFFERENCE-TODAY      TO RCT-AMOUNT
           WRITE RECON-RPT-RECORD FROM RECON-TOTAL-LINE

           MOVE "UNRECONCILED CARRIED OUT:" TO RCT-LABEL
           MOVE WS-CARRIED-OUT           TO RCT-AMOUNT
           WRITE RECON-RPT-RECORD FROM RECON-TOTAL-LINE

           IF WS-CARRIED-OUT = ZERO
               MOVE "CUSTODIAL ACCOUNT RECONCILED" TO RECON-RPT-RECORD
           ELSE
               MOVE "*** CUSTODIAL ACCOUNT NOT RECONCILED ***"
                   TO RECON-RPT-RECORD
               DISPLAY "LOANBREC: " WS-CARRIED-OUT
                   " UNRECONCILED AFTER " WS-BUSINESS-DATE
           END-IF
           WRITE RECON-RPT-RECORD

           MOVE WS-BUSINESS-DATE TO CF-BUSINESS-DATE
           MOVE WS-CARRIED-IN    TO CF-CARRIED-IN
           MOVE WS-CARRIED-OUT   TO CF-CARRIED-OUT
           OPEN OUTPUT CARRY-FORWARD-FILE
           WRITE CARRY-FORWARD-RECORD
           CLOSE CARRY-FORWARD-FILE

           CLOSE BANK-STATEMENT-FILE
           CLOSE RECON-RPT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.

       0910-WRITE-ONE-FILE-TOTAL SECTION.
           MOVE SPACES                 TO RCT-LABEL
           STRING WS-FT-NAME(FILE-IDX) DELIMITED BY SPACE
               ":" DELIMITED BY SIZE
               INTO RCT-LABEL
           END-STRING
           MOVE WS-FT-COUNT(FILE-IDX)  TO RCT-COUNT
           MOVE WS-FT-AMOUNT(FILE-IDX) TO RCT-AMOUNT
           WRITE RECON-RPT-RECORD FROM RECON-TOTAL-LINE
           .
       0910-WRITE-ONE-FILE-TOTAL-EXIT.
           EXIT.

       END PROGRAM LOANBREC.
