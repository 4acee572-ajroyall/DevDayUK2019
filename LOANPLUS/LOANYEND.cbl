               OUT, SO AN NSF THAT CAME BACK NEVER COUNTS -- ROLLS
               MULTIPLE LOANS FOR THE SAME BORROWER TOGETHER, AND
               PRINTS ONE STATEMENT PER BORROWER IN THE LOANSTMT
               PAGE STYLE.  A LOAN THAT WAS ASSUMED OR PASSED TO A
               SUCCESSOR DURING THE YEAR SPLITS: EACH PAYMENT GOES
               TO THE PARTY THE CROSS-REFERENCE SHOWS LIABLE ON THE
               DAY IT WAS RECEIVED, SO THE OLD AND NEW PARTY EACH
               GET A STATEMENT FOR THEIR OWN PART OF THE YEAR.  A
               SUMMARY TOTALS FILE WITH RECORD COUNTS GOES TO THE
               TAX-FORM VENDOR SO THE FEED CAN BE BALANCED BEFORE
               FORMS ARE PRINTED.  EACH STATEMENT GOES WHERE THE
               BORROWER ASKED (LOANDLVR): TO PRINT, TO THE
               E-DELIVERY EXTRACT, OR BOTH, COUNTED ON EDLVCNT.  NOTHING
               IS PRINTED TO A BORROWER WHOSE MAIL HAS COME BACK
               (BORRMSTR); EACH PRINTED COPY HELD BACK IS COUNTED AS
               SUPPRESSED.

       ENVIRONMENT DIVISION.

                                    RECORD KEY IS BX-XREF-KEY
                                    FILE STATUS IS WS-XREF-STATUS.

           SELECT OPTIONAL EDLV-EXTRACT-FILE
                                    ASSIGN TO "EDLVEXTR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-COUNT-FILE
                                    ASSIGN TO "EDLVCNT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-FILE   ASSIGN TO "LOANYEND"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       FD  LOAN-XREF-FILE.
       COPY LOANBXRF.

       FD  EDLV-EXTRACT-FILE.
       COPY EDLVEXT.

       FD  EDLV-COUNT-FILE.
       COPY EDLVCNT.

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD          PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03 SRT-BORROWER-NAME      PIC X(30).
           03 SRT-BORROWER-ID        PIC X(10).
           03 SRT-LOAN-NUMBER        PIC X(10).
           03 SRT-INTEREST-PAID      PIC S9(9)V99 COMP-3.

       01  LOAN-IDX                  PIC S9(4) COMP.

      *    NET INTEREST PAID IN THE TAX YEAR, ACCUMULATED PER LOAN
      *    AND LIABLE PARTY BEFORE THE BORROWER-LEVEL ROLL-UP.  THE
      *    BORROWER ID IS SPACES ON A LOAN WITH NO PARTY LINKED.
       01  WS-LOAN-TABLE.
           03 WS-LOAN-COUNT          PIC S9(4) COMP VALUE ZERO.
           03 WS-LOAN-ENTRY OCCURS 5000 TIMES.
              05 WS-TBL-LOAN-NUMBER  PIC X(10).
              05 WS-TBL-BORROWER-ID  PIC X(10).
              05 WS-TBL-INTEREST     PIC S9(9)V99 COMP-3.

       01  WS-BORROWER-STATUS        PIC X(02) VALUE SPACES.
       01  WS-XREF-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-XREF          VALUE "Y".

       01  WS-LIABLE-BORROWER-ID     PIC X(10).

       01  WS-ADDRESS-FOUND-FLAG     PIC X  VALUE "N".
           88  MAILING-ADDRESS-FOUND VALUE "Y".

           03 ADR-ZIP                PIC X(10).

       01  WS-CURRENT-BORROWER       PIC X(30).
       01  WS-CURRENT-BORROWER-ID    PIC X(10).
       01  WS-BORROWER-INTEREST      PIC S9(9)V99 COMP-3.
       01  WS-BORROWER-OPEN-FLAG     PIC X VALUE "N".
           88  BORROWER-OPEN         VALUE "Y".
       01  WS-TOTAL-LOANS            PIC S9(8) COMP VALUE ZERO.
       01  WS-TOTAL-INTEREST         PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    STATEMENTS BY DELIVERY CHANNEL.
       01  WS-DLV-PAPER-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-ELECTRONIC-COUNT   PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-BOTH-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-SUPPRESSED-COUNT   PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-PRINTED-COUNT      PIC S9(8) COMP VALUE ZERO.

       01  WS-RUN-DATE               PIC 9(8).

       01  YEND-HEADING-1.
           03 FILLER                 PIC X(09) VALUE "YEAR-END".
           03 FILLER                 PIC X(21)
                                      VALUE "TOTAL INTEREST PAID:".
           03 YET-INTEREST           PIC Z,ZZZ,ZZ9.99.

       COPY DLVRAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-BORROWER-NAME
                                SRT-BORROWER-ID
                                SRT-LOAN-NUMBER
               INPUT PROCEDURE IS 0300-RELEASE-LOAN-TOTALS
                   THRU 0300-RELEASE-LOAN-TOTALS-EXIT
      *************************************************************
      *    PASS 1: NET EACH LOAN'S INTEREST ACTUALLY PAID IN THE
      *    TAX YEAR OUT OF THE POSTED HISTORY.  EFFECTIVE DATE --
      *    THE DAY THE BANK HAD THE MONEY -- DECIDES THE YEAR,
      *    AND WHICH PARTY WAS LIABLE FOR THE LOAN THAT DAY.
      *************************************************************
       0100-SWEEP-HISTORY SECTION.
           OPEN INPUT PAYMENT-HISTORY-FILE
           OPEN INPUT LOAN-XREF-FILE

           PERFORM 0210-READ-HISTORY-FILE
               THRU 0210-READ-HISTORY-FILE-EXIT
               UNTIL END-OF-HISTORY-FILE

           CLOSE PAYMENT-HISTORY-FILE
           CLOSE LOAN-XREF-FILE
           .
       0100-SWEEP-HISTORY-EXIT.
           EXIT.

       0200-NET-ONE-PAYMENT SECTION.
           IF PH-EFFECTIVE-DATE(1:4) = WS-TAX-YEAR(1:4)
               PERFORM 0230-FIND-LIABLE-PARTY
                   THRU 0230-FIND-LIABLE-PARTY-EXIT
               PERFORM 0220-FIND-LOAN-ENTRY
                   THRU 0220-FIND-LOAN-ENTRY-EXIT
               IF LOAN-IDX NOT > WS-LOAN-COUNT
           EXIT.

      *************************************************************
      *    LOCATE OR CREATE THE TABLE ENTRY FOR PH-LOAN-NUMBER
      *    AND THE PARTY LIABLE ON THE PAYMENT'S EFFECTIVE DATE.
      *************************************************************
       0220-FIND-LOAN-ENTRY SECTION.
           PERFORM 0221-CHECK-LOAN-ENTRY
               THRU 0221-CHECK-LOAN-ENTRY-EXIT
               VARYING LOAN-IDX FROM 1 BY 1
               UNTIL LOAN-IDX > WS-LOAN-COUNT
               OR (WS-TBL-LOAN-NUMBER(LOAN-IDX) = PH-LOAN-NUMBER
               AND WS-TBL-BORROWER-ID(LOAN-IDX)
                   = WS-LIABLE-BORROWER-ID)

           IF LOAN-IDX > WS-LOAN-COUNT
               IF WS-LOAN-COUNT < LOAN-TABLE-MAX
                   MOVE WS-LOAN-COUNT TO LOAN-IDX
                   MOVE PH-LOAN-NUMBER
                       TO WS-TBL-LOAN-NUMBER(LOAN-IDX)
                   MOVE WS-LIABLE-BORROWER-ID
                       TO WS-TBL-BORROWER-ID(LOAN-IDX)
                   MOVE ZERO TO WS-TBL-INTEREST(LOAN-IDX)
               ELSE
                   DISPLAY "LOAN TABLE FULL - " PH-LOAN-NUMBER
           EXIT.

      *************************************************************
      *    THE PARTY LIABLE FOR PH-LOAN-NUMBER ON THE PAYMENT'S
      *    EFFECTIVE DATE: THE PRIMARY OR FORMER-PARTY LINK WHOSE
      *    LIABILITY STARTED ON OR BEFORE THAT DAY AND HAD NOT YET
      *    ENDED.  SPACES WHEN NO SUCH LINK IS ON FILE.
      *************************************************************
       0230-FIND-LIABLE-PARTY SECTION.
           MOVE SPACES TO WS-LIABLE-BORROWER-ID
           MOVE "N"    TO WS-XREF-EOF-FLAG

           MOVE PH-LOAN-NUMBER TO BX-LOAN-NUMBER
           MOVE SPACES         TO BX-BORROWER-ID
           START LOAN-XREF-FILE
               KEY IS NOT LESS THAN BX-XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF-FLAG
           END-START

           PERFORM 0231-CHECK-ONE-PARTY
               THRU 0231-CHECK-ONE-PARTY-EXIT
               UNTIL END-OF-XREF
           .
       0230-FIND-LIABLE-PARTY-EXIT.
           EXIT.

       0231-CHECK-ONE-PARTY SECTION.
           READ LOAN-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-EOF-FLAG
                   GO TO 0231-CHECK-ONE-PARTY-EXIT
           END-READ

           IF BX-LOAN-NUMBER NOT = PH-LOAN-NUMBER
               MOVE "Y" TO WS-XREF-EOF-FLAG
               GO TO 0231-CHECK-ONE-PARTY-EXIT
           END-IF

           IF (BX-ROLE-PRIMARY OR BX-ROLE-FORMER)
               AND BX-EFFECTIVE-DATE NOT > PH-EFFECTIVE-DATE
               AND (BX-END-DATE = ZERO
                    OR BX-END-DATE > PH-EFFECTIVE-DATE)
               MOVE BX-BORROWER-ID TO WS-LIABLE-BORROWER-ID
               MOVE "Y" TO WS-XREF-EOF-FLAG
           END-IF
           .
       0231-CHECK-ONE-PARTY-EXIT.
           EXIT.

      *************************************************************
      *    INPUT PROCEDURE: LOOK EACH ENTRY'S BORROWER UP -- THE
      *    LIABLE PARTY ON THE BORROWER MASTER, OR THE NAME ON THE
      *    LOAN MASTER WHEN NO PARTY IS LINKED -- AND RELEASE ONE
      *    SORT RECORD PER ENTRY, KEYED BY BORROWER SO THE OUTPUT
      *    SIDE CAN ROLL A BORROWER'S LOANS TOGETHER ON ONE
      *    STATEMENT.
      *************************************************************
       0300-RELEASE-LOAN-TOTALS SECTION.
           OPEN INPUT LOAN-MASTER-FILE
           OPEN INPUT BORROWER-MASTER-FILE

           PERFORM 0310-RELEASE-ONE-LOAN
               THRU 0310-RELEASE-ONE-LOAN-EXIT
               UNTIL LOAN-IDX > WS-LOAN-COUNT

           CLOSE LOAN-MASTER-FILE
           CLOSE BORROWER-MASTER-FILE
           .
       0300-RELEASE-LOAN-TOTALS-EXIT.
           EXIT.
           ELSE
               MOVE "*UNKNOWN BORROWER*" TO SRT-BORROWER-NAME
           END-IF

           IF WS-TBL-BORROWER-ID(LOAN-IDX) NOT = SPACES
               MOVE WS-TBL-BORROWER-ID(LOAN-IDX) TO BO-BORROWER-ID
               READ BORROWER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF BORROWER-READ-OK
                   MOVE BO-BORROWER-NAME TO SRT-BORROWER-NAME
               END-IF
           END-IF
           MOVE WS-TBL-BORROWER-ID(LOAN-IDX) TO SRT-BORROWER-ID
           MOVE WS-TBL-LOAN-NUMBER(LOAN-IDX) TO SRT-LOAN-NUMBER
           MOVE WS-TBL-INTEREST(LOAN-IDX)    TO SRT-INTEREST-PAID
           RELEASE SORT-RECORD
           OPEN OUTPUT STATEMENT-FILE
           OPEN INPUT  BORROWER-MASTER-FILE
           OPEN INPUT  LOAN-XREF-FILE
           OPEN EXTEND EDLV-EXTRACT-FILE
           MOVE WS-TAX-YEAR TO YEH-TAX-YEAR
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 0410-RETURN-ONE-LOAN
               THRU 0410-RETURN-ONE-LOAN-EXIT
           CLOSE STATEMENT-FILE
           CLOSE BORROWER-MASTER-FILE
           CLOSE LOAN-XREF-FILE
           CLOSE EDLV-EXTRACT-FILE
           .
       0400-PRINT-STATEMENTS-EXIT.
           EXIT.

           IF NOT BORROWER-OPEN
               OR SRT-BORROWER-NAME NOT = WS-CURRENT-BORROWER
               OR SRT-BORROWER-ID NOT = WS-CURRENT-BORROWER-ID
               IF BORROWER-OPEN
                   PERFORM 0430-CLOSE-BORROWER
                       THRU 0430-CLOSE-BORROWER-EXIT

           MOVE SRT-LOAN-NUMBER   TO YED-LOAN-NUMBER
           MOVE SRT-INTEREST-PAID TO YED-INTEREST
           MOVE YEND-DETAIL-LINE TO STATEMENT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT

           ADD SRT-INTEREST-PAID TO WS-BORROWER-INTEREST
                                    WS-TOTAL-INTEREST
           EXIT.

       0420-OPEN-BORROWER SECTION.
      *        THE MAILING ADDRESS, FROM THE BORROWER MASTER
      *        THROUGH THE FIRST LOAN'S PRIMARY-BORROWER LINK --
      *        THE STATEMENT GOES STRAIGHT INTO A WINDOW ENVELOPE
      *        INSTEAD OF BEING ADDRESSED BY HAND.  WHO IT IS FOR
      *        ALSO DECIDES WHERE IT GOES.
           PERFORM 0440-FIND-MAILING-ADDRESS
               THRU 0440-FIND-MAILING-ADDRESS-EXIT

           PERFORM 0800-ROUTE-THE-STATEMENT
               THRU 0800-ROUTE-THE-STATEMENT-EXIT

           MOVE SRT-BORROWER-NAME TO WS-CURRENT-BORROWER
           MOVE SRT-BORROWER-ID   TO WS-CURRENT-BORROWER-ID
           MOVE ZERO              TO WS-BORROWER-INTEREST
           MOVE "Y"               TO WS-BORROWER-OPEN-FLAG
           ADD 1 TO WS-STATEMENT-COUNT

           MOVE YEND-HEADING-1 TO STATEMENT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           MOVE WS-CURRENT-BORROWER TO YEH-BORROWER-NAME
           MOVE YEND-HEADING-2 TO STATEMENT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT

           IF MAILING-ADDRESS-FOUND
               MOVE BO-ADDRESS-LINE-1 TO STATEMENT-RECORD
               PERFORM 0810-PUT-STATEMENT-LINE
                   THRU 0810-PUT-STATEMENT-LINE-EXIT
               IF BO-ADDRESS-LINE-2 NOT = SPACES
                   MOVE BO-ADDRESS-LINE-2 TO STATEMENT-RECORD
                   PERFORM 0810-PUT-STATEMENT-LINE
                       THRU 0810-PUT-STATEMENT-LINE-EXIT
               END-IF
               MOVE BO-CITY     TO ADR-CITY
               MOVE BO-STATE    TO ADR-STATE
               MOVE BO-ZIP-CODE TO ADR-ZIP
               MOVE ADDRESS-LINE-CITY TO STATEMENT-RECORD
               PERFORM 0810-PUT-STATEMENT-LINE
                   THRU 0810-PUT-STATEMENT-LINE-EXIT
           END-IF

           MOVE SPACES TO STATEMENT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           .
       0420-OPEN-BORROWER-EXIT.
           EXIT.

      *************************************************************
      *    THE MAILING ADDRESS FOR THE BORROWER BEING OPENED:
      *    THE LIABLE PARTY'S OWN WHEN THE PAYMENTS WERE TIED TO
      *    ONE, OTHERWISE FOUND THROUGH THE CURRENT LOAN'S
      *    CROSS-REFERENCE -- THE PRIMARY BORROWER IF ONE IS
      *    LINKED, OTHERWISE THE FIRST.
      *************************************************************
       0440-FIND-MAILING-ADDRESS SECTION.
           MOVE "N"    TO WS-ADDRESS-FOUND-FLAG
           MOVE "N"    TO WS-XREF-EOF-FLAG
           MOVE SPACES TO BO-BORROWER-ID

           IF SRT-BORROWER-ID NOT = SPACES
               MOVE SRT-BORROWER-ID TO BO-BORROWER-ID
               MOVE "Y" TO WS-XREF-EOF-FLAG
           END-IF

           IF NOT END-OF-XREF
               MOVE SRT-LOAN-NUMBER TO BX-LOAN-NUMBER
               MOVE SPACES          TO BX-BORROWER-ID
               START LOAN-XREF-FILE
                   KEY IS NOT LESS THAN BX-XREF-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-XREF-EOF-FLAG
               END-START
           END-IF

           PERFORM 0441-CHECK-ONE-XREF
               THRU 0441-CHECK-ONE-XREF-EXIT

       0430-CLOSE-BORROWER SECTION.
           MOVE SPACES TO STATEMENT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           MOVE WS-BORROWER-INTEREST TO YET-INTEREST
           MOVE YEND-TOTAL-LINE TO STATEMENT-RECORD
           PERFORM 0810-PUT-STATEMENT-LINE
               THRU 0810-PUT-STATEMENT-LINE-EXIT
           MOVE "N" TO WS-BORROWER-OPEN-FLAG
           .
       0430-CLOSE-BORROWER-EXIT.
           EXIT.

      *************************************************************
      *    WHERE THIS STATEMENT GOES.  A PRINTED STATEMENT AFTER
      *    THE FIRST STARTS ON A FRESH PAGE; AN ELECTRONIC ONE IS
      *    HEADED ON THE EXTRACT WITH WHO IT IS FOR.
      *************************************************************
       0800-ROUTE-THE-STATEMENT SECTION.
           MOVE SRT-LOAN-NUMBER TO DV-LOAN-NUMBER
           IF MAILING-ADDRESS-FOUND
               MOVE BO-BORROWER-ID TO DV-BORROWER-ID
           ELSE
               MOVE SPACES         TO DV-BORROWER-ID
           END-IF
           CALL "LOANDLVR" USING DELIVERY-CHECK-AREA

           EVALUATE TRUE
               WHEN DV-PAPER-ONLY
                   ADD 1 TO WS-DLV-PAPER-COUNT
               WHEN DV-ELECTRONIC-ONLY
                   ADD 1 TO WS-DLV-ELECTRONIC-COUNT
               WHEN DV-PAPER-AND-ELECTRONIC
                   ADD 1 TO WS-DLV-BOTH-COUNT
           END-EVALUATE
           IF DV-MAIL-RETURNED
               ADD 1 TO WS-DLV-SUPPRESSED-COUNT
           END-IF

           IF DV-PRINT-COPY
               IF WS-DLV-PRINTED-COUNT > ZERO
                   MOVE "1" TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
               END-IF
               ADD 1 TO WS-DLV-PRINTED-COUNT
           END-IF

           IF DV-ELECTRONIC-COPY
               MOVE SPACES           TO EDLV-EXTRACT-RECORD
               SET EX-DOCUMENT-HEADER TO TRUE
               MOVE "YENDINT"        TO EX-DOCUMENT-TYPE
               MOVE DV-LOAN-NUMBER   TO EX-LOAN-NUMBER
               MOVE DV-BORROWER-ID   TO EX-BORROWER-ID
               MOVE DV-EMAIL-ADDRESS TO EX-EMAIL-ADDRESS
               MOVE WS-RUN-DATE      TO EX-PRODUCED-DATE
               WRITE EDLV-EXTRACT-RECORD
           END-IF
           .
       0800-ROUTE-THE-STATEMENT-EXIT.
           EXIT.

      *************************************************************
      *    ONE STATEMENT LINE, TO PRINT, TO THE EXTRACT, OR BOTH.
      *************************************************************
       0810-PUT-STATEMENT-LINE SECTION.
           IF DV-PRINT-COPY
               WRITE STATEMENT-RECORD
           END-IF
           IF DV-ELECTRONIC-COPY
               MOVE SPACES          TO EDLV-EXTRACT-RECORD
               SET EX-DOCUMENT-LINE TO TRUE
               MOVE STATEMENT-RECORD TO EX-LINE-TEXT
               WRITE EDLV-EXTRACT-RECORD
           END-IF
           .
       0810-PUT-STATEMENT-LINE-EXIT.
           EXIT.

      *************************************************************
      *    THE VENDOR'S BALANCING RECORD: HOW MANY STATEMENTS, HOW
      *    MANY LOANS, HOW MUCH INTEREST.  THE FORMS RUN MUST TIE
           MOVE WS-TOTAL-INTEREST  TO SU-TOTAL-INTEREST
           WRITE SUMMARY-RECORD
           CLOSE SUMMARY-FILE

           OPEN EXTEND EDLV-COUNT-FILE
           MOVE WS-RUN-DATE             TO EC-RUN-DATE
           MOVE "LOANYEND"              TO EC-PROGRAM-ID
           MOVE "YENDINT"               TO EC-DOCUMENT-TYPE
           MOVE WS-DLV-PAPER-COUNT      TO EC-PAPER-COUNT
           MOVE WS-DLV-ELECTRONIC-COUNT TO EC-ELECTRONIC-COUNT
           MOVE WS-DLV-BOTH-COUNT       TO EC-BOTH-COUNT
           MOVE WS-DLV-SUPPRESSED-COUNT TO EC-SUPPRESSED-COUNT
           WRITE EDLV-COUNT-RECORD
           CLOSE EDLV-COUNT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.
