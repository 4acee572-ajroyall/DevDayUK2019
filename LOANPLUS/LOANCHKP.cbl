       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCHKP.
       REMARKS. PAID AND VOIDED CHECK INTAKE.  READS THE BANK'S
               DAILY POSITIVE-PAY RETURN -- ONE "P" ITEM FOR EVERY
               CHECK THAT CLEARED, ONE "V" FOR EVERY CHECK VOIDED
               -- AND MOVES THE MATCHING CHECK REGISTER RECORD ON
               FROM ISSUED, WITH THE BANK'S DATE AND THE AMOUNT IT
               PAID.  AN ITEM FOR A CHECK NOT ON THE REGISTER, FOR
               A CHECK ALREADY PAID OR VOIDED, OR PAID FOR AN
               AMOUNT OTHER THAN THE ONE WE DREW, GOES ON THE
               EXCEPTION LIST FOR ACCOUNTS PAYABLE.  THE REPORT
               ENDS WITH EVERY CHECK STILL OUTSTANDING.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE ASSIGN TO "POSPAYRT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHECK-REGISTER-FILE
                                    ASSIGN TO "CHKREGS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CK-CHECK-NUMBER
                                    FILE STATUS IS WS-REGISTER-STATUS.

           SELECT PAID-RPT-FILE    ASSIGN TO "LOANCHPR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  BANK-RETURN-FILE.
       COPY POSPAYRC.

       FD  CHECK-REGISTER-FILE.
       COPY CHKREGS.

       FD  PAID-RPT-FILE.
       01  PAID-RPT-RECORD           PIC X(96).

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-RETURN-FILE   VALUE "Y".

       01  WS-REGISTER-EOF-FLAG      PIC X  VALUE "N".
           88  END-OF-REGISTER      VALUE "Y".

       01  WS-REGISTER-STATUS        PIC X(02) VALUE SPACES.
           88  REGISTER-READ-OK      VALUE "00".

       01  WS-RUN-DATE               PIC 9(8).

       01  WS-PAID-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-PAID-TOTAL             PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-VOIDED-COUNT           PIC S9(8) COMP VALUE ZERO.
       01  WS-VOIDED-TOTAL           PIC S9(10)V99 COMP-3 VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-OUTSTANDING-COUNT      PIC S9(8) COMP VALUE ZERO.
       01  WS-OUTSTANDING-TOTAL      PIC S9(10)V99 COMP-3 VALUE ZERO.

       01  PAID-HEADING-1.
           03 FILLER                 PIC X(24)
                                      VALUE "PAID AND VOIDED CHECKS".
           03 FILLER                 PIC X(06) VALUE "AS OF ".
           03 CPH-RUN-DATE           PIC 9(8).

       01  PAID-HEADING-2.
           03 FILLER                 PIC X(10) VALUE "CHECK NO".
           03 FILLER                 PIC X(12) VALUE "LOAN NUMBER".
           03 FILLER                 PIC X(10) VALUE "DATE".
           03 FILLER                 PIC X(14) VALUE "DRAWN".
           03 FILLER                 PIC X(14) VALUE "BANK AMOUNT".
           03 FILLER                 PIC X(30) VALUE "DISPOSITION".

       01  PAID-DETAIL-LINE.
           03 CPD-CHECK-NUMBER       PIC Z(7)9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CPD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CPD-DATE               PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CPD-DRAWN-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CPD-BANK-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 CPD-DISPOSITION        PIC X(30).

       01  PAID-SECTION-LINE.
           03 CPS-TITLE              PIC X(40).

       01  PAID-TOTAL-LINE.
           03 CPT-LABEL              PIC X(24).
           03 CPT-COUNT              PIC ZZZ,ZZ9.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 CPT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           PERFORM 0200-POST-ONE-ITEM
               THRU 0200-POST-ONE-ITEM-EXIT
               UNTIL END-OF-RETURN-FILE

           PERFORM 0500-LIST-OUTSTANDING
               THRU 0500-LIST-OUTSTANDING-EXIT

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT  BANK-RETURN-FILE
           OPEN I-O    CHECK-REGISTER-FILE
           OPEN OUTPUT PAID-RPT-FILE

           MOVE WS-RUN-DATE TO CPH-RUN-DATE
           WRITE PAID-RPT-RECORD FROM PAID-HEADING-1
           WRITE PAID-RPT-RECORD FROM PAID-HEADING-2

           PERFORM 0210-READ-RETURN-FILE
               THRU 0210-READ-RETURN-FILE-EXIT
           .
       0100-INITIALIZE-EXIT.
           EXIT.

       0210-READ-RETURN-FILE SECTION.
           READ BANK-RETURN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-RETURN-FILE-EXIT.
           EXIT.

      *************************************************************
      *    ONE BANK ITEM AGAINST ITS REGISTER RECORD.  ONLY AN
      *    ISSUED CHECK MOVES; A PAID CHECK STAYS PAID EVEN WHEN
      *    THE AMOUNT DIFFERS, BECAUSE THE MONEY HAS GONE, BUT THE
      *    DIFFERENCE IS AN EXCEPTION FOR ACCOUNTS PAYABLE TO
      *    TAKE UP WITH THE BANK.
      *************************************************************
       0200-POST-ONE-ITEM SECTION.
           MOVE PP-CHECK-NUMBER TO CPD-CHECK-NUMBER
           MOVE PP-ITEM-DATE    TO CPD-DATE
           MOVE PP-AMOUNT       TO CPD-BANK-AMOUNT
           MOVE SPACES          TO CPD-LOAN-NUMBER
           MOVE ZERO            TO CPD-DRAWN-AMOUNT

           MOVE PP-CHECK-NUMBER TO CK-CHECK-NUMBER
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT REGISTER-READ-OK
               MOVE "NOT ON CHECK REGISTER" TO CPD-DISPOSITION
               PERFORM 0300-WRITE-EXCEPTION
                   THRU 0300-WRITE-EXCEPTION-EXIT
               GO TO 0200-POST-NEXT
           END-IF

           MOVE CK-LOAN-NUMBER TO CPD-LOAN-NUMBER
           MOVE CK-AMOUNT      TO CPD-DRAWN-AMOUNT

           IF NOT PP-ITEM-PAID
               AND NOT PP-ITEM-VOIDED
               MOVE "UNKNOWN ITEM TYPE" TO CPD-DISPOSITION
               PERFORM 0300-WRITE-EXCEPTION
                   THRU 0300-WRITE-EXCEPTION-EXIT
               GO TO 0200-POST-NEXT
           END-IF
           IF CK-STATUS-PAID
               MOVE "CHECK ALREADY PAID" TO CPD-DISPOSITION
               PERFORM 0300-WRITE-EXCEPTION
                   THRU 0300-WRITE-EXCEPTION-EXIT
               GO TO 0200-POST-NEXT
           END-IF
           IF CK-STATUS-VOIDED
               MOVE "CHECK ALREADY VOIDED" TO CPD-DISPOSITION
               PERFORM 0300-WRITE-EXCEPTION
                   THRU 0300-WRITE-EXCEPTION-EXIT
               GO TO 0200-POST-NEXT
           END-IF

           MOVE PP-ITEM-DATE TO CK-STATUS-DATE
           IF PP-ITEM-PAID
               SET CK-STATUS-PAID TO TRUE
               MOVE PP-AMOUNT     TO CK-PAID-AMOUNT
           ELSE
               SET CK-STATUS-VOIDED TO TRUE
               MOVE ZERO          TO CK-PAID-AMOUNT
           END-IF
           REWRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT REGISTER-READ-OK
               MOVE "REGISTER REWRITE FAILED" TO CPD-DISPOSITION
               PERFORM 0300-WRITE-EXCEPTION
                   THRU 0300-WRITE-EXCEPTION-EXIT
               GO TO 0200-POST-NEXT
           END-IF

           IF PP-ITEM-VOIDED
               ADD 1         TO WS-VOIDED-COUNT
               ADD CK-AMOUNT TO WS-VOIDED-TOTAL
               MOVE "VOIDED - REISSUE IF STILL OWED"
                   TO CPD-DISPOSITION
               WRITE PAID-RPT-RECORD FROM PAID-DETAIL-LINE
               GO TO 0200-POST-NEXT
           END-IF

           ADD 1         TO WS-PAID-COUNT
           ADD PP-AMOUNT TO WS-PAID-TOTAL
           IF PP-AMOUNT NOT = CK-AMOUNT
               MOVE "PAID - AMOUNT DIFFERS" TO CPD-DISPOSITION
               PERFORM 0300-WRITE-EXCEPTION
                   THRU 0300-WRITE-EXCEPTION-EXIT
           ELSE
               MOVE "PAID" TO CPD-DISPOSITION
               WRITE PAID-RPT-RECORD FROM PAID-DETAIL-LINE
           END-IF
           .
       0200-POST-NEXT.
           PERFORM 0210-READ-RETURN-FILE
               THRU 0210-READ-RETURN-FILE-EXIT
           .
       0200-POST-ONE-ITEM-EXIT.
           EXIT.

       0300-WRITE-EXCEPTION SECTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           WRITE PAID-RPT-RECORD FROM PAID-DETAIL-LINE
           .
       0300-WRITE-EXCEPTION-EXIT.
           EXIT.

      *************************************************************
      *    EVERY CHECK STILL ISSUED AFTER TODAY'S ITEMS, OLDEST
      *    NUMBER FIRST, SO STALE CHECKS ARE SEEN LONG BEFORE THEY
      *    BECOME UNCLAIMED PROPERTY.
      *************************************************************
       0500-LIST-OUTSTANDING SECTION.
           MOVE SPACES TO PAID-RPT-RECORD
           WRITE PAID-RPT-RECORD
           MOVE "CHECKS OUTSTANDING" TO CPS-TITLE
           WRITE PAID-RPT-RECORD FROM PAID-SECTION-LINE

           MOVE "N" TO WS-REGISTER-EOF-FLAG
           MOVE ZERO TO CK-CHECK-NUMBER
           START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CK-CHECK-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-REGISTER-EOF-FLAG
           END-START

           PERFORM 0510-LIST-ONE-CHECK
               THRU 0510-LIST-ONE-CHECK-EXIT
               UNTIL END-OF-REGISTER
           .
       0500-LIST-OUTSTANDING-EXIT.
           EXIT.

       0510-LIST-ONE-CHECK SECTION.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF-FLAG
           END-READ

           IF NOT END-OF-REGISTER
               IF CK-STATUS-ISSUED
                   ADD 1         TO WS-OUTSTANDING-COUNT
                   ADD CK-AMOUNT TO WS-OUTSTANDING-TOTAL
                   MOVE CK-CHECK-NUMBER TO CPD-CHECK-NUMBER
                   MOVE CK-LOAN-NUMBER  TO CPD-LOAN-NUMBER
                   MOVE CK-ISSUE-DATE   TO CPD-DATE
                   MOVE CK-AMOUNT       TO CPD-DRAWN-AMOUNT
                   MOVE ZERO            TO CPD-BANK-AMOUNT
                   MOVE CK-PAYEE-NAME   TO CPD-DISPOSITION
                   WRITE PAID-RPT-RECORD FROM PAID-DETAIL-LINE
               END-IF
           END-IF
           .
       0510-LIST-ONE-CHECK-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO PAID-RPT-RECORD
           WRITE PAID-RPT-RECORD

           MOVE "CHECKS PAID:"          TO CPT-LABEL
           MOVE WS-PAID-COUNT           TO CPT-COUNT
           MOVE WS-PAID-TOTAL           TO CPT-AMOUNT
           WRITE PAID-RPT-RECORD FROM PAID-TOTAL-LINE

           MOVE "CHECKS VOIDED:"        TO CPT-LABEL
           MOVE WS-VOIDED-COUNT         TO CPT-COUNT
           MOVE WS-VOIDED-TOTAL         TO CPT-AMOUNT
           WRITE PAID-RPT-RECORD FROM PAID-TOTAL-LINE

           MOVE "EXCEPTIONS:"           TO CPT-LABEL
           MOVE WS-EXCEPTION-COUNT      TO CPT-COUNT
           MOVE ZERO                    TO CPT-AMOUNT
           WRITE PAID-RPT-RECORD FROM PAID-TOTAL-LINE

           MOVE "CHECKS OUTSTANDING:"   TO CPT-LABEL
           MOVE WS-OUTSTANDING-COUNT    TO CPT-COUNT
           MOVE WS-OUTSTANDING-TOTAL    TO CPT-AMOUNT
           WRITE PAID-RPT-RECORD FROM PAID-TOTAL-LINE

           CLOSE BANK-RETURN-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE PAID-RPT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANCHKP.
