       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANOFRV.
       REMARKS. SANCTIONS REVIEW DECISION.  AN AUTHORIZED COMPLIANCE
               OPERATOR DECIDES ONE POTENTIAL HIT ON THE OFACREVW
               REVIEW QUEUE -- THE SUBJECT SCREENED AND THE LIST
               ENTRY IT RESEMBLED -- AS CLEAR (A FALSE POSITIVE) OR
               CONFIRM, WITH A REASON.  ONLY A PENDING HIT CAN BE
               DECIDED, AND ONCE.  A CONFIRMED HIT PUTS EVERY LOAN
               THE SUBJECT IS ON UNDER A SANCTIONS HOLD (OFACHOLD):
               THE LOAN ITSELF FOR A LOAN OR ESCROW PAYEE, AND FOR
               A BORROWER EVERY LOAN THE CROSS-REFERENCE SHOWS THEM
               CURRENTLY LIABLE ON.  A LOAN ALREADY HELD KEEPS ITS
               FIRST HOLD.  THE DECISION AND EACH HOLD ARE APPENDED
               TO THE MAINTENANCE-AUDIT FILE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SANCTIONS-REVIEW-FILE
                                    ASSIGN TO "OFACREVW"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS RV-REVIEW-KEY
                                    FILE STATUS IS WS-REVIEW-STATUS.

           SELECT OPTIONAL SANCTIONS-HOLD-FILE
                                    ASSIGN TO "OFACHOLD"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS OH-LOAN-NUMBER
                                    FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL LOAN-XREF-FILE
                                    ASSIGN TO "LOANBXRF"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BX-XREF-KEY
                                    FILE STATUS IS WS-XREF-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  SANCTIONS-REVIEW-FILE.
       COPY OFACREVW.

       FD  SANCTIONS-HOLD-FILE.
       COPY OFACHOLD.

       FD  LOAN-XREF-FILE.
       COPY LOANBXRF.

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           03 MA-DATE                PIC 9(8).
           03 MA-TIME                PIC 9(8).
           03 MA-OPERATOR-ID         PIC X(08).
           03 MA-LOAN-NUMBER         PIC X(10).
           03 MA-FIELD-NAME          PIC X(08).
           03 MA-BEFORE-IMAGE        PIC X(30).
           03 MA-AFTER-IMAGE         PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-REVIEW-STATUS          PIC X(02) VALUE SPACES.
           88  REVIEW-READ-OK        VALUE "00".
           88  REVIEW-WRITE-OK       VALUE "00", "02".

       01  WS-HOLD-STATUS            PIC X(02) VALUE SPACES.
           88  HOLD-WRITE-OK         VALUE "00", "02".
           88  HOLD-ALREADY-ON-FILE  VALUE "22".

       01  WS-XREF-STATUS            PIC X(02) VALUE SPACES.

       01  WS-XREF-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-XREF-FILE      VALUE "Y".

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-SUBJECT-TYPE           PIC X(01).
           88  SUBJECT-BORROWER      VALUE "B".
           88  SUBJECT-TYPE-VALID    VALUE "B", "L", "P".
       01  WS-SUBJECT-KEY            PIC X(16).
       01  WS-ENTRY-ID               PIC X(10).

      *    THE DECISION.
       01  WS-DECISION-CODE          PIC X(08).
           88  DECISION-CLEAR        VALUE "CLEAR".
           88  DECISION-CONFIRM      VALUE "CONFIRM".
           88  DECISION-VALID        VALUE "CLEAR", "CONFIRM".

       01  WS-NEW-VALUE              PIC X(30).

       01  WS-TODAY                  PIC 9(8).

      *    THE LOAN THE AUDIT RECORD IS CUT AGAINST -- BLANK FOR A
      *    DECISION ON A BORROWER, WHO IS ON NO ONE LOAN.
       01  WS-AUDIT-LOAN-NUMBER      PIC X(10).

       01  WS-HOLD-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-ALREADY-HELD-COUNT     PIC S9(8) COMP VALUE ZERO.

       01  WS-EDIT-FLAG              PIC X  VALUE "Y".
           88  NEW-VALUE-GOOD        VALUE "Y".
           88  NEW-VALUE-BAD         VALUE "N".

      *    SCRATCH IMAGES FOR THE AUDIT RECORD.
       01  WS-REVIEW-IMAGE.
           03 WS-IMG-SUBJECT-TYPE    PIC X(01).
           03 WS-IMG-SUBJECT-KEY     PIC X(16).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-ENTRY-ID        PIC X(10).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-STATUS          PIC X(01).

       01  WS-HOLD-IMAGE.
           03 WS-HIMG-ENTRY-ID       PIC X(10).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-HIMG-SUBJECT-TYPE   PIC X(01).
           03 WS-HIMG-SUBJECT-KEY    PIC X(16).

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-OPERATOR-ID         FROM CONSOLE
           ACCEPT WS-SUBJECT-TYPE        FROM CONSOLE
           ACCEPT WS-SUBJECT-KEY         FROM CONSOLE
           ACCEPT WS-ENTRY-ID            FROM CONSOLE
           ACCEPT WS-DECISION-CODE       FROM CONSOLE
           ACCEPT WS-NEW-VALUE           FROM CONSOLE

           IF SUBJECT-BORROWER
               MOVE SPACES               TO WS-AUDIT-LOAN-NUMBER
           ELSE
               MOVE WS-SUBJECT-KEY(1:10) TO WS-AUDIT-LOAN-NUMBER
           END-IF

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANOFRV"               TO SC-PROGRAM-ID
           MOVE WS-DECISION-CODE         TO SC-FUNCTION
           MOVE WS-AUDIT-LOAN-NUMBER     TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-DECIDE-THE-HIT
               THRU 0100-DECIDE-THE-HIT-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-DECIDE-THE-HIT SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN I-O SANCTIONS-REVIEW-FILE
           PERFORM 0200-EDIT-THE-DECISION
               THRU 0200-EDIT-THE-DECISION-EXIT
           IF NEW-VALUE-GOOD
               PERFORM 0300-RECORD-THE-DECISION
                   THRU 0300-RECORD-THE-DECISION-EXIT
           END-IF
           CLOSE SANCTIONS-REVIEW-FILE
           .
       0100-DECIDE-THE-HIT-EXIT.
           EXIT.

      *************************************************************
      *    EDIT THE DECISION BEFORE ANYTHING IS WRITTEN.  THE HIT
      *    MUST BE ON THE QUEUE AND STILL PENDING, AND EVERY
      *    DECISION NEEDS ITS REASON.
      *************************************************************
       0200-EDIT-THE-DECISION SECTION.
           MOVE "Y" TO WS-EDIT-FLAG

           IF NOT DECISION-VALID
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "DECISION MUST BE CLEAR/CONFIRM"
               GO TO 0200-EDIT-THE-DECISION-EXIT
           END-IF

           IF NOT SUBJECT-TYPE-VALID
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "SUBJECT TYPE MUST BE B (BORROWER), L (LOAN)"
                   " OR P (ESCROW PAYEE)"
               GO TO 0200-EDIT-THE-DECISION-EXIT
           END-IF

           IF WS-NEW-VALUE = SPACES
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "REASON MAY NOT BE BLANK"
               GO TO 0200-EDIT-THE-DECISION-EXIT
           END-IF

           MOVE WS-SUBJECT-TYPE TO RV-SUBJECT-TYPE
           MOVE WS-SUBJECT-KEY  TO RV-SUBJECT-KEY
           MOVE WS-ENTRY-ID     TO RV-ENTRY-ID
           READ SANCTIONS-REVIEW-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT REVIEW-READ-OK
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "NO POTENTIAL HIT ON FILE FOR "
                   WS-SUBJECT-TYPE " " WS-SUBJECT-KEY
                   " AGAINST " WS-ENTRY-ID
               GO TO 0200-EDIT-THE-DECISION-EXIT
           END-IF

           IF NOT RV-PENDING
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "HIT ALREADY DECIDED ON " RV-DECISION-DATE
                   " BY " RV-DECIDED-BY
           END-IF
           .
       0200-EDIT-THE-DECISION-EXIT.
           EXIT.

      *************************************************************
      *    RECORD THE DECISION WITH ITS BEFORE/AFTER IMAGE, AND ON
      *    A CONFIRMATION PUT THE SUBJECT'S LOANS ON HOLD.
      *************************************************************
       0300-RECORD-THE-DECISION SECTION.
           PERFORM 0600-BUILD-REVIEW-IMAGE
               THRU 0600-BUILD-REVIEW-IMAGE-EXIT
           MOVE WS-REVIEW-IMAGE TO MA-BEFORE-IMAGE

           IF DECISION-CLEAR
               SET RV-CLEARED   TO TRUE
               MOVE "OFACCLR"   TO MA-FIELD-NAME
           ELSE
               SET RV-CONFIRMED TO TRUE
               MOVE "OFACCNF"   TO MA-FIELD-NAME
           END-IF
           MOVE WS-OPERATOR-ID  TO RV-DECIDED-BY
           MOVE WS-TODAY        TO RV-DECISION-DATE
           MOVE WS-NEW-VALUE    TO RV-DECISION-REASON

           PERFORM 0600-BUILD-REVIEW-IMAGE
               THRU 0600-BUILD-REVIEW-IMAGE-EXIT
           MOVE WS-REVIEW-IMAGE TO MA-AFTER-IMAGE

           REWRITE SANCTIONS-REVIEW-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT REVIEW-WRITE-OK
               DISPLAY "REVIEW REWRITE FAILED - STATUS "
                   WS-REVIEW-STATUS
               GO TO 0300-RECORD-THE-DECISION-EXIT
           END-IF

           MOVE WS-AUDIT-LOAN-NUMBER TO MA-LOAN-NUMBER
           PERFORM 0700-WRITE-AUDIT-RECORD
               THRU 0700-WRITE-AUDIT-RECORD-EXIT

           DISPLAY WS-SUBJECT-TYPE " " WS-SUBJECT-KEY " AGAINST "
               WS-ENTRY-ID " " MA-FIELD-NAME " RECORDED BY "
               WS-OPERATOR-ID

           IF DECISION-CONFIRM
               PERFORM 0400-HOLD-SUBJECT-LOANS
                   THRU 0400-HOLD-SUBJECT-LOANS-EXIT
           END-IF
           .
       0300-RECORD-THE-DECISION-EXIT.
           EXIT.

      *************************************************************
      *    HOLD EVERY LOAN THE CONFIRMED SUBJECT IS ON.  A LOAN OR
      *    PAYEE NAMES ITS LOAN; A BORROWER IS FOUND ON THE CROSS-
      *    REFERENCE, WHERE A FORMER PARTY NO LONGER COUNTS.
      *************************************************************
       0400-HOLD-SUBJECT-LOANS SECTION.
           OPEN I-O SANCTIONS-HOLD-FILE

           IF SUBJECT-BORROWER
               MOVE "N" TO WS-XREF-EOF-FLAG
               OPEN INPUT LOAN-XREF-FILE
               PERFORM 0410-CHECK-ONE-XREF
                   THRU 0410-CHECK-ONE-XREF-EXIT
                   UNTIL END-OF-XREF-FILE
               CLOSE LOAN-XREF-FILE
           ELSE
               MOVE WS-SUBJECT-KEY(1:10) TO OH-LOAN-NUMBER
               PERFORM 0500-HOLD-ONE-LOAN
                   THRU 0500-HOLD-ONE-LOAN-EXIT
           END-IF

           CLOSE SANCTIONS-HOLD-FILE

           DISPLAY "LOANS PLACED ON SANCTIONS HOLD: " WS-HOLD-COUNT
               "  ALREADY HELD: " WS-ALREADY-HELD-COUNT
           .
       0400-HOLD-SUBJECT-LOANS-EXIT.
           EXIT.

       0410-CHECK-ONE-XREF SECTION.
           READ LOAN-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-EOF-FLAG
                   GO TO 0410-CHECK-ONE-XREF-EXIT
           END-READ

           IF BX-BORROWER-ID = WS-SUBJECT-KEY(1:10)
               AND NOT BX-ROLE-FORMER
               MOVE BX-LOAN-NUMBER TO OH-LOAN-NUMBER
               PERFORM 0500-HOLD-ONE-LOAN
                   THRU 0500-HOLD-ONE-LOAN-EXIT
           END-IF
           .
       0410-CHECK-ONE-XREF-EXIT.
           EXIT.

       0500-HOLD-ONE-LOAN SECTION.
           MOVE WS-TODAY        TO OH-HOLD-DATE
           MOVE WS-SUBJECT-TYPE TO OH-SUBJECT-TYPE
           MOVE WS-SUBJECT-KEY  TO OH-SUBJECT-KEY
           MOVE WS-ENTRY-ID     TO OH-ENTRY-ID
           MOVE WS-OPERATOR-ID  TO OH-OPERATOR-ID
           WRITE SANCTIONS-HOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF HOLD-ALREADY-ON-FILE
               ADD 1 TO WS-ALREADY-HELD-COUNT
               DISPLAY "LOAN " OH-LOAN-NUMBER
                   " ALREADY UNDER SANCTIONS HOLD"
               GO TO 0500-HOLD-ONE-LOAN-EXIT
           END-IF
           IF NOT HOLD-WRITE-OK
               DISPLAY "HOLD WRITE FAILED - STATUS " WS-HOLD-STATUS
                   " FOR " OH-LOAN-NUMBER
               GO TO 0500-HOLD-ONE-LOAN-EXIT
           END-IF

           ADD 1 TO WS-HOLD-COUNT
           MOVE WS-ENTRY-ID     TO WS-HIMG-ENTRY-ID
           MOVE WS-SUBJECT-TYPE TO WS-HIMG-SUBJECT-TYPE
           MOVE WS-SUBJECT-KEY  TO WS-HIMG-SUBJECT-KEY
           MOVE SPACES          TO MA-BEFORE-IMAGE
           MOVE WS-HOLD-IMAGE   TO MA-AFTER-IMAGE
           MOVE "OFACHOLD"      TO MA-FIELD-NAME
           MOVE OH-LOAN-NUMBER  TO MA-LOAN-NUMBER
           PERFORM 0700-WRITE-AUDIT-RECORD
               THRU 0700-WRITE-AUDIT-RECORD-EXIT

           DISPLAY "LOAN " OH-LOAN-NUMBER " PLACED ON SANCTIONS HOLD"
           .
       0500-HOLD-ONE-LOAN-EXIT.
           EXIT.

       0600-BUILD-REVIEW-IMAGE SECTION.
           MOVE RV-SUBJECT-TYPE  TO WS-IMG-SUBJECT-TYPE
           MOVE RV-SUBJECT-KEY   TO WS-IMG-SUBJECT-KEY
           MOVE RV-ENTRY-ID      TO WS-IMG-ENTRY-ID
           MOVE RV-REVIEW-STATUS TO WS-IMG-STATUS
           .
       0600-BUILD-REVIEW-IMAGE-EXIT.
           EXIT.

      *************************************************************
      *    THE SAME BEFORE/AFTER AUDIT RECORD LOANMNT AND THE
      *    OTHER MAINTENANCE PROGRAMS CUT.
      *************************************************************
       0700-WRITE-AUDIT-RECORD SECTION.
           ACCEPT MA-DATE FROM DATE YYYYMMDD
           ACCEPT MA-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO MA-OPERATOR-ID
           OPEN EXTEND MAINT-AUDIT-FILE
           WRITE MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE
           .
       0700-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

       END PROGRAM LOANOFRV.
