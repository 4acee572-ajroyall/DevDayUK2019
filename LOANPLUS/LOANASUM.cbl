       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANASUM.
       REMARKS. LOAN ASSUMPTION AND SUCCESSOR-IN-INTEREST ENTRY.
               AN AUTHORIZED OPERATOR CHANGES WHO OWES A LOAN
               WITHOUT LOSING WHO OWED IT BEFORE.  ACTION ASSUME
               (THE PROPERTY WAS SOLD SUBJECT TO THE LOAN AND THE
               BUYER ASSUMED IT) RELEASES THE OLD PRIMARY BORROWER
               FROM LIABILITY AND CHARGES THE ASSUMPTION FEE TO THE
               LOAN'S FEE BALANCE.  ACTION SUCCESSR (THE BORROWER
               DIED AND AN HEIR'S STATUS AS SUCCESSOR IN INTEREST
               HAS BEEN CONFIRMED) MARKS THE OLD PRIMARY DECEASED;
               A CONFIRMED SUCCESSOR IS NOT CHARGED A FEE.  EITHER
               WAY THE NEW PARTY -- ALREADY FILED ON THE BORROWER
               MASTER THROUGH LOANBORM -- BECOMES PRIMARY ON
               LOANBXRF FROM THE EFFECTIVE DATE, THE OLD ONE STAYS
               ON FILE AS A FORMER PARTY UP TO THAT DATE, THE
               MASTER'S BORROWER NAME FOLLOWS THE NEW PARTY, AND
               CONFIRMATION LETTERS ARE CUT THROUGH LOANLTRF, EACH
               GOING WHERE ITS ADDRESSEE ASKED (LOANDLVR): TO PRINT,
               TO THE E-DELIVERY EXTRACT, OR BOTH.
               EVERY CHANGE IS APPENDED TO THE MAINTENANCE-AUDIT
               FILE.  NOTHING IS PRINTED TO A BORROWER WHOSE MAIL HAS
               COME BACK (BORRMSTR); EACH PRINTED COPY HELD BACK IS
               COUNTED AS SUPPRESSED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL BORROWER-MASTER-FILE
                                    ASSIGN TO "BORRMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS BO-BORROWER-ID
                                    FILE STATUS IS WS-BORROWER-STATUS.

           SELECT OPTIONAL LOAN-XREF-FILE
                                    ASSIGN TO "LOANBXRF"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS BX-XREF-KEY
                                    FILE STATUS IS WS-XREF-STATUS.

      *    THE BORROWER NAME AND FEE BALANCE CHANGE, SO THE LOAN
      *    JOINS THE TOUCHED FILE AND THE INCREMENTAL NIGHTLY
      *    PASSES PICK IT UP TONIGHT.
           SELECT OPTIONAL TOUCHED-LOAN-FILE
                                    ASSIGN TO "TOUCHEDL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LETTER-FILE
                                    ASSIGN TO "LOANASML"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-EXTRACT-FILE
                                    ASSIGN TO "EDLVEXTR"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EDLV-COUNT-FILE
                                    ASSIGN TO "EDLVCNT"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMSTR.

       FD  LOAN-XREF-FILE.
       COPY LOANBXRF.

       FD  TOUCHED-LOAN-FILE.
       01  TOUCHED-LOAN-RECORD.
           03 TL-LOAN-NUMBER         PIC X(10).

       FD  LETTER-FILE.
       01  LETTER-RECORD             PIC X(80).

       FD  EDLV-EXTRACT-FILE.
       COPY EDLVEXT.

       FD  EDLV-COUNT-FILE.
       COPY EDLVCNT.

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

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-IO-OK          VALUE "00".

       01  WS-BORROWER-STATUS        PIC X(02) VALUE SPACES.
           88  BORROWER-READ-OK      VALUE "00".

       01  WS-XREF-STATUS            PIC X(02) VALUE SPACES.
           88  XREF-READ-OK          VALUE "00".
           88  XREF-WRITE-OK         VALUE "00", "02".

       01  WS-XREF-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-XREF          VALUE "Y".

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-INQUIRY-LOAN-NUMBER    PIC X(10).

      *    WHAT THE OPERATOR IS RECORDING.
       01  WS-ACTION-CODE            PIC X(08).
           88  ACTION-ASSUME         VALUE "ASSUME".
           88  ACTION-SUCCESSOR      VALUE "SUCCESSR".
           88  ACTION-VALID          VALUE "ASSUME", "SUCCESSR".

       01  WS-NEW-DATE               PIC 9(8).
       01  FILLER REDEFINES WS-NEW-DATE.
           03 WS-NEW-YEAR            PIC 9(4).
           03 WS-NEW-MONTH           PIC 9(2).
           03 WS-NEW-DAY             PIC 9(2).
       01  WS-NEW-DATE-X             PIC X(08).

      *    THE PARTY TAKING THE LOAN OVER.
       01  WS-NEW-BORROWER-ID        PIC X(10).
       01  WS-NEW-BORROWER-NAME      PIC X(30).

      *    THE ASSUMPTION FEE THE AGREEMENT SETS, KEYED AS
      *    9999999V99 -- ZERO WHEN THE FEE IS WAIVED.
       01  WS-FEE-AMOUNT-X           PIC X(09).
       01  WS-FEE-AMOUNT REDEFINES WS-FEE-AMOUNT-X
                                     PIC 9(7)V99.

      *    THE PRIMARY BORROWER BEING REPLACED.
       01  WS-OLD-BORROWER-ID        PIC X(10).
       01  WS-OLD-BORROWER-NAME      PIC X(30).
       01  WS-OLD-EFFECTIVE-DATE     PIC 9(8).

      *    THE NEW PARTY'S EXISTING LINK, IF ANY -- A CO-BORROWER
      *    WHO ASSUMES THE LOAN IS PROMOTED RATHER THAN RE-LINKED.
       01  WS-NEW-LINK-FLAG          PIC X  VALUE "N".
           88  NEW-PARTY-LINKED      VALUE "Y".
       01  WS-NEW-LINK-ROLE          PIC X(01).

       01  WS-TODAY                  PIC 9(8).

       01  WS-EDIT-FLAG              PIC X  VALUE "Y".
           88  NEW-VALUE-GOOD        VALUE "Y".
           88  NEW-VALUE-BAD         VALUE "N".

       01  WS-OLD-MASTER-NAME        PIC X(30).
       01  WS-OLD-FEE-BALANCE        PIC 9(7)V99.
       01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZ9.99.

      *    SCRATCH IMAGE FOR THE AUDIT RECORD -- A BORROWER ID AND
      *    THE DATE IT TOOK EFFECT, SO THE BEFORE/AFTER COLUMNS
      *    READ AS CHARACTERS THE WAY LOANMNT'S DO.
       01  WS-PARTY-IMAGE.
           03 WS-IMG-BORROWER-ID     PIC X(10).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-DATE            PIC 9(8).
           03 FILLER                 PIC X(01) VALUE "/".
           03 WS-IMG-STATUS          PIC X(01).

       01  LETTER-LINE-1.
           03 FILLER                 PIC X(06) VALUE "LOAN: ".
           03 LTR-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(12) VALUE "   BORROWER:".
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LTR-BORROWER-NAME      PIC X(30).

       01  LETTER-LINE-2.
           03 LTR-LINE-TEXT          PIC X(56).
           03 LTR-EFFECTIVE-DATE     PIC 9(8).
           03 FILLER                 PIC X(01) VALUE ".".

       01  LETTER-LINE-3.
           03 FILLER                 PIC X(30)
                VALUE "ASSUMPTION FEE CHARGED: ".
           03 LTR-FEE                PIC Z,ZZZ,ZZ9.99.

       77  LETTER-TEXT-ASSUMED       PIC X(56) VALUE
           "YOU HAVE ASSUMED THIS LOAN AND ARE LIABLE FOR IT FROM ".
       77  LETTER-TEXT-RELEASED      PIC X(56) VALUE
           "YOU ARE RELEASED FROM ALL LIABILITY ON THIS LOAN FROM ".
       77  LETTER-TEXT-SUCCESSOR     PIC X(56) VALUE
           "YOU ARE CONFIRMED AS SUCCESSOR IN INTEREST FROM ".

       01  LETTER-IDX                PIC S9(4) COMP.

       COPY LTRFAREA.

      *    LETTERS BY DELIVERY CHANNEL.
       01  WS-DLV-PAPER-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-ELECTRONIC-COUNT   PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-BOTH-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-DLV-SUPPRESSED-COUNT   PIC S9(8) COMP VALUE ZERO.

       COPY DLVRAREA.

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-OPERATOR-ID         FROM CONSOLE
           ACCEPT WS-INQUIRY-LOAN-NUMBER FROM CONSOLE
           ACCEPT WS-ACTION-CODE         FROM CONSOLE
           ACCEPT WS-NEW-DATE-X          FROM CONSOLE
           ACCEPT WS-NEW-BORROWER-ID     FROM CONSOLE
           ACCEPT WS-FEE-AMOUNT-X        FROM CONSOLE

           IF WS-FEE-AMOUNT-X = SPACES
               MOVE ZERO TO WS-FEE-AMOUNT
           END-IF

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED; THE FEE
      *        IS CHECKED AGAINST THE OPERATOR'S DOLLAR LIMIT.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANASUM"               TO SC-PROGRAM-ID
           MOVE WS-ACTION-CODE           TO SC-FUNCTION
           MOVE WS-INQUIRY-LOAN-NUMBER   TO SC-LOAN-NUMBER
           IF WS-FEE-AMOUNT-X IS NUMERIC
               MOVE WS-FEE-AMOUNT        TO SC-AMOUNT
           ELSE
               MOVE ZERO                 TO SC-AMOUNT
           END-IF
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-PROCESS-ASSUMPTION
               THRU 0100-PROCESS-ASSUMPTION-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-PROCESS-ASSUMPTION SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN I-O LOAN-MASTER-FILE
           MOVE WS-INQUIRY-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND: " WS-INQUIRY-LOAN-NUMBER
           END-READ

           IF MASTER-IO-OK
               OPEN INPUT BORROWER-MASTER-FILE
               OPEN I-O   LOAN-XREF-FILE

               PERFORM 0200-EDIT-THE-ACTION
                   THRU 0200-EDIT-THE-ACTION-EXIT
               IF NEW-VALUE-GOOD
                   PERFORM 0300-TRANSFER-LIABILITY
                       THRU 0300-TRANSFER-LIABILITY-EXIT
               END-IF

               CLOSE BORROWER-MASTER-FILE
               CLOSE LOAN-XREF-FILE
           END-IF

           CLOSE LOAN-MASTER-FILE
           .
       0100-PROCESS-ASSUMPTION-EXIT.
           EXIT.

      *************************************************************
      *    EDIT THE ACTION BEFORE ANYTHING IS WRITTEN.  THE LOAN
      *    MUST BE OPEN AND HAVE A PRIMARY BORROWER LINKED; THE
      *    NEW PARTY MUST BE ON THE BORROWER MASTER AND NOT
      *    ALREADY THE PRIMARY; AND THE CHANGE CANNOT TAKE EFFECT
      *    BEFORE THE OLD PARTY'S OWN LIABILITY BEGAN.
      *************************************************************
       0200-EDIT-THE-ACTION SECTION.
           MOVE "Y" TO WS-EDIT-FLAG

           IF NOT ACTION-VALID
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "ACTION MUST BE ASSUME/SUCCESSR"
               GO TO 0200-EDIT-THE-ACTION-EXIT
           END-IF

           IF NOT LM-STATUS-OPEN
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "LOAN IS NOT OPEN - STATUS " LM-STATUS
           END-IF

           IF WS-NEW-DATE-X IS NUMERIC
               MOVE WS-NEW-DATE-X TO WS-NEW-DATE
               IF WS-NEW-MONTH < 01 OR WS-NEW-MONTH > 12
                   OR WS-NEW-DAY < 01 OR WS-NEW-DAY > 31
                   OR WS-NEW-YEAR < 1900
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "EFFECTIVE DATE NOT A REAL DATE"
               ELSE
                   IF WS-NEW-DATE > WS-TODAY
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "EFFECTIVE DATE MAY NOT BE IN THE"
                           " FUTURE"
                   END-IF
                   IF WS-NEW-DATE < LM-ORIGINATION-DATE
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "EFFECTIVE DATE MAY NOT PRECEDE"
                           " ORIGINATION " LM-ORIGINATION-DATE
                   END-IF
               END-IF
           ELSE
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "EFFECTIVE DATE MUST BE YYYYMMDD"
           END-IF

           IF WS-FEE-AMOUNT-X IS NOT NUMERIC
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "ASSUMPTION FEE MUST BE 9999999V99"
           ELSE
               IF ACTION-SUCCESSOR
                   AND WS-FEE-AMOUNT > ZERO
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "NO ASSUMPTION FEE IS CHARGED TO A"
                       " SUCCESSOR IN INTEREST"
               END-IF
           END-IF

           MOVE WS-NEW-BORROWER-ID TO BO-BORROWER-ID
           READ BORROWER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF BORROWER-READ-OK
               MOVE BO-BORROWER-NAME TO WS-NEW-BORROWER-NAME
           ELSE
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "NEW PARTY NOT ON BORROWER MASTER: "
                   WS-NEW-BORROWER-ID
               GO TO 0200-EDIT-THE-ACTION-EXIT
           END-IF

           PERFORM 0210-FIND-THE-PARTIES
               THRU 0210-FIND-THE-PARTIES-EXIT

           IF WS-OLD-BORROWER-ID = SPACES
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "NO PRIMARY BORROWER LINKED - LINK ONE"
                   " THROUGH LOANBORM FIRST"
               GO TO 0200-EDIT-THE-ACTION-EXIT
           END-IF
           IF WS-OLD-BORROWER-ID = WS-NEW-BORROWER-ID
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "NEW PARTY IS ALREADY THE PRIMARY BORROWER"
               GO TO 0200-EDIT-THE-ACTION-EXIT
           END-IF
           IF NEW-PARTY-LINKED
               AND WS-NEW-LINK-ROLE NOT = "C"
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "NEW PARTY IS A FORMER PARTY ON THIS LOAN"
           END-IF
           IF WS-NEW-DATE NOT > WS-OLD-EFFECTIVE-DATE
               MOVE "N" TO WS-EDIT-FLAG
               DISPLAY "EFFECTIVE DATE MUST FOLLOW THE CURRENT"
                   " PRIMARY'S " WS-OLD-EFFECTIVE-DATE
           END-IF
           .
       0200-EDIT-THE-ACTION-EXIT.
           EXIT.

      *************************************************************
      *    WALK THE LOAN'S CROSS-REFERENCE FOR THE CURRENT PRIMARY
      *    AND FOR ANY LINK THE NEW PARTY ALREADY HAS.
      *************************************************************
       0210-FIND-THE-PARTIES SECTION.
           MOVE SPACES TO WS-OLD-BORROWER-ID
           MOVE SPACES TO WS-OLD-BORROWER-NAME
           MOVE ZERO   TO WS-OLD-EFFECTIVE-DATE
           MOVE "N"    TO WS-NEW-LINK-FLAG
           MOVE SPACES TO WS-NEW-LINK-ROLE
           MOVE "N"    TO WS-XREF-EOF-FLAG

           MOVE WS-INQUIRY-LOAN-NUMBER TO BX-LOAN-NUMBER
           MOVE SPACES                 TO BX-BORROWER-ID
           START LOAN-XREF-FILE
               KEY IS NOT LESS THAN BX-XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF-FLAG
           END-START

           PERFORM 0220-CHECK-ONE-XREF
               THRU 0220-CHECK-ONE-XREF-EXIT
               UNTIL END-OF-XREF

           IF WS-OLD-BORROWER-ID NOT = SPACES
               MOVE WS-OLD-BORROWER-ID TO BO-BORROWER-ID
               READ BORROWER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF BORROWER-READ-OK
                   MOVE BO-BORROWER-NAME TO WS-OLD-BORROWER-NAME
               ELSE
                   MOVE LM-BORROWER-NAME TO WS-OLD-BORROWER-NAME
               END-IF
           END-IF
           .
       0210-FIND-THE-PARTIES-EXIT.
           EXIT.

       0220-CHECK-ONE-XREF SECTION.
           READ LOAN-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-EOF-FLAG
           END-READ

           IF NOT END-OF-XREF
               IF BX-LOAN-NUMBER NOT = WS-INQUIRY-LOAN-NUMBER
                   MOVE "Y" TO WS-XREF-EOF-FLAG
               ELSE
                   IF BX-ROLE-PRIMARY
                       MOVE BX-BORROWER-ID    TO WS-OLD-BORROWER-ID
                       MOVE BX-EFFECTIVE-DATE TO WS-OLD-EFFECTIVE-DATE
                   END-IF
                   IF BX-BORROWER-ID = WS-NEW-BORROWER-ID
                       MOVE "Y"          TO WS-NEW-LINK-FLAG
                       MOVE BX-ROLE-CODE TO WS-NEW-LINK-ROLE
                   END-IF
               END-IF
           END-IF
           .
       0220-CHECK-ONE-XREF-EXIT.
           EXIT.

      *************************************************************
      *    THE OLD PRIMARY BECOMES A FORMER PARTY, LIABLE UP TO THE
      *    EFFECTIVE DATE; THE NEW PARTY BECOMES PRIMARY FROM IT.
      *    THEN THE MASTER FOLLOWS: NEW BORROWER NAME, AND ON AN
      *    ASSUMPTION THE FEE ADDED TO THE FEE BALANCE THE POSTING
      *    RUN COLLECTS FROM.
      *************************************************************
       0300-TRANSFER-LIABILITY SECTION.
           MOVE WS-INQUIRY-LOAN-NUMBER TO BX-LOAN-NUMBER
           MOVE WS-OLD-BORROWER-ID     TO BX-BORROWER-ID
           READ LOAN-XREF-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT XREF-READ-OK
               DISPLAY "PRIMARY LINK COULD NOT BE RE-READ - STATUS "
                   WS-XREF-STATUS
               GO TO 0300-TRANSFER-LIABILITY-EXIT
           END-IF

           MOVE BX-BORROWER-ID    TO WS-IMG-BORROWER-ID
           MOVE BX-EFFECTIVE-DATE TO WS-IMG-DATE
           MOVE BX-ROLE-CODE      TO WS-IMG-STATUS
           MOVE WS-PARTY-IMAGE    TO MA-BEFORE-IMAGE

           MOVE "F"                TO BX-ROLE-CODE
           MOVE WS-NEW-DATE        TO BX-END-DATE
           MOVE WS-NEW-BORROWER-ID TO BX-SUCCESSOR-ID
           IF ACTION-ASSUME
               SET BX-PARTY-RELEASED TO TRUE
           ELSE
               SET BX-PARTY-DECEASED TO TRUE
           END-IF
           REWRITE LOAN-BORROWER-XREF-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT XREF-WRITE-OK
               DISPLAY "PRIMARY LINK REWRITE FAILED - STATUS "
                   WS-XREF-STATUS
               GO TO 0300-TRANSFER-LIABILITY-EXIT
           END-IF

           MOVE WS-NEW-BORROWER-ID TO WS-IMG-BORROWER-ID
           MOVE WS-NEW-DATE        TO WS-IMG-DATE
           MOVE "P"                TO WS-IMG-STATUS
           MOVE WS-PARTY-IMAGE     TO MA-AFTER-IMAGE
           IF ACTION-ASSUME
               MOVE "ASSUMPTN" TO MA-FIELD-NAME
           ELSE
               MOVE "SUCCESSR" TO MA-FIELD-NAME
           END-IF
           PERFORM 0700-WRITE-AUDIT-RECORD
               THRU 0700-WRITE-AUDIT-RECORD-EXIT

           MOVE WS-INQUIRY-LOAN-NUMBER TO BX-LOAN-NUMBER
           MOVE WS-NEW-BORROWER-ID     TO BX-BORROWER-ID
           MOVE "P"                    TO BX-ROLE-CODE
           MOVE WS-NEW-DATE            TO BX-EFFECTIVE-DATE
           MOVE ZERO                   TO BX-END-DATE
           MOVE SPACE                  TO BX-PARTY-STATUS
           MOVE SPACES                 TO BX-SUCCESSOR-ID
           IF NEW-PARTY-LINKED
               REWRITE LOAN-BORROWER-XREF-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE LOAN-BORROWER-XREF-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF NOT XREF-WRITE-OK
               DISPLAY "NEW PRIMARY LINK WRITE FAILED - STATUS "
                   WS-XREF-STATUS
               GO TO 0300-TRANSFER-LIABILITY-EXIT
           END-IF

           MOVE LM-BORROWER-NAME     TO WS-OLD-MASTER-NAME
           MOVE WS-NEW-BORROWER-NAME TO LM-BORROWER-NAME

           MOVE LM-LATE-FEE-BALANCE TO WS-OLD-FEE-BALANCE
           IF ACTION-ASSUME
               AND WS-FEE-AMOUNT > ZERO
               ADD WS-FEE-AMOUNT TO LM-LATE-FEE-BALANCE
           END-IF

           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF NOT MASTER-IO-OK
               DISPLAY "REWRITE FAILED - STATUS " WS-MASTER-STATUS
                   " - NAME AND FEE NOT CHANGED ON LOAN "
                   WS-INQUIRY-LOAN-NUMBER
               GO TO 0300-TRANSFER-LIABILITY-EXIT
           END-IF

           MOVE WS-OLD-MASTER-NAME   TO MA-BEFORE-IMAGE
           MOVE LM-BORROWER-NAME     TO MA-AFTER-IMAGE
           MOVE "NAME"               TO MA-FIELD-NAME
           PERFORM 0700-WRITE-AUDIT-RECORD
               THRU 0700-WRITE-AUDIT-RECORD-EXIT

           IF LM-LATE-FEE-BALANCE NOT = WS-OLD-FEE-BALANCE
               MOVE WS-OLD-FEE-BALANCE  TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT      TO MA-BEFORE-IMAGE
               MOVE LM-LATE-FEE-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT      TO MA-AFTER-IMAGE
               MOVE "ASMFEE"            TO MA-FIELD-NAME
               PERFORM 0700-WRITE-AUDIT-RECORD
                   THRU 0700-WRITE-AUDIT-RECORD-EXIT
           END-IF

           PERFORM 0600-TOUCH-THE-LOAN
               THRU 0600-TOUCH-THE-LOAN-EXIT

           PERFORM 0500-WRITE-LETTERS
               THRU 0500-WRITE-LETTERS-EXIT

           DISPLAY "LOAN " WS-INQUIRY-LOAN-NUMBER " NOW OWED BY "
               WS-NEW-BORROWER-ID " FROM " WS-NEW-DATE
               " - RECORDED BY " WS-OPERATOR-ID
           .
       0300-TRANSFER-LIABILITY-EXIT.
           EXIT.

      *************************************************************
      *    CONFIRMATION LETTERS.  THE NEW PARTY ALWAYS GETS ONE
      *    (TEMPLATE ASSUMCNF, OR SUCCCONF FOR A SUCCESSOR); A
      *    RELEASED BORROWER GETS THEIR RELEASE OF LIABILITY
      *    (RELEASCF).  NO LETTER GOES TO A DECEASED BORROWER.
      *************************************************************
       0500-WRITE-LETTERS SECTION.
           OPEN EXTEND LETTER-FILE
           OPEN EXTEND EDLV-EXTRACT-FILE

           INITIALIZE LETTER-FORMAT-AREA
           IF ACTION-ASSUME
               MOVE "ASSUMCNF"           TO LF-TEMPLATE-ID
               MOVE LETTER-TEXT-ASSUMED  TO LTR-LINE-TEXT
           ELSE
               MOVE "SUCCCONF"           TO LF-TEMPLATE-ID
               MOVE LETTER-TEXT-SUCCESSOR TO LTR-LINE-TEXT
           END-IF
           MOVE WS-NEW-BORROWER-NAME TO LF-BORROWER-NAME
           MOVE WS-NEW-BORROWER-ID   TO DV-BORROWER-ID
           PERFORM 0510-WRITE-ONE-LETTER
               THRU 0510-WRITE-ONE-LETTER-EXIT

           IF ACTION-ASSUME
               INITIALIZE LETTER-FORMAT-AREA
               MOVE "RELEASCF"           TO LF-TEMPLATE-ID
               MOVE LETTER-TEXT-RELEASED TO LTR-LINE-TEXT
               MOVE WS-OLD-BORROWER-NAME TO LF-BORROWER-NAME
               MOVE WS-OLD-BORROWER-ID   TO DV-BORROWER-ID
               PERFORM 0510-WRITE-ONE-LETTER
                   THRU 0510-WRITE-ONE-LETTER-EXIT
           END-IF

           CLOSE LETTER-FILE
           CLOSE EDLV-EXTRACT-FILE

           OPEN EXTEND EDLV-COUNT-FILE
           MOVE WS-TODAY                TO EC-RUN-DATE
           MOVE "LOANASUM"              TO EC-PROGRAM-ID
           MOVE "ASUMLTR"               TO EC-DOCUMENT-TYPE
           MOVE WS-DLV-PAPER-COUNT      TO EC-PAPER-COUNT
           MOVE WS-DLV-ELECTRONIC-COUNT TO EC-ELECTRONIC-COUNT
           MOVE WS-DLV-BOTH-COUNT       TO EC-BOTH-COUNT
           MOVE WS-DLV-SUPPRESSED-COUNT TO EC-SUPPRESSED-COUNT
           WRITE EDLV-COUNT-RECORD
           CLOSE EDLV-COUNT-FILE
           .
       0500-WRITE-LETTERS-EXIT.
           EXIT.

      *************************************************************
      *    ONE LETTER FROM ITS TEMPLATE THROUGH THE SHARED LOANLTRF
      *    SERVICE; FIXED TEXT WHEN NO TEMPLATE IS ON FILE.  THE
      *    FEE LINE APPEARS ONLY ON THE ASSUMING PARTY'S LETTER.
      *************************************************************
       0510-WRITE-ONE-LETTER SECTION.
           PERFORM 0530-ROUTE-THE-LETTER
               THRU 0530-ROUTE-THE-LETTER-EXIT

           MOVE WS-INQUIRY-LOAN-NUMBER TO LF-LOAN-NUMBER
           MOVE WS-NEW-DATE            TO LF-DATE-1
           IF LF-TEMPLATE-ID = "ASSUMCNF"
               MOVE WS-FEE-AMOUNT      TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT     TO LF-AMOUNT-1
           END-IF

           CALL "LOANLTRF" USING LETTER-FORMAT-AREA

           IF LF-TEMPLATE-FOUND
               PERFORM 0520-WRITE-ONE-TEMPLATE-LINE
                   THRU 0520-WRITE-ONE-TEMPLATE-LINE-EXIT
                   VARYING LETTER-IDX FROM 1 BY 1
                   UNTIL LETTER-IDX > LF-LINE-COUNT
           ELSE
               MOVE WS-INQUIRY-LOAN-NUMBER TO LTR-LOAN-NUMBER
               MOVE LF-BORROWER-NAME       TO LTR-BORROWER-NAME
               MOVE LETTER-LINE-1 TO LETTER-RECORD
               PERFORM 0540-PUT-LETTER-LINE
                   THRU 0540-PUT-LETTER-LINE-EXIT
               MOVE WS-NEW-DATE            TO LTR-EFFECTIVE-DATE
               MOVE LETTER-LINE-2 TO LETTER-RECORD
               PERFORM 0540-PUT-LETTER-LINE
                   THRU 0540-PUT-LETTER-LINE-EXIT
               IF LF-TEMPLATE-ID = "ASSUMCNF"
                   AND WS-FEE-AMOUNT > ZERO
                   MOVE WS-FEE-AMOUNT TO LTR-FEE
                   MOVE LETTER-LINE-3 TO LETTER-RECORD
                   PERFORM 0540-PUT-LETTER-LINE
                       THRU 0540-PUT-LETTER-LINE-EXIT
               END-IF
           END-IF

           MOVE SPACES TO LETTER-RECORD
           PERFORM 0540-PUT-LETTER-LINE
               THRU 0540-PUT-LETTER-LINE-EXIT
           .
       0510-WRITE-ONE-LETTER-EXIT.
           EXIT.

       0520-WRITE-ONE-TEMPLATE-LINE SECTION.
           MOVE LF-LINE(LETTER-IDX) TO LETTER-RECORD
           PERFORM 0540-PUT-LETTER-LINE
               THRU 0540-PUT-LETTER-LINE-EXIT
           .
       0520-WRITE-ONE-TEMPLATE-LINE-EXIT.
           EXIT.

      *************************************************************
      *    WHERE THIS LETTER GOES, BY ITS ADDRESSEE'S PREFERENCE.
      *    AN ELECTRONIC COPY IS HEADED ON THE EXTRACT WITH WHO IT
      *    IS FOR.
      *************************************************************
       0530-ROUTE-THE-LETTER SECTION.
           MOVE WS-INQUIRY-LOAN-NUMBER TO DV-LOAN-NUMBER
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
               DISPLAY "LETTER TO " DV-BORROWER-ID
                   " NOT PRINTED - MAIL RETURNED"
           END-IF

           IF DV-ELECTRONIC-COPY
               MOVE SPACES           TO EDLV-EXTRACT-RECORD
               SET EX-DOCUMENT-HEADER TO TRUE
               MOVE "ASUMLTR"        TO EX-DOCUMENT-TYPE
               MOVE DV-LOAN-NUMBER   TO EX-LOAN-NUMBER
               MOVE DV-BORROWER-ID   TO EX-BORROWER-ID
               MOVE DV-EMAIL-ADDRESS TO EX-EMAIL-ADDRESS
               MOVE WS-TODAY         TO EX-PRODUCED-DATE
               WRITE EDLV-EXTRACT-RECORD
           END-IF
           .
       0530-ROUTE-THE-LETTER-EXIT.
           EXIT.

      *************************************************************
      *    ONE LETTER LINE, TO PRINT, TO THE EXTRACT, OR BOTH.
      *************************************************************
       0540-PUT-LETTER-LINE SECTION.
           IF DV-PRINT-COPY
               WRITE LETTER-RECORD
           END-IF
           IF DV-ELECTRONIC-COPY
               MOVE SPACES          TO EDLV-EXTRACT-RECORD
               SET EX-DOCUMENT-LINE TO TRUE
               MOVE LETTER-RECORD   TO EX-LINE-TEXT
               WRITE EDLV-EXTRACT-RECORD
           END-IF
           .
       0540-PUT-LETTER-LINE-EXIT.
           EXIT.

       0600-TOUCH-THE-LOAN SECTION.
           OPEN EXTEND TOUCHED-LOAN-FILE
           MOVE WS-INQUIRY-LOAN-NUMBER TO TL-LOAN-NUMBER
           WRITE TOUCHED-LOAN-RECORD
           CLOSE TOUCHED-LOAN-FILE
           .
       0600-TOUCH-THE-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    THE SAME BEFORE/AFTER AUDIT RECORD LOANMNT AND THE
      *    OTHER MAINTENANCE PROGRAMS CUT.
      *************************************************************
       0700-WRITE-AUDIT-RECORD SECTION.
           ACCEPT MA-DATE FROM DATE YYYYMMDD
           ACCEPT MA-TIME FROM TIME
           MOVE WS-OPERATOR-ID         TO MA-OPERATOR-ID
           MOVE WS-INQUIRY-LOAN-NUMBER TO MA-LOAN-NUMBER
           OPEN EXTEND MAINT-AUDIT-FILE
           WRITE MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE
           .
       0700-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

       END PROGRAM LOANASUM.
