               STATUS ON ONE LOAN -- AND SET THE SERVICING FIELDS
               NO APPLICATION RECORD CARRIES: THE INVESTOR POOL,
               THE ARM TERMS (INDEX, MARGIN, CAPS, NEXT RESET) AND
               THE PMI PROPERTY VALUE AND PREMIUM, THE MORTGAGE
               INSURANCE CARRIER AND CERTIFICATE, THE PRODUCT --
               WITHOUT
               RE-RUNNING LOANBATCH OVER A DOCTORED APPLICATION
               FILE.  EVERY APPLIED CHANGE IS APPENDED TO THE
               MAINTENANCE-AUDIT FILE WITH THE OPERATOR ID,
               DATE/TIME STAMP AND THE BEFORE AND AFTER IMAGE OF
               THE CHANGED FIELD.  A STATUS, LEGAL STATUS OR POOL
               CHANGE IS NOT APPLIED HERE: ONCE IT PASSES THE
               EDITS IT IS WRITTEN TO THE LOANPEND QUEUE FOR A
               SECOND OPERATOR TO APPROVE THROUGH LOANPNDR.

       ENVIRONMENT DIVISION.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "LOANMNTA"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDING-CHANGE-FILE
                                    ASSIGN TO "LOANPEND"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PN-PENDING-KEY
                                    FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.

       FILE SECTION.
           03 MA-BEFORE-IMAGE        PIC X(30).
           03 MA-AFTER-IMAGE         PIC X(30).

       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".

       01  WS-PENDING-STATUS         PIC X(02) VALUE SPACES.
           88  PENDING-WRITE-OK      VALUE "00", "02".

       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-INQUIRY-LOAN-NUMBER    PIC X(10).

           88  FIELD-SCRA-START      VALUE "SCRASTRT".
           88  FIELD-SCRA-END        VALUE "SCRAEND".
           88  FIELD-CREDIT-LIMIT    VALUE "CREDLIM".
           88  FIELD-PRODUCT-CODE    VALUE "PRODUCT".
           88  FIELD-MI-CARRIER      VALUE "MICARR".
           88  FIELD-MI-CERTIFICATE  VALUE "MICERT".

       01  WS-NEW-VALUE              PIC X(30).

       01  WS-NEW-LEGAL-STATUS       PIC X(02).
           88  NEW-LEGAL-VALID       VALUE SPACES, "BK", "CD".

       COPY PRODAREA.

       01  WS-EDIT-FLAG              PIC X  VALUE "Y".
           88  NEW-VALUE-GOOD        VALUE "Y".
           88  NEW-VALUE-BAD         VALUE "N".

       COPY SECAREA.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-FIELD-CODE          FROM CONSOLE
           ACCEPT WS-NEW-VALUE           FROM CONSOLE

      *        THE OPERATOR MUST HOLD THIS FUNCTION ON THE
      *        SECURITY FILE BEFORE ANYTHING IS TOUCHED.
           MOVE WS-OPERATOR-ID           TO SC-OPERATOR-ID
           MOVE "LOANMNT"                TO SC-PROGRAM-ID
           MOVE WS-FIELD-CODE            TO SC-FUNCTION
           MOVE WS-INQUIRY-LOAN-NUMBER   TO SC-LOAN-NUMBER
           MOVE ZERO                     TO SC-AMOUNT
           CALL "LOANSECK" USING OPERATOR-CHECK-AREA
           IF SC-REFUSED
               DISPLAY "NOT AUTHORIZED: " SC-REASON
               GOBACK
           END-IF

           PERFORM 0100-MAINTAIN-LOAN
               THRU 0100-MAINTAIN-LOAN-EXIT


      *************************************************************
      *    READ THE LOAN, EDIT THE REQUESTED CHANGE, AND IF GOOD
      *    APPLY IT, REWRITE THE MASTER AND CUT THE AUDIT RECORD --
      *    OR, FOR A CHANGE THAT NEEDS A SECOND OPERATOR, QUEUE IT.
      *************************************************************
       0100-MAINTAIN-LOAN SECTION.
           OPEN I-O LOAN-MASTER-FILE
               PERFORM 0200-EDIT-NEW-VALUE
                   THRU 0200-EDIT-NEW-VALUE-EXIT
               IF NEW-VALUE-GOOD
                   IF FIELD-STATUS
                       OR FIELD-LEGAL-STATUS
                       OR FIELD-POOL-ID
                       PERFORM 0400-QUEUE-FOR-REVIEW
                           THRU 0400-QUEUE-FOR-REVIEW-EXIT
                   ELSE
                       PERFORM 0300-APPLY-CHANGE
                           THRU 0300-APPLY-CHANGE-EXIT
                   END-IF
               END-IF
           END-IF

                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "STATUS MUST BE AC/PO/DL/HD/CO/TR"
                   END-IF
      *            FORECLOSURE STATUS IS TIED TO THE LOANFCLS FILE
      *            AND MOVES ONLY THROUGH LOANFCLE, SO THE TWO
      *            NEVER DISAGREE.
                   IF LM-STATUS-FORECLOSURE
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "LOAN IN FORECLOSURE - STATUS IS"
                           " MAINTAINED THROUGH LOANFCLE"
                   END-IF

      *        POOL AND INDEX ARE FREE-FORM CODES; SPACES CLEAR
      *        THEM (UNPOOLED / FIXED RATE), SO NO EDIT APPLIES.
               WHEN FIELD-LEGAL-CASE
                   CONTINUE

      *        THE MI CARRIER CODE AND CERTIFICATE ARE AS THE CARRIER
      *        ISSUED THEM; SPACES CLEAR THEM, SO NO EDIT APPLIES.
               WHEN FIELD-MI-CARRIER
                   CONTINUE
               WHEN FIELD-MI-CERTIFICATE
                   CONTINUE

               WHEN FIELD-SCRA-START
               WHEN FIELD-SCRA-END
                   MOVE WS-NEW-VALUE(1:8) TO WS-NEW-DATE-X
                       DISPLAY "SCRA DATE MUST BE YYYYMMDD"
                   END-IF

      *        BLANK PUTS THE LOAN BACK ON THE HOUSE STANDARD.
               WHEN FIELD-PRODUCT-CODE
                   MOVE WS-NEW-VALUE(1:6) TO PA-PRODUCT-CODE
                   CALL "LOANPRDL" USING PRODUCT-LOOKUP-AREA
                   IF PA-PRODUCT-MISSING
                       MOVE "N" TO WS-EDIT-FLAG
                       DISPLAY "PRODUCT NOT ON PRODUCT MASTER"
                   END-IF

               WHEN OTHER
                   MOVE "N" TO WS-EDIT-FLAG
                   DISPLAY "FIELD MUST BE NAME, ODATE, STATUS,"
                       " POOL, INDEX, MARGIN, PCAP, LCAP,"
                       " RESET, PROPVAL, PMIAMT, DAYCNT,"
                       " LEGAL, LGLDATE, LGLCASE,"
                       " SCRASTRT, SCRAEND, CREDLIM, PRODUCT,"
                       " MICARR OR MICERT"
           END-EVALUATE
           .
       0200-EDIT-NEW-VALUE-EXIT.
      *    MASTER, AND APPEND THE AUDIT RECORD.  THE AUDIT RECORD
      *    IS CUT ONLY AFTER THE REWRITE COMES BACK CLEAN -- AN
      *    AUDIT TRAIL OF CHANGES THAT NEVER LANDED IS WORSE THAN
      *    NONE.  STATUS, LEGAL STATUS AND POOL NEVER REACH HERE;
      *    LOANPNDR APPLIES THEM ON APPROVAL.
      *************************************************************
       0300-APPLY-CHANGE SECTION.
           MOVE WS-FIELD-CODE TO MA-FIELD-NAME
                   MOVE LM-ORIGINATION-DATE TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-DATE         TO LM-ORIGINATION-DATE
                   MOVE LM-ORIGINATION-DATE TO MA-AFTER-IMAGE
               WHEN FIELD-INDEX-NAME
                   MOVE LM-INDEX-NAME       TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-VALUE(1:10)  TO LM-INDEX-NAME
                   MOVE WS-IMAGE-MONEY9-X   TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-MONEY9-N     TO LM-MONTHLY-PMI-AMOUNT
      *            A FRESH PREMIUM RE-OPENS PMI MONITORING --
      *            CLEAR ANY EARLIER CANCELLATION, AND THE NOTICE OF
      *            IT THE CARRIER WAS SENT, SO A LATER ONE GOES OUT.
                   IF LM-MONTHLY-PMI-AMOUNT > ZERO
                       MOVE ZERO TO LM-PMI-CANCEL-MONTH
                       MOVE ZERO TO LM-MI-CANCEL-NOTICE-PERIOD
                   END-IF
                   MOVE LM-MONTHLY-PMI-AMOUNT
                                            TO WS-IMAGE-MONEY9-N
                   MOVE LM-DAY-COUNT        TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-DAY-COUNT    TO LM-DAY-COUNT
                   MOVE LM-DAY-COUNT        TO MA-AFTER-IMAGE
               WHEN FIELD-LEGAL-DATE
                   MOVE LM-LEGAL-FILING-DATE TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-DATE          TO LM-LEGAL-FILING-DATE
                   MOVE LM-CREDIT-LIMIT     TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-WHOLE9-N     TO LM-CREDIT-LIMIT
                   MOVE LM-CREDIT-LIMIT     TO MA-AFTER-IMAGE
               WHEN FIELD-PRODUCT-CODE
                   MOVE LM-PRODUCT-CODE     TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-VALUE(1:6)   TO LM-PRODUCT-CODE
                   MOVE LM-PRODUCT-CODE     TO MA-AFTER-IMAGE
               WHEN FIELD-MI-CARRIER
                   MOVE LM-MI-CARRIER-CODE  TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-VALUE(1:6)   TO LM-MI-CARRIER-CODE
                   MOVE LM-MI-CARRIER-CODE  TO MA-AFTER-IMAGE
               WHEN FIELD-MI-CERTIFICATE
                   MOVE LM-MI-CERTIFICATE   TO MA-BEFORE-IMAGE
                   MOVE WS-NEW-VALUE(1:15)  TO LM-MI-CERTIFICATE
                   MOVE LM-MI-CERTIFICATE   TO MA-AFTER-IMAGE
           END-EVALUATE

           REWRITE LOAN-MASTER-RECORD
       0300-APPLY-CHANGE-EXIT.
           EXIT.

      *************************************************************
      *    WRITE THE EDITED CHANGE TO THE PENDING-CHANGE QUEUE,
      *    WITH THE FIELD AS IT STANDS NOW AND AS IT WOULD STAND,
      *    SO THE REVIEWER SEES EXACTLY WHAT IS BEING ASKED.
      *************************************************************
       0400-QUEUE-FOR-REVIEW SECTION.
           INITIALIZE PENDING-CHANGE-RECORD
           ACCEPT PN-KEYED-DATE FROM DATE YYYYMMDD
           ACCEPT PN-KEYED-TIME FROM TIME
           MOVE WS-OPERATOR-ID          TO PN-KEYED-BY
           MOVE "LOANMNT"               TO PN-PROGRAM-ID
           MOVE WS-INQUIRY-LOAN-NUMBER  TO PN-LOAN-NUMBER
           MOVE WS-FIELD-CODE           TO PN-CHANGE-TYPE
           MOVE SPACES                  TO PN-NEW-VALUES

           EVALUATE TRUE
               WHEN FIELD-STATUS
                   MOVE WS-NEW-STATUS       TO PN-NEW-CODE
                   MOVE LM-STATUS           TO PN-BEFORE-IMAGE
               WHEN FIELD-LEGAL-STATUS
                   MOVE WS-NEW-LEGAL-STATUS TO PN-NEW-CODE
                   MOVE LM-LEGAL-STATUS     TO PN-BEFORE-IMAGE
               WHEN FIELD-POOL-ID
                   MOVE WS-NEW-VALUE(1:6)   TO PN-NEW-POOL-ID
                   MOVE LM-POOL-ID          TO PN-BEFORE-IMAGE
           END-EVALUATE
           MOVE PN-NEW-VALUES           TO PN-AFTER-IMAGE
           SET PN-PENDING               TO TRUE

           OPEN I-O PENDING-CHANGE-FILE
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF PENDING-WRITE-OK
               DISPLAY "LOAN " LM-LOAN-NUMBER " " PN-CHANGE-TYPE
                   " QUEUED FOR APPROVAL - KEY " PN-PENDING-KEY
           ELSE
               DISPLAY "PENDING QUEUE WRITE FAILED - STATUS "
                   WS-PENDING-STATUS " - NO CHANGE QUEUED"
           END-IF

           CLOSE PENDING-CHANGE-FILE
           .
       0400-QUEUE-FOR-REVIEW-EXIT.
           EXIT.

       END PROGRAM LOANMNT.
