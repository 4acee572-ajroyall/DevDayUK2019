       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDLVR.
       REMARKS. SHARED DELIVERY-CHANNEL LOOKUP.  CALLED WITH THE
               DLVRAREA RECORD NAMING A LOAN AND, WHEN THE CALLER
               ALREADY HAS IT, THE BORROWER; OTHERWISE THE LOAN'S
               PRIMARY BORROWER ON THE CROSS-REFERENCE (OR THE
               FIRST BORROWER LINKED) IS TAKEN, THE SAME WAY THE
               MAILING-ADDRESS LOOKUPS DO.  ANSWERS WITH THE
               BORROWER'S DELIVERY PREFERENCE FROM THE BORROWER
               MASTER.  EVERY DOCUMENT RUN ASKS ONCE PER DOCUMENT,
               SO ALL OF THEM SPLIT PRINT AND E-DELIVERY THE SAME
               WAY.  A BORROWER NOT ON FILE, OR ONE ASKING FOR
               ELECTRONIC DELIVERY WITHOUT AN EMAIL ADDRESS OR A
               CONSENT DATE, GETS PAPER -- NOTHING EVER GOES
               UNDELIVERED FOR WANT OF AN EMAIL ADDRESS.  A
               BORROWER WHOSE MAIL HAS BEEN RETURNED GETS NO
               PRINTED COPY: ONLY THE ELECTRONIC ONE IF THEY TAKE
               IT, OTHERWISE NOTHING, AND THE CALLER IS TOLD SO IT
               CAN COUNT WHAT WAS HELD BACK.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.

       FILE SECTION.
       FD  BORROWER-MASTER-FILE.
       COPY BORRMSTR.

       FD  LOAN-XREF-FILE.
       COPY LOANBXRF.

       WORKING-STORAGE SECTION.

       01  WS-BORROWER-STATUS        PIC X(02) VALUE SPACES.
           88  BORROWER-READ-OK      VALUE "00".

       01  WS-XREF-STATUS            PIC X(02) VALUE SPACES.

       01  WS-XREF-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-XREF          VALUE "Y".

       LINKAGE SECTION.
       COPY DLVRAREA.

       PROCEDURE DIVISION USING DELIVERY-CHECK-AREA.

       0000-CONTROL SECTION.
           SET DV-PAPER-ONLY TO TRUE
           MOVE SPACES TO DV-EMAIL-ADDRESS
           MOVE SPACE  TO DV-MAIL-STATUS

           IF DV-BORROWER-ID = SPACES
               PERFORM 0100-FIND-PRIMARY-BORROWER
                   THRU 0100-FIND-PRIMARY-BORROWER-EXIT
           END-IF

           IF DV-BORROWER-ID = SPACES
               GOBACK
           END-IF

           OPEN INPUT BORROWER-MASTER-FILE
           MOVE DV-BORROWER-ID TO BO-BORROWER-ID
           READ BORROWER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           CLOSE BORROWER-MASTER-FILE

      *        ELECTRONIC DELIVERY ONLY WITH SOMEWHERE TO SEND IT
      *        AND THE BORROWER'S CONSENT ON FILE.
           IF BORROWER-READ-OK
               IF (BO-DELIVER-ELECTRONIC OR BO-DELIVER-BOTH)
                   AND BO-EMAIL-ADDRESS NOT = SPACES
                   AND BO-ECONSENT-DATE IS NUMERIC
                   AND BO-ECONSENT-DATE > ZERO
                   MOVE BO-DELIVERY-PREF TO DV-CHANNEL
                   MOVE BO-EMAIL-ADDRESS TO DV-EMAIL-ADDRESS
               END-IF
           END-IF

      *        NOTHING IS PRINTED TO AN ADDRESS THE POST OFFICE HAS
      *        SENT BACK; THE MAIL STATUS MARKS A PRINTED COPY HELD
      *        BACK.
           IF BORROWER-READ-OK
               AND BO-MAIL-RETURNED
               AND DV-PRINT-COPY
               SET DV-MAIL-RETURNED TO TRUE
               IF DV-PAPER-AND-ELECTRONIC
                   SET DV-ELECTRONIC-ONLY TO TRUE
               ELSE
                   SET DV-SUPPRESSED TO TRUE
               END-IF
           END-IF

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

      *************************************************************
      *    THE LOAN'S PRIMARY BORROWER ON THE CROSS-REFERENCE, OR
      *    THE FIRST BORROWER LINKED WHEN NONE IS MARKED PRIMARY.
      *************************************************************
       0100-FIND-PRIMARY-BORROWER SECTION.
           MOVE "N" TO WS-XREF-EOF-FLAG

           OPEN INPUT LOAN-XREF-FILE
           MOVE DV-LOAN-NUMBER TO BX-LOAN-NUMBER
           MOVE SPACES         TO BX-BORROWER-ID
           START LOAN-XREF-FILE
               KEY IS NOT LESS THAN BX-XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF-FLAG
           END-START

           PERFORM 0110-CHECK-ONE-XREF
               THRU 0110-CHECK-ONE-XREF-EXIT
               UNTIL END-OF-XREF

           CLOSE LOAN-XREF-FILE
           .
       0100-FIND-PRIMARY-BORROWER-EXIT.
           EXIT.

       0110-CHECK-ONE-XREF SECTION.
           READ LOAN-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-EOF-FLAG
           END-READ

           IF NOT END-OF-XREF
               IF BX-LOAN-NUMBER NOT = DV-LOAN-NUMBER
                   MOVE "Y" TO WS-XREF-EOF-FLAG
               ELSE
                   IF DV-BORROWER-ID = SPACES
                       AND NOT BX-ROLE-FORMER
                       MOVE BX-BORROWER-ID TO DV-BORROWER-ID
                   END-IF
                   IF BX-ROLE-PRIMARY
                       MOVE BX-BORROWER-ID TO DV-BORROWER-ID
                       MOVE "Y" TO WS-XREF-EOF-FLAG
                   END-IF
               END-IF
           END-IF
           .
       0110-CHECK-ONE-XREF-EXIT.
           EXIT.

       END PROGRAM LOANDLVR.
