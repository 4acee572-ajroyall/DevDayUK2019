       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBOCV.
       REMARKS. ONE-TIME BORROWER MASTER CONVERSION TO THE CURRENT
               LAYOUT.  EACH BORROWER GREW BY AN EMAIL ADDRESS, THE
               DATE THEY CONSENTED TO ELECTRONIC DELIVERY, THEIR
               DELIVERY PREFERENCE AND THE RETURNED-MAIL FLAG AND
               DATE, SO A BORROWER WRITTEN UNDER THE OLD LAYOUT NO
               LONGER READS.  SAME DRILL AS THE OTHER CONVERSIONS:
               THE OPERATOR RENAMES THE OLD FILE TO BORRMSTO, AND
               EACH BORROWER IS WRITTEN TO A FRESH BORRMSTR WITH
               NAME, ADDRESS AND PHONE CARRIED ACROSS, NO EMAIL OR
               CONSENT, AND PAPER DELIVERY -- WHICH IS HOW EVERY
               DOCUMENT WENT OUT BEFORE -- TO AN ADDRESS NOT MARKED
               RETURNED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BORROWER-FILE ASSIGN TO "BORRMSTO"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS OB-BORROWER-ID
                                    FILE STATUS IS WS-OLD-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO "BORRMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BO-BORROWER-ID
                                    FILE STATUS IS WS-BORROWER-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    THE OLD LAYOUT EXACTLY AS THE PREVIOUS RELEASE WROTE IT
      *    -- A FROZEN COPY, DELIBERATELY NOT DERIVED FROM THE LIVE
      *    COPYBOOK, ENDING AT THE PHONE NUMBER THE WAY THE FILE
      *    BEING CONVERTED DOES.
       FD  OLD-BORROWER-FILE.
       01  OLD-BORROWER-RECORD.
           03 OB-BORROWER-ID         PIC X(10).
           03 OB-BORROWER-NAME       PIC X(30).
           03 OB-ADDRESS-LINE-1      PIC X(30).
           03 OB-ADDRESS-LINE-2      PIC X(30).
           03 OB-CITY                PIC X(20).
           03 OB-STATE               PIC X(02).
           03 OB-ZIP-CODE            PIC X(10).
           03 OB-PHONE-NUMBER        PIC X(12).

       FD  BORROWER-MASTER-FILE.
       COPY BORRMSTR.

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-OLD-FILE      VALUE "Y".

       01  WS-OLD-STATUS             PIC X(02) VALUE SPACES.
       01  WS-BORROWER-STATUS        PIC X(02) VALUE SPACES.
           88  BORROWER-WRITE-OK     VALUE "00".

       01  WS-READ-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-WRITTEN-COUNT          PIC S9(8) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           OPEN INPUT  OLD-BORROWER-FILE
           OPEN OUTPUT BORROWER-MASTER-FILE

           PERFORM 0210-READ-OLD-FILE
               THRU 0210-READ-OLD-FILE-EXIT

           PERFORM 0200-CONVERT-ONE-RECORD
               THRU 0200-CONVERT-ONE-RECORD-EXIT
               UNTIL END-OF-OLD-FILE

           CLOSE OLD-BORROWER-FILE
           CLOSE BORROWER-MASTER-FILE

           DISPLAY "RECORDS READ:    " WS-READ-COUNT
           DISPLAY "RECORDS WRITTEN: " WS-WRITTEN-COUNT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0210-READ-OLD-FILE SECTION.
           READ OLD-BORROWER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-OLD-FILE-EXIT.
           EXIT.

      *************************************************************
      *    NAME, ADDRESS AND PHONE CARRIED ACROSS; EVERY EXISTING
      *    BORROWER STAYS ON PAPER UNTIL THEY CONSENT OTHERWISE,
      *    AND NO ADDRESS STARTS OUT MARKED RETURNED.
      *************************************************************
       0200-CONVERT-ONE-RECORD SECTION.
           ADD 1 TO WS-READ-COUNT

           MOVE OB-BORROWER-ID    TO BO-BORROWER-ID
           MOVE OB-BORROWER-NAME  TO BO-BORROWER-NAME
           MOVE OB-ADDRESS-LINE-1 TO BO-ADDRESS-LINE-1
           MOVE OB-ADDRESS-LINE-2 TO BO-ADDRESS-LINE-2
           MOVE OB-CITY           TO BO-CITY
           MOVE OB-STATE          TO BO-STATE
           MOVE OB-ZIP-CODE       TO BO-ZIP-CODE
           MOVE OB-PHONE-NUMBER   TO BO-PHONE-NUMBER

           MOVE SPACES TO BO-EMAIL-ADDRESS
           MOVE ZERO   TO BO-ECONSENT-DATE
           SET BO-DELIVER-PAPER TO TRUE
           MOVE SPACE  TO BO-MAIL-RETURNED-FLAG
           MOVE ZERO   TO BO-MAIL-RETURNED-DATE

           WRITE BORROWER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF BORROWER-WRITE-OK
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               DISPLAY "WRITE FAILED FOR BORROWER " BO-BORROWER-ID
                   " STATUS " WS-BORROWER-STATUS
           END-IF

           PERFORM 0210-READ-OLD-FILE
               THRU 0210-READ-OLD-FILE-EXIT
           .
       0200-CONVERT-ONE-RECORD-EXIT.
           EXIT.

       END PROGRAM LOANBOCV.
