       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBXCV.
       REMARKS. ONE-TIME BORROWER CROSS-REFERENCE CONVERSION TO THE
               CURRENT LAYOUT.  EACH LINK GREW BY THE DATES ITS
               LIABILITY RUNS BETWEEN AND HOW A FORMER PARTY LEFT
               THE LOAN, SO A LINK WRITTEN UNDER THE OLD LAYOUT NO
               LONGER READS.  SAME DRILL AS THE MASTER CONVERSIONS:
               THE OPERATOR RENAMES THE OLD FILE TO LOANBXRO, AND
               EACH LINK IS WRITTEN TO A FRESH LOANBXRF WITH ITS
               KEY AND ROLE CARRIED ACROSS, LIABLE SINCE
               ORIGINATION AND STILL ACTIVE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-XREF-FILE    ASSIGN TO "LOANBXRO"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS OX-XREF-KEY
                                    FILE STATUS IS WS-OLD-STATUS.

           SELECT LOAN-XREF-FILE   ASSIGN TO "LOANBXRF"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS BX-XREF-KEY
                                    FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    THE OLD LAYOUT EXACTLY AS THE PREVIOUS RELEASE WROTE IT
      *    -- A FROZEN COPY, DELIBERATELY NOT DERIVED FROM THE LIVE
      *    COPYBOOK, ENDING AT THE ROLE CODE THE WAY THE FILE BEING
      *    CONVERTED DOES.
       FD  OLD-XREF-FILE.
       01  OLD-XREF-RECORD.
           03 OX-XREF-KEY.
              05 OX-LOAN-NUMBER      PIC X(10).
              05 OX-BORROWER-ID      PIC X(10).
           03 OX-ROLE-CODE           PIC X(01).

       FD  LOAN-XREF-FILE.
       COPY LOANBXRF.

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-OLD-FILE      VALUE "Y".

       01  WS-OLD-STATUS             PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS            PIC X(02) VALUE SPACES.
           88  XREF-WRITE-OK         VALUE "00".

       01  WS-READ-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-WRITTEN-COUNT          PIC S9(8) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           OPEN INPUT  OLD-XREF-FILE
           OPEN OUTPUT LOAN-XREF-FILE

           PERFORM 0210-READ-OLD-FILE
               THRU 0210-READ-OLD-FILE-EXIT

           PERFORM 0200-CONVERT-ONE-RECORD
               THRU 0200-CONVERT-ONE-RECORD-EXIT
               UNTIL END-OF-OLD-FILE

           CLOSE OLD-XREF-FILE
           CLOSE LOAN-XREF-FILE

           DISPLAY "RECORDS READ:    " WS-READ-COUNT
           DISPLAY "RECORDS WRITTEN: " WS-WRITTEN-COUNT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0210-READ-OLD-FILE SECTION.
           READ OLD-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-OLD-FILE-EXIT.
           EXIT.

      *************************************************************
      *    KEY AND ROLE CARRIED ACROSS; EVERY EXISTING LINK HAS
      *    BEEN LIABLE SINCE ORIGINATION AND STILL IS.
      *************************************************************
       0200-CONVERT-ONE-RECORD SECTION.
           ADD 1 TO WS-READ-COUNT

           MOVE OX-LOAN-NUMBER  TO BX-LOAN-NUMBER
           MOVE OX-BORROWER-ID  TO BX-BORROWER-ID
           MOVE OX-ROLE-CODE    TO BX-ROLE-CODE

           MOVE ZERO   TO BX-EFFECTIVE-DATE
           MOVE ZERO   TO BX-END-DATE
           MOVE SPACE  TO BX-PARTY-STATUS
           MOVE SPACES TO BX-SUCCESSOR-ID

           WRITE LOAN-BORROWER-XREF-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF XREF-WRITE-OK
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               DISPLAY "WRITE FAILED FOR LOAN " BX-LOAN-NUMBER
                   " BORROWER " BX-BORROWER-ID
                   " STATUS " WS-XREF-STATUS
           END-IF

           PERFORM 0210-READ-OLD-FILE
               THRU 0210-READ-OLD-FILE-EXIT
           .
       0200-CONVERT-ONE-RECORD-EXIT.
           EXIT.

       END PROGRAM LOANBXCV.
