       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMRLD.
       REMARKS. MASTER-FILE RELOAD TO BUILD THE POOL AND STATUS
               ALTERNATE KEYS.  IT READS THE OLD FILE UNDER THE
               CURRENT RECORD LAYOUT AND COPIES EVERY LOAN ACROSS
               BYTE FOR BYTE, SO IT SERVES ONLY A MASTER ALREADY IN
               THAT LAYOUT -- ONE WITH THE KEYS MISSING OR DAMAGED.
               A MASTER STILL IN THE LOANMCV2 LAYOUT IS CONVERTED BY
               LOANMCV3 INSTEAD, WHICH BUILDS THE SAME THREE
               INDEXES AS IT WRITES THE NEW FILE.  SAME DRILL AS
               THE CONVERSIONS: THE OPERATOR RENAMES THE OLD FILE
               TO LOANMSTO, AND EACH LOAN IS WRITTEN TO A FRESH
               LOANMSTR DEFINED WITH THE BORROWER-NAME, POOL AND
               STATUS ALTERNATE KEYS, ALL WITH DUPLICATES, SO ALL
               THREE INDEXES ARE BUILT AS THE FILE IS LOADED.  THE
               LOADED COUNT MUST MATCH THE READ COUNT BEFORE THE
               OLD FILE IS DISCARDED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE  ASSIGN TO "LOANMSTO"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS OL-LOAN-NUMBER
                                    FILE STATUS IS WS-OLD-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    ALTERNATE RECORD KEY IS
                                        LM-BORROWER-NAME
                                        WITH DUPLICATES
                                    ALTERNATE RECORD KEY IS
                                        LM-POOL-ID
                                        WITH DUPLICATES
                                    ALTERNATE RECORD KEY IS
                                        LM-STATUS
                                        WITH DUPLICATES
                                    FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  OLD-MASTER-FILE.
       COPY LOANMSTR REPLACING LEADING ==LM== BY ==OL==
           ==LOAN-MASTER-RECORD== BY ==OLD-MASTER-RECORD==.

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       WORKING-STORAGE SECTION.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-OLD-FILE      VALUE "Y".

       01  WS-OLD-STATUS             PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-WRITE-OK       VALUE "00", "02".

       01  WS-READ-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-WRITTEN-COUNT          PIC S9(8) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           OPEN INPUT  OLD-MASTER-FILE
           OPEN OUTPUT LOAN-MASTER-FILE

           PERFORM 0210-READ-OLD-FILE
               THRU 0210-READ-OLD-FILE-EXIT

           PERFORM 0200-RELOAD-ONE-LOAN
               THRU 0200-RELOAD-ONE-LOAN-EXIT
               UNTIL END-OF-OLD-FILE

           CLOSE OLD-MASTER-FILE
           CLOSE LOAN-MASTER-FILE

           DISPLAY "LOANS READ:    " WS-READ-COUNT
           DISPLAY "LOANS WRITTEN: " WS-WRITTEN-COUNT
           IF WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               DISPLAY "*** COUNTS DO NOT AGREE - KEEP LOANMSTO"
           END-IF

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0210-READ-OLD-FILE SECTION.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-OLD-FILE-EXIT.
           EXIT.

      *************************************************************
      *    THE RECEIVING RECORD IS VARIABLE LENGTH -- SIZE ITS
      *    SCHEDULE TABLE BEFORE THE GROUP MOVE FILLS IT.
      *************************************************************
       0200-RELOAD-ONE-LOAN SECTION.
           ADD 1 TO WS-READ-COUNT

           MOVE OL-LOANTERM       TO LM-LOANTERM
           MOVE OLD-MASTER-RECORD TO LOAN-MASTER-RECORD

           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF MASTER-WRITE-OK
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               DISPLAY "WRITE FAILED FOR LOAN " LM-LOAN-NUMBER
                   " STATUS " WS-MASTER-STATUS
           END-IF

           PERFORM 0210-READ-OLD-FILE
               THRU 0210-READ-OLD-FILE-EXIT
           .
       0200-RELOAD-ONE-LOAN-EXIT.
           EXIT.

       END PROGRAM LOANMRLD.
