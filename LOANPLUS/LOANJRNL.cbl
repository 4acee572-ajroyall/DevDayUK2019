       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANJRNL.
       REMARKS. SHARED BEFORE-IMAGE JOURNAL WRITER.  EVERY STEP
               THAT UPDATES LOANMSTR, LOANPMTH OR ESCRLEDG CALLS
               THIS WITH THE JRNLAREA RECORD AND THE RECORD IMAGE
               AHEAD OF EACH CHANGE IT MAKES; THIS STAMPS THE DATE,
               TIME AND A RUNNING COUNT AND APPENDS THE ENTRY TO
               THE LOANBIMG JOURNAL.  SAME OPEN-EXTEND-WRITE-CLOSE
               SHAPE AS LOANRCTL, SO A STEP THAT DIES PARTWAY
               THROUGH LEAVES EVERY ENTRY IT WROTE SAFELY ON THE
               FILE FOR LOANRBCK TO ROLL BACK FROM.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO "LOANBIMG"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  BEFORE-IMAGE-FILE.
       COPY BIMGJRNL.

       WORKING-STORAGE SECTION.

      *    ENTRIES WRITTEN SINCE THE RUN UNIT STARTED.
       01  WS-JOURNAL-SEQUENCE       PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       COPY JRNLAREA.

       01  LK-RECORD-IMAGE           PIC X(60000).

       PROCEDURE DIVISION USING JOURNAL-AREA LK-RECORD-IMAGE.

       0000-CONTROL SECTION.
           ADD 1 TO WS-JOURNAL-SEQUENCE

           MOVE JA-STEP-NAME        TO BJ-STEP-NAME
           MOVE JA-RUN-DATE         TO BJ-RUN-DATE
           ACCEPT BJ-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT BJ-STAMP-TIME FROM TIME
           MOVE WS-JOURNAL-SEQUENCE TO BJ-SEQUENCE
           MOVE JA-FILE-ID          TO BJ-FILE-ID
           MOVE JA-ACTION           TO BJ-ACTION
           MOVE JA-IMAGE-LENGTH     TO BJ-IMAGE-LENGTH
           MOVE LK-RECORD-IMAGE(1:JA-IMAGE-LENGTH) TO BJ-IMAGE

           OPEN EXTEND BEFORE-IMAGE-FILE
           WRITE BEFORE-IMAGE-RECORD
           CLOSE BEFORE-IMAGE-FILE

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       END PROGRAM LOANJRNL.
