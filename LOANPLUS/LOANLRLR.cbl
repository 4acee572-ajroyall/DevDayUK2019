       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANLRLR.
       REMARKS. DAILY LIEN RELEASE AGING REPORT.  WALKS EVERY
               RELEASE ON LOANLRLS AND LISTS THE ONES THAT NEED
               SOMEONE'S ATTENTION TODAY: A RELEASE NOT YET SENT TO
               THE COUNTY THAT IS PAST ITS STATUTORY DUE DATE OR
               WITHIN THE WARNING WINDOW OF IT, AND A RELEASE SENT
               BUT STILL UNCONFIRMED LONG ENOUGH THAT THE COUNTY
               SHOULD BE CHASED.  RELEASES ARE LISTED BY DUE DATE,
               MOST URGENT FIRST.  A RELEASE IS PAST DUE ONCE ITS
               DUE DATE IS BEHIND THE RUN DATE, AND DAYS ARE ACTUAL
               CALENDAR DAYS COUNTED THROUGH LOANCALN, BECAUSE THE
               STATUTE RUNS ON THE CALENDAR RATHER THAN 30/360; A
               NEGATIVE DAYS-LEFT FIGURE IS HOW LATE THE RELEASE IS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIEN-RELEASE-FILE
                                    ASSIGN TO "LOANLRLS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS LR-LOAN-NUMBER
                                    FILE STATUS IS WS-RELEASE-STATUS.

           SELECT RELEASE-RPT-FILE ASSIGN TO "LOANLRLQ"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO "LRLSORT".

       DATA DIVISION.

       FILE SECTION.
       FD  LIEN-RELEASE-FILE.
       COPY LIENREL.

       FD  RELEASE-RPT-FILE.
       01  RELEASE-RPT-RECORD        PIC X(96).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03 SRT-DUE-DATE           PIC 9(8).
           03 SRT-LOAN-NUMBER        PIC X(10).
           03 SRT-PROPERTY-STATE     PIC X(02).
           03 SRT-PROPERTY-COUNTY    PIC X(20).
           03 SRT-PAYOFF-DATE        PIC 9(8).
           03 SRT-SENT-DATE          PIC 9(8).
           03 SRT-DAYS-LEFT          PIC S9(5).
           03 SRT-STANDING           PIC X(12).

       WORKING-STORAGE SECTION.

      *    AN UNSENT RELEASE THIS CLOSE TO ITS DUE DATE IS LISTED
      *    SO IT GOES OUT IN TIME; A SENT RELEASE THE COUNTY HAS
      *    NOT CONFIRMED THIS LONG AFTER SENDING IS LISTED FOR
      *    FOLLOW-UP WITH THE RECORDER'S OFFICE.
       77  WARNING-DAYS              PIC S9(4) COMP VALUE 10.
       77  FOLLOW-UP-DAYS            PIC S9(4) COMP VALUE 30.

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-RELEASE-FILE  VALUE "Y".

       01  WS-SORT-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-SORT-FILE     VALUE "Y".

       01  WS-RELEASE-STATUS         PIC X(02) VALUE SPACES.

       01  WS-RUN-DATE               PIC 9(8).
      *    THE RUN DATE'S DAY NUMBER FROM LOANCALN, TAKEN ONCE.
       01  WS-RUN-DAY-NUMBER         PIC S9(9) COMP.

      *    THE OTHER END OF A DAY COUNT FROM THE RUN DATE.
       01  WS-FROM-DATE              PIC 9(8).

       01  WS-DAYS                   PIC S9(8) COMP.

       COPY CALNAREA.

       01  WS-OPEN-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-SENT-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-CONFIRMED-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-PAST-DUE-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-DUE-SOON-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-FOLLOW-UP-COUNT        PIC S9(8) COMP VALUE ZERO.
       01  WS-SENT-LATE-COUNT        PIC S9(8) COMP VALUE ZERO.

       01  RELEASE-HEADING-1.
           03 FILLER                 PIC X(32)
                VALUE "LIEN RELEASE AGING".
           03 FILLER                 PIC X(06) VALUE "AS OF ".
           03 LRH-RUN-DATE           PIC 9(8).

       01  RELEASE-HEADING-2.
           03 FILLER                 PIC X(12) VALUE "LOAN NUMBER".
           03 FILLER                 PIC X(04) VALUE "ST".
           03 FILLER                 PIC X(22) VALUE "COUNTY".
           03 FILLER                 PIC X(10) VALUE "PAID OFF".
           03 FILLER                 PIC X(10) VALUE "DUE".
           03 FILLER                 PIC X(10) VALUE "SENT".
           03 FILLER                 PIC X(08) VALUE "DAYS".
           03 FILLER                 PIC X(12) VALUE "STANDING".

       01  RELEASE-DETAIL-LINE.
           03 LRD-LOAN-NUMBER        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LRD-PROPERTY-STATE     PIC X(02).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LRD-PROPERTY-COUNTY    PIC X(20).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LRD-PAYOFF-DATE        PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LRD-DUE-DATE           PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LRD-SENT-DATE          PIC 9(8).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LRD-DAYS-LEFT          PIC -ZZZ9.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 LRD-STANDING           PIC X(12).

       01  RELEASE-TOTAL-LINE.
           03 LRT-LABEL              PIC X(26).
           03 LRT-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-DUE-DATE
               ON ASCENDING KEY SRT-LOAN-NUMBER
               INPUT PROCEDURE IS 0200-AGE-ALL-RELEASES
                   THRU 0200-AGE-ALL-RELEASES-EXIT
               OUTPUT PROCEDURE IS 0600-WRITE-AGING-REPORT
                   THRU 0600-WRITE-AGING-REPORT-EXIT

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           SET CA-DAY-NUMBER-ONLY TO TRUE
           MOVE WS-RUN-DATE TO CA-INPUT-DATE
           CALL "LOANCALN" USING CALENDAR-AREA
           MOVE CA-DAY-NUMBER TO WS-RUN-DAY-NUMBER

           OPEN INPUT  LIEN-RELEASE-FILE
           OPEN OUTPUT RELEASE-RPT-FILE

           MOVE WS-RUN-DATE TO LRH-RUN-DATE
           WRITE RELEASE-RPT-RECORD FROM RELEASE-HEADING-1
           WRITE RELEASE-RPT-RECORD FROM RELEASE-HEADING-2
           .
       0100-INITIALIZE-EXIT.
           EXIT.

      *************************************************************
      *    INPUT PROCEDURE: AGE EVERY RELEASE AND RELEASE THE ONES
      *    NEEDING ATTENTION TO THE SORT.  EVERYTHING IS COUNTED.
      *************************************************************
       0200-AGE-ALL-RELEASES SECTION.
           PERFORM 0210-READ-RELEASE-FILE
               THRU 0210-READ-RELEASE-FILE-EXIT

           PERFORM 0300-AGE-ONE-RELEASE
               THRU 0300-AGE-ONE-RELEASE-EXIT
               UNTIL END-OF-RELEASE-FILE
           .
       0200-AGE-ALL-RELEASES-EXIT.
           EXIT.

       0210-READ-RELEASE-FILE SECTION.
           READ LIEN-RELEASE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           .
       0210-READ-RELEASE-FILE-EXIT.
           EXIT.

      *************************************************************
      *    AN UNSENT RELEASE IS MEASURED AGAINST ITS DUE DATE; A
      *    SENT ONE AGAINST THE DAY IT WENT OUT.  A RELEASE SENT
      *    AFTER ITS DUE DATE IS COUNTED AS SENT LATE WHETHER OR
      *    NOT THE COUNTY HAS SINCE CONFIRMED IT.
      *************************************************************
       0300-AGE-ONE-RELEASE SECTION.
           IF NOT LR-AWAITING-SEND
               AND LR-SENT-DATE > LR-DUE-DATE
               ADD 1 TO WS-SENT-LATE-COUNT
           END-IF

           EVALUATE TRUE
               WHEN LR-RECORDED
                   ADD 1 TO WS-CONFIRMED-COUNT
                   GO TO 0300-AGE-NEXT

               WHEN LR-SENT-TO-COUNTY
                   ADD 1 TO WS-SENT-COUNT
                   MOVE LR-SENT-DATE TO WS-FROM-DATE
                   PERFORM 0400-DAYS-SINCE
                       THRU 0400-DAYS-SINCE-EXIT
                   IF WS-DAYS NOT > FOLLOW-UP-DAYS
                       GO TO 0300-AGE-NEXT
                   END-IF
                   ADD 1 TO WS-FOLLOW-UP-COUNT
                   MOVE "CHASE COUNTY" TO SRT-STANDING

               WHEN OTHER
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE LR-DUE-DATE TO WS-FROM-DATE
                   PERFORM 0400-DAYS-SINCE
                       THRU 0400-DAYS-SINCE-EXIT
                   IF LR-DUE-DATE < WS-RUN-DATE
                       ADD 1 TO WS-PAST-DUE-COUNT
                       MOVE "PAST DUE"  TO SRT-STANDING
                   ELSE
                       IF WS-DAYS < ZERO - WARNING-DAYS
                           GO TO 0300-AGE-NEXT
                       END-IF
                       ADD 1 TO WS-DUE-SOON-COUNT
                       MOVE "DUE SOON"  TO SRT-STANDING
                   END-IF
           END-EVALUATE

           MOVE LR-DUE-DATE        TO SRT-DUE-DATE
           MOVE LR-LOAN-NUMBER     TO SRT-LOAN-NUMBER
           MOVE LR-PROPERTY-STATE  TO SRT-PROPERTY-STATE
           MOVE LR-PROPERTY-COUNTY TO SRT-PROPERTY-COUNTY
           MOVE LR-PAYOFF-DATE     TO SRT-PAYOFF-DATE
           MOVE LR-SENT-DATE       TO SRT-SENT-DATE

           MOVE LR-DUE-DATE TO WS-FROM-DATE
           PERFORM 0400-DAYS-SINCE
               THRU 0400-DAYS-SINCE-EXIT
           COMPUTE SRT-DAYS-LEFT = ZERO - WS-DAYS
           RELEASE SORT-RECORD
           .
       0300-AGE-NEXT.
           PERFORM 0210-READ-RELEASE-FILE
               THRU 0210-READ-RELEASE-FILE-EXIT
           .
       0300-AGE-ONE-RELEASE-EXIT.
           EXIT.

      *************************************************************
      *    ACTUAL CALENDAR DAYS FROM WS-FROM-DATE TO THE RUN DATE
      *    -- A STATUTORY DEADLINE RUNS ON THE CALENDAR, NOT 30/360.
      *    UNLIKE THE OTHER AGING REPORTS THIS ONE KEEPS THE SIGN
      *    -- A DUE DATE STILL AHEAD COMES BACK NEGATIVE.
      *************************************************************
       0400-DAYS-SINCE SECTION.
           SET CA-DAY-NUMBER-ONLY TO TRUE
           MOVE WS-FROM-DATE TO CA-INPUT-DATE
           CALL "LOANCALN" USING CALENDAR-AREA
           COMPUTE WS-DAYS = WS-RUN-DAY-NUMBER - CA-DAY-NUMBER
           .
       0400-DAYS-SINCE-EXIT.
           EXIT.

      *************************************************************
      *    OUTPUT PROCEDURE: THE RELEASES BY DUE DATE.
      *************************************************************
       0600-WRITE-AGING-REPORT SECTION.
           PERFORM 0610-RETURN-ONE-RELEASE
               THRU 0610-RETURN-ONE-RELEASE-EXIT
               UNTIL END-OF-SORT-FILE
           .
       0600-WRITE-AGING-REPORT-EXIT.
           EXIT.

       0610-RETURN-ONE-RELEASE SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
                   GO TO 0610-RETURN-ONE-RELEASE-EXIT
           END-RETURN

           MOVE SRT-LOAN-NUMBER     TO LRD-LOAN-NUMBER
           MOVE SRT-PROPERTY-STATE  TO LRD-PROPERTY-STATE
           MOVE SRT-PROPERTY-COUNTY TO LRD-PROPERTY-COUNTY
           MOVE SRT-PAYOFF-DATE     TO LRD-PAYOFF-DATE
           MOVE SRT-DUE-DATE        TO LRD-DUE-DATE
           MOVE SRT-SENT-DATE       TO LRD-SENT-DATE
           MOVE SRT-DAYS-LEFT       TO LRD-DAYS-LEFT
           MOVE SRT-STANDING        TO LRD-STANDING
           WRITE RELEASE-RPT-RECORD FROM RELEASE-DETAIL-LINE
           .
       0610-RETURN-ONE-RELEASE-EXIT.
           EXIT.

       0900-TERMINATE SECTION.
           MOVE SPACES TO RELEASE-RPT-RECORD
           WRITE RELEASE-RPT-RECORD

           MOVE "AWAITING SEND:"     TO LRT-LABEL
           MOVE WS-OPEN-COUNT        TO LRT-COUNT
           WRITE RELEASE-RPT-RECORD FROM RELEASE-TOTAL-LINE

           MOVE "  PAST DUE:"        TO LRT-LABEL
           MOVE WS-PAST-DUE-COUNT    TO LRT-COUNT
           WRITE RELEASE-RPT-RECORD FROM RELEASE-TOTAL-LINE

           MOVE "  DUE SOON:"        TO LRT-LABEL
           MOVE WS-DUE-SOON-COUNT    TO LRT-COUNT
           WRITE RELEASE-RPT-RECORD FROM RELEASE-TOTAL-LINE

           MOVE "SENT, NOT CONFIRMED:" TO LRT-LABEL
           MOVE WS-SENT-COUNT        TO LRT-COUNT
           WRITE RELEASE-RPT-RECORD FROM RELEASE-TOTAL-LINE

           MOVE "  DUE FOR FOLLOW-UP:" TO LRT-LABEL
           MOVE WS-FOLLOW-UP-COUNT   TO LRT-COUNT
           WRITE RELEASE-RPT-RECORD FROM RELEASE-TOTAL-LINE

           MOVE "RECORDING CONFIRMED:" TO LRT-LABEL
           MOVE WS-CONFIRMED-COUNT   TO LRT-COUNT
           WRITE RELEASE-RPT-RECORD FROM RELEASE-TOTAL-LINE

           MOVE "SENT AFTER DUE DATE:" TO LRT-LABEL
           MOVE WS-SENT-LATE-COUNT   TO LRT-COUNT
           WRITE RELEASE-RPT-RECORD FROM RELEASE-TOTAL-LINE

           CLOSE LIEN-RELEASE-FILE
           CLOSE RELEASE-RPT-FILE
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANLRLR.
