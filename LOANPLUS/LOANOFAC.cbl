       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANOFAC.
       REMARKS. SANCTIONS SCREENING RUN.  LOADS THE PUBLISHED
               SANCTIONS LIST (SDNLIST) AND SCREENS OUR NAMES
               AGAINST IT: BORROWERS ON BORRMSTR, THE BORROWER NAME
               ON EACH LOAN (SO A BOARDED LOAN WITH NO BORROWER
               RECORD IS STILL COVERED), AND ESCROW PAYEES ON
               ESCRPAYE.  MODE "F" SCREENS EVERYTHING; MODE "I"
               SCREENS ONLY THE NAMES QUEUED ON OFACQUE SINCE THE
               LAST RUN -- AND IS TAKEN UP TO A FULL SCREEN BY
               ITSELF THE FIRST NIGHT A NEWLY PUBLISHED LIST IS
               SEEN (OFACCTL REMEMBERS THE LIST LAST SCREENED IN
               FULL).  NAMES ARE COMPARED WORD BY WORD AFTER
               PUNCTUATION, TITLES AND INITIALS ARE DROPPED: A WORD
               MATCHES IF IT IS THE SAME OR, IN A LONGER WORD, ONE
               LETTER OFF (A TYPO, A TRANSLITERATION).  THE SCORE
               IS THE SHARE OF WORDS MATCHED, WITH CREDIT WHEN THE
               CITY OR STREET ADDRESS ALSO AGREES.  EVERY SCORE AT
               OR OVER THE THRESHOLD IS A POTENTIAL HIT AND GOES ON
               THE OFACREVW REVIEW QUEUE FOR LOANOFRV -- UNLESS
               THAT NAME WAS ALREADY REVIEWED AGAINST THAT ENTRY.
               THE SCREENING REPORT LISTS THE NEW HITS WITH THE
               COUNTS.  THE QUEUE IS EMPTIED ONCE SCREENED.  A REVIEWED
               NAME THAT HAS SINCE CHANGED GOES BACK ON THE QUEUE AS A
               NEW HIT.  A LIST TOO BIG FOR THE TABLE FAILS THE STEP:
               THE QUEUE IS KEPT AND THE LIST IS NOT RECORDED AS
               SCREENED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SANCTIONS-LIST-FILE
                                    ASSIGN TO "SDNLIST"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BORROWER-MASTER-FILE
                                    ASSIGN TO "BORRMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS BO-BORROWER-ID
                                    FILE STATUS IS WS-BORROWER-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS LM-LOAN-NUMBER
                                    FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL ESCROW-PAYEE-FILE
                                    ASSIGN TO "ESCRPAYE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PY-PAYEE-KEY
                                    FILE STATUS IS WS-PAYEE-STATUS.

           SELECT OPTIONAL SCREEN-QUEUE-FILE
                                    ASSIGN TO "OFACQUE"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SANCTIONS-REVIEW-FILE
                                    ASSIGN TO "OFACREVW"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS RV-REVIEW-KEY
                                    FILE STATUS IS WS-REVIEW-STATUS.

      *    ONE RECORD: THE PUBLISHED DATE OF THE LIST LAST SCREENED
      *    IN FULL.  READ AT THE START, REWRITTEN AFTER A FULL RUN.
           SELECT OPTIONAL SCREEN-CONTROL-FILE
                                    ASSIGN TO "OFACCTL"
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCREEN-RPT-FILE  ASSIGN TO "LOANOFAQ"
                                    ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  SANCTIONS-LIST-FILE.
       COPY SDNLIST.

       FD  BORROWER-MASTER-FILE.
       COPY BORRMSTR.

       FD  LOAN-MASTER-FILE.
       COPY LOANMSTR.

       FD  ESCROW-PAYEE-FILE.
       COPY ESCRPAYE.

       FD  SCREEN-QUEUE-FILE.
       COPY OFACQUE.

       FD  SANCTIONS-REVIEW-FILE.
       COPY OFACREVW.

       FD  SCREEN-CONTROL-FILE.
       01  SCREEN-CONTROL-RECORD.
           03 CT-LIST-DATE           PIC 9(8).
           03 CT-SCREENED-DATE       PIC 9(8).

       FD  SCREEN-RPT-FILE.
       01  SCREEN-RPT-RECORD         PIC X(96).

       WORKING-STORAGE SECTION.

       77  LIST-TABLE-MAX            PIC S9(8) COMP VALUE 50000.
       77  TOKEN-MAX                 PIC S9(4) COMP VALUE 8.

      *    A NAME SCORING THIS OR BETTER IS A POTENTIAL HIT.  A
      *    MATCHING CITY OR STREET ADDRESS ADDS THE ADDRESS CREDIT.
      *    ONLY WORDS THIS LONG MAY MATCH ONE LETTER OFF -- SHORT
      *    WORDS ARE TOO EASY TO CONFUSE.
       77  MATCH-THRESHOLD           PIC S9(4) COMP VALUE 75.
       77  ADDRESS-CREDIT            PIC S9(4) COMP VALUE 15.
       77  NEAR-TOKEN-MIN-LENGTH     PIC S9(4) COMP VALUE 5.

       01  WS-SCREEN-MODE            PIC X(01).
           88  MODE-FULL             VALUE "F".
           88  MODE-INCREMENTAL      VALUE "I".
           88  MODE-VALID            VALUE "F", "I".

       01  WS-LIST-EOF-FLAG          PIC X  VALUE "N".
           88  END-OF-LIST-FILE     VALUE "Y".

       01  WS-EOF-FLAG               PIC X  VALUE "N".
           88  END-OF-SWEEP         VALUE "Y".

       01  WS-CONTROL-EOF-FLAG       PIC X  VALUE "N".
           88  NO-CONTROL-RECORD    VALUE "Y".

      *    SET WHEN THE LIST WOULD NOT FIT THE TABLE.  A PARTLY
      *    LOADED LIST SCREENS NOTHING IN FULL: THE QUEUE IS KEPT
      *    AND OFACCTL IS LEFT ALONE SO THE NEXT RUN SCREENS AGAIN.
       01  WS-LIST-FULL-FLAG         PIC X  VALUE "N".
           88  LIST-TABLE-FULL      VALUE "Y".

       01  WS-BORROWER-STATUS        PIC X(02) VALUE SPACES.
           88  BORROWER-READ-OK      VALUE "00".
       01  WS-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  MASTER-READ-OK        VALUE "00".
       01  WS-PAYEE-STATUS           PIC X(02) VALUE SPACES.
           88  PAYEE-READ-OK         VALUE "00".
       01  WS-REVIEW-STATUS          PIC X(02) VALUE SPACES.
           88  REVIEW-READ-OK        VALUE "00".
           88  REVIEW-WRITE-OK       VALUE "00", "02".

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-LIST-DATE              PIC 9(8) VALUE ZERO.
       01  WS-LAST-FULL-DATE         PIC 9(8) VALUE ZERO.

      *    THE PUBLISHED LIST, ONE ENTRY PER NAME, WITH THE NAME
      *    ALREADY BROKEN INTO WORDS.
       01  WS-LIST-TABLE.
           03 WS-LIST-COUNT          PIC S9(8) COMP VALUE ZERO.
           03 WS-LIST-ENTRY OCCURS 50000 TIMES.
              05 WS-LST-ENTRY-ID     PIC X(10).
              05 WS-LST-NAME         PIC X(40).
              05 WS-LST-ADDRESS      PIC X(30).
              05 WS-LST-CITY         PIC X(20).
              05 WS-LST-TOKENS.
                 07 WS-LST-TOKEN-COUNT PIC S9(4) COMP.
                 07 WS-LST-TOKEN     PIC X(20) OCCURS 8 TIMES.

       01  LIST-IDX                  PIC S9(8) COMP.
       01  TOK-IDX                   PIC S9(4) COMP.
       01  SUBJ-IDX                  PIC S9(4) COMP.
       01  CHAR-IDX                  PIC S9(4) COMP.

      *    THE TOKENIZER'S WORK AREAS: THE NAME BEING BROKEN UP AND
      *    THE WORDS IT YIELDED.
       01  WS-TOKEN-SOURCE           PIC X(40).
       01  WS-TOKEN-PTR              PIC S9(4) COMP.
       01  WS-ONE-TOKEN              PIC X(20).
           88  NOISE-TOKEN           VALUE "MR", "MRS", "MS", "DR",
                                           "JR", "SR", "THE", "OF",
                                           "AND", "INC", "LLC",
                                           "LTD", "CO", "CORP".
       01  WS-TOKEN-TABLE.
           03 WS-TOKEN-COUNT         PIC S9(4) COMP.
           03 WS-TOKEN               PIC X(20) OCCURS 8 TIMES.

      *    THE NAME BEING SCREENED.
       01  WS-SUBJECT-TYPE           PIC X(01).
       01  WS-SUBJECT-KEY            PIC X(16).
       01  WS-SUBJECT-NAME           PIC X(30).
       01  WS-SUBJECT-ADDRESS        PIC X(30).
       01  WS-SUBJECT-CITY           PIC X(20).
       01  WS-SUBJECT-TOKENS.
           03 WS-SUBJ-TOKEN-COUNT    PIC S9(4) COMP.
           03 WS-SUBJ-TOKEN          PIC X(20) OCCURS 8 TIMES.

      *    ONE WORD AGAINST ANOTHER.
       01  WS-TOKEN-A                PIC X(20).
       01  WS-TOKEN-B                PIC X(20).
       01  WS-LEN-A                  PIC S9(4) COMP.
       01  WS-LEN-B                  PIC S9(4) COMP.
       01  WS-SHORT-TOKEN            PIC X(20).
       01  WS-LONG-TOKEN             PIC X(20).
       01  WS-SHORT-LEN              PIC S9(4) COMP.
       01  WS-TAIL-LEN               PIC S9(4) COMP.
       01  WS-MISMATCHES             PIC S9(4) COMP.
       01  WS-TOKEN-MATCH-FLAG       PIC X  VALUE "N".
           88  TOKEN-MATCHED         VALUE "Y".

       01  WS-MATCH-COUNT            PIC S9(4) COMP.
       01  WS-DENOMINATOR            PIC S9(4) COMP.
       01  WS-MATCH-SCORE            PIC S9(4) COMP.

       01  WS-LIST-LOADED-COUNT      PIC S9(8) COMP VALUE ZERO.
       01  WS-LIST-SKIPPED-COUNT     PIC S9(8) COMP VALUE ZERO.
       01  WS-BORROWER-COUNT         PIC S9(8) COMP VALUE ZERO.
       01  WS-LOAN-COUNT             PIC S9(8) COMP VALUE ZERO.
       01  WS-PAYEE-COUNT            PIC S9(8) COMP VALUE ZERO.
       01  WS-NOT-ON-FILE-COUNT      PIC S9(8) COMP VALUE ZERO.
       01  WS-NEW-HIT-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-PENDING-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-CLEARED-COUNT          PIC S9(8) COMP VALUE ZERO.
       01  WS-CONFIRMED-COUNT        PIC S9(8) COMP VALUE ZERO.

       01  SCREEN-HEADING-1.
           03 FILLER                 PIC X(22)
                VALUE "SANCTIONS SCREENING".
           03 SRH-MODE               PIC X(12).
           03 FILLER                 PIC X(06) VALUE "LIST ".
           03 SRH-LIST-DATE          PIC 9(8).
           03 FILLER                 PIC X(09) VALUE "   RUN ".
           03 SRH-RUN-DATE           PIC 9(8).

       01  SCREEN-HEADING-2.
           03 FILLER                 PIC X(03) VALUE "T".
           03 FILLER                 PIC X(18) VALUE "SUBJECT".
           03 FILLER                 PIC X(32) VALUE "NAME".
           03 FILLER                 PIC X(12) VALUE "ENTRY".
           03 FILLER                 PIC X(05) VALUE "SCORE".
           03 FILLER                 PIC X(26) VALUE " LISTED NAME".

       01  SCREEN-DETAIL-LINE.
           03 SRD-SUBJECT-TYPE       PIC X(01).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SRD-SUBJECT-KEY        PIC X(16).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SRD-SUBJECT-NAME       PIC X(30).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SRD-ENTRY-ID           PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SRD-MATCH-SCORE        PIC ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 SRD-ENTRY-NAME         PIC X(26).

       01  SCREEN-TOTAL-LINE.
           03 SRT-LABEL              PIC X(26).
           03 SRT-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
           ACCEPT WS-SCREEN-MODE FROM CONSOLE

           IF NOT MODE-VALID
               DISPLAY "MODE MUST BE F (FULL) OR I (INCREMENTAL)"
               GOBACK
           END-IF

           PERFORM 0100-INITIALIZE
               THRU 0100-INITIALIZE-EXIT

      *        NO LIST, NO SCREENING -- AND THE QUEUE IS KEPT FOR
      *        THE NIGHT ONE ARRIVES.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "SANCTIONS LIST EMPTY OR MISSING - NOTHING"
                   " SCREENED"
               CLOSE SCREEN-RPT-FILE
               GOBACK
           END-IF

           OPEN INPUT BORROWER-MASTER-FILE
           OPEN INPUT LOAN-MASTER-FILE
           OPEN INPUT ESCROW-PAYEE-FILE
           OPEN I-O   SANCTIONS-REVIEW-FILE

           IF MODE-FULL
               PERFORM 0200-SCREEN-BORROWERS
                   THRU 0200-SCREEN-BORROWERS-EXIT
               PERFORM 0300-SCREEN-LOANS
                   THRU 0300-SCREEN-LOANS-EXIT
               PERFORM 0400-SCREEN-PAYEES
                   THRU 0400-SCREEN-PAYEES-EXIT
           ELSE
               PERFORM 0500-SCREEN-QUEUED-NAMES
                   THRU 0500-SCREEN-QUEUED-NAMES-EXIT
           END-IF

           CLOSE BORROWER-MASTER-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE ESCROW-PAYEE-FILE
           CLOSE SANCTIONS-REVIEW-FILE

           PERFORM 0900-TERMINATE
               THRU 0900-TERMINATE-EXIT

           GOBACK.

       0000-CONTROL-EXIT.
           EXIT.

      *************************************************************
      *    LOAD THE LIST AND DECIDE HOW MUCH TO SCREEN.  A LIST
      *    PUBLISHED SINCE THE LAST FULL SCREEN MEANS EVERY NAME
      *    WE HOLD HAS TO BE CHECKED AGAIN, WHATEVER MODE WAS
      *    ASKED FOR.
      *************************************************************
       0100-INITIALIZE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT SCREEN-RPT-FILE

           OPEN INPUT SANCTIONS-LIST-FILE
           PERFORM 0110-LOAD-ONE-NAME
               THRU 0110-LOAD-ONE-NAME-EXIT
               UNTIL END-OF-LIST-FILE
           CLOSE SANCTIONS-LIST-FILE

           OPEN INPUT SCREEN-CONTROL-FILE
           READ SCREEN-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-CONTROL-EOF-FLAG
           END-READ
           IF NOT NO-CONTROL-RECORD
               MOVE CT-LIST-DATE TO WS-LAST-FULL-DATE
           END-IF
           CLOSE SCREEN-CONTROL-FILE

           IF MODE-INCREMENTAL
               AND WS-LIST-DATE NOT = WS-LAST-FULL-DATE
               AND WS-LIST-COUNT > ZERO
               DISPLAY "LIST OF " WS-LIST-DATE " NOT YET SCREENED"
                   " IN FULL - SCREENING IN FULL"
               SET MODE-FULL TO TRUE
           END-IF

           IF MODE-FULL
               MOVE "FULL"        TO SRH-MODE
           ELSE
               MOVE "INCREMENTAL" TO SRH-MODE
           END-IF
           MOVE WS-LIST-DATE TO SRH-LIST-DATE
           MOVE WS-RUN-DATE  TO SRH-RUN-DATE
           WRITE SCREEN-RPT-RECORD FROM SCREEN-HEADING-1
           WRITE SCREEN-RPT-RECORD FROM SCREEN-HEADING-2
           .
       0100-INITIALIZE-EXIT.
           EXIT.

       0110-LOAD-ONE-NAME SECTION.
           READ SANCTIONS-LIST-FILE
               AT END
                   MOVE "Y" TO WS-LIST-EOF-FLAG
                   GO TO 0110-LOAD-ONE-NAME-EXIT
           END-READ

           IF SL-HEADER
               MOVE SL-PUBLISHED-DATE TO WS-LIST-DATE
               GO TO 0110-LOAD-ONE-NAME-EXIT
           END-IF

           IF NOT SL-ENTRY
               OR SL-ENTRY-NAME = SPACES
               GO TO 0110-LOAD-ONE-NAME-EXIT
           END-IF

           IF WS-LIST-COUNT NOT < LIST-TABLE-MAX
               DISPLAY "SANCTIONS LIST TABLE FULL - SKIPPED "
                   SL-ENTRY-ID
               SET LIST-TABLE-FULL TO TRUE
               ADD 1 TO WS-LIST-SKIPPED-COUNT
               GO TO 0110-LOAD-ONE-NAME-EXIT
           END-IF

           ADD 1 TO WS-LIST-COUNT
           ADD 1 TO WS-LIST-LOADED-COUNT
           MOVE WS-LIST-COUNT    TO LIST-IDX
           MOVE SL-ENTRY-ID      TO WS-LST-ENTRY-ID(LIST-IDX)
           MOVE SL-ENTRY-NAME    TO WS-LST-NAME(LIST-IDX)
           MOVE SL-ENTRY-ADDRESS TO WS-LST-ADDRESS(LIST-IDX)
           MOVE SL-ENTRY-CITY    TO WS-LST-CITY(LIST-IDX)
           INSPECT WS-LST-ADDRESS(LIST-IDX)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-LST-CITY(LIST-IDX)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE SL-ENTRY-NAME TO WS-TOKEN-SOURCE
           PERFORM 0700-TOKENIZE-NAME
               THRU 0700-TOKENIZE-NAME-EXIT
           MOVE WS-TOKEN-TABLE TO WS-LST-TOKENS(LIST-IDX)
           .
       0110-LOAD-ONE-NAME-EXIT.
           EXIT.

      *************************************************************
      *    FULL SCREEN, PART 1: EVERY BORROWER ON FILE.
      *************************************************************
       0200-SCREEN-BORROWERS SECTION.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM 0210-SCREEN-ONE-BORROWER
               THRU 0210-SCREEN-ONE-BORROWER-EXIT
               UNTIL END-OF-SWEEP
           .
       0200-SCREEN-BORROWERS-EXIT.
           EXIT.

       0210-SCREEN-ONE-BORROWER SECTION.
           READ BORROWER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
                   GO TO 0210-SCREEN-ONE-BORROWER-EXIT
           END-READ

           PERFORM 0610-TAKE-BORROWER
               THRU 0610-TAKE-BORROWER-EXIT
           PERFORM 0800-SCREEN-SUBJECT
               THRU 0800-SCREEN-SUBJECT-EXIT
           .
       0210-SCREEN-ONE-BORROWER-EXIT.
           EXIT.

      *************************************************************
      *    FULL SCREEN, PART 2: THE BORROWER NAME ON EVERY OPEN
      *    LOAN.  A CLOSED LOAN MOVES NO MORE MONEY.
      *************************************************************
       0300-SCREEN-LOANS SECTION.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM 0310-SCREEN-ONE-LOAN
               THRU 0310-SCREEN-ONE-LOAN-EXIT
               UNTIL END-OF-SWEEP
           .
       0300-SCREEN-LOANS-EXIT.
           EXIT.

       0310-SCREEN-ONE-LOAN SECTION.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
                   GO TO 0310-SCREEN-ONE-LOAN-EXIT
           END-READ

           IF NOT LM-STATUS-OPEN
               GO TO 0310-SCREEN-ONE-LOAN-EXIT
           END-IF

           PERFORM 0620-TAKE-LOAN
               THRU 0620-TAKE-LOAN-EXIT
           PERFORM 0800-SCREEN-SUBJECT
               THRU 0800-SCREEN-SUBJECT-EXIT
           .
       0310-SCREEN-ONE-LOAN-EXIT.
           EXIT.

      *************************************************************
      *    FULL SCREEN, PART 3: EVERY ESCROW PAYEE.
      *************************************************************
       0400-SCREEN-PAYEES SECTION.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM 0410-SCREEN-ONE-PAYEE
               THRU 0410-SCREEN-ONE-PAYEE-EXIT
               UNTIL END-OF-SWEEP
           .
       0400-SCREEN-PAYEES-EXIT.
           EXIT.

       0410-SCREEN-ONE-PAYEE SECTION.
           READ ESCROW-PAYEE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
                   GO TO 0410-SCREEN-ONE-PAYEE-EXIT
           END-READ

           PERFORM 0630-TAKE-PAYEE
               THRU 0630-TAKE-PAYEE-EXIT
           PERFORM 0800-SCREEN-SUBJECT
               THRU 0800-SCREEN-SUBJECT-EXIT
           .
       0410-SCREEN-ONE-PAYEE-EXIT.
           EXIT.

      *************************************************************
      *    INCREMENTAL SCREEN: EACH NAME QUEUED SINCE THE LAST RUN,
      *    READ FRESH FROM ITS OWN FILE.  A NAME REMOVED SINCE IT
      *    WAS QUEUED IS ONLY COUNTED.
      *************************************************************
       0500-SCREEN-QUEUED-NAMES SECTION.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SCREEN-QUEUE-FILE
           PERFORM 0510-SCREEN-ONE-QUEUED
               THRU 0510-SCREEN-ONE-QUEUED-EXIT
               UNTIL END-OF-SWEEP
           CLOSE SCREEN-QUEUE-FILE
           .
       0500-SCREEN-QUEUED-NAMES-EXIT.
           EXIT.

       0510-SCREEN-ONE-QUEUED SECTION.
           READ SCREEN-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
                   GO TO 0510-SCREEN-ONE-QUEUED-EXIT
           END-READ

           EVALUATE TRUE
               WHEN SQ-SUBJECT-BORROWER
                   MOVE SQ-SUBJECT-KEY(1:10) TO BO-BORROWER-ID
                   READ BORROWER-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF NOT BORROWER-READ-OK
                       ADD 1 TO WS-NOT-ON-FILE-COUNT
                       GO TO 0510-SCREEN-ONE-QUEUED-EXIT
                   END-IF
                   PERFORM 0610-TAKE-BORROWER
                       THRU 0610-TAKE-BORROWER-EXIT

               WHEN SQ-SUBJECT-LOAN
                   MOVE SQ-SUBJECT-KEY(1:10) TO LM-LOAN-NUMBER
                   READ LOAN-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF NOT MASTER-READ-OK
                       ADD 1 TO WS-NOT-ON-FILE-COUNT
                       GO TO 0510-SCREEN-ONE-QUEUED-EXIT
                   END-IF
                   PERFORM 0620-TAKE-LOAN
                       THRU 0620-TAKE-LOAN-EXIT

               WHEN SQ-SUBJECT-PAYEE
                   MOVE SQ-SUBJECT-KEY(1:10)  TO PY-LOAN-NUMBER
                   MOVE SQ-SUBJECT-KEY(11:6)  TO PY-PAYEE-CODE
                   READ ESCROW-PAYEE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF NOT PAYEE-READ-OK
                       ADD 1 TO WS-NOT-ON-FILE-COUNT
                       GO TO 0510-SCREEN-ONE-QUEUED-EXIT
                   END-IF
                   PERFORM 0630-TAKE-PAYEE
                       THRU 0630-TAKE-PAYEE-EXIT

               WHEN OTHER
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
                   GO TO 0510-SCREEN-ONE-QUEUED-EXIT
           END-EVALUATE

           PERFORM 0800-SCREEN-SUBJECT
               THRU 0800-SCREEN-SUBJECT-EXIT
           .
       0510-SCREEN-ONE-QUEUED-EXIT.
           EXIT.

      *************************************************************
      *    THE SUBJECT, FROM WHICHEVER FILE IT CAME OFF.
      *************************************************************
       0610-TAKE-BORROWER SECTION.
           ADD 1 TO WS-BORROWER-COUNT
           MOVE "B"               TO WS-SUBJECT-TYPE
           MOVE BO-BORROWER-ID    TO WS-SUBJECT-KEY
           MOVE BO-BORROWER-NAME  TO WS-SUBJECT-NAME
           MOVE BO-ADDRESS-LINE-1 TO WS-SUBJECT-ADDRESS
           MOVE BO-CITY           TO WS-SUBJECT-CITY
           .
       0610-TAKE-BORROWER-EXIT.
           EXIT.

       0620-TAKE-LOAN SECTION.
           ADD 1 TO WS-LOAN-COUNT
           MOVE "L"               TO WS-SUBJECT-TYPE
           MOVE LM-LOAN-NUMBER    TO WS-SUBJECT-KEY
           MOVE LM-BORROWER-NAME  TO WS-SUBJECT-NAME
           MOVE SPACES            TO WS-SUBJECT-ADDRESS
           MOVE SPACES            TO WS-SUBJECT-CITY
           .
       0620-TAKE-LOAN-EXIT.
           EXIT.

       0630-TAKE-PAYEE SECTION.
           ADD 1 TO WS-PAYEE-COUNT
           MOVE "P"               TO WS-SUBJECT-TYPE
           MOVE PY-PAYEE-KEY      TO WS-SUBJECT-KEY
           MOVE PY-PAYEE-NAME     TO WS-SUBJECT-NAME
           MOVE SPACES            TO WS-SUBJECT-ADDRESS
           MOVE SPACES            TO WS-SUBJECT-CITY
           .
       0630-TAKE-PAYEE-EXIT.
           EXIT.

      *************************************************************
      *    BREAK WS-TOKEN-SOURCE INTO WORDS: UPPER CASE,
      *    PUNCTUATION TO SPACES, TITLES, COMPANY SUFFIXES AND
      *    SINGLE-LETTER INITIALS DROPPED, AT MOST TOKEN-MAX WORDS.
      *************************************************************
       0700-TOKENIZE-NAME SECTION.
           MOVE ZERO   TO WS-TOKEN-COUNT
           MOVE SPACES TO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                          WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                          WS-TOKEN(7) WS-TOKEN(8)

           INSPECT WS-TOKEN-SOURCE
               CONVERTING "abcdefghijklmnopqrstuvwxyz.,'-&/()"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "

           MOVE 1 TO WS-TOKEN-PTR
           PERFORM 0710-TAKE-ONE-TOKEN
               THRU 0710-TAKE-ONE-TOKEN-EXIT
               UNTIL WS-TOKEN-PTR > LENGTH OF WS-TOKEN-SOURCE
               OR WS-TOKEN-COUNT = TOKEN-MAX
           .
       0700-TOKENIZE-NAME-EXIT.
           EXIT.

       0710-TAKE-ONE-TOKEN SECTION.
           MOVE SPACES TO WS-ONE-TOKEN
           UNSTRING WS-TOKEN-SOURCE
               DELIMITED BY ALL SPACE
               INTO WS-ONE-TOKEN
               WITH POINTER WS-TOKEN-PTR
           END-UNSTRING

           IF WS-ONE-TOKEN = SPACES
               OR WS-ONE-TOKEN(2:) = SPACES
               OR NOISE-TOKEN
               GO TO 0710-TAKE-ONE-TOKEN-EXIT
           END-IF

           ADD 1 TO WS-TOKEN-COUNT
           MOVE WS-ONE-TOKEN TO WS-TOKEN(WS-TOKEN-COUNT)
           .
       0710-TAKE-ONE-TOKEN-EXIT.
           EXIT.

      *************************************************************
      *    SCREEN THE SUBJECT AGAINST EVERY NAME ON THE LIST.
      *************************************************************
       0800-SCREEN-SUBJECT SECTION.
           IF WS-SUBJECT-NAME = SPACES
               GO TO 0800-SCREEN-SUBJECT-EXIT
           END-IF

           MOVE WS-SUBJECT-NAME TO WS-TOKEN-SOURCE
           PERFORM 0700-TOKENIZE-NAME
               THRU 0700-TOKENIZE-NAME-EXIT
           MOVE WS-TOKEN-TABLE TO WS-SUBJECT-TOKENS
           IF WS-SUBJ-TOKEN-COUNT = ZERO
               GO TO 0800-SCREEN-SUBJECT-EXIT
           END-IF

           INSPECT WS-SUBJECT-ADDRESS
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-SUBJECT-CITY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM 0810-SCORE-ONE-ENTRY
               THRU 0810-SCORE-ONE-ENTRY-EXIT
               VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > WS-LIST-COUNT
           .
       0800-SCREEN-SUBJECT-EXIT.
           EXIT.

      *************************************************************
      *    THE SHARE OF WORDS THE TWO NAMES HAVE IN COMMON, OVER
      *    THE LONGER OF THE TWO -- SO ONE SHARED SURNAME IS NOT A
      *    HIT ON ITS OWN -- PLUS THE ADDRESS CREDIT.
      *************************************************************
       0810-SCORE-ONE-ENTRY SECTION.
           IF WS-LST-TOKEN-COUNT(LIST-IDX) = ZERO
               GO TO 0810-SCORE-ONE-ENTRY-EXIT
           END-IF

           MOVE ZERO TO WS-MATCH-COUNT
           PERFORM 0820-MATCH-ONE-LIST-TOKEN
               THRU 0820-MATCH-ONE-LIST-TOKEN-EXIT
               VARYING TOK-IDX FROM 1 BY 1
               UNTIL TOK-IDX > WS-LST-TOKEN-COUNT(LIST-IDX)
           IF WS-MATCH-COUNT = ZERO
               GO TO 0810-SCORE-ONE-ENTRY-EXIT
           END-IF

           IF WS-LST-TOKEN-COUNT(LIST-IDX) > WS-SUBJ-TOKEN-COUNT
               MOVE WS-LST-TOKEN-COUNT(LIST-IDX) TO WS-DENOMINATOR
           ELSE
               MOVE WS-SUBJ-TOKEN-COUNT TO WS-DENOMINATOR
           END-IF
           COMPUTE WS-MATCH-SCORE =
               (WS-MATCH-COUNT * 100) / WS-DENOMINATOR

           IF (WS-LST-CITY(LIST-IDX) NOT = SPACES
               AND WS-LST-CITY(LIST-IDX) = WS-SUBJECT-CITY)
               OR (WS-LST-ADDRESS(LIST-IDX) NOT = SPACES
               AND WS-LST-ADDRESS(LIST-IDX) = WS-SUBJECT-ADDRESS)
               ADD ADDRESS-CREDIT TO WS-MATCH-SCORE
           END-IF
           IF WS-MATCH-SCORE > 100
               MOVE 100 TO WS-MATCH-SCORE
           END-IF

           IF WS-MATCH-SCORE NOT < MATCH-THRESHOLD
               PERFORM 0880-QUEUE-THE-HIT
                   THRU 0880-QUEUE-THE-HIT-EXIT
           END-IF
           .
       0810-SCORE-ONE-ENTRY-EXIT.
           EXIT.

       0820-MATCH-ONE-LIST-TOKEN SECTION.
           MOVE "N" TO WS-TOKEN-MATCH-FLAG
           PERFORM 0830-TRY-SUBJECT-TOKEN
               THRU 0830-TRY-SUBJECT-TOKEN-EXIT
               VARYING SUBJ-IDX FROM 1 BY 1
               UNTIL SUBJ-IDX > WS-SUBJ-TOKEN-COUNT
               OR TOKEN-MATCHED
           IF TOKEN-MATCHED
               ADD 1 TO WS-MATCH-COUNT
           END-IF
           .
       0820-MATCH-ONE-LIST-TOKEN-EXIT.
           EXIT.

       0830-TRY-SUBJECT-TOKEN SECTION.
           MOVE WS-LST-TOKEN(LIST-IDX, TOK-IDX) TO WS-TOKEN-A
           MOVE WS-SUBJ-TOKEN(SUBJ-IDX)         TO WS-TOKEN-B
           PERFORM 0850-COMPARE-TOKENS
               THRU 0850-COMPARE-TOKENS-EXIT
           .
       0830-TRY-SUBJECT-TOKEN-EXIT.
           EXIT.

      *************************************************************
      *    DO TWO WORDS MATCH?  THE SAME WORD ALWAYS DOES.  TWO
      *    LONGER WORDS ALSO MATCH ONE LETTER OFF: ONE LETTER
      *    DIFFERENT, OR ONE LETTER MORE IN ONE OF THEM.
      *************************************************************
       0850-COMPARE-TOKENS SECTION.
           MOVE "N" TO WS-TOKEN-MATCH-FLAG

           IF WS-TOKEN-A = WS-TOKEN-B
               MOVE "Y" TO WS-TOKEN-MATCH-FLAG
               GO TO 0850-COMPARE-TOKENS-EXIT
           END-IF

           MOVE ZERO TO WS-LEN-A
           MOVE ZERO TO WS-LEN-B
           INSPECT WS-TOKEN-A TALLYING WS-LEN-A
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-TOKEN-B TALLYING WS-LEN-B
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-LEN-A < NEAR-TOKEN-MIN-LENGTH
               OR WS-LEN-B < NEAR-TOKEN-MIN-LENGTH
               GO TO 0850-COMPARE-TOKENS-EXIT
           END-IF

           IF WS-LEN-A = WS-LEN-B
               MOVE ZERO TO WS-MISMATCHES
               PERFORM 0860-COUNT-ONE-POSITION
                   THRU 0860-COUNT-ONE-POSITION-EXIT
                   VARYING CHAR-IDX FROM 1 BY 1
                   UNTIL CHAR-IDX > WS-LEN-A
                   OR WS-MISMATCHES > 1
               IF WS-MISMATCHES NOT > 1
                   MOVE "Y" TO WS-TOKEN-MATCH-FLAG
               END-IF
               GO TO 0850-COMPARE-TOKENS-EXIT
           END-IF

           IF WS-LEN-A = WS-LEN-B + 1
               MOVE WS-TOKEN-B TO WS-SHORT-TOKEN
               MOVE WS-TOKEN-A TO WS-LONG-TOKEN
               MOVE WS-LEN-B   TO WS-SHORT-LEN
           ELSE
               IF WS-LEN-B = WS-LEN-A + 1
                   MOVE WS-TOKEN-A TO WS-SHORT-TOKEN
                   MOVE WS-TOKEN-B TO WS-LONG-TOKEN
                   MOVE WS-LEN-A   TO WS-SHORT-LEN
               ELSE
                   GO TO 0850-COMPARE-TOKENS-EXIT
               END-IF
           END-IF

      *        ONE LETTER MORE: THE WORDS AGREE UP TO THE FIRST
      *        DIFFERENCE AND AGREE AGAIN ONCE THE EXTRA LETTER IN
      *        THE LONGER ONE IS SKIPPED.
           PERFORM 0870-CHECK-ONE-POSITION
               THRU 0870-CHECK-ONE-POSITION-EXIT
               VARYING CHAR-IDX FROM 1 BY 1
               UNTIL CHAR-IDX > WS-SHORT-LEN
               OR WS-SHORT-TOKEN(CHAR-IDX:1)
                  NOT = WS-LONG-TOKEN(CHAR-IDX:1)

           IF CHAR-IDX > WS-SHORT-LEN
               MOVE "Y" TO WS-TOKEN-MATCH-FLAG
           ELSE
               COMPUTE WS-TAIL-LEN = WS-SHORT-LEN - CHAR-IDX + 1
               IF WS-SHORT-TOKEN(CHAR-IDX:WS-TAIL-LEN)
                   = WS-LONG-TOKEN(CHAR-IDX + 1:WS-TAIL-LEN)
                   MOVE "Y" TO WS-TOKEN-MATCH-FLAG
               END-IF
           END-IF
           .
       0850-COMPARE-TOKENS-EXIT.
           EXIT.

       0860-COUNT-ONE-POSITION SECTION.
           IF WS-TOKEN-A(CHAR-IDX:1) NOT = WS-TOKEN-B(CHAR-IDX:1)
               ADD 1 TO WS-MISMATCHES
           END-IF
           .
       0860-COUNT-ONE-POSITION-EXIT.
           EXIT.

       0870-CHECK-ONE-POSITION SECTION.
           CONTINUE
           .
       0870-CHECK-ONE-POSITION-EXIT.
           EXIT.

      *************************************************************
      *    A POTENTIAL HIT.  ONE ALREADY REVIEWED AGAINST THE SAME
      *    ENTRY -- PENDING, CLEARED OR CONFIRMED -- IS ONLY
      *    COUNTED; A NEW ONE GOES ON THE REVIEW QUEUE AND THE
      *    REPORT.  SO DOES ONE WHOSE NAME HAS CHANGED SINCE IT
      *    WAS REVIEWED: THE OLD DECISION WAS ON ANOTHER NAME, SO
      *    THE REVIEW GOES BACK TO PENDING UNDER THE NEW ONE.
      *************************************************************
       0880-QUEUE-THE-HIT SECTION.
           MOVE WS-SUBJECT-TYPE           TO RV-SUBJECT-TYPE
           MOVE WS-SUBJECT-KEY            TO RV-SUBJECT-KEY
           MOVE WS-LST-ENTRY-ID(LIST-IDX) TO RV-ENTRY-ID
           READ SANCTIONS-REVIEW-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF REVIEW-READ-OK
               AND RV-SUBJECT-NAME NOT = WS-SUBJECT-NAME
               PERFORM 0885-FILL-THE-REVIEW
                   THRU 0885-FILL-THE-REVIEW-EXIT
               REWRITE SANCTIONS-REVIEW-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               GO TO 0880-QUEUE-THE-HIT-REPORT
           END-IF

           IF REVIEW-READ-OK
               EVALUATE TRUE
                   WHEN RV-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                   WHEN RV-CLEARED
                       ADD 1 TO WS-CLEARED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-CONFIRMED-COUNT
               END-EVALUATE
               GO TO 0880-QUEUE-THE-HIT-EXIT
           END-IF

           PERFORM 0885-FILL-THE-REVIEW
               THRU 0885-FILL-THE-REVIEW-EXIT
           WRITE SANCTIONS-REVIEW-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           .
       0880-QUEUE-THE-HIT-REPORT.
           IF NOT REVIEW-WRITE-OK
               DISPLAY "REVIEW QUEUE WRITE FAILED - STATUS "
                   WS-REVIEW-STATUS " FOR " WS-SUBJECT-KEY
               GO TO 0880-QUEUE-THE-HIT-EXIT
           END-IF

           ADD 1 TO WS-NEW-HIT-COUNT
           MOVE WS-SUBJECT-TYPE           TO SRD-SUBJECT-TYPE
           MOVE WS-SUBJECT-KEY            TO SRD-SUBJECT-KEY
           MOVE WS-SUBJECT-NAME           TO SRD-SUBJECT-NAME
           MOVE WS-LST-ENTRY-ID(LIST-IDX) TO SRD-ENTRY-ID
           MOVE WS-MATCH-SCORE            TO SRD-MATCH-SCORE
           MOVE WS-LST-NAME(LIST-IDX)     TO SRD-ENTRY-NAME
           WRITE SCREEN-RPT-RECORD FROM SCREEN-DETAIL-LINE
           .
       0880-QUEUE-THE-HIT-EXIT.
           EXIT.

      *************************************************************
      *    THE REVIEW RECORD FOR THIS SUBJECT AND ENTRY, PENDING.
      *************************************************************
       0885-FILL-THE-REVIEW SECTION.
           MOVE WS-SUBJECT-TYPE           TO RV-SUBJECT-TYPE
           MOVE WS-SUBJECT-KEY            TO RV-SUBJECT-KEY
           MOVE WS-LST-ENTRY-ID(LIST-IDX) TO RV-ENTRY-ID
           MOVE WS-SUBJECT-NAME           TO RV-SUBJECT-NAME
           MOVE WS-LST-NAME(LIST-IDX)     TO RV-ENTRY-NAME
           MOVE WS-MATCH-SCORE            TO RV-MATCH-SCORE
           MOVE WS-LIST-DATE              TO RV-LIST-DATE
           MOVE WS-RUN-DATE               TO RV-QUEUED-DATE
           SET RV-PENDING                 TO TRUE
           MOVE SPACES                    TO RV-DECIDED-BY
           MOVE ZERO                      TO RV-DECISION-DATE
           MOVE SPACES                    TO RV-DECISION-REASON
           .
       0885-FILL-THE-REVIEW-EXIT.
           EXIT.

      *************************************************************
      *    TOTALS, THEN EMPTY THE QUEUE -- EVERY NAME ON IT HAS
      *    BEEN SCREENED, EITHER ONE BY ONE OR BY THE FULL SWEEP --
      *    AND AFTER A FULL SCREEN REMEMBER WHICH LIST IT WAS.
      *************************************************************
       0900-TERMINATE SECTION.
           MOVE SPACES TO SCREEN-RPT-RECORD
           WRITE SCREEN-RPT-RECORD

           MOVE "LIST NAMES LOADED:"  TO SRT-LABEL
           MOVE WS-LIST-LOADED-COUNT  TO SRT-COUNT
           WRITE SCREEN-RPT-RECORD FROM SCREEN-TOTAL-LINE

           IF LIST-TABLE-FULL
               MOVE "LIST NAMES NOT LOADED:" TO SRT-LABEL
               MOVE WS-LIST-SKIPPED-COUNT TO SRT-COUNT
               WRITE SCREEN-RPT-RECORD FROM SCREEN-TOTAL-LINE
           END-IF

           MOVE "BORROWERS SCREENED:" TO SRT-LABEL
           MOVE WS-BORROWER-COUNT     TO SRT-COUNT
           WRITE SCREEN-RPT-RECORD FROM SCREEN-TOTAL-LINE

           MOVE "LOANS SCREENED:"     TO SRT-LABEL
           MOVE WS-LOAN-COUNT         TO SRT-COUNT
           WRITE SCREEN-RPT-RECORD FROM SCREEN-TOTAL-LINE

           MOVE "ESCROW PAYEES SCREENED:" TO SRT-LABEL
           MOVE WS-PAYEE-COUNT        TO SRT-COUNT
           WRITE SCREEN-RPT-RECORD FROM SCREEN-TOTAL-LINE

           MOVE "QUEUED, NO LONGER ON FILE:" TO SRT-LABEL
           MOVE WS-NOT-ON-FILE-COUNT  TO SRT-COUNT
           WRITE SCREEN-RPT-RECORD FROM SCREEN-TOTAL-LINE

           MOVE "NEW POTENTIAL HITS:" TO SRT-LABEL
           MOVE WS-NEW-HIT-COUNT      TO SRT-COUNT
           WRITE SCREEN-RPT-RECORD FROM SCREEN-TOTAL-LINE

           MOVE "HITS STILL PENDING:" TO SRT-LABEL
           MOVE WS-PENDING-COUNT      TO SRT-COUNT
           WRITE SCREEN-RPT-RECORD FROM SCREEN-TOTAL-LINE

           MOVE "HITS PREVIOUSLY CLEARED:" TO SRT-LABEL
           MOVE WS-CLEARED-COUNT      TO SRT-COUNT
           WRITE SCREEN-RPT-RECORD FROM SCREEN-TOTAL-LINE

           MOVE "HITS ALREADY CONFIRMED:" TO SRT-LABEL
           MOVE WS-CONFIRMED-COUNT    TO SRT-COUNT
           WRITE SCREEN-RPT-RECORD FROM SCREEN-TOTAL-LINE

           CLOSE SCREEN-RPT-FILE

      *    NOT EVERY LIST NAME WAS SCREENED AGAINST: KEEP THE QUEUE,
      *    DO NOT RECORD THE LIST AS SCREENED, AND FAIL THE STEP.
           IF LIST-TABLE-FULL
               DISPLAY "LOANOFAC: SANCTIONS LIST TABLE FULL - "
                   WS-LIST-SKIPPED-COUNT " NAMES NOT SCREENED"
               MOVE 8 TO RETURN-CODE
               GO TO 0900-TERMINATE-EXIT
           END-IF

           OPEN OUTPUT SCREEN-QUEUE-FILE
           CLOSE SCREEN-QUEUE-FILE

           IF MODE-FULL
               MOVE WS-LIST-DATE TO CT-LIST-DATE
               MOVE WS-RUN-DATE  TO CT-SCREENED-DATE
               OPEN OUTPUT SCREEN-CONTROL-FILE
               WRITE SCREEN-CONTROL-RECORD
               CLOSE SCREEN-CONTROL-FILE
           END-IF

           IF WS-NEW-HIT-COUNT > ZERO
               DISPLAY "LOANOFAC: " WS-NEW-HIT-COUNT
                   " NEW POTENTIAL SANCTIONS HITS FOR REVIEW"
           END-IF
           .
       0900-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LOANOFAC.
