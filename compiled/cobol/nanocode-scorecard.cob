       IDENTIFICATION DIVISION.
       PROGRAM-ID. NANOCODE-SCORECARD.
       AUTHOR. CLAUDE-AI.
      * nanocode-scorecard - responder and knowledge-base scorecard
      * cobc -x nanocode-scorecard.cob && ./nanocode-scorecard
      *     [YYYYMMDD]
      * reads every reply logged to NANOCODE.FEEDBACK up to the given
      * day (yesterday when no date is given, so it fits the
      * overnight chain) together with NANOCODE.KB and writes
      * NANOCODE.SCORECARD.<YYYYMMDD> for the knowledge owners:
      *   BY RESPONDER   replies, answered, no-answer, good and bad
      *                  ratings, the good share of rated replies
      *                  and the last day the module was used
      *   BY KB PATTERN  hits, ratings, good share and last used;
      *                  a pattern that answered but is no longer
      *                  in the knowledge base is marked GONE
      *   NOT USED       KB entries with no hit in the last 90 days
      *                  - candidates to retire
      *   UNANSWERED     the questions that fell through with no
      *                  answer on file, most asked first - what to
      *                  /teach next; questions are compared on
      *                  their first 100 characters, ignoring case
      *
      * MODIFICATION HISTORY
      * 2026-10-15  initial version

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDBACK-FILE ASSIGN TO WS-FEEDBACK-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FB-KEY
               FILE STATUS IS WS-FEEDBACK-STATUS.
           SELECT KB-FILE ASSIGN TO WS-KB-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KB-PATTERN
               FILE STATUS IS WS-KB-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO WS-SCORECARD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORECARD-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "NANOCODE.CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * laid out by nanocode.cob: one record per responder reply,
      * keyed like the ASSISTANT turn's HISTORY record
       FD FEEDBACK-FILE.
       01 FEEDBACK-RECORD.
           05 FB-KEY.
               10 FB-SESSION-ID   PIC X(16).
               10 FB-MSG-SEQ      PIC 9(6).
           05 FB-USER          PIC X(8).
           05 FB-TIMESTAMP     PIC X(17).
           05 FB-DATE          REDEFINES FB-TIMESTAMP PIC X(8).
           05 FB-RESPONDER     PIC X(8).
           05 FB-OUTCOME       PIC X(8).
           05 FB-PATTERN       PIC X(64).
           05 FB-RATING        PIC X(4).
           05 FB-RATED-BY      PIC X(8).
           05 FB-RATED-TS      PIC X(17).
           05 FB-COMMENT       PIC X(200).
           05 FB-QUESTION      PIC X(256).

       FD KB-FILE.
       01 KB-RECORD.
           05 KB-PATTERN       PIC X(64).
           05 KB-ANSWER        PIC X(1024).

       FD SCORECARD-FILE.
       01 SCORECARD-RECORD PIC X(132).

       FD CONFIG-FILE.
       01 CONFIG-RECORD PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-FEEDBACK-STATUS  PIC X(2).
           88 WS-FEEDBACK-OK VALUE "00".
       01 WS-KB-STATUS        PIC X(2).
           88 WS-KB-OK VALUE "00".
       01 WS-SCORECARD-STATUS PIC X(2).
       01 WS-CONFIG-STATUS    PIC X(2).
           88 WS-CONFIG-FOUND VALUE "00".
       01 WS-CONFIG-KEY       PIC X(16).
       01 WS-CONFIG-VALUE     PIC X(64).
       01 WS-PATH-PREFIX      PIC X(64) VALUE SPACES.
       01 WS-FEEDBACK-PATH    PIC X(128).
       01 WS-KB-PATH          PIC X(128).
       01 WS-SCORECARD-PATH   PIC X(128).
       01 WS-CFG-EOF-SWITCH   PIC X(1) VALUE "N".
           88 CFG-EOF VALUE "Y" FALSE "N".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
           88 EOF VALUE "Y" FALSE "N".

       01 WS-STARTUP-PARM     PIC X(80).
       01 WS-PARM-DATE        PIC X(8).
       01 WS-TODAY            PIC 9(8).
       01 WS-REPORT-DATE      PIC X(8).
       01 WS-CUTOFF-DATE      PIC X(8).
       01 WS-UNUSED-DAYS      PIC 9(4) COMP VALUE 90.
       01 WS-DAY-IDX          PIC 9(4) COMP.

       01 WS-SC-DATE.
           05 SC-YEAR          PIC 9(4).
           05 SC-MONTH         PIC 9(2).
           05 SC-DAY           PIC 9(2).

       01 WS-MONTH-DAYS-TBL    PIC X(24)
           VALUE "312831303130313130313031".
       01 FILLER REDEFINES WS-MONTH-DAYS-TBL.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       01 WS-LEAP-QUOT         PIC 9(4) COMP.
       01 WS-LEAP-R4           PIC 9(4) COMP.
       01 WS-LEAP-R100         PIC 9(4) COMP.
       01 WS-LEAP-R400         PIC 9(4) COMP.

       01 WS-LOWER-ALPHA      PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-ALPHA      PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01 WS-RECORDS-READ     PIC 9(6) VALUE 0.
       01 WS-RECORDS-USED     PIC 9(6) VALUE 0.
       01 WS-KB-ENTRIES       PIC 9(6) VALUE 0.

      * one row per responder module seen in the ledger
       01 WS-RESP-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-RESP-IDX         PIC 9(4) COMP.
       01 WS-RESP-SLOT        PIC 9(4) COMP.
       01 WS-RESP-TABLE.
           05 WS-RESP-ENTRY OCCURS 20 TIMES.
               10 WS-RP-NAME       PIC X(8).
               10 WS-RP-REPLIES    PIC 9(6).
               10 WS-RP-ANSWERED   PIC 9(6).
               10 WS-RP-NOANSWER   PIC 9(6).
               10 WS-RP-GOOD       PIC 9(6).
               10 WS-RP-BAD        PIC 9(6).
               10 WS-RP-LAST       PIC X(8).

      * the knowledge base is loaded first so an entry that never
      * answered still shows; patterns met only in the ledger are
      * added behind it marked as gone from the KB; past 1000 they
      * are counted and left out
       01 WS-PAT-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-PAT-IDX          PIC 9(4) COMP.
       01 WS-PAT-SLOT         PIC 9(4) COMP.
       01 WS-PATS-DROPPED     PIC 9(6) VALUE 0.
       01 WS-PAT-TABLE.
           05 WS-PAT-ENTRY OCCURS 1000 TIMES.
               10 WS-PT-PATTERN    PIC X(64).
               10 WS-PT-ON-KB      PIC X(1).
                   88 WS-PT-IN-KB VALUE "Y".
               10 WS-PT-HITS       PIC 9(6).
               10 WS-PT-GOOD       PIC 9(6).
               10 WS-PT-BAD        PIC 9(6).
               10 WS-PT-LAST       PIC X(8).
       01 WS-UNUSED-COUNT     PIC 9(6) VALUE 0.

      * unanswered questions by their first 100 characters, upper
      * cased; past 500 distinct questions they are counted only
       01 WS-QUES-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-QUES-IDX         PIC 9(4) COMP.
       01 WS-QUES-SLOT        PIC 9(4) COMP.
       01 WS-QUES-DROPPED     PIC 9(6) VALUE 0.
       01 WS-QUES-TEXT        PIC X(100).
       01 WS-QUES-TABLE.
           05 WS-QUES-ENTRY OCCURS 500 TIMES.
               10 WS-QT-TEXT       PIC X(100).
               10 WS-QT-TIMES      PIC 9(6).
               10 WS-QT-LAST       PIC X(8).
               10 WS-QT-PRINTED    PIC X(1).
                   88 WS-QT-DONE VALUE "Y" FALSE "N".
       01 WS-NOANSWER-TOTAL   PIC 9(6) VALUE 0.

      * the ranking picks the most asked question left each time
      * round; ties go to the one asked most recently
       01 WS-RANK             PIC 9(4) COMP.
       01 WS-RANK-LIMIT       PIC 9(4) COMP VALUE 25.
       01 WS-RANK-BEST        PIC 9(4) COMP.

       01 WS-GOOD-PCT         PIC 9(3).
       01 WS-RATED            PIC 9(6).
       01 WS-GOOD-WORK        PIC 9(6).
       01 WS-BAD-WORK         PIC 9(6).

       01 WS-PRINT-LINE       PIC X(132).
       01 WS-RESP-LINE.
           05 WS-RL-NAME       PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RL-REPLIES    PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RL-ANSWERED   PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RL-NOANSWER   PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RL-GOOD       PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RL-BAD        PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RL-PCT        PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RL-LAST       PIC X(8).
           05 FILLER           PIC X(68) VALUE SPACES.
       01 WS-PAT-LINE.
           05 WS-PL-PATTERN    PIC X(64).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PL-HITS       PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PL-GOOD       PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PL-BAD        PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PL-PCT        PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PL-LAST       PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PL-NOTE       PIC X(4).
           05 FILLER           PIC X(22) VALUE SPACES.
       01 WS-QUES-LINE.
           05 WS-QL-RANK       PIC ZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-QL-TIMES      PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-QL-LAST       PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-QL-TEXT       PIC X(100).
           05 FILLER           PIC X(6) VALUE SPACES.
       01 WS-COUNT-SHOW       PIC ZZZZZ9.
       01 WS-PCT-SHOW         PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARM-DATE
           UNSTRING WS-STARTUP-PARM DELIMITED BY ALL " "
               INTO WS-PARM-DATE
           IF WS-PARM-DATE = SPACES
               MOVE WS-TODAY TO WS-SC-DATE
               PERFORM DECREMENT-ONE-DAY
               MOVE WS-SC-DATE TO WS-REPORT-DATE
           ELSE
               IF WS-PARM-DATE NOT NUMERIC
                   DISPLAY "USAGE: nanocode-scorecard [YYYYMMDD]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-DATE TO WS-REPORT-DATE
           END-IF
      * an entry last used on the cutoff day is still inside the
      * window; one last used before it has gone the full 90 days
           MOVE WS-REPORT-DATE TO WS-SC-DATE
           PERFORM DECREMENT-ONE-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-UNUSED-DAYS - 1
           MOVE WS-SC-DATE TO WS-CUTOFF-DATE

           PERFORM LOAD-PATH-PREFIX THRU LOAD-PATH-PREFIX-EXIT
           MOVE SPACES TO WS-FEEDBACK-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.FEEDBACK" DELIMITED BY SIZE
               INTO WS-FEEDBACK-PATH
           MOVE SPACES TO WS-KB-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.KB" DELIMITED BY SIZE
               INTO WS-KB-PATH
           MOVE SPACES TO WS-SCORECARD-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.SCORECARD." DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WS-SCORECARD-PATH

           OPEN INPUT KB-FILE
           IF WS-KB-OK
               PERFORM UNTIL EOF
                   READ KB-FILE NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END PERFORM LOAD-KB-ENTRY
                   END-READ
               END-PERFORM
               CLOSE KB-FILE
           ELSE
               DISPLAY "NO KNOWLEDGE BASE FOUND - STATUS "
                   WS-KB-STATUS
           END-IF
           SET EOF TO FALSE

           OPEN INPUT FEEDBACK-FILE
           IF WS-FEEDBACK-OK
               PERFORM UNTIL EOF
                   READ FEEDBACK-FILE NEXT RECORD
                       AT END SET EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-FEEDBACK-RECORD
                               THRU TALLY-FEEDBACK-RECORD-EXIT
                   END-READ
               END-PERFORM
               CLOSE FEEDBACK-FILE
           ELSE
               DISPLAY "NO FEEDBACK LEDGER FOUND - STATUS "
                   WS-FEEDBACK-STATUS " - SCORING NO REPLIES"
           END-IF

           PERFORM WRITE-SCORECARD
           DISPLAY "SCORECARD AS OF " WS-REPORT-DATE
               " WRITTEN TO " WS-SCORECARD-PATH(1:50)
           STOP RUN.

       LOAD-PATH-PREFIX.
           OPEN INPUT CONFIG-FILE
           IF NOT WS-CONFIG-FOUND
               GO TO LOAD-PATH-PREFIX-EXIT
           END-IF
           PERFORM UNTIL CFG-EOF
               READ CONFIG-FILE
                   AT END SET CFG-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-CONFIG-KEY
                       MOVE SPACES TO WS-CONFIG-VALUE
                       UNSTRING CONFIG-RECORD DELIMITED BY ALL " "
                           INTO WS-CONFIG-KEY WS-CONFIG-VALUE
                       IF WS-CONFIG-KEY = "PATH-PREFIX"
                           MOVE WS-CONFIG-VALUE TO WS-PATH-PREFIX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE.
       LOAD-PATH-PREFIX-EXIT.
           EXIT.

       DECREMENT-ONE-DAY.
           IF SC-DAY > 1
               SUBTRACT 1 FROM SC-DAY
           ELSE
               IF SC-MONTH > 1
                   SUBTRACT 1 FROM SC-MONTH
                   PERFORM SET-MONTH-END-DAY
               ELSE
                   SUBTRACT 1 FROM SC-YEAR
                   MOVE 12 TO SC-MONTH
                   MOVE 31 TO SC-DAY
               END-IF
           END-IF.

       SET-MONTH-END-DAY.
           MOVE WS-MONTH-DAYS(SC-MONTH) TO SC-DAY
           IF SC-MONTH = 2
               DIVIDE SC-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R4
               DIVIDE SC-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R100
               DIVIDE SC-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R400
               IF WS-LEAP-R4 = 0
                   AND (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
                   MOVE 29 TO SC-DAY
               END-IF
           END-IF.

      * /teach stores patterns upper case, so the KB key is already
      * the form the ledger carries
       LOAD-KB-ENTRY.
           ADD 1 TO WS-KB-ENTRIES
           IF WS-PAT-COUNT = 1000
               ADD 1 TO WS-PATS-DROPPED
           ELSE
               ADD 1 TO WS-PAT-COUNT
               MOVE WS-PAT-COUNT TO WS-PAT-SLOT
               PERFORM INIT-PAT-ENTRY
               MOVE KB-PATTERN TO WS-PT-PATTERN(WS-PAT-SLOT)
               MOVE "Y" TO WS-PT-ON-KB(WS-PAT-SLOT)
           END-IF.

      * replies after the report day are left for a later run, so a
      * rerun for an old date gives the same scorecard
       TALLY-FEEDBACK-RECORD.
           ADD 1 TO WS-RECORDS-READ
           IF FB-DATE > WS-REPORT-DATE
               GO TO TALLY-FEEDBACK-RECORD-EXIT
           END-IF
           ADD 1 TO WS-RECORDS-USED
           PERFORM FIND-RESP-SLOT
           IF WS-RESP-SLOT > 0
               ADD 1 TO WS-RP-REPLIES(WS-RESP-SLOT)
               IF FB-OUTCOME = "ANSWERED"
                   ADD 1 TO WS-RP-ANSWERED(WS-RESP-SLOT)
               END-IF
               IF FB-OUTCOME = "NOANSWER"
                   ADD 1 TO WS-RP-NOANSWER(WS-RESP-SLOT)
               END-IF
               IF FB-RATING = "GOOD"
                   ADD 1 TO WS-RP-GOOD(WS-RESP-SLOT)
               END-IF
               IF FB-RATING = "BAD"
                   ADD 1 TO WS-RP-BAD(WS-RESP-SLOT)
               END-IF
               IF FB-DATE > WS-RP-LAST(WS-RESP-SLOT)
                   MOVE FB-DATE TO WS-RP-LAST(WS-RESP-SLOT)
               END-IF
           END-IF
           IF FB-OUTCOME = "ANSWERED" AND FB-PATTERN NOT = SPACES
               PERFORM TALLY-PATTERN-HIT
           END-IF
           IF FB-OUTCOME = "NOANSWER"
               PERFORM TALLY-UNANSWERED
           END-IF.
       TALLY-FEEDBACK-RECORD-EXIT.
           EXIT.

      * WS-RESP-SLOT comes back 0 once 20 modules are on the table
       FIND-RESP-SLOT.
           MOVE 0 TO WS-RESP-SLOT
           PERFORM MATCH-RESP-SLOT
               VARYING WS-RESP-IDX FROM 1 BY 1
               UNTIL WS-RESP-IDX > WS-RESP-COUNT
                   OR WS-RESP-SLOT > 0
           IF WS-RESP-SLOT = 0 AND WS-RESP-COUNT < 20
               ADD 1 TO WS-RESP-COUNT
               MOVE WS-RESP-COUNT TO WS-RESP-SLOT
               MOVE FB-RESPONDER TO WS-RP-NAME(WS-RESP-SLOT)
               MOVE 0 TO WS-RP-REPLIES(WS-RESP-SLOT)
               MOVE 0 TO WS-RP-ANSWERED(WS-RESP-SLOT)
               MOVE 0 TO WS-RP-NOANSWER(WS-RESP-SLOT)
               MOVE 0 TO WS-RP-GOOD(WS-RESP-SLOT)
               MOVE 0 TO WS-RP-BAD(WS-RESP-SLOT)
               MOVE SPACES TO WS-RP-LAST(WS-RESP-SLOT)
           END-IF.

       MATCH-RESP-SLOT.
           IF WS-RP-NAME(WS-RESP-IDX) = FB-RESPONDER
               MOVE WS-RESP-IDX TO WS-RESP-SLOT
           END-IF.

       TALLY-PATTERN-HIT.
           MOVE 0 TO WS-PAT-SLOT
           PERFORM MATCH-PAT-SLOT
               VARYING WS-PAT-IDX FROM 1 BY 1
               UNTIL WS-PAT-IDX > WS-PAT-COUNT
                   OR WS-PAT-SLOT > 0
           IF WS-PAT-SLOT = 0
               IF WS-PAT-COUNT = 1000
                   ADD 1 TO WS-PATS-DROPPED
               ELSE
                   ADD 1 TO WS-PAT-COUNT
                   MOVE WS-PAT-COUNT TO WS-PAT-SLOT
                   PERFORM INIT-PAT-ENTRY
                   MOVE FB-PATTERN TO WS-PT-PATTERN(WS-PAT-SLOT)
               END-IF
           END-IF
           IF WS-PAT-SLOT > 0
               ADD 1 TO WS-PT-HITS(WS-PAT-SLOT)
               IF FB-RATING = "GOOD"
                   ADD 1 TO WS-PT-GOOD(WS-PAT-SLOT)
               END-IF
               IF FB-RATING = "BAD"
                   ADD 1 TO WS-PT-BAD(WS-PAT-SLOT)
               END-IF
               IF FB-DATE > WS-PT-LAST(WS-PAT-SLOT)
                   MOVE FB-DATE TO WS-PT-LAST(WS-PAT-SLOT)
               END-IF
           END-IF.

       MATCH-PAT-SLOT.
           IF WS-PT-PATTERN(WS-PAT-IDX) = FB-PATTERN
               MOVE WS-PAT-IDX TO WS-PAT-SLOT
           END-IF.

       INIT-PAT-ENTRY.
           MOVE SPACES TO WS-PT-PATTERN(WS-PAT-SLOT)
           MOVE "N" TO WS-PT-ON-KB(WS-PAT-SLOT)
           MOVE 0 TO WS-PT-HITS(WS-PAT-SLOT)
           MOVE 0 TO WS-PT-GOOD(WS-PAT-SLOT)
           MOVE 0 TO WS-PT-BAD(WS-PAT-SLOT)
           MOVE SPACES TO WS-PT-LAST(WS-PAT-SLOT).

       TALLY-UNANSWERED.
           ADD 1 TO WS-NOANSWER-TOTAL
           MOVE FB-QUESTION(1:100) TO WS-QUES-TEXT
           INSPECT WS-QUES-TEXT
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           MOVE 0 TO WS-QUES-SLOT
           PERFORM MATCH-QUES-SLOT
               VARYING WS-QUES-IDX FROM 1 BY 1
               UNTIL WS-QUES-IDX > WS-QUES-COUNT
                   OR WS-QUES-SLOT > 0
           IF WS-QUES-SLOT = 0
               IF WS-QUES-COUNT = 500
                   ADD 1 TO WS-QUES-DROPPED
               ELSE
                   ADD 1 TO WS-QUES-COUNT
                   MOVE WS-QUES-COUNT TO WS-QUES-SLOT
                   MOVE WS-QUES-TEXT TO WS-QT-TEXT(WS-QUES-SLOT)
                   MOVE 0 TO WS-QT-TIMES(WS-QUES-SLOT)
                   MOVE SPACES TO WS-QT-LAST(WS-QUES-SLOT)
                   SET WS-QT-DONE(WS-QUES-SLOT) TO FALSE
               END-IF
           END-IF
           IF WS-QUES-SLOT > 0
               ADD 1 TO WS-QT-TIMES(WS-QUES-SLOT)
               IF FB-DATE > WS-QT-LAST(WS-QUES-SLOT)
                   MOVE FB-DATE TO WS-QT-LAST(WS-QUES-SLOT)
               END-IF
           END-IF.

       MATCH-QUES-SLOT.
           IF WS-QT-TEXT(WS-QUES-IDX) = WS-QUES-TEXT
               MOVE WS-QUES-IDX TO WS-QUES-SLOT
           END-IF.

       WRITE-SCORECARD.
           OPEN OUTPUT SCORECARD-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NANOCODE RESPONDER SCORECARD - AS OF "
               DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE ALL "-" TO WS-PRINT-LINE(1:124)
           PERFORM WRITE-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "BY RESPONDER" TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           IF WS-RESP-COUNT = 0
               MOVE "NO REPLIES LOGGED" TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "MODULE    REPLYS  ANSWRD  NOANSR    GOOD"
                   DELIMITED BY SIZE
                   "     BAD GOOD%  LAST USED" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
               PERFORM WRITE-RESPONDER-ENTRY
                   VARYING WS-RESP-IDX FROM 1 BY 1
                   UNTIL WS-RESP-IDX > WS-RESP-COUNT
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "BY KB PATTERN" TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           IF WS-PAT-COUNT = 0
               MOVE "NO KB PATTERNS ON FILE OR IN THE LEDGER"
                   TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PATTERN" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               MOVE "  HITS    GOOD     BAD GOOD%  LAST USED"
                   TO WS-PRINT-LINE(67:)
               PERFORM WRITE-PRINT-LINE
               PERFORM WRITE-PATTERN-ENTRY
                   VARYING WS-PAT-IDX FROM 1 BY 1
                   UNTIL WS-PAT-IDX > WS-PAT-COUNT
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "KB ENTRIES NOT USED SINCE " DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               " (90 DAYS) - CANDIDATES TO RETIRE" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           PERFORM WRITE-UNUSED-ENTRY
               VARYING WS-PAT-IDX FROM 1 BY 1
               UNTIL WS-PAT-IDX > WS-PAT-COUNT
           IF WS-UNUSED-COUNT = 0
               MOVE "EVERY KB ENTRY ANSWERED INSIDE THE WINDOW"
                   TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "UNANSWERED QUESTIONS - MOST ASKED FIRST"
               TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           IF WS-QUES-COUNT = 0
               MOVE "NO QUESTIONS FELL THROUGH WITHOUT AN ANSWER"
                   TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           ELSE
               MOVE "RANK   TIMES  LAST ASKED  QUESTION"
                   TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
               PERFORM WRITE-NEXT-QUESTION
                   VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-RANK-LIMIT
                       OR WS-RANK > WS-QUES-COUNT
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE WS-RECORDS-USED TO WS-COUNT-SHOW
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REPLIES SCORED:      " DELIMITED BY SIZE
               WS-COUNT-SHOW DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE WS-NOANSWER-TOTAL TO WS-COUNT-SHOW
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NO-ANSWER REPLIES:   " DELIMITED BY SIZE
               WS-COUNT-SHOW DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE WS-KB-ENTRIES TO WS-COUNT-SHOW
           MOVE SPACES TO WS-PRINT-LINE
           STRING "KB ENTRIES ON FILE:  " DELIMITED BY SIZE
               WS-COUNT-SHOW DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           IF WS-PATS-DROPPED > 0
               MOVE WS-PATS-DROPPED TO WS-COUNT-SHOW
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-COUNT-SHOW DELIMITED BY SIZE
                   " PATTERN ENTRIES PAST THE FIRST 1000 NOT SCORED"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF WS-QUES-DROPPED > 0
               MOVE WS-QUES-DROPPED TO WS-COUNT-SHOW
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-COUNT-SHOW DELIMITED BY SIZE
                   " UNANSWERED ASKS PAST THE FIRST 500 QUESTIONS"
                   " NOT RANKED" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF
           CLOSE SCORECARD-FILE.

       WRITE-RESPONDER-ENTRY.
           MOVE SPACES TO WS-RESP-LINE
           MOVE WS-RP-NAME(WS-RESP-IDX) TO WS-RL-NAME
           MOVE WS-RP-REPLIES(WS-RESP-IDX) TO WS-RL-REPLIES
           MOVE WS-RP-ANSWERED(WS-RESP-IDX) TO WS-RL-ANSWERED
           MOVE WS-RP-NOANSWER(WS-RESP-IDX) TO WS-RL-NOANSWER
           MOVE WS-RP-GOOD(WS-RESP-IDX) TO WS-RL-GOOD
           MOVE WS-RP-BAD(WS-RESP-IDX) TO WS-RL-BAD
           MOVE WS-RP-GOOD(WS-RESP-IDX) TO WS-GOOD-WORK
           MOVE WS-RP-BAD(WS-RESP-IDX) TO WS-BAD-WORK
           PERFORM BUILD-GOOD-PCT
           MOVE WS-PCT-SHOW TO WS-RL-PCT(2:3)
           IF WS-RATED = 0
               MOVE "   -" TO WS-RL-PCT
           END-IF
           MOVE WS-RP-LAST(WS-RESP-IDX) TO WS-RL-LAST
           MOVE WS-RESP-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE.

       WRITE-PATTERN-ENTRY.
           MOVE SPACES TO WS-PAT-LINE
           MOVE WS-PT-PATTERN(WS-PAT-IDX) TO WS-PL-PATTERN
           MOVE WS-PT-HITS(WS-PAT-IDX) TO WS-PL-HITS
           MOVE WS-PT-GOOD(WS-PAT-IDX) TO WS-PL-GOOD
           MOVE WS-PT-BAD(WS-PAT-IDX) TO WS-PL-BAD
           MOVE WS-PT-GOOD(WS-PAT-IDX) TO WS-GOOD-WORK
           MOVE WS-PT-BAD(WS-PAT-IDX) TO WS-BAD-WORK
           PERFORM BUILD-GOOD-PCT
           MOVE WS-PCT-SHOW TO WS-PL-PCT(2:3)
           IF WS-RATED = 0
               MOVE "   -" TO WS-PL-PCT
           END-IF
           MOVE WS-PT-LAST(WS-PAT-IDX) TO WS-PL-LAST
           IF WS-PT-LAST(WS-PAT-IDX) = SPACES
               MOVE "NEVER" TO WS-PL-LAST
           END-IF
           IF NOT WS-PT-IN-KB(WS-PAT-IDX)
               MOVE "GONE" TO WS-PL-NOTE
           END-IF
           MOVE WS-PAT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE.

      * the good share is of rated replies only, rounded down
       BUILD-GOOD-PCT.
           COMPUTE WS-RATED = WS-GOOD-WORK + WS-BAD-WORK
           MOVE 0 TO WS-GOOD-PCT
           IF WS-RATED > 0
               COMPUTE WS-GOOD-PCT = WS-GOOD-WORK * 100 / WS-RATED
           END-IF
           MOVE WS-GOOD-PCT TO WS-PCT-SHOW.

       WRITE-UNUSED-ENTRY.
           IF WS-PT-IN-KB(WS-PAT-IDX)
               AND (WS-PT-LAST(WS-PAT-IDX) = SPACES
                   OR WS-PT-LAST(WS-PAT-IDX) < WS-CUTOFF-DATE)
               ADD 1 TO WS-UNUSED-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-PT-PATTERN(WS-PAT-IDX) TO WS-PRINT-LINE(1:64)
               IF WS-PT-LAST(WS-PAT-IDX) = SPACES
                   MOVE "NEVER USED" TO WS-PRINT-LINE(67:)
               ELSE
                   STRING "LAST USED " DELIMITED BY SIZE
                       WS-PT-LAST(WS-PAT-IDX) DELIMITED BY SIZE
                       INTO WS-PRINT-LINE(67:)
               END-IF
               PERFORM WRITE-PRINT-LINE
           END-IF.

       WRITE-NEXT-QUESTION.
           MOVE 0 TO WS-RANK-BEST
           PERFORM PICK-BEST-QUESTION
               VARYING WS-QUES-IDX FROM 1 BY 1
               UNTIL WS-QUES-IDX > WS-QUES-COUNT
           IF WS-RANK-BEST > 0
               SET WS-QT-DONE(WS-RANK-BEST) TO TRUE
               MOVE SPACES TO WS-QUES-LINE
               MOVE WS-RANK TO WS-QL-RANK
               MOVE WS-QT-TIMES(WS-RANK-BEST) TO WS-QL-TIMES
               MOVE WS-QT-LAST(WS-RANK-BEST) TO WS-QL-LAST
               MOVE WS-QT-TEXT(WS-RANK-BEST) TO WS-QL-TEXT
               MOVE WS-QUES-LINE TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.

       PICK-BEST-QUESTION.
           IF NOT WS-QT-DONE(WS-QUES-IDX)
               IF WS-RANK-BEST = 0
                   MOVE WS-QUES-IDX TO WS-RANK-BEST
               ELSE
                   IF WS-QT-TIMES(WS-QUES-IDX)
                           > WS-QT-TIMES(WS-RANK-BEST)
                       OR (WS-QT-TIMES(WS-QUES-IDX)
                               = WS-QT-TIMES(WS-RANK-BEST)
                           AND WS-QT-LAST(WS-QUES-IDX)
                               > WS-QT-LAST(WS-RANK-BEST))
                       MOVE WS-QUES-IDX TO WS-RANK-BEST
                   END-IF
               END-IF
           END-IF.

       WRITE-PRINT-LINE.
           DISPLAY WS-PRINT-LINE
           WRITE SCORECARD-RECORD FROM WS-PRINT-LINE.
