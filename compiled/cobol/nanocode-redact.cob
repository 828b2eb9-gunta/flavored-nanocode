       IDENTIFICATION DIVISION.
       PROGRAM-ID. NANOCODE-REDACT.
       AUTHOR. CLAUDE-AI.
      * nanocode-redact - one-off masking sweep over the stored
      * conversation text
      * cobc -x nanocode-redact.cob && ./nanocode-redact [REPORT]
      * applies the NANOCODE.REDACT masking rules (the same rules,
      * defaults and last-four-characters treatment as
      * MASK-SENSITIVE-TEXT in nanocode.cob) to the conversation
      * text already on file: every NANOCODE.HISTORY record, the
      * live NANOCODE.OVERFLOW and its yearly archives, and the
      * dated transcripts and monthly transcript archives of the
      * last three years; each record changed is reported with its
      * file, record number and session id, followed by totals per
      * file and for the run - never the values themselves; with
      * REPORT nothing is rewritten, the run only shows what would
      * change; HISTORY and OVERFLOW are rewritten under their
      * .LOCK files, and a ledger whose lock cannot be acquired is
      * skipped and the run ends with RETURN-CODE 8; transcripts
      * carry no lock, so run the sweep when no sessions are open
      *
      * MODIFICATION HISTORY
      * 2026-10-15  initial version

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT FLAT-FILE ASSIGN TO WS-FLAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT REDACT-FILE ASSIGN TO "NANOCODE.REDACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDACT-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "NANOCODE.CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-SESSION-ID PIC X(16).
               10 HIST-MSG-SEQ    PIC 9(6).
           05 HIST-USER        PIC X(8).
           05 HIST-TIMESTAMP.
               10 HIST-DATE       PIC X(8).
               10 HIST-TIME       PIC X(9).
           05 HIST-ROLE        PIC X(16).
           05 HIST-CONTENT     PIC X(1024).

      * overflow records and transcript lines share one layout:
      * session id, user and role ahead of the message text
       FD FLAT-FILE.
       01 FLAT-RECORD.
           05 FLAT-SESSION-ID  PIC X(16).
           05 FLAT-USER        PIC X(8).
           05 FLAT-ROLE        PIC X(16).
           05 FLAT-CONTENT     PIC X(1024).

       FD WORK-FILE.
       01 WORK-RECORD PIC X(1064).

       FD REDACT-FILE.
       01 REDACT-RECORD PIC X(80).

       FD CONFIG-FILE.
       01 CONFIG-RECORD PIC X(128).

       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LCK-TIMESTAMP    PIC X(17).
           05 FILLER           PIC X(1).
           05 LCK-SESSION-ID   PIC X(16).
           05 FILLER           PIC X(1).
           05 LCK-USER         PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS    PIC X(2).
           88 WS-HISTORY-OK VALUE "00".
       01 WS-FLAT-STATUS       PIC X(2).
           88 WS-FLAT-OK VALUE "00".
       01 WS-WORK-STATUS       PIC X(2).
       01 WS-REDACT-STATUS     PIC X(2).
           88 WS-REDACT-FOUND VALUE "00".
       01 WS-CONFIG-STATUS     PIC X(2).
           88 WS-CONFIG-FOUND VALUE "00".
       01 WS-CONFIG-KEY        PIC X(16).
       01 WS-CONFIG-VALUE      PIC X(64).
       01 WS-PATH-PREFIX       PIC X(64) VALUE SPACES.
       01 WS-HISTORY-PATH      PIC X(128).
       01 WS-OVERFLOW-PATH     PIC X(128).
       01 WS-FLAT-PATH         PIC X(128).
       01 WS-WORK-PATH         PIC X(128).
       01 WS-CFG-EOF-SWITCH    PIC X(1) VALUE "N".
           88 CFG-EOF VALUE "Y" FALSE "N".
       01 WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 EOF VALUE "Y" FALSE "N".

       01 WS-STARTUP-PARM      PIC X(80).
       01 WS-PARM-VERB         PIC X(8).
       01 WS-LOWER-ALPHA       PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-ALPHA       PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-REPORT-ONLY-SW    PIC X(1) VALUE "N".
           88 WS-REPORT-ONLY VALUE "Y" FALSE "N".

       01 WS-REDACT-COUNT      PIC 9(4) COMP VALUE 0.
       01 WS-REDACT-IDX        PIC 9(4) COMP.
       01 WS-RD-KIND-IN        PIC X(8).
       01 WS-RD-ARG1           PIC X(40).
       01 WS-RD-ARG1-LEN       PIC 9(4) COMP.
       01 WS-RD-ARG2           PIC X(8).
       01 WS-RD-ARG2-LEN       PIC 9(4) COMP.
       01 WS-REDACT-TABLE.
           05 WS-RD-ENTRY OCCURS 20 TIMES.
               10 WS-RD-KIND        PIC X(6).
               10 WS-RD-MIN         PIC 9(4) COMP.
               10 WS-RD-MAX         PIC 9(4) COMP.
               10 WS-RD-SHAPE       PIC X(40).
               10 WS-RD-SHAPE-LEN   PIC 9(4) COMP.
       01 WS-MASK-TEXT         PIC X(1024).
       01 WS-MASK-LEN          PIC 9(4) COMP.
       01 WS-MASK-COUNT        PIC 9(4) COMP.
       01 WS-MASK-POS          PIC 9(4) COMP.
       01 WS-MASK-AT           PIC 9(4) COMP.
       01 WS-MASK-RUN          PIC 9(4) COMP.
       01 WS-MASK-STOP         PIC 9(4) COMP.
       01 WS-MASK-K            PIC 9(4) COMP.
       01 WS-MASK-CHAR         PIC X(1).
       01 WS-SHAPE-CHAR        PIC X(1).
       01 WS-MASK-RUN-SW       PIC X(1).
           88 WS-MASK-RUN-DONE VALUE "Y" FALSE "N".
       01 WS-SHAPE-MATCH-SW    PIC X(1).
           88 WS-SHAPE-MATCHED VALUE "Y" FALSE "N".
       01 WS-SCAN-IDX          PIC 9(4) COMP.

       01 WS-FILE-RECORDS      PIC 9(8).
       01 WS-FILE-CHANGED      PIC 9(8).
       01 WS-FILE-MASKED       PIC 9(8).
       01 WS-FILE-LABEL        PIC X(60).
       01 WS-FILES-SWEPT       PIC 9(6) VALUE 0.
       01 WS-TOTAL-CHANGED     PIC 9(8) VALUE 0.
       01 WS-TOTAL-MASKED      PIC 9(8) VALUE 0.
       01 WS-MASK-COUNT-OUT    PIC 9(4).
       01 WS-HIST-FAIL-SW      PIC X(1) VALUE "N".
           88 WS-HIST-FAILED VALUE "Y" FALSE "N".

       01 WS-TODAY             PIC 9(8).
       01 WS-HK-DATE.
           05 HK-YEAR          PIC 9(4).
           05 HK-MONTH         PIC 9(2).
           05 HK-DAY           PIC 9(2).
       01 WS-MONTH-DAYS-TBL    PIC X(24)
           VALUE "312831303130313130313031".
       01 FILLER REDEFINES WS-MONTH-DAYS-TBL.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
       01 WS-LEAP-QUOT         PIC 9(4) COMP.
       01 WS-LEAP-R4           PIC 9(4) COMP.
       01 WS-LEAP-R100         PIC 9(4) COMP.
       01 WS-LEAP-R400         PIC 9(4) COMP.

       01 WS-LEDGER-PATH       PIC X(128).
       01 WS-LEDGER-CLASS      PIC X(12).
       01 WS-LOCK-PATH         PIC X(160).
       01 WS-LOCK-STATUS       PIC X(2).
           88 WS-LOCK-SEEN VALUE "00".
       01 WS-LOCK-TRIES        PIC 9(4) COMP.
       01 WS-LOCK-TRY-LIMIT    PIC 9(4) COMP VALUE 60.
       01 WS-LOCK-SLEEP-SECS   PIC 9(2) VALUE 1.
       01 WS-LOCK-HELD-SW      PIC X(1) VALUE "N".
           88 WS-LOCK-HELD VALUE "Y" FALSE "N".
       01 WS-USER-ID           PIC X(8).
       01 WS-CURRENT-TIME      PIC 9(8).
       01 WS-TIMESTAMP         PIC X(17).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-VERB
           UNSTRING WS-STARTUP-PARM DELIMITED BY ALL " "
               INTO WS-PARM-VERB
           INSPECT WS-PARM-VERB
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           IF WS-PARM-VERB = "REPORT"
               SET WS-REPORT-ONLY TO TRUE
           END-IF
           IF WS-PARM-VERB NOT = SPACES AND NOT WS-REPORT-ONLY
               DISPLAY "USAGE: nanocode-redact [REPORT]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-USER-ID
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
               ON EXCEPTION MOVE SPACES TO WS-USER-ID
           END-ACCEPT
           IF WS-USER-ID = SPACES
               MOVE "UNKNOWN" TO WS-USER-ID
           END-IF
           PERFORM LOAD-PATH-PREFIX THRU LOAD-PATH-PREFIX-EXIT
           MOVE SPACES TO WS-HISTORY-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.HISTORY" DELIMITED BY SIZE
               INTO WS-HISTORY-PATH
           MOVE SPACES TO WS-OVERFLOW-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.OVERFLOW" DELIMITED BY SIZE
               INTO WS-OVERFLOW-PATH
           MOVE SPACES TO WS-WORK-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.RDWORK" DELIMITED BY SIZE
               INTO WS-WORK-PATH
           PERFORM LOAD-REDACT-TABLE THRU LOAD-REDACT-TABLE-EXIT

           DISPLAY "NANOCODE MASKING SWEEP - " WS-TODAY
           IF WS-REPORT-ONLY
               DISPLAY "REPORT ONLY - NO FILE IS REWRITTEN"
           END-IF
           DISPLAY "MASKING RULES IN FORCE: " WS-REDACT-COUNT
           DISPLAY "----------------------------------------"

           PERFORM SWEEP-HISTORY THRU SWEEP-HISTORY-EXIT
           PERFORM SWEEP-OVERFLOW THRU SWEEP-OVERFLOW-EXIT
           PERFORM SWEEP-TRANSCRIPTS

           DISPLAY "----------------------------------------"
           DISPLAY "FILES SWEPT " WS-FILES-SWEPT
               " RECORDS CHANGED " WS-TOTAL-CHANGED
               " VALUES MASKED " WS-TOTAL-MASKED
           IF WS-REPORT-ONLY
               DISPLAY "MASKING SWEEP COMPLETE (REPORT ONLY)"
           ELSE
               DISPLAY "MASKING SWEEP COMPLETE"
           END-IF
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

      * the rule table is loaded exactly as the REPL loads it, so the
      * sweep masks old text the way new text is masked on the way in
       LOAD-REDACT-TABLE.
           OPEN INPUT REDACT-FILE
           IF NOT WS-REDACT-FOUND
               DISPLAY "NO NANOCODE.REDACT - USING DEFAULTS"
               MOVE 2 TO WS-REDACT-COUNT
               MOVE "DIGITS" TO WS-RD-KIND(1)
               MOVE 13 TO WS-RD-MIN(1)
               MOVE 19 TO WS-RD-MAX(1)
               MOVE "SHAPE" TO WS-RD-KIND(2)
               MOVE "999-99-9999" TO WS-RD-SHAPE(2)
               MOVE 11 TO WS-RD-SHAPE-LEN(2)
               GO TO LOAD-REDACT-TABLE-EXIT
           END-IF
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ REDACT-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END PERFORM LOAD-REDACT-ENTRY
               END-READ
           END-PERFORM
           CLOSE REDACT-FILE
           SET EOF TO FALSE.
       LOAD-REDACT-TABLE-EXIT.
           EXIT.

       LOAD-REDACT-ENTRY.
           MOVE SPACES TO WS-RD-KIND-IN
           MOVE SPACES TO WS-RD-ARG1
           MOVE SPACES TO WS-RD-ARG2
           MOVE 0 TO WS-RD-ARG1-LEN
           MOVE 0 TO WS-RD-ARG2-LEN
           UNSTRING REDACT-RECORD DELIMITED BY ALL " "
               INTO WS-RD-KIND-IN
                   WS-RD-ARG1 COUNT IN WS-RD-ARG1-LEN
                   WS-RD-ARG2 COUNT IN WS-RD-ARG2-LEN
           IF REDACT-RECORD = SPACES
               CONTINUE
           ELSE IF WS-REDACT-COUNT = 20
               DISPLAY "NANOCODE.REDACT RULE IGNORED (TABLE FULL): "
                   REDACT-RECORD(1:40)
           ELSE IF WS-RD-KIND-IN = "DIGITS"
               AND WS-RD-ARG1-LEN > 0 AND WS-RD-ARG1-LEN < 3
               AND WS-RD-ARG1(1:WS-RD-ARG1-LEN) IS NUMERIC
               AND WS-RD-ARG2-LEN > 0 AND WS-RD-ARG2-LEN < 3
               AND WS-RD-ARG2(1:WS-RD-ARG2-LEN) IS NUMERIC
               ADD 1 TO WS-REDACT-COUNT
               MOVE "DIGITS" TO WS-RD-KIND(WS-REDACT-COUNT)
               MOVE WS-RD-ARG1(1:WS-RD-ARG1-LEN)
                   TO WS-RD-MIN(WS-REDACT-COUNT)
               MOVE WS-RD-ARG2(1:WS-RD-ARG2-LEN)
                   TO WS-RD-MAX(WS-REDACT-COUNT)
               IF WS-RD-MIN(WS-REDACT-COUNT) < 5
                   OR WS-RD-MAX(WS-REDACT-COUNT)
                       < WS-RD-MIN(WS-REDACT-COUNT)
                   SUBTRACT 1 FROM WS-REDACT-COUNT
               END-IF
           ELSE IF WS-RD-KIND-IN = "SHAPE"
               AND WS-RD-ARG1-LEN > 4 AND WS-RD-ARG1-LEN < 41
               ADD 1 TO WS-REDACT-COUNT
               MOVE "SHAPE" TO WS-RD-KIND(WS-REDACT-COUNT)
               MOVE WS-RD-ARG1 TO WS-RD-SHAPE(WS-REDACT-COUNT)
               MOVE WS-RD-ARG1-LEN TO WS-RD-SHAPE-LEN(WS-REDACT-COUNT)
           ELSE
               DISPLAY "NANOCODE.REDACT RULE IGNORED: "
                   REDACT-RECORD(1:40)
           END-IF.

      * HISTORY is indexed, so changed records are rewritten in
      * place under the HISTORY lock; the key, user and timestamp
      * never change, only the message text
       SWEEP-HISTORY.
           MOVE "HISTORY" TO WS-LEDGER-CLASS
           MOVE WS-HISTORY-PATH TO WS-LEDGER-PATH
           MOVE "NANOCODE.HISTORY" TO WS-FILE-LABEL
           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-FILE-CHANGED
           MOVE 0 TO WS-FILE-MASKED
           SET WS-HIST-FAILED TO FALSE
           PERFORM ACQUIRE-LEDGER-LOCK
           IF NOT WS-LOCK-HELD
               DISPLAY "HISTORY - COULD NOT LOCK, SKIPPED"
               MOVE 8 TO RETURN-CODE
               GO TO SWEEP-HISTORY-EXIT
           END-IF
           IF WS-REPORT-ONLY
               OPEN INPUT HISTORY-FILE
           ELSE
               OPEN I-O HISTORY-FILE
           END-IF
           IF NOT WS-HISTORY-OK
               IF WS-HISTORY-STATUS = "35"
                   DISPLAY "HISTORY - NOT ON FILE, SKIPPED"
               ELSE
                   DISPLAY "CANNOT OPEN NANOCODE.HISTORY - STATUS "
                       WS-HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM RELEASE-LEDGER-LOCK
               GO TO SWEEP-HISTORY-EXIT
           END-IF

           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ HISTORY-FILE NEXT RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END PERFORM MASK-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           SET EOF TO FALSE
           PERFORM RELEASE-LEDGER-LOCK
           IF WS-HIST-FAILED
               DISPLAY "HISTORY - REWRITE FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM SHOW-FILE-TOTALS.
       SWEEP-HISTORY-EXIT.
           EXIT.

       MASK-HISTORY-RECORD.
           ADD 1 TO WS-FILE-RECORDS
           MOVE HIST-CONTENT TO WS-MASK-TEXT
           PERFORM MASK-SENSITIVE-TEXT THRU MASK-SENSITIVE-TEXT-EXIT
           IF WS-MASK-COUNT > 0
               MOVE WS-MASK-TEXT TO HIST-CONTENT
               ADD 1 TO WS-FILE-CHANGED
               ADD WS-MASK-COUNT TO WS-FILE-MASKED
               MOVE WS-MASK-COUNT TO WS-MASK-COUNT-OUT
               DISPLAY "  HISTORY SESSION " HIST-SESSION-ID
                   " SEQ " HIST-MSG-SEQ
                   " MASKED " WS-MASK-COUNT-OUT
               IF NOT WS-REPORT-ONLY
                   REWRITE HISTORY-RECORD
                   IF NOT WS-HISTORY-OK
                       SET WS-HIST-FAILED TO TRUE
                       SET EOF TO TRUE
                   END-IF
               END-IF
           END-IF.

      * the live overflow and its yearly archives are all written
      * under the OVERFLOW lock (housekeep archives while holding
      * it), so the one lock covers the whole overflow family
       SWEEP-OVERFLOW.
           MOVE "OVERFLOW" TO WS-LEDGER-CLASS
           MOVE WS-OVERFLOW-PATH TO WS-LEDGER-PATH
           PERFORM ACQUIRE-LEDGER-LOCK
           IF NOT WS-LOCK-HELD
               DISPLAY "OVERFLOW - COULD NOT LOCK, SKIPPED"
               MOVE 8 TO RETURN-CODE
               GO TO SWEEP-OVERFLOW-EXIT
           END-IF
           MOVE WS-OVERFLOW-PATH TO WS-FLAT-PATH
           PERFORM SWEEP-FLAT-FILE THRU SWEEP-FLAT-FILE-EXIT
           MOVE WS-TODAY TO WS-HK-DATE
           PERFORM SWEEP-ONE-OVERFLOW-YEAR 4 TIMES
           PERFORM RELEASE-LEDGER-LOCK.
       SWEEP-OVERFLOW-EXIT.
           EXIT.

       SWEEP-ONE-OVERFLOW-YEAR.
           MOVE SPACES TO WS-FLAT-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.OVERFLOW.ARCHIVE." DELIMITED BY SIZE
               HK-YEAR DELIMITED BY SIZE
               INTO WS-FLAT-PATH
           PERFORM SWEEP-FLAT-FILE THRU SWEEP-FLAT-FILE-EXIT
           SUBTRACT 1 FROM HK-YEAR.

      * the same three-year window housekeep walks: every dated
      * transcript from today back, then every monthly archive
       SWEEP-TRANSCRIPTS.
           MOVE WS-TODAY TO WS-HK-DATE
           PERFORM SWEEP-ONE-TRANSCRIPT-DAY 1096 TIMES
           MOVE WS-TODAY TO WS-HK-DATE
           PERFORM SWEEP-ONE-TRANSCRIPT-MONTH 37 TIMES.

       SWEEP-ONE-TRANSCRIPT-DAY.
           MOVE SPACES TO WS-FLAT-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.TRANSCRIPT." DELIMITED BY SIZE
               WS-HK-DATE DELIMITED BY SIZE
               INTO WS-FLAT-PATH
           PERFORM SWEEP-FLAT-FILE THRU SWEEP-FLAT-FILE-EXIT
           PERFORM DECREMENT-ONE-DAY.

       SWEEP-ONE-TRANSCRIPT-MONTH.
           MOVE SPACES TO WS-FLAT-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.TRANSCRIPT.ARCHIVE." DELIMITED BY SIZE
               WS-HK-DATE(1:6) DELIMITED BY SIZE
               INTO WS-FLAT-PATH
           PERFORM SWEEP-FLAT-FILE THRU SWEEP-FLAT-FILE-EXIT
           IF HK-MONTH > 1
               SUBTRACT 1 FROM HK-MONTH
           ELSE
               SUBTRACT 1 FROM HK-YEAR
               MOVE 12 TO HK-MONTH
           END-IF.

      * copy one flat file through the work file with its message
      * text masked; the file is rewritten only when something was
      * masked and the run is not REPORT only - a file that is not
      * on disk is simply passed over
       SWEEP-FLAT-FILE.
           OPEN INPUT FLAT-FILE
           IF NOT WS-FLAT-OK
               GO TO SWEEP-FLAT-FILE-EXIT
           END-IF
           MOVE WS-FLAT-PATH TO WS-FILE-LABEL
           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-FILE-CHANGED
           MOVE 0 TO WS-FILE-MASKED
           OPEN OUTPUT WORK-FILE
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ FLAT-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END PERFORM MASK-FLAT-RECORD
               END-READ
           END-PERFORM
           CLOSE FLAT-FILE
           CLOSE WORK-FILE
           SET EOF TO FALSE
           IF WS-FILE-CHANGED > 0 AND NOT WS-REPORT-ONLY
               PERFORM REWRITE-FLAT-FROM-WORK
           END-IF
           DELETE FILE WORK-FILE
           PERFORM SHOW-FILE-TOTALS.
       SWEEP-FLAT-FILE-EXIT.
           EXIT.

      * transcript snapshot headers carry no message text
       MASK-FLAT-RECORD.
           ADD 1 TO WS-FILE-RECORDS
           IF FLAT-RECORD(1:12) NOT = "--- SESSION "
               MOVE FLAT-CONTENT TO WS-MASK-TEXT
               PERFORM MASK-SENSITIVE-TEXT
                   THRU MASK-SENSITIVE-TEXT-EXIT
               IF WS-MASK-COUNT > 0
                   MOVE WS-MASK-TEXT TO FLAT-CONTENT
                   ADD 1 TO WS-FILE-CHANGED
                   ADD WS-MASK-COUNT TO WS-FILE-MASKED
                   MOVE WS-MASK-COUNT TO WS-MASK-COUNT-OUT
                   DISPLAY "  " WS-FLAT-PATH(1:40)
                       " RECORD " WS-FILE-RECORDS
                       " SESSION " FLAT-SESSION-ID
                       " MASKED " WS-MASK-COUNT-OUT
               END-IF
           END-IF
           WRITE WORK-RECORD FROM FLAT-RECORD.

       REWRITE-FLAT-FROM-WORK.
           OPEN OUTPUT FLAT-FILE
           OPEN INPUT WORK-FILE
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ WORK-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END
                       WRITE FLAT-RECORD FROM WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE FLAT-FILE
           SET EOF TO FALSE.

       SHOW-FILE-TOTALS.
           ADD 1 TO WS-FILES-SWEPT
           ADD WS-FILE-CHANGED TO WS-TOTAL-CHANGED
           ADD WS-FILE-MASKED TO WS-TOTAL-MASKED
           DISPLAY WS-FILE-LABEL(1:40)
               " RECORDS " WS-FILE-RECORDS
               " CHANGED " WS-FILE-CHANGED
               " MASKED " WS-FILE-MASKED.

      * masking paragraphs - the same rules as MASK-SENSITIVE-TEXT
      * in nanocode.cob: every rule runs over the text in turn, the
      * last four characters of a match stay readable, and a shape
      * keeps its punctuation
       MASK-SENSITIVE-TEXT.
           MOVE 0 TO WS-MASK-COUNT
           MOVE 0 TO WS-MASK-LEN
           PERFORM SCAN-MASK-LEN
               VARYING WS-SCAN-IDX FROM 1024 BY -1
               UNTIL WS-SCAN-IDX = 0 OR WS-MASK-LEN > 0
           IF WS-MASK-LEN = 0
               GO TO MASK-SENSITIVE-TEXT-EXIT
           END-IF
           PERFORM APPLY-REDACT-RULE
               VARYING WS-REDACT-IDX FROM 1 BY 1
               UNTIL WS-REDACT-IDX > WS-REDACT-COUNT.
       MASK-SENSITIVE-TEXT-EXIT.
           EXIT.

       SCAN-MASK-LEN.
           IF WS-MASK-TEXT(WS-SCAN-IDX:1) NOT = SPACE
               MOVE WS-SCAN-IDX TO WS-MASK-LEN
           END-IF.

       APPLY-REDACT-RULE.
           MOVE 1 TO WS-MASK-POS
           IF WS-RD-KIND(WS-REDACT-IDX) = "DIGITS"
               PERFORM MASK-NEXT-DIGIT-RUN
                   UNTIL WS-MASK-POS > WS-MASK-LEN
           ELSE
               IF WS-RD-SHAPE-LEN(WS-REDACT-IDX) NOT > WS-MASK-LEN
                   COMPUTE WS-MASK-STOP = WS-MASK-LEN
                       - WS-RD-SHAPE-LEN(WS-REDACT-IDX) + 1
                   PERFORM TRY-SHAPE-AT
                       UNTIL WS-MASK-POS > WS-MASK-STOP
               END-IF
           END-IF.

       MASK-NEXT-DIGIT-RUN.
           IF WS-MASK-TEXT(WS-MASK-POS:1) IS NOT NUMERIC
               ADD 1 TO WS-MASK-POS
           ELSE
               MOVE WS-MASK-POS TO WS-MASK-AT
               MOVE 0 TO WS-MASK-RUN
               SET WS-MASK-RUN-DONE TO FALSE
               PERFORM COUNT-DIGIT-RUN
                   UNTIL WS-MASK-RUN-DONE OR WS-MASK-POS > WS-MASK-LEN
               IF WS-MASK-RUN NOT < WS-RD-MIN(WS-REDACT-IDX)
                   AND WS-MASK-RUN NOT > WS-RD-MAX(WS-REDACT-IDX)
                   MOVE ALL "*"
                       TO WS-MASK-TEXT(WS-MASK-AT:WS-MASK-RUN - 4)
                   ADD 1 TO WS-MASK-COUNT
               END-IF
           END-IF.

       COUNT-DIGIT-RUN.
           IF WS-MASK-TEXT(WS-MASK-POS:1) IS NUMERIC
               ADD 1 TO WS-MASK-RUN
               ADD 1 TO WS-MASK-POS
           ELSE
               SET WS-MASK-RUN-DONE TO TRUE
           END-IF.

       TRY-SHAPE-AT.
           SET WS-SHAPE-MATCHED TO TRUE
           IF WS-MASK-POS > 1
               MOVE WS-MASK-TEXT(WS-MASK-POS - 1:1) TO WS-MASK-CHAR
               PERFORM CHECK-SHAPE-BOUNDARY
           END-IF
           IF WS-MASK-POS < WS-MASK-STOP
               MOVE WS-MASK-TEXT(WS-MASK-POS
                   + WS-RD-SHAPE-LEN(WS-REDACT-IDX):1) TO WS-MASK-CHAR
               PERFORM CHECK-SHAPE-BOUNDARY
           END-IF
           PERFORM MATCH-SHAPE-CHAR
               VARYING WS-MASK-K FROM 1 BY 1
               UNTIL WS-MASK-K > WS-RD-SHAPE-LEN(WS-REDACT-IDX)
                   OR NOT WS-SHAPE-MATCHED
           IF WS-SHAPE-MATCHED
               PERFORM MASK-SHAPE-CHAR
                   VARYING WS-MASK-K FROM 1 BY 1
                   UNTIL WS-MASK-K >
                       WS-RD-SHAPE-LEN(WS-REDACT-IDX) - 4
               ADD 1 TO WS-MASK-COUNT
               ADD WS-RD-SHAPE-LEN(WS-REDACT-IDX) TO WS-MASK-POS
           ELSE
               ADD 1 TO WS-MASK-POS
           END-IF.

       CHECK-SHAPE-BOUNDARY.
           IF WS-MASK-CHAR IS NUMERIC
               OR (WS-MASK-CHAR IS ALPHABETIC
                   AND WS-MASK-CHAR NOT = SPACE)
               SET WS-SHAPE-MATCHED TO FALSE
           END-IF.

       MATCH-SHAPE-CHAR.
           MOVE WS-RD-SHAPE(WS-REDACT-IDX)(WS-MASK-K:1)
               TO WS-SHAPE-CHAR
           MOVE WS-MASK-TEXT(WS-MASK-POS + WS-MASK-K - 1:1)
               TO WS-MASK-CHAR
           IF WS-SHAPE-CHAR = "9"
               IF WS-MASK-CHAR IS NOT NUMERIC
                   SET WS-SHAPE-MATCHED TO FALSE
               END-IF
           ELSE IF WS-SHAPE-CHAR = "A"
               IF WS-MASK-CHAR IS NOT ALPHABETIC
                   OR WS-MASK-CHAR = SPACE
                   SET WS-SHAPE-MATCHED TO FALSE
               END-IF
           ELSE
               IF WS-MASK-CHAR NOT = WS-SHAPE-CHAR
                   SET WS-SHAPE-MATCHED TO FALSE
               END-IF
           END-IF.

       MASK-SHAPE-CHAR.
           MOVE WS-RD-SHAPE(WS-REDACT-IDX)(WS-MASK-K:1)
               TO WS-SHAPE-CHAR
           IF WS-SHAPE-CHAR = "9" OR WS-SHAPE-CHAR = "A"
               MOVE "*" TO WS-MASK-TEXT(WS-MASK-POS + WS-MASK-K - 1:1)
           END-IF.

       DECREMENT-ONE-DAY.
           IF HK-DAY > 1
               SUBTRACT 1 FROM HK-DAY
           ELSE
               IF HK-MONTH > 1
                   SUBTRACT 1 FROM HK-MONTH
                   PERFORM SET-MONTH-END-DAY
               ELSE
                   SUBTRACT 1 FROM HK-YEAR
                   MOVE 12 TO HK-MONTH
                   MOVE 31 TO HK-DAY
               END-IF
           END-IF.

       SET-MONTH-END-DAY.
           MOVE WS-MONTH-DAYS(HK-MONTH) TO HK-DAY
           IF HK-MONTH = 2
               DIVIDE HK-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R4
               DIVIDE HK-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R100
               DIVIDE HK-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R400
               IF WS-LEAP-R4 = 0
                   AND (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
                   MOVE 29 TO HK-DAY
               END-IF
           END-IF.

      * same probe/create protocol the sessions use; like housekeep,
      * the sweep never presses on without the lock because it is
      * about to rewrite the file
       ACQUIRE-LEDGER-LOCK.
           MOVE SPACES TO WS-LOCK-PATH
           STRING WS-LEDGER-PATH DELIMITED BY SPACE
               ".LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-PATH
           SET WS-LOCK-HELD TO FALSE
           MOVE 0 TO WS-LOCK-TRIES
           PERFORM TRY-LEDGER-LOCK
               UNTIL WS-LOCK-HELD
                   OR WS-LOCK-TRIES > WS-LOCK-TRY-LIMIT.

       TRY-LEDGER-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-SEEN
               MOVE SPACES TO LOCK-RECORD
               READ LOCK-FILE
                   AT END CONTINUE
               END-READ
               CLOSE LOCK-FILE
               DISPLAY "WAITING FOR " WS-LEDGER-CLASS
                   " - HELD BY " LCK-USER
                   " SESSION " LCK-SESSION-ID
                   " SINCE " LCK-TIMESTAMP
               ADD 1 TO WS-LOCK-TRIES
               CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECS
           ELSE
               OPEN OUTPUT LOCK-FILE
               IF WS-LOCK-SEEN
                   PERFORM BUILD-TIMESTAMP
                   MOVE SPACES TO LOCK-RECORD
                   MOVE WS-TIMESTAMP TO LCK-TIMESTAMP
                   MOVE "REDACT" TO LCK-SESSION-ID
                   MOVE WS-USER-ID TO LCK-USER
                   WRITE LOCK-RECORD
                   CLOSE LOCK-FILE
                   SET WS-LOCK-HELD TO TRUE
               ELSE
                   ADD 1 TO WS-LOCK-TRIES
                   CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECS
               END-IF
           END-IF.

       RELEASE-LEDGER-LOCK.
           IF WS-LOCK-HELD
               DELETE FILE LOCK-FILE
               SET WS-LOCK-HELD TO FALSE
           END-IF.

       BUILD-TIMESTAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-TODAY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
