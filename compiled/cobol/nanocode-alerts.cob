       IDENTIFICATION DIVISION.
       PROGRAM-ID. NANOCODE-ALERTS.
       AUTHOR. CLAUDE-AI.
      * nanocode-alerts - security exceptions run over the audit and
      * session ledgers
      * cobc -x nanocode-alerts.cob && ./nanocode-alerts [YYYYMMDD]
      * scans NANOCODE.AUDIT and NANOCODE.SESSIONLOG for the given
      * day (yesterday when no date is given, so it fits the
      * overnight chain) and writes one line per finding to
      * NANOCODE.ALERTS.<YYYYMMDD>, HIGH findings first:
      *   DENIED-BURST  HIGH    a user refused by the ACL DENIED-COUNT
      *                         times within DENIED-MINUTES
      *   WATCHLIST     HIGH    a WRITE, EDIT, RESTOR or APPROV of a
      *                         path under a NANOCODE.WATCHLIST prefix
      *                         (a watchlist line may say MEDIUM)
      *   OFF-HOURS     MEDIUM  a session started before HOURS-FROM,
      *                         at or after HOURS-TO, or at a weekend
      *                         unless WEEKEND-WORK is Y
      *   CONCURRENT    MEDIUM  two sessions of one user open at once
      *   READ-VOLUME   MEDIUM  a user reading READ-PATHS or more
      *                         distinct paths in the day
      * each line carries severity, rule, user, session id and the
      * first and last timestamps of the evidence; the thresholds
      * are keyword lines in NANOCODE.ALERTCTL (defaults 5, 60, 0700,
      * 1900, N, 50); the run ends RC 8 when there is a HIGH
      * finding and RC 4 when the worst is MEDIUM, so the step shows
      * in NANOCODE.RUNLOG - give it MAXRC=8 in the NIGHTPLAN so the
      * findings do not stop the chain
      *
      * MODIFICATION HISTORY
      * 2026-10-15  initial version

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SESSION-LOG-FILE ASSIGN TO WS-SESSION-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-LOG-STATUS.
           SELECT ALERT-FILE ASSIGN TO WS-ALERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ALERTCTL-FILE ASSIGN TO "NANOCODE.ALERTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTCTL-STATUS.
           SELECT WATCHLIST-FILE ASSIGN TO "NANOCODE.WATCHLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "NANOCODE.CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-TIMESTAMP    PIC X(17).
           05 AUD-DATE         REDEFINES AUD-TIMESTAMP PIC X(8).
           05 FILLER           PIC X(1).
           05 AUD-SESSION-ID   PIC X(16).
           05 FILLER           PIC X(1).
           05 AUD-USER         PIC X(8).
           05 FILLER           PIC X(1).
           05 AUD-ACTION       PIC X(6).
           05 FILLER           PIC X(1).
           05 AUD-MSG-COUNT    PIC 9(4).
           05 FILLER           PIC X(1).
           05 AUD-FILEPATH     PIC X(256).
           05 FILLER           PIC X(8).

       FD SESSION-LOG-FILE.
       01 SESSION-LOG-RECORD.
           05 SLR-TIMESTAMP    PIC X(17).
           05 FILLER           PIC X(1).
           05 SLR-SESSION-ID   PIC X(16).
           05 FILLER           PIC X(1).
           05 SLR-USER         PIC X(8).
           05 FILLER           PIC X(1).
           05 SLR-ACTION       PIC X(6).
           05 FILLER           PIC X(1).
           05 SLR-MSG-COUNT    PIC 9(4).
           05 FILLER           PIC X(25).

       FD ALERT-FILE.
       01 ALERT-RECORD PIC X(132).

       FD ALERTCTL-FILE.
       01 ALERTCTL-RECORD PIC X(80).

       FD WATCHLIST-FILE.
       01 WATCHLIST-RECORD PIC X(256).

       FD CONFIG-FILE.
       01 CONFIG-RECORD PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS     PIC X(2).
           88 WS-AUDIT-OK VALUE "00".
       01 WS-SESSION-LOG-STATUS PIC X(2).
           88 WS-SESSION-LOG-OK VALUE "00".
       01 WS-ALERT-STATUS     PIC X(2).
       01 WS-ALERTCTL-STATUS  PIC X(2).
           88 WS-ALERTCTL-FOUND VALUE "00".
       01 WS-WATCHLIST-STATUS PIC X(2).
           88 WS-WATCHLIST-FOUND VALUE "00".
       01 WS-CONFIG-STATUS    PIC X(2).
           88 WS-CONFIG-FOUND VALUE "00".
       01 WS-CONFIG-KEY       PIC X(16).
       01 WS-CONFIG-VALUE     PIC X(64).
       01 WS-CONFIG-VALUE-LEN PIC 9(4) COMP.
       01 WS-PATH-PREFIX      PIC X(64) VALUE SPACES.
       01 WS-AUDIT-PATH       PIC X(128).
       01 WS-SESSION-LOG-PATH PIC X(128).
       01 WS-ALERT-PATH       PIC X(128).
       01 WS-CFG-EOF-SWITCH   PIC X(1) VALUE "N".
           88 CFG-EOF VALUE "Y" FALSE "N".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
           88 EOF VALUE "Y" FALSE "N".

       01 WS-STARTUP-PARM     PIC X(80).
       01 WS-PARM-DATE        PIC X(8).
       01 WS-TODAY            PIC 9(8).
       01 WS-REPORT-DATE      PIC X(8).
       01 WS-PRIOR-DATE       PIC X(8).

       01 WS-AL-DATE.
           05 AL-YEAR          PIC 9(4).
           05 AL-MONTH         PIC 9(2).
           05 AL-DAY           PIC 9(2).

       01 WS-MONTH-DAYS-TBL    PIC X(24)
           VALUE "312831303130313130313031".
       01 FILLER REDEFINES WS-MONTH-DAYS-TBL.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       01 WS-LEAP-QUOT         PIC 9(4) COMP.
       01 WS-LEAP-R4           PIC 9(4) COMP.
       01 WS-LEAP-R100         PIC 9(4) COMP.
       01 WS-LEAP-R400         PIC 9(4) COMP.

      * thresholds; NANOCODE.ALERTCTL overrides any of them
       01 WS-DENIED-COUNT     PIC 9(4) VALUE 5.
       01 WS-DENIED-MINUTES   PIC 9(4) VALUE 60.
       01 WS-HOURS-FROM       PIC 9(4) VALUE 0700.
       01 WS-HOURS-TO         PIC 9(4) VALUE 1900.
       01 WS-WEEKEND-WORK     PIC X(1) VALUE "N".
       01 WS-READ-PATHS       PIC 9(4) VALUE 50.
       01 WS-CTL-NUM          PIC 9(4).

       01 WS-WATCH-COUNT      PIC 9(4) COMP VALUE 0.
       01 WS-WATCH-IDX        PIC 9(4) COMP.
       01 WS-WATCH-SLOT       PIC 9(4) COMP.
       01 WS-WATCH-TABLE.
           05 WS-WATCH-ENTRY OCCURS 50 TIMES.
               10 WS-WT-PREFIX     PIC X(256).
               10 WS-WT-PREFIX-LEN PIC 9(4) COMP.
               10 WS-WT-SEVERITY   PIC X(6).
       01 WS-WATCH-SEVERITY   PIC X(8).

      * timestamps as minutes on a continuous scale, as in the
      * operator monitor, so windows subtract cleanly over midnight
       01 WS-TS-WORK          PIC X(17).
       01 WS-TS-DATE.
           05 TS-YEAR          PIC 9(4).
           05 TS-MONTH         PIC 9(2).
           05 TS-DAY           PIC 9(2).
       01 WS-TS-HH            PIC 9(2).
       01 WS-TS-MM            PIC 9(2).
       01 WS-TS-MINUTES       PIC 9(12) COMP.
       01 WS-DAY-SERIAL       PIC 9(9) COMP.
       01 WS-MONTH-IDX        PIC 9(2) COMP.
       01 WS-YEAR-M1          PIC 9(4) COMP.
       01 WS-LEAP-Q4          PIC 9(4) COMP.
       01 WS-LEAP-Q100        PIC 9(4) COMP.
       01 WS-LEAP-Q400        PIC 9(4) COMP.
       01 WS-WEEK-QUOT        PIC 9(9) COMP.
       01 WS-WEEK-DAY         PIC 9(1) COMP.
       01 WS-START-HHMM       PIC 9(4).

      * one row per user seen in the day's audit entries; the last
      * DENIED-COUNT refusals sit in a ring so a burst is found as
      * the refusals arrive; users past the first 200 go unchecked
      * and are counted
       01 WS-USER-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-USER-IDX         PIC 9(4) COMP.
       01 WS-USER-SLOT        PIC 9(4) COMP.
       01 WS-USERS-DROPPED    PIC 9(6) VALUE 0.
       01 WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 200 TIMES.
               10 WS-UT-USER         PIC X(8).
               10 WS-UT-DENIED-SEEN  PIC 9(6).
               10 WS-UT-RING OCCURS 20 TIMES.
                   15 WS-UT-RING-TS   PIC X(17).
                   15 WS-UT-RING-MIN  PIC 9(12) COMP.
               10 WS-UT-BURST-FIND   PIC 9(4) COMP.
               10 WS-UT-BURST-LAST   PIC X(17).
               10 WS-UT-READ-PATHS   PIC 9(6).
               10 WS-UT-READ-FIRST   PIC X(17).
               10 WS-UT-READ-LAST    PIC X(17).
               10 WS-UT-READ-SESSION PIC X(16).
       01 WS-RING-SLOT        PIC 9(4) COMP.
       01 WS-RING-OLDEST      PIC 9(4) COMP.
       01 WS-RING-QUOT        PIC 9(6) COMP.
       01 WS-RING-SPAN        PIC S9(12) COMP.

      * distinct user/path pairs read in the day; once full, the
      * read-volume counts are short and the report says so
       01 WS-READ-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-READ-IDX         PIC 9(4) COMP.
       01 WS-READ-FOUND-SW    PIC X(1).
           88 WS-READ-FOUND VALUE "Y" FALSE "N".
       01 WS-READS-FULL-SW    PIC X(1) VALUE "N".
           88 WS-READS-FULL VALUE "Y" FALSE "N".
       01 WS-READ-TABLE.
           05 WS-READ-ENTRY OCCURS 2000 TIMES.
               10 WS-RT-USER       PIC X(8).
               10 WS-RT-PATH       PIC X(256).

      * sessions started on the day or the day before (one begun
      * late last night can still overlap one begun today); past
      * 500 they are counted and left out
       01 WS-SESS-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-SESS-IDX         PIC 9(4) COMP.
       01 WS-SESS-IDX-2       PIC 9(4) COMP.
       01 WS-SESS-SLOT        PIC 9(4) COMP.
       01 WS-SESS-DROPPED     PIC 9(6) VALUE 0.
       01 WS-SESS-TABLE.
           05 WS-SESS-ENTRY OCCURS 500 TIMES.
               10 WS-ST-SESSION-ID PIC X(16).
               10 WS-ST-USER       PIC X(8).
               10 WS-ST-START-TS   PIC X(17).
               10 WS-ST-LAST-TS    PIC X(17).
       01 WS-OVERLAP-FIRST    PIC X(17).
       01 WS-OVERLAP-LAST     PIC X(17).
       01 WS-OVERLAP-SESSION  PIC X(16).
       01 WS-OVERLAP-OTHER    PIC X(16).

      * findings in the order found; printed HIGH first, then
      * MEDIUM; past 500 they still count toward the return code
       01 WS-FIND-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-FIND-IDX         PIC 9(4) COMP.
       01 WS-FINDS-DROPPED    PIC 9(6) VALUE 0.
       01 WS-HIGH-COUNT       PIC 9(6) VALUE 0.
       01 WS-MEDIUM-COUNT     PIC 9(6) VALUE 0.
       01 WS-FIND-TABLE.
           05 WS-FIND-ENTRY OCCURS 500 TIMES.
               10 WS-FT-SEVERITY   PIC X(6).
               10 WS-FT-RULE       PIC X(14).
               10 WS-FT-USER       PIC X(8).
               10 WS-FT-SESSION    PIC X(16).
               10 WS-FT-FIRST      PIC X(17).
               10 WS-FT-LAST       PIC X(17).
               10 WS-FT-COUNT      PIC 9(6).
               10 WS-FT-DETAIL     PIC X(40).
       01 WS-NEW-FINDING.
           05 WS-NF-SEVERITY   PIC X(6).
           05 WS-NF-RULE       PIC X(14).
           05 WS-NF-USER       PIC X(8).
           05 WS-NF-SESSION    PIC X(16).
           05 WS-NF-FIRST      PIC X(17).
           05 WS-NF-LAST       PIC X(17).
           05 WS-NF-COUNT      PIC 9(6).
           05 WS-NF-DETAIL     PIC X(40).
       01 WS-PRINT-SEVERITY   PIC X(6).

       01 WS-RECORDS-READ     PIC 9(6) VALUE 0.
       01 WS-SLOG-RECORDS     PIC 9(6) VALUE 0.

       01 WS-PRINT-LINE       PIC X(132).
       01 WS-ALERT-LINE.
           05 WS-AL-SEVERITY   PIC X(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-AL-RULE       PIC X(14).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-AL-USER       PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-AL-SESSION    PIC X(16).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-AL-FIRST      PIC X(17).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-AL-LAST       PIC X(17).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-AL-DETAIL     PIC X(40).
           05 FILLER           PIC X(8) VALUE SPACES.
       01 WS-COUNT-SHOW       PIC ZZZZZ9.
       01 WS-NUM-SHOW         PIC ZZZ9.
       01 WS-NUM-SHOW-2       PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARM-DATE
           UNSTRING WS-STARTUP-PARM DELIMITED BY ALL " "
               INTO WS-PARM-DATE
           IF WS-PARM-DATE = SPACES
               MOVE WS-TODAY TO WS-AL-DATE
               PERFORM DECREMENT-ONE-DAY
               MOVE WS-AL-DATE TO WS-REPORT-DATE
           ELSE
               IF WS-PARM-DATE NOT NUMERIC
                   DISPLAY "USAGE: nanocode-alerts [YYYYMMDD]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-DATE TO WS-REPORT-DATE
           END-IF
           MOVE WS-REPORT-DATE TO WS-AL-DATE
           PERFORM DECREMENT-ONE-DAY
           MOVE WS-AL-DATE TO WS-PRIOR-DATE

           PERFORM LOAD-PATH-PREFIX THRU LOAD-PATH-PREFIX-EXIT
           MOVE SPACES TO WS-AUDIT-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.AUDIT" DELIMITED BY SIZE
               INTO WS-AUDIT-PATH
           MOVE SPACES TO WS-SESSION-LOG-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.SESSIONLOG" DELIMITED BY SIZE
               INTO WS-SESSION-LOG-PATH
           MOVE SPACES TO WS-ALERT-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.ALERTS." DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WS-ALERT-PATH

           PERFORM LOAD-ALERT-CONTROLS THRU LOAD-ALERT-CONTROLS-EXIT
           PERFORM LOAD-WATCHLIST THRU LOAD-WATCHLIST-EXIT

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-OK
               PERFORM UNTIL EOF
                   READ AUDIT-FILE
                       AT END SET EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-AUDIT-RECORD
                               THRU CHECK-AUDIT-RECORD-EXIT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               SET EOF TO FALSE
           ELSE
               DISPLAY "NO AUDIT LEDGER FOUND - AUDIT RULES SKIPPED"
           END-IF
           PERFORM CHECK-READ-VOLUME
               VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT

           OPEN INPUT SESSION-LOG-FILE
           IF WS-SESSION-LOG-OK
               PERFORM UNTIL EOF
                   READ SESSION-LOG-FILE
                       AT END SET EOF TO TRUE
                       NOT AT END PERFORM TRACK-SESSION-EVENT
                   END-READ
               END-PERFORM
               CLOSE SESSION-LOG-FILE
               SET EOF TO FALSE
           ELSE
               DISPLAY "NO SESSION LOG FOUND - SESSION RULES SKIPPED"
           END-IF
           PERFORM CHECK-SESSION-HOURS THRU CHECK-SESSION-HOURS-EXIT
               VARYING WS-SESS-IDX FROM 1 BY 1
               UNTIL WS-SESS-IDX > WS-SESS-COUNT
           PERFORM CHECK-SESSION-OVERLAPS
               VARYING WS-SESS-IDX FROM 1 BY 1
               UNTIL WS-SESS-IDX > WS-SESS-COUNT

           PERFORM WRITE-ALERT-FILE
           DISPLAY "SECURITY ALERTS FOR " WS-REPORT-DATE
               " WRITTEN TO " WS-ALERT-PATH(1:50)
           IF WS-HIGH-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MEDIUM-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
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

      * NANOCODE.ALERTCTL holds one "KEYWORD value" per line, like
      * NANOCODE.CONFIG; a value out of range leaves the default
       LOAD-ALERT-CONTROLS.
           OPEN INPUT ALERTCTL-FILE
           IF NOT WS-ALERTCTL-FOUND
               GO TO LOAD-ALERT-CONTROLS-EXIT
           END-IF
           SET CFG-EOF TO FALSE
           PERFORM UNTIL CFG-EOF
               READ ALERTCTL-FILE
                   AT END SET CFG-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ALERT-CONTROL
                           THRU APPLY-ALERT-CONTROL-EXIT
               END-READ
           END-PERFORM
           CLOSE ALERTCTL-FILE.
       LOAD-ALERT-CONTROLS-EXIT.
           EXIT.

       APPLY-ALERT-CONTROL.
           MOVE SPACES TO WS-CONFIG-KEY
           MOVE SPACES TO WS-CONFIG-VALUE
           MOVE 0 TO WS-CONFIG-VALUE-LEN
           UNSTRING ALERTCTL-RECORD DELIMITED BY ALL " "
               INTO WS-CONFIG-KEY
                   WS-CONFIG-VALUE COUNT IN WS-CONFIG-VALUE-LEN
           IF WS-CONFIG-KEY = "WEEKEND-WORK"
               IF WS-CONFIG-VALUE = "Y" OR WS-CONFIG-VALUE = "N"
                   MOVE WS-CONFIG-VALUE TO WS-WEEKEND-WORK
               END-IF
           END-IF
           IF WS-CONFIG-VALUE-LEN = 0 OR WS-CONFIG-VALUE-LEN > 4
               OR WS-CONFIG-VALUE(1:WS-CONFIG-VALUE-LEN)
                   IS NOT NUMERIC
               GO TO APPLY-ALERT-CONTROL-EXIT
           END-IF
           MOVE WS-CONFIG-VALUE(1:WS-CONFIG-VALUE-LEN) TO WS-CTL-NUM
           IF WS-CONFIG-KEY = "DENIED-COUNT"
               AND WS-CTL-NUM > 1 AND WS-CTL-NUM < 21
               MOVE WS-CTL-NUM TO WS-DENIED-COUNT
           END-IF
           IF WS-CONFIG-KEY = "DENIED-MINUTES"
               AND WS-CTL-NUM > 0 AND WS-CTL-NUM < 1441
               MOVE WS-CTL-NUM TO WS-DENIED-MINUTES
           END-IF
           IF WS-CONFIG-KEY = "HOURS-FROM"
               AND WS-CONFIG-VALUE-LEN = 4 AND WS-CTL-NUM < 2401
               MOVE WS-CTL-NUM TO WS-HOURS-FROM
           END-IF
           IF WS-CONFIG-KEY = "HOURS-TO"
               AND WS-CONFIG-VALUE-LEN = 4 AND WS-CTL-NUM < 2401
               MOVE WS-CTL-NUM TO WS-HOURS-TO
           END-IF
           IF WS-CONFIG-KEY = "READ-PATHS" AND WS-CTL-NUM > 0
               MOVE WS-CTL-NUM TO WS-READ-PATHS
           END-IF.
       APPLY-ALERT-CONTROL-EXIT.
           EXIT.

      * NANOCODE.WATCHLIST is one path prefix per line, matched the
      * way the ACL matches, optionally followed by MEDIUM to lower
      * the finding from HIGH; 50 prefixes at most
       LOAD-WATCHLIST.
           OPEN INPUT WATCHLIST-FILE
           IF NOT WS-WATCHLIST-FOUND
               GO TO LOAD-WATCHLIST-EXIT
           END-IF
           SET CFG-EOF TO FALSE
           PERFORM UNTIL CFG-EOF
               READ WATCHLIST-FILE
                   AT END SET CFG-EOF TO TRUE
                   NOT AT END PERFORM LOAD-WATCHLIST-ENTRY
               END-READ
           END-PERFORM
           CLOSE WATCHLIST-FILE.
       LOAD-WATCHLIST-EXIT.
           EXIT.

       LOAD-WATCHLIST-ENTRY.
           IF WATCHLIST-RECORD = SPACES
               CONTINUE
           ELSE IF WS-WATCH-COUNT = 50
               DISPLAY "WATCHLIST ENTRY IGNORED (TABLE FULL): "
                   WATCHLIST-RECORD(1:40)
           ELSE
               ADD 1 TO WS-WATCH-COUNT
               MOVE WS-WATCH-COUNT TO WS-WATCH-SLOT
               MOVE SPACES TO WS-WT-PREFIX(WS-WATCH-SLOT)
               MOVE SPACES TO WS-WATCH-SEVERITY
               MOVE 0 TO WS-WT-PREFIX-LEN(WS-WATCH-SLOT)
               UNSTRING WATCHLIST-RECORD DELIMITED BY ALL " "
                   INTO WS-WT-PREFIX(WS-WATCH-SLOT)
                       COUNT IN WS-WT-PREFIX-LEN(WS-WATCH-SLOT)
                       WS-WATCH-SEVERITY
               IF WS-WATCH-SEVERITY = "MEDIUM"
                   MOVE "MEDIUM" TO WS-WT-SEVERITY(WS-WATCH-SLOT)
               ELSE
                   MOVE "HIGH" TO WS-WT-SEVERITY(WS-WATCH-SLOT)
               END-IF
               IF WS-WT-PREFIX-LEN(WS-WATCH-SLOT) = 0
                   SUBTRACT 1 FROM WS-WATCH-COUNT
               END-IF
           END-IF.

       DECREMENT-ONE-DAY.
           IF AL-DAY > 1
               SUBTRACT 1 FROM AL-DAY
           ELSE
               IF AL-MONTH > 1
                   SUBTRACT 1 FROM AL-MONTH
                   PERFORM SET-MONTH-END-DAY
               ELSE
                   SUBTRACT 1 FROM AL-YEAR
                   MOVE 12 TO AL-MONTH
                   MOVE 31 TO AL-DAY
               END-IF
           END-IF.

       SET-MONTH-END-DAY.
           MOVE WS-MONTH-DAYS(AL-MONTH) TO AL-DAY
           IF AL-MONTH = 2
               DIVIDE AL-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R4
               DIVIDE AL-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R100
               DIVIDE AL-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R400
               IF WS-LEAP-R4 = 0
                   AND (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
                   MOVE 29 TO AL-DAY
               END-IF
           END-IF.

      * the day's audit entries drive three rules: DENIED bursts,
      * changes to watched paths and the distinct paths each user
      * read
       CHECK-AUDIT-RECORD.
           ADD 1 TO WS-RECORDS-READ
           IF AUD-DATE NOT = WS-REPORT-DATE
               GO TO CHECK-AUDIT-RECORD-EXIT
           END-IF
           IF AUD-ACTION = "DENIED"
               PERFORM FIND-USER-SLOT
               IF WS-USER-SLOT > 0
                   PERFORM CHECK-DENIED-BURST
                       THRU CHECK-DENIED-BURST-EXIT
               END-IF
           ELSE IF AUD-ACTION = "WRITE" OR AUD-ACTION = "EDIT"
               OR AUD-ACTION = "RESTOR" OR AUD-ACTION = "APPROV"
               PERFORM CHECK-WATCHLIST
           ELSE IF AUD-ACTION = "READ"
               PERFORM FIND-USER-SLOT
               IF WS-USER-SLOT > 0
                   PERFORM TALLY-DISTINCT-READ
                       THRU TALLY-DISTINCT-READ-EXIT
               END-IF
           END-IF.
       CHECK-AUDIT-RECORD-EXIT.
           EXIT.

       FIND-USER-SLOT.
           MOVE 0 TO WS-USER-SLOT
           PERFORM MATCH-USER-SLOT
               VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
                   OR WS-USER-SLOT > 0
           IF WS-USER-SLOT = 0
               IF WS-USER-COUNT < 200
                   ADD 1 TO WS-USER-COUNT
                   MOVE WS-USER-COUNT TO WS-USER-SLOT
                   MOVE AUD-USER TO WS-UT-USER(WS-USER-SLOT)
                   MOVE 0 TO WS-UT-DENIED-SEEN(WS-USER-SLOT)
                   MOVE 0 TO WS-UT-BURST-FIND(WS-USER-SLOT)
                   MOVE SPACES TO WS-UT-BURST-LAST(WS-USER-SLOT)
                   MOVE 0 TO WS-UT-READ-PATHS(WS-USER-SLOT)
                   MOVE SPACES TO WS-UT-READ-FIRST(WS-USER-SLOT)
                   MOVE SPACES TO WS-UT-READ-LAST(WS-USER-SLOT)
                   MOVE SPACES TO WS-UT-READ-SESSION(WS-USER-SLOT)
               ELSE
                   ADD 1 TO WS-USERS-DROPPED
               END-IF
           END-IF.

       MATCH-USER-SLOT.
           IF WS-UT-USER(WS-USER-IDX) = AUD-USER
               MOVE WS-USER-IDX TO WS-USER-SLOT
           END-IF.

      * the refusal goes into the user's ring; once DENIED-COUNT
      * have been seen, the oldest of the last DENIED-COUNT is the
      * slot after this one, and if it falls inside the window the
      * user is in a burst - a burst that carries on from the last
      * one found is extended rather than reported again
       CHECK-DENIED-BURST.
           ADD 1 TO WS-UT-DENIED-SEEN(WS-USER-SLOT)
           DIVIDE WS-UT-DENIED-SEEN(WS-USER-SLOT) BY WS-DENIED-COUNT
               GIVING WS-RING-QUOT REMAINDER WS-RING-OLDEST
           ADD 1 TO WS-RING-OLDEST
           COMPUTE WS-RING-SLOT = WS-RING-OLDEST - 1
           IF WS-RING-SLOT = 0
               MOVE WS-DENIED-COUNT TO WS-RING-SLOT
           END-IF
           MOVE AUD-TIMESTAMP TO WS-TS-WORK
           PERFORM COMPUTE-TS-MINUTES
           MOVE AUD-TIMESTAMP
               TO WS-UT-RING-TS(WS-USER-SLOT, WS-RING-SLOT)
           MOVE WS-TS-MINUTES
               TO WS-UT-RING-MIN(WS-USER-SLOT, WS-RING-SLOT)
           IF WS-UT-DENIED-SEEN(WS-USER-SLOT) < WS-DENIED-COUNT
               GO TO CHECK-DENIED-BURST-EXIT
           END-IF
           COMPUTE WS-RING-SPAN = WS-TS-MINUTES
               - WS-UT-RING-MIN(WS-USER-SLOT, WS-RING-OLDEST)
           IF WS-RING-SPAN NOT < WS-DENIED-MINUTES
               GO TO CHECK-DENIED-BURST-EXIT
           END-IF
           IF WS-UT-BURST-FIND(WS-USER-SLOT) > 0
               AND WS-UT-RING-TS(WS-USER-SLOT, WS-RING-OLDEST)
                   NOT > WS-UT-BURST-LAST(WS-USER-SLOT)
               MOVE WS-UT-BURST-FIND(WS-USER-SLOT) TO WS-FIND-IDX
               ADD 1 TO WS-FT-COUNT(WS-FIND-IDX)
               MOVE AUD-TIMESTAMP TO WS-FT-LAST(WS-FIND-IDX)
               MOVE AUD-SESSION-ID TO WS-FT-SESSION(WS-FIND-IDX)
               PERFORM BUILD-BURST-DETAIL
               MOVE AUD-TIMESTAMP TO WS-UT-BURST-LAST(WS-USER-SLOT)
               GO TO CHECK-DENIED-BURST-EXIT
           END-IF
           IF WS-UT-BURST-LAST(WS-USER-SLOT) NOT = SPACES
               AND WS-UT-RING-TS(WS-USER-SLOT, WS-RING-OLDEST)
                   NOT > WS-UT-BURST-LAST(WS-USER-SLOT)
      * a burst already past the findings table carries on unseen
               MOVE AUD-TIMESTAMP TO WS-UT-BURST-LAST(WS-USER-SLOT)
               GO TO CHECK-DENIED-BURST-EXIT
           END-IF
           MOVE "HIGH" TO WS-NF-SEVERITY
           MOVE "DENIED-BURST" TO WS-NF-RULE
           MOVE AUD-USER TO WS-NF-USER
           MOVE AUD-SESSION-ID TO WS-NF-SESSION
           MOVE WS-UT-RING-TS(WS-USER-SLOT, WS-RING-OLDEST)
               TO WS-NF-FIRST
           MOVE AUD-TIMESTAMP TO WS-NF-LAST
           MOVE WS-DENIED-COUNT TO WS-NF-COUNT
           MOVE SPACES TO WS-NF-DETAIL
           PERFORM ADD-FINDING
           MOVE AUD-TIMESTAMP TO WS-UT-BURST-LAST(WS-USER-SLOT)
           IF WS-FIND-IDX > 0
               MOVE WS-FIND-IDX TO WS-UT-BURST-FIND(WS-USER-SLOT)
               PERFORM BUILD-BURST-DETAIL
           ELSE
               MOVE 0 TO WS-UT-BURST-FIND(WS-USER-SLOT)
           END-IF.
       CHECK-DENIED-BURST-EXIT.
           EXIT.

       BUILD-BURST-DETAIL.
           MOVE WS-FT-COUNT(WS-FIND-IDX) TO WS-COUNT-SHOW
           MOVE WS-DENIED-COUNT TO WS-NUM-SHOW
           MOVE WS-DENIED-MINUTES TO WS-NUM-SHOW-2
           MOVE SPACES TO WS-FT-DETAIL(WS-FIND-IDX)
           STRING WS-COUNT-SHOW DELIMITED BY SIZE
               " DENIED, LIMIT " DELIMITED BY SIZE
               WS-NUM-SHOW DELIMITED BY SIZE
               " IN " DELIMITED BY SIZE
               WS-NUM-SHOW-2 DELIMITED BY SIZE
               " MIN" DELIMITED BY SIZE
               INTO WS-FT-DETAIL(WS-FIND-IDX).

       CHECK-WATCHLIST.
           MOVE 0 TO WS-WATCH-SLOT
           PERFORM MATCH-WATCH-ENTRY
               VARYING WS-WATCH-IDX FROM 1 BY 1
               UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
                   OR WS-WATCH-SLOT > 0
           IF WS-WATCH-SLOT > 0
               MOVE WS-WT-SEVERITY(WS-WATCH-SLOT) TO WS-NF-SEVERITY
               MOVE "WATCHLIST" TO WS-NF-RULE
               MOVE AUD-USER TO WS-NF-USER
               MOVE AUD-SESSION-ID TO WS-NF-SESSION
               MOVE AUD-TIMESTAMP TO WS-NF-FIRST
               MOVE AUD-TIMESTAMP TO WS-NF-LAST
               MOVE 1 TO WS-NF-COUNT
               MOVE SPACES TO WS-NF-DETAIL
               STRING AUD-ACTION DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   AUD-FILEPATH DELIMITED BY SIZE
                   INTO WS-NF-DETAIL
               PERFORM ADD-FINDING
           END-IF.

       MATCH-WATCH-ENTRY.
           IF AUD-FILEPATH(1:WS-WT-PREFIX-LEN(WS-WATCH-IDX)) =
                   WS-WT-PREFIX(WS-WATCH-IDX)
                       (1:WS-WT-PREFIX-LEN(WS-WATCH-IDX))
               MOVE WS-WATCH-IDX TO WS-WATCH-SLOT
           END-IF.

       TALLY-DISTINCT-READ.
           SET WS-READ-FOUND TO FALSE
           PERFORM MATCH-READ-ENTRY
               VARYING WS-READ-IDX FROM 1 BY 1
               UNTIL WS-READ-IDX > WS-READ-COUNT
                   OR WS-READ-FOUND
           IF WS-READ-FOUND
               GO TO TALLY-DISTINCT-READ-EXIT
           END-IF
           IF WS-READ-COUNT = 2000
               SET WS-READS-FULL TO TRUE
               GO TO TALLY-DISTINCT-READ-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           MOVE AUD-USER TO WS-RT-USER(WS-READ-COUNT)
           MOVE AUD-FILEPATH TO WS-RT-PATH(WS-READ-COUNT)
           ADD 1 TO WS-UT-READ-PATHS(WS-USER-SLOT)
           IF WS-UT-READ-FIRST(WS-USER-SLOT) = SPACES
               MOVE AUD-TIMESTAMP TO WS-UT-READ-FIRST(WS-USER-SLOT)
           END-IF
           MOVE AUD-TIMESTAMP TO WS-UT-READ-LAST(WS-USER-SLOT)
           MOVE AUD-SESSION-ID TO WS-UT-READ-SESSION(WS-USER-SLOT).
       TALLY-DISTINCT-READ-EXIT.
           EXIT.

       MATCH-READ-ENTRY.
           IF WS-RT-USER(WS-READ-IDX) = AUD-USER
               AND WS-RT-PATH(WS-READ-IDX) = AUD-FILEPATH
               SET WS-READ-FOUND TO TRUE
           END-IF.

      * the session is the one that read the path that crossed the
      * threshold's last distinct path
       CHECK-READ-VOLUME.
           IF WS-UT-READ-PATHS(WS-USER-IDX) NOT < WS-READ-PATHS
               MOVE "MEDIUM" TO WS-NF-SEVERITY
               MOVE "READ-VOLUME" TO WS-NF-RULE
               MOVE WS-UT-USER(WS-USER-IDX) TO WS-NF-USER
               MOVE WS-UT-READ-SESSION(WS-USER-IDX) TO WS-NF-SESSION
               MOVE WS-UT-READ-FIRST(WS-USER-IDX) TO WS-NF-FIRST
               MOVE WS-UT-READ-LAST(WS-USER-IDX) TO WS-NF-LAST
               MOVE WS-UT-READ-PATHS(WS-USER-IDX) TO WS-NF-COUNT
               MOVE WS-UT-READ-PATHS(WS-USER-IDX) TO WS-COUNT-SHOW
               MOVE SPACES TO WS-NF-DETAIL
               STRING WS-COUNT-SHOW DELIMITED BY SIZE
                   " DISTINCT PATHS READ" DELIMITED BY SIZE
                   INTO WS-NF-DETAIL
               PERFORM ADD-FINDING
           END-IF.

      * a session's QUIT - or, with no QUIT, its last logged event -
      * is taken as its end
       TRACK-SESSION-EVENT.
           ADD 1 TO WS-SLOG-RECORDS
           MOVE 0 TO WS-SESS-SLOT
           PERFORM MATCH-SESSION-SLOT
               VARYING WS-SESS-IDX FROM 1 BY 1
               UNTIL WS-SESS-IDX > WS-SESS-COUNT
                   OR WS-SESS-SLOT > 0
           IF WS-SESS-SLOT > 0
               MOVE SLR-TIMESTAMP TO WS-ST-LAST-TS(WS-SESS-SLOT)
           ELSE
               IF SLR-ACTION = "START"
                   AND SLR-TIMESTAMP(1:8) NOT < WS-PRIOR-DATE
                   AND SLR-TIMESTAMP(1:8) NOT > WS-REPORT-DATE
                   IF WS-SESS-COUNT < 500
                       ADD 1 TO WS-SESS-COUNT
                       MOVE SLR-SESSION-ID
                           TO WS-ST-SESSION-ID(WS-SESS-COUNT)
                       MOVE SLR-USER TO WS-ST-USER(WS-SESS-COUNT)
                       MOVE SLR-TIMESTAMP
                           TO WS-ST-START-TS(WS-SESS-COUNT)
                       MOVE SLR-TIMESTAMP
                           TO WS-ST-LAST-TS(WS-SESS-COUNT)
                   ELSE
                       ADD 1 TO WS-SESS-DROPPED
                   END-IF
               END-IF
           END-IF.

       MATCH-SESSION-SLOT.
           IF WS-ST-SESSION-ID(WS-SESS-IDX) = SLR-SESSION-ID
               MOVE WS-SESS-IDX TO WS-SESS-SLOT
           END-IF.

      * only sessions started on the day itself are judged; the day
      * before's are there for the overlap check
       CHECK-SESSION-HOURS.
           IF WS-ST-START-TS(WS-SESS-IDX)(1:8) NOT = WS-REPORT-DATE
               GO TO CHECK-SESSION-HOURS-EXIT
           END-IF
           MOVE WS-ST-START-TS(WS-SESS-IDX)(10:4) TO WS-START-HHMM
           MOVE WS-ST-START-TS(WS-SESS-IDX) TO WS-TS-WORK
           PERFORM COMPUTE-TS-MINUTES
      * the day serial puts Saturday at 0 and Sunday at 1
           DIVIDE WS-DAY-SERIAL BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEK-DAY
           MOVE SPACES TO WS-NF-DETAIL
           IF WS-WEEK-DAY < 2 AND WS-WEEKEND-WORK NOT = "Y"
               STRING "WEEKEND SESSION STARTED " DELIMITED BY SIZE
                   WS-ST-START-TS(WS-SESS-IDX)(10:2) ":"
                   WS-ST-START-TS(WS-SESS-IDX)(12:2)
                   DELIMITED BY SIZE
                   INTO WS-NF-DETAIL
           ELSE
               IF WS-START-HHMM < WS-HOURS-FROM
                   OR WS-START-HHMM NOT < WS-HOURS-TO
                   STRING "STARTED " DELIMITED BY SIZE
                       WS-ST-START-TS(WS-SESS-IDX)(10:2) ":"
                       WS-ST-START-TS(WS-SESS-IDX)(12:2)
                       ", HOURS ARE " WS-HOURS-FROM "-" WS-HOURS-TO
                       DELIMITED BY SIZE
                       INTO WS-NF-DETAIL
               END-IF
           END-IF
           IF WS-NF-DETAIL NOT = SPACES
               MOVE "MEDIUM" TO WS-NF-SEVERITY
               MOVE "OFF-HOURS" TO WS-NF-RULE
               MOVE WS-ST-USER(WS-SESS-IDX) TO WS-NF-USER
               MOVE WS-ST-SESSION-ID(WS-SESS-IDX) TO WS-NF-SESSION
               MOVE WS-ST-START-TS(WS-SESS-IDX) TO WS-NF-FIRST
               MOVE WS-ST-LAST-TS(WS-SESS-IDX) TO WS-NF-LAST
               MOVE 1 TO WS-NF-COUNT
               PERFORM ADD-FINDING
           END-IF.
       CHECK-SESSION-HOURS-EXIT.
           EXIT.

      * each pair is looked at once, from its earlier-logged side
       CHECK-SESSION-OVERLAPS.
           PERFORM CHECK-SESSION-PAIR THRU CHECK-SESSION-PAIR-EXIT
               VARYING WS-SESS-IDX-2 FROM WS-SESS-IDX BY 1
               UNTIL WS-SESS-IDX-2 > WS-SESS-COUNT.

      * two sessions overlap when each started before the other
      * ended; at least one must have started on the day, so an
      * overlap late the night before is not reported twice; the
      * finding is against the session that started second
       CHECK-SESSION-PAIR.
           IF WS-SESS-IDX-2 = WS-SESS-IDX
               OR WS-ST-USER(WS-SESS-IDX-2) NOT =
                   WS-ST-USER(WS-SESS-IDX)
               GO TO CHECK-SESSION-PAIR-EXIT
           END-IF
           IF WS-ST-START-TS(WS-SESS-IDX)(1:8) NOT = WS-REPORT-DATE
               AND WS-ST-START-TS(WS-SESS-IDX-2)(1:8)
                   NOT = WS-REPORT-DATE
               GO TO CHECK-SESSION-PAIR-EXIT
           END-IF
           IF WS-ST-START-TS(WS-SESS-IDX) NOT <
                   WS-ST-LAST-TS(WS-SESS-IDX-2)
               OR WS-ST-START-TS(WS-SESS-IDX-2) NOT <
                   WS-ST-LAST-TS(WS-SESS-IDX)
               GO TO CHECK-SESSION-PAIR-EXIT
           END-IF
           IF WS-ST-START-TS(WS-SESS-IDX-2) >
                   WS-ST-START-TS(WS-SESS-IDX)
               MOVE WS-ST-START-TS(WS-SESS-IDX-2) TO WS-OVERLAP-FIRST
               MOVE WS-ST-SESSION-ID(WS-SESS-IDX-2)
                   TO WS-OVERLAP-SESSION
               MOVE WS-ST-SESSION-ID(WS-SESS-IDX)
                   TO WS-OVERLAP-OTHER
           ELSE
               MOVE WS-ST-START-TS(WS-SESS-IDX) TO WS-OVERLAP-FIRST
               MOVE WS-ST-SESSION-ID(WS-SESS-IDX)
                   TO WS-OVERLAP-SESSION
               MOVE WS-ST-SESSION-ID(WS-SESS-IDX-2)
                   TO WS-OVERLAP-OTHER
           END-IF
           IF WS-ST-LAST-TS(WS-SESS-IDX-2) <
                   WS-ST-LAST-TS(WS-SESS-IDX)
               MOVE WS-ST-LAST-TS(WS-SESS-IDX-2) TO WS-OVERLAP-LAST
           ELSE
               MOVE WS-ST-LAST-TS(WS-SESS-IDX) TO WS-OVERLAP-LAST
           END-IF
           MOVE "MEDIUM" TO WS-NF-SEVERITY
           MOVE "CONCURRENT" TO WS-NF-RULE
           MOVE WS-ST-USER(WS-SESS-IDX) TO WS-NF-USER
           MOVE WS-OVERLAP-SESSION TO WS-NF-SESSION
           MOVE WS-OVERLAP-FIRST TO WS-NF-FIRST
           MOVE WS-OVERLAP-LAST TO WS-NF-LAST
           MOVE 2 TO WS-NF-COUNT
           MOVE SPACES TO WS-NF-DETAIL
           STRING "OPEN WITH SESSION " DELIMITED BY SIZE
               WS-OVERLAP-OTHER DELIMITED BY SIZE
               INTO WS-NF-DETAIL
           PERFORM ADD-FINDING.
       CHECK-SESSION-PAIR-EXIT.
           EXIT.

      * WS-FIND-IDX comes back as the new entry, or 0 when the table
      * is full - the finding still counts toward the return code
       ADD-FINDING.
           IF WS-NF-SEVERITY = "HIGH"
               ADD 1 TO WS-HIGH-COUNT
           ELSE
               ADD 1 TO WS-MEDIUM-COUNT
           END-IF
           IF WS-FIND-COUNT = 500
               ADD 1 TO WS-FINDS-DROPPED
               MOVE 0 TO WS-FIND-IDX
           ELSE
               ADD 1 TO WS-FIND-COUNT
               MOVE WS-FIND-COUNT TO WS-FIND-IDX
               MOVE WS-NEW-FINDING TO WS-FIND-ENTRY(WS-FIND-IDX)
           END-IF.

       WRITE-ALERT-FILE.
           OPEN OUTPUT ALERT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NANOCODE SECURITY ALERTS - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE ALL "-" TO WS-PRINT-LINE(1:124)
           PERFORM WRITE-PRINT-LINE
           IF WS-FIND-COUNT = 0
               MOVE "NO FINDINGS" TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "SEV    RULE           USER     SESSION ID     "
                   DELIMITED BY SIZE
                   "   FIRST EVIDENCE    LAST EVIDENCE     DETAIL"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
               MOVE "HIGH" TO WS-PRINT-SEVERITY
               PERFORM WRITE-ALERT-ENTRY
                   VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-FIND-COUNT
               MOVE "MEDIUM" TO WS-PRINT-SEVERITY
               PERFORM WRITE-ALERT-ENTRY
                   VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-FIND-COUNT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE WS-HIGH-COUNT TO WS-COUNT-SHOW
           MOVE SPACES TO WS-PRINT-LINE
           STRING "HIGH FINDINGS:   " DELIMITED BY SIZE
               WS-COUNT-SHOW DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE WS-MEDIUM-COUNT TO WS-COUNT-SHOW
           MOVE SPACES TO WS-PRINT-LINE
           STRING "MEDIUM FINDINGS: " DELIMITED BY SIZE
               WS-COUNT-SHOW DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           IF WS-FINDS-DROPPED > 0
               MOVE WS-FINDS-DROPPED TO WS-COUNT-SHOW
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-COUNT-SHOW DELIMITED BY SIZE
                   " FINDINGS PAST THE FIRST 500 NOT LISTED"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF WS-USERS-DROPPED > 0
               MOVE WS-USERS-DROPPED TO WS-COUNT-SHOW
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-COUNT-SHOW DELIMITED BY SIZE
                   " AUDIT ENTRIES FROM USERS PAST THE FIRST 200"
                   " NOT CHECKED" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF WS-READS-FULL
               MOVE SPACES TO WS-PRINT-LINE
               STRING "DISTINCT-READ TABLE FULL AT 2000 - READ-VOLUME"
                   " COUNTS ARE SHORT" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF
           IF WS-SESS-DROPPED > 0
               MOVE WS-SESS-DROPPED TO WS-COUNT-SHOW
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-COUNT-SHOW DELIMITED BY SIZE
                   " SESSIONS PAST THE FIRST 500 NOT CHECKED"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF
           CLOSE ALERT-FILE.

       WRITE-ALERT-ENTRY.
           IF WS-FT-SEVERITY(WS-FIND-IDX) = WS-PRINT-SEVERITY
               MOVE SPACES TO WS-ALERT-LINE
               MOVE WS-FT-SEVERITY(WS-FIND-IDX) TO WS-AL-SEVERITY
               MOVE WS-FT-RULE(WS-FIND-IDX) TO WS-AL-RULE
               MOVE WS-FT-USER(WS-FIND-IDX) TO WS-AL-USER
               MOVE WS-FT-SESSION(WS-FIND-IDX) TO WS-AL-SESSION
               MOVE WS-FT-FIRST(WS-FIND-IDX) TO WS-AL-FIRST
               MOVE WS-FT-LAST(WS-FIND-IDX) TO WS-AL-LAST
               MOVE WS-FT-DETAIL(WS-FIND-IDX) TO WS-AL-DETAIL
               MOVE WS-ALERT-LINE TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.

      * turn a ledger timestamp (YYYYMMDD-HHMMSSCC) into minutes on
      * a continuous scale; the day serial counts days since year
      * zero with the usual leap rules
       COMPUTE-TS-MINUTES.
           MOVE WS-TS-WORK(1:8) TO WS-TS-DATE
           MOVE WS-TS-WORK(10:2) TO WS-TS-HH
           MOVE WS-TS-WORK(12:2) TO WS-TS-MM
           PERFORM COMPUTE-DAY-SERIAL
           COMPUTE WS-TS-MINUTES =
               WS-DAY-SERIAL * 1440 + WS-TS-HH * 60 + WS-TS-MM.

       COMPUTE-DAY-SERIAL.
           COMPUTE WS-YEAR-M1 = TS-YEAR - 1
           DIVIDE WS-YEAR-M1 BY 4 GIVING WS-LEAP-Q4
           DIVIDE WS-YEAR-M1 BY 100 GIVING WS-LEAP-Q100
           DIVIDE WS-YEAR-M1 BY 400 GIVING WS-LEAP-Q400
           COMPUTE WS-DAY-SERIAL =
               TS-YEAR * 365
               + WS-LEAP-Q4 - WS-LEAP-Q100 + WS-LEAP-Q400
               + TS-DAY
           PERFORM ADD-MONTH-DAYS
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX NOT < TS-MONTH
           IF TS-MONTH > 2
               DIVIDE TS-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R4
               DIVIDE TS-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R100
               DIVIDE TS-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R400
               IF WS-LEAP-R4 = 0
                   AND (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
                   ADD 1 TO WS-DAY-SERIAL
               END-IF
           END-IF.

       ADD-MONTH-DAYS.
           ADD WS-MONTH-DAYS(WS-MONTH-IDX) TO WS-DAY-SERIAL.

       WRITE-PRINT-LINE.
           DISPLAY WS-PRINT-LINE
           WRITE ALERT-RECORD FROM WS-PRINT-LINE.
