       IDENTIFICATION DIVISION.
       PROGRAM-ID. NANOCODE-QUOTAEXC.
       AUTHOR. CLAUDE-AI.
      * nanocode-quotaexc - daily quota exceptions list for the ops
      * desk
      * cobc -x nanocode-quotaexc.cob && ./nanocode-quotaexc
      *     [YYYYMMDD]
      * reads NANOCODE.AUDIT for the QUOTA refusals the REPL cut on
      * the given day (yesterday when no date is given, so it fits
      * the overnight chain) and lists each user who hit a daily cap:
      * which cap (MESSAGE or FILE-OP), the cap in force, how many
      * commands were refused and the first and last refusal time;
      * the list is written to NANOCODE.QUOTAEXC.<YYYYMMDD> and
      * echoed to the console - a day with no refusals still gets a
      * list, so the desk can tell a quiet day from a missed run
      *
      * MODIFICATION HISTORY
      * 2026-10-15  initial version

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO WS-EXCEPTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "NANOCODE.CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * a QUOTA entry carries "<kind> CAP nnnnn USED nnnnn [path]"
      * in the path field, laid out by nanocode.cob in fixed columns
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
           05 AUD-QUOTA-DETAIL REDEFINES AUD-FILEPATH.
               10 AUD-QUOTA-KIND   PIC X(7).
               10 FILLER           PIC X(5).
               10 AUD-QUOTA-CAP    PIC X(5).
               10 FILLER           PIC X(6).
               10 AUD-QUOTA-USED   PIC X(5).
               10 FILLER           PIC X(1).
               10 AUD-QUOTA-PATH   PIC X(227).
           05 FILLER           PIC X(8).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD PIC X(80).

       FD CONFIG-FILE.
       01 CONFIG-RECORD PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS     PIC X(2).
           88 WS-AUDIT-OK VALUE "00".
       01 WS-EXCEPTION-STATUS PIC X(2).
       01 WS-CONFIG-STATUS    PIC X(2).
           88 WS-CONFIG-FOUND VALUE "00".
       01 WS-CONFIG-KEY       PIC X(16).
       01 WS-CONFIG-VALUE     PIC X(64).
       01 WS-PATH-PREFIX      PIC X(64) VALUE SPACES.
       01 WS-AUDIT-PATH       PIC X(128).
       01 WS-EXCEPTION-PATH   PIC X(128).
       01 WS-CFG-EOF-SWITCH   PIC X(1) VALUE "N".
           88 CFG-EOF VALUE "Y" FALSE "N".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
           88 EOF VALUE "Y" FALSE "N".

       01 WS-STARTUP-PARM     PIC X(80).
       01 WS-PARM-DATE        PIC X(8).
       01 WS-TODAY            PIC 9(8).
       01 WS-REPORT-DATE      PIC X(8).

       01 WS-QX-DATE.
           05 QX-YEAR          PIC 9(4).
           05 QX-MONTH         PIC 9(2).
           05 QX-DAY           PIC 9(2).

       01 WS-MONTH-DAYS-TBL    PIC X(24)
           VALUE "312831303130313130313031".
       01 FILLER REDEFINES WS-MONTH-DAYS-TBL.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       01 WS-LEAP-QUOT         PIC 9(4) COMP.
       01 WS-LEAP-R4           PIC 9(4) COMP.
       01 WS-LEAP-R100         PIC 9(4) COMP.
       01 WS-LEAP-R400         PIC 9(4) COMP.

       01 WS-RECORDS-READ     PIC 9(6) VALUE 0.
       01 WS-REFUSALS         PIC 9(6) VALUE 0.

      * one row per user and cap kind; entry 201 is a catch-all for
      * anything past the first 200
       01 WS-EXC-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-EXC-IDX          PIC 9(4) COMP.
       01 WS-EXC-SLOT         PIC 9(4) COMP.
       01 WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 201 TIMES.
               10 WS-ET-USER       PIC X(8).
               10 WS-ET-KIND       PIC X(7).
               10 WS-ET-CAP        PIC X(5).
               10 WS-ET-REFUSED    PIC 9(6).
               10 WS-ET-FIRST      PIC X(17).
               10 WS-ET-LAST       PIC X(17).
               10 WS-ET-PATH       PIC X(40).

       01 WS-PRINT-LINE       PIC X(80).
       01 WS-DETAIL-LINE.
           05 WS-DL-USER       PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DL-KIND       PIC X(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DL-CAP        PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DL-REFUSED    PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DL-FIRST      PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DL-LAST       PIC X(8).
           05 FILLER           PIC X(28) VALUE SPACES.
       01 WS-COUNT-SHOW       PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARM-DATE
           UNSTRING WS-STARTUP-PARM DELIMITED BY ALL " "
               INTO WS-PARM-DATE
           IF WS-PARM-DATE = SPACES
               MOVE WS-TODAY TO WS-QX-DATE
               PERFORM DECREMENT-ONE-DAY
               MOVE WS-QX-DATE TO WS-REPORT-DATE
           ELSE
               IF WS-PARM-DATE NOT NUMERIC
                   DISPLAY "USAGE: nanocode-quotaexc [YYYYMMDD]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-DATE TO WS-REPORT-DATE
           END-IF

           PERFORM LOAD-PATH-PREFIX THRU LOAD-PATH-PREFIX-EXIT
           MOVE SPACES TO WS-AUDIT-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.AUDIT" DELIMITED BY SIZE
               INTO WS-AUDIT-PATH
           MOVE SPACES TO WS-EXCEPTION-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.QUOTAEXC." DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WS-EXCEPTION-PATH

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-OK
               PERFORM UNTIL EOF
                   READ AUDIT-FILE
                       AT END SET EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-QUOTA-RECORD
                               THRU TALLY-QUOTA-RECORD-EXIT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "NO AUDIT LEDGER FOUND - LISTING NO EXCEPTIONS"
           END-IF

           PERFORM WRITE-EXCEPTION-LIST
           DISPLAY "QUOTA EXCEPTIONS FOR " WS-REPORT-DATE
               " WRITTEN TO " WS-EXCEPTION-PATH(1:50)
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
           IF QX-DAY > 1
               SUBTRACT 1 FROM QX-DAY
           ELSE
               IF QX-MONTH > 1
                   SUBTRACT 1 FROM QX-MONTH
                   PERFORM SET-MONTH-END-DAY
               ELSE
                   SUBTRACT 1 FROM QX-YEAR
                   MOVE 12 TO QX-MONTH
                   MOVE 31 TO QX-DAY
               END-IF
           END-IF.

       SET-MONTH-END-DAY.
           MOVE WS-MONTH-DAYS(QX-MONTH) TO QX-DAY
           IF QX-MONTH = 2
               DIVIDE QX-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R4
               DIVIDE QX-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R100
               DIVIDE QX-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R400
               IF WS-LEAP-R4 = 0
                   AND (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
                   MOVE 29 TO QX-DAY
               END-IF
           END-IF.

       TALLY-QUOTA-RECORD.
           ADD 1 TO WS-RECORDS-READ
           IF AUD-DATE NOT = WS-REPORT-DATE
               OR AUD-ACTION NOT = "QUOTA"
               GO TO TALLY-QUOTA-RECORD-EXIT
           END-IF
           ADD 1 TO WS-REFUSALS
           PERFORM FIND-EXC-SLOT
           ADD 1 TO WS-ET-REFUSED(WS-EXC-SLOT)
           MOVE AUD-QUOTA-CAP TO WS-ET-CAP(WS-EXC-SLOT)
           IF WS-ET-FIRST(WS-EXC-SLOT) = SPACES
               MOVE AUD-TIMESTAMP TO WS-ET-FIRST(WS-EXC-SLOT)
           END-IF
           IF AUD-TIMESTAMP > WS-ET-LAST(WS-EXC-SLOT)
               MOVE AUD-TIMESTAMP TO WS-ET-LAST(WS-EXC-SLOT)
               MOVE AUD-QUOTA-PATH TO WS-ET-PATH(WS-EXC-SLOT)
           END-IF.
       TALLY-QUOTA-RECORD-EXIT.
           EXIT.

       FIND-EXC-SLOT.
           MOVE 0 TO WS-EXC-SLOT
           PERFORM MATCH-EXC-SLOT
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXC-COUNT
                   OR WS-EXC-SLOT > 0
           IF WS-EXC-SLOT = 0
               IF WS-EXC-COUNT < 200
                   ADD 1 TO WS-EXC-COUNT
                   MOVE WS-EXC-COUNT TO WS-EXC-SLOT
                   PERFORM INIT-EXC-ENTRY
                   MOVE AUD-USER TO WS-ET-USER(WS-EXC-SLOT)
                   MOVE AUD-QUOTA-KIND TO WS-ET-KIND(WS-EXC-SLOT)
               ELSE
                   IF WS-EXC-COUNT = 200
                       ADD 1 TO WS-EXC-COUNT
                       MOVE 201 TO WS-EXC-SLOT
                       PERFORM INIT-EXC-ENTRY
                       MOVE "*OTHERS*" TO WS-ET-USER(201)
                   END-IF
                   MOVE 201 TO WS-EXC-SLOT
               END-IF
           END-IF.

       INIT-EXC-ENTRY.
           MOVE SPACES TO WS-ET-USER(WS-EXC-SLOT)
           MOVE SPACES TO WS-ET-KIND(WS-EXC-SLOT)
           MOVE SPACES TO WS-ET-CAP(WS-EXC-SLOT)
           MOVE 0 TO WS-ET-REFUSED(WS-EXC-SLOT)
           MOVE SPACES TO WS-ET-FIRST(WS-EXC-SLOT)
           MOVE SPACES TO WS-ET-LAST(WS-EXC-SLOT)
           MOVE SPACES TO WS-ET-PATH(WS-EXC-SLOT).

       MATCH-EXC-SLOT.
           IF WS-ET-USER(WS-EXC-IDX) = AUD-USER
               AND WS-ET-KIND(WS-EXC-IDX) = AUD-QUOTA-KIND
               MOVE WS-EXC-IDX TO WS-EXC-SLOT
           END-IF.

       WRITE-EXCEPTION-LIST.
           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NANOCODE DAILY QUOTA EXCEPTIONS - " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE ALL "-" TO WS-PRINT-LINE(1:60)
           PERFORM WRITE-PRINT-LINE
           IF WS-EXC-COUNT = 0
               MOVE "NO USER REACHED A DAILY CAP" TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           ELSE
               MOVE "USER      CAP      LIMIT  REFUSED  FIRST     LAST"
                   TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
               PERFORM WRITE-EXCEPTION-ENTRY
                   VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE WS-EXC-COUNT TO WS-COUNT-SHOW
           MOVE SPACES TO WS-PRINT-LINE
           STRING "USERS/CAPS REACHED: " DELIMITED BY SIZE
               WS-COUNT-SHOW DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE WS-REFUSALS TO WS-COUNT-SHOW
           MOVE SPACES TO WS-PRINT-LINE
           STRING "COMMANDS REFUSED:   " DELIMITED BY SIZE
               WS-COUNT-SHOW DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           CLOSE EXCEPTION-FILE.

      * times are shown as HH:MM:SS from the audit timestamp
       WRITE-EXCEPTION-ENTRY.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ET-USER(WS-EXC-IDX) TO WS-DL-USER
           MOVE WS-ET-KIND(WS-EXC-IDX) TO WS-DL-KIND
           MOVE WS-ET-CAP(WS-EXC-IDX) TO WS-DL-CAP
           MOVE WS-ET-REFUSED(WS-EXC-IDX) TO WS-DL-REFUSED
           MOVE SPACES TO WS-DL-FIRST
           STRING WS-ET-FIRST(WS-EXC-IDX)(10:2) ":"
               WS-ET-FIRST(WS-EXC-IDX)(12:2) ":"
               WS-ET-FIRST(WS-EXC-IDX)(14:2) DELIMITED BY SIZE
               INTO WS-DL-FIRST
           MOVE SPACES TO WS-DL-LAST
           STRING WS-ET-LAST(WS-EXC-IDX)(10:2) ":"
               WS-ET-LAST(WS-EXC-IDX)(12:2) ":"
               WS-ET-LAST(WS-EXC-IDX)(14:2) DELIMITED BY SIZE
               INTO WS-DL-LAST
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           IF WS-ET-PATH(WS-EXC-IDX) NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "          LAST REFUSED: " DELIMITED BY SIZE
                   WS-ET-PATH(WS-EXC-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.

       WRITE-PRINT-LINE.
           DISPLAY WS-PRINT-LINE
           WRITE EXCEPTION-RECORD FROM WS-PRINT-LINE.
