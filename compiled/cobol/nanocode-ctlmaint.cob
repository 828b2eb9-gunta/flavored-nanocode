      * control files
      * cobc -x nanocode-ctlmaint.cob && ./nanocode-ctlmaint
      * lists, adds, changes and deletes entries in NANOCODE.CONFIG,
      * NANOCODE.ACL, NANOCODE.RETENTION, NANOCODE.REDACT,
      * NANOCODE.QUOTA, NANOCODE.ALERTCTL, NANOCODE.WATCHLIST and
      * NANOCODE.LAYOUTS so nobody has to edit them raw; every entry
      * is validated against the keywords and values the NANOCODE
      * programs actually accept before it can be saved - the programs
      * silently drop lines they cannot parse, so a bad line saved
      * here would otherwise fail without a trace; every saved ADD,
      * CHANGE and DELETE cuts a change record (who, when, old
      * value, new value) to the NANOCODE.CTLAUDIT ledger
      * commands: FILE CONFIG|ACL|RETENTION|REDACT|QUOTA|ALERTCTL|
      * WATCHLIST|LAYOUTS, LIST, ADD <entry>, CHG <n> <entry>, DEL <n>,
      * SAVE, QUIT
      *
      * MODIFICATION HISTORY
      * 2026-09-02  initial version
      * 2026-09-02  guard the rest-of-line slices against an input
      *             with no space, which leaves the UNSTRING pointer
      *             one position past the end of the field
      * 2026-10-15  accept the VERSION-KEEP keyword in NANOCODE.CONFIG
      * 2026-10-15  maintain NANOCODE.REDACT, the masking rules,
      *             validated the way the REPL loads them
      * 2026-10-15  maintain NANOCODE.QUOTA, the daily usage caps
      * 2026-10-15  accept the APPROVE ACL flag and the PENDING-DAYS
      *             keyword
      * 2026-10-15  maintain NANOCODE.ALERTCTL and NANOCODE.WATCHLIST,
      *             the security alert thresholds and watched paths
      * 2026-10-15  maintain NANOCODE.LAYOUTS, the record layouts the
      *             REPL's /view command shows files by
      * 2026-10-15  accept the BACKUP-KEEP and BACKUP-PREFIX keywords
      *             in NANOCODE.CONFIG

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 WS-FILE-CONFIG VALUE "CONFIG".
           88 WS-FILE-ACL VALUE "ACL".
           88 WS-FILE-RETENTION VALUE "RETENTION".
           88 WS-FILE-REDACT VALUE "REDACT".
           88 WS-FILE-QUOTA VALUE "QUOTA".
           88 WS-FILE-ALERTCTL VALUE "ALERTCTL".
           88 WS-FILE-WATCHLIST VALUE "WATCHLIST".
           88 WS-FILE-LAYOUTS VALUE "LAYOUTS".
           88 WS-FILE-PICKED VALUE "CONFIG" "ACL" "RETENTION"
               "REDACT" "QUOTA" "ALERTCTL" "WATCHLIST" "LAYOUTS".
       01 WS-FILE-KIND-LIST.
           05 FILLER          PIC X(34)
               VALUE "CONFIG|ACL|RETENTION|REDACT|QUOTA|".
           05 FILLER          PIC X(26)
               VALUE "ALERTCTL|WATCHLIST|LAYOUTS".

       01 WS-ENTRY-COUNT      PIC 9(3) VALUE 0.
       01 WS-ENTRY-IDX        PIC 9(4) COMP.
       01 WS-VAL-VALUE-LEN    PIC 9(4) COMP.
       01 WS-VAL-EXTRA        PIC X(200).
       01 WS-VAL-NUM          PIC 9(4).
       01 WS-VAL-NUM-2        PIC 9(4).
       01 WS-VAL-EXTRA-LEN    PIC 9(4) COMP.
       01 WS-VAL-FIELD        PIC X(20).
       01 WS-VAL-FIELD-LEN    PIC 9(4) COMP.
       01 WS-VAL-START        PIC X(8).
       01 WS-VAL-START-LEN    PIC 9(4) COMP.
       01 WS-VAL-LENGTH       PIC X(8).
       01 WS-VAL-LENGTH-LEN   PIC 9(4) COMP.
       01 WS-VAL-TYPE         PIC X(8).
       01 WS-VAL-TAIL         PIC X(8).
       01 WS-VAL-LAYOUT-LEN   PIC 9(4) COMP.
       01 WS-LAYOUT-FIELDS    PIC 9(4) COMP.
       01 WS-LAYOUT-OTHER     PIC X(16).

       01 WS-PEND-COUNT       PIC 9(2) COMP VALUE 0.
       01 WS-PEND-IDX         PIC 9(2) COMP.
           END-IF

           DISPLAY "NANOCODE CONTROL-FILE MAINTENANCE"
           DISPLAY "COMMANDS: FILE " WS-FILE-KIND-LIST
           DISPLAY "          LIST, ADD <entry>, CHG <n> <entry>,"
           DISPLAY "          DEL <n>, SAVE, QUIT"
           DISPLAY " "

           INSPECT WS-VAL-KEY
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           IF WS-VAL-KEY = "CONFIG" OR WS-VAL-KEY = "ACL"
               OR WS-VAL-KEY = "RETENTION" OR WS-VAL-KEY = "REDACT"
               OR WS-VAL-KEY = "QUOTA" OR WS-VAL-KEY = "ALERTCTL"
               OR WS-VAL-KEY = "WATCHLIST" OR WS-VAL-KEY = "LAYOUTS"
               MOVE WS-VAL-KEY TO WS-FILE-KIND
               PERFORM LOAD-CONTROL-FILE
               SET WS-DIRTY TO FALSE
               DISPLAY "NANOCODE." WS-FILE-KIND " - "
                   WS-ENTRY-COUNT " ENTRIES LOADED"
           ELSE
               DISPLAY "USAGE: FILE " WS-FILE-KIND-LIST
           END-IF.
       FILE-COMMAND-EXIT.
           EXIT.

       LIST-COMMAND.
           IF NOT WS-FILE-PICKED
               DISPLAY "PICK A FILE FIRST: FILE " WS-FILE-KIND-LIST
           ELSE
               DISPLAY "NANOCODE." WS-FILE-KIND " - "
                   WS-ENTRY-COUNT " ENTRIES"

       ADD-COMMAND.
           IF NOT WS-FILE-PICKED
               DISPLAY "PICK A FILE FIRST: FILE " WS-FILE-KIND-LIST
               GO TO ADD-COMMAND-EXIT
           END-IF
           IF WS-REST = SPACES

       CHG-COMMAND.
           IF NOT WS-FILE-PICKED
               DISPLAY "PICK A FILE FIRST: FILE " WS-FILE-KIND-LIST
               GO TO CHG-COMMAND-EXIT
           END-IF
           PERFORM PARSE-ENTRY-NO

       DEL-COMMAND.
           IF NOT WS-FILE-PICKED
               DISPLAY "PICK A FILE FIRST: FILE " WS-FILE-KIND-LIST
               GO TO DEL-COMMAND-EXIT
           END-IF
           PERFORM PARSE-ENTRY-NO

       SAVE-COMMAND.
           IF NOT WS-FILE-PICKED
               DISPLAY "PICK A FILE FIRST: FILE " WS-FILE-KIND-LIST
               GO TO SAVE-COMMAND-EXIT
           END-IF
           IF NOT WS-DIRTY
           END-IF
           IF WS-FILE-RETENTION
               PERFORM VALIDATE-RETENTION-ENTRY
           END-IF
           IF WS-FILE-REDACT
               PERFORM VALIDATE-REDACT-ENTRY
           END-IF
           IF WS-FILE-QUOTA
               PERFORM VALIDATE-QUOTA-ENTRY
           END-IF
           IF WS-FILE-ALERTCTL
               PERFORM VALIDATE-ALERTCTL-ENTRY
           END-IF
           IF WS-FILE-WATCHLIST
               PERFORM VALIDATE-WATCHLIST-ENTRY
           END-IF
           IF WS-FILE-LAYOUTS
               PERFORM VALIDATE-LAYOUTS-ENTRY
           END-IF.
       VALIDATE-ENTRY-EXIT.
           EXIT.
                   DISPLAY "REJECTED: RESPONDER NAME IS 8 CHARACTERS"
                       " OR FEWER"
               END-IF
           ELSE IF WS-VAL-KEY = "VERSION-KEEP"
               IF WS-VAL-VALUE-LEN < 4
                   AND WS-VAL-VALUE(1:WS-VAL-VALUE-LEN) IS NUMERIC
                   AND WS-VAL-VALUE(1:WS-VAL-VALUE-LEN) NOT = ZEROES
                   SET WS-ENTRY-VALID TO TRUE
               ELSE
                   DISPLAY "REJECTED: VERSION-KEEP TAKES 1-999"
               END-IF
           ELSE IF WS-VAL-KEY = "PENDING-DAYS"
               IF WS-VAL-VALUE-LEN < 4
                   AND WS-VAL-VALUE(1:WS-VAL-VALUE-LEN) IS NUMERIC
                   AND WS-VAL-VALUE(1:WS-VAL-VALUE-LEN) NOT = ZEROES
                   SET WS-ENTRY-VALID TO TRUE
               ELSE
                   DISPLAY "REJECTED: PENDING-DAYS TAKES 1-999"
               END-IF
           ELSE IF WS-VAL-KEY = "BACKUP-KEEP"
               IF WS-VAL-VALUE-LEN < 3
                   AND WS-VAL-VALUE(1:WS-VAL-VALUE-LEN) IS NUMERIC
                   AND WS-VAL-VALUE(1:WS-VAL-VALUE-LEN) NOT = ZEROES
                   SET WS-ENTRY-VALID TO TRUE
               ELSE
                   DISPLAY "REJECTED: BACKUP-KEEP TAKES 1-99"
               END-IF
           ELSE IF WS-VAL-KEY = "BACKUP-PREFIX"
               SET WS-ENTRY-VALID TO TRUE
           ELSE
               DISPLAY "REJECTED: UNKNOWN KEYWORD " WS-VAL-KEY
               DISPLAY "KEYWORDS: CKPT-INTERVAL ROLL-COUNT"
                   " PATH-PREFIX DISPLAY-MODE RESPONDER"
               DISPLAY "          VERSION-KEEP PENDING-DAYS"
                   " BACKUP-KEEP BACKUP-PREFIX"
           END-IF.

      * mirror of LOAD-ACL-ENTRY in nanocode.cob: flag then prefix,
      * ignored by the loader, so refuse to go past 20 here
       VALIDATE-ACL-ENTRY.
           IF WS-VAL-KEY = "READ" OR WS-VAL-KEY = "WRITE"
               OR WS-VAL-KEY = "DENY" OR WS-VAL-KEY = "APPROVE"
               IF WS-VAL-VALUE-LEN = 0
                   DISPLAY "REJECTED: ACL RULE NEEDS A PATH PREFIX"
               ELSE
                   END-IF
               END-IF
           ELSE
               DISPLAY "REJECTED: ACL FLAG IS READ, WRITE, DENY OR"
                   " APPROVE"
           END-IF.

      * mirror of the retention loaders: known class plus 1-9999
                   " OVERFLOW HISTORY"
           END-IF.

      * mirror of LOAD-REDACT-ENTRY in nanocode.cob: DIGITS with a
      * shortest and longest run of 5-99 digits, or SHAPE with a
      * 5-40 character mask (9 any digit, A any letter); the last
      * four characters are always left readable, so nothing
      * shorter than five is worth a rule; 20 rules at most
       VALIDATE-REDACT-ENTRY.
           MOVE 0 TO WS-VAL-EXTRA-LEN
           INSPECT WS-VAL-EXTRA TALLYING WS-VAL-EXTRA-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-VERB = "ADD" AND WS-ENTRY-COUNT NOT < 20
               DISPLAY "REJECTED: NANOCODE LOADS ONLY THE"
                   " FIRST 20 MASKING RULES"
           ELSE IF WS-VAL-KEY = "DIGITS"
               IF WS-VAL-VALUE-LEN > 0 AND WS-VAL-VALUE-LEN < 3
                   AND WS-VAL-VALUE(1:WS-VAL-VALUE-LEN) IS NUMERIC
                   AND WS-VAL-EXTRA-LEN > 0 AND WS-VAL-EXTRA-LEN < 3
                   AND WS-VAL-EXTRA(1:WS-VAL-EXTRA-LEN) IS NUMERIC
                   MOVE WS-VAL-VALUE(1:WS-VAL-VALUE-LEN)
                       TO WS-VAL-NUM
                   MOVE WS-VAL-EXTRA(1:WS-VAL-EXTRA-LEN)
                       TO WS-VAL-NUM-2
                   IF WS-VAL-NUM NOT < 5
                       AND WS-VAL-NUM-2 NOT < WS-VAL-NUM
                       SET WS-ENTRY-VALID TO TRUE
                   END-IF
               END-IF
               IF NOT WS-ENTRY-VALID
                   DISPLAY "REJECTED: DIGITS TAKES <MIN> <MAX>,"
                       " 5 <= MIN <= MAX <= 99"
               END-IF
           ELSE IF WS-VAL-KEY = "SHAPE"
               IF WS-VAL-VALUE-LEN > 4 AND WS-VAL-VALUE-LEN < 41
                   SET WS-ENTRY-VALID TO TRUE
               ELSE
                   DISPLAY "REJECTED: SHAPE TAKES A 5-40 CHARACTER"
                       " MASK (9 DIGIT, A LETTER)"
               END-IF
           ELSE
               DISPLAY "REJECTED: UNKNOWN RULE " WS-VAL-KEY
               DISPLAY "RULES: DIGITS <MIN> <MAX>  SHAPE <MASK>"
           END-IF.

      * mirror of APPLY-QUOTA-LINE in nanocode.cob: a user id, a
      * cost center or DEFAULT (12 characters at most), then the
      * daily message cap and the daily file-tool cap, 0-99999
      * each, 0 meaning no cap
       VALIDATE-QUOTA-ENTRY.
           MOVE 0 TO WS-VAL-EXTRA-LEN
           INSPECT WS-VAL-EXTRA TALLYING WS-VAL-EXTRA-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-VAL-KEY(13:4) NOT = SPACES
               DISPLAY "REJECTED: QUOTA KEY IS 12 CHARACTERS"
                   " OR FEWER"
           ELSE IF WS-VAL-VALUE-LEN > 0 AND WS-VAL-VALUE-LEN < 6
               AND WS-VAL-VALUE(1:WS-VAL-VALUE-LEN) IS NUMERIC
               AND WS-VAL-EXTRA-LEN > 0 AND WS-VAL-EXTRA-LEN < 6
               AND WS-VAL-EXTRA(1:WS-VAL-EXTRA-LEN) IS NUMERIC
               SET WS-ENTRY-VALID TO TRUE
           ELSE
               DISPLAY "REJECTED: QUOTA TAKES <USER|CENTER|DEFAULT>"
                   " <MESSAGES> <FILE-OPS>, 0-99999 EACH"
           END-IF.

      * mirror of APPLY-ALERT-CONTROL in nanocode-alerts.cob
       VALIDATE-ALERTCTL-ENTRY.
           MOVE 0 TO WS-VAL-NUM
           IF WS-VAL-VALUE-LEN > 0 AND WS-VAL-VALUE-LEN < 5
               AND WS-VAL-VALUE(1:WS-VAL-VALUE-LEN) IS NUMERIC
               MOVE WS-VAL-VALUE(1:WS-VAL-VALUE-LEN) TO WS-VAL-NUM
           END-IF
           IF WS-VAL-VALUE-LEN = 0
               DISPLAY "REJECTED: KEYWORD NEEDS A VALUE"
           ELSE IF WS-VAL-KEY = "DENIED-COUNT"
               IF WS-VAL-NUM > 1 AND WS-VAL-NUM < 21
                   SET WS-ENTRY-VALID TO TRUE
               ELSE
                   DISPLAY "REJECTED: DENIED-COUNT TAKES 2-20"
               END-IF
           ELSE IF WS-VAL-KEY = "DENIED-MINUTES"
               IF WS-VAL-NUM > 0 AND WS-VAL-NUM < 1441
                   SET WS-ENTRY-VALID TO TRUE
               ELSE
                   DISPLAY "REJECTED: DENIED-MINUTES TAKES 1-1440"
               END-IF
           ELSE IF WS-VAL-KEY = "HOURS-FROM" OR WS-VAL-KEY = "HOURS-TO"
               IF WS-VAL-VALUE-LEN = 4 AND WS-VAL-VALUE(1:4) IS NUMERIC
                   AND WS-VAL-NUM < 2401
                   SET WS-ENTRY-VALID TO TRUE
               ELSE
                   DISPLAY "REJECTED: " WS-VAL-KEY " TAKES HHMM,"
                       " 0000-2400"
               END-IF
           ELSE IF WS-VAL-KEY = "READ-PATHS"
               IF WS-VAL-NUM > 0
                   SET WS-ENTRY-VALID TO TRUE
               ELSE
                   DISPLAY "REJECTED: READ-PATHS TAKES 1-9999"
               END-IF
           ELSE IF WS-VAL-KEY = "WEEKEND-WORK"
               IF WS-VAL-VALUE = "Y" OR WS-VAL-VALUE = "N"
                   SET WS-ENTRY-VALID TO TRUE
               ELSE
                   DISPLAY "REJECTED: WEEKEND-WORK TAKES Y OR N"
               END-IF
           ELSE
               DISPLAY "REJECTED: UNKNOWN KEYWORD " WS-VAL-KEY
               DISPLAY "KEYWORDS: DENIED-COUNT DENIED-MINUTES"
                   " HOURS-FROM HOURS-TO READ-PATHS"
               DISPLAY "          WEEKEND-WORK"
           END-IF.

      * mirror of LOAD-WATCHLIST-ENTRY in nanocode-alerts.cob: a path
      * prefix, longer than a keyword, so the line is split again
      * here, then nothing, HIGH or MEDIUM; 50 prefixes at most
       VALIDATE-WATCHLIST-ENTRY.
           MOVE SPACES TO WS-VAL-VALUE
           MOVE SPACES TO WS-VAL-EXTRA
           MOVE 0 TO WS-VAL-VALUE-LEN
           UNSTRING WS-REST DELIMITED BY ALL " "
               INTO WS-VAL-VALUE COUNT IN WS-VAL-VALUE-LEN
                   WS-VAL-EXTRA
           IF WS-VERB = "ADD" AND WS-ENTRY-COUNT NOT < 50
               DISPLAY "REJECTED: NANOCODE-ALERTS LOADS ONLY THE"
                   " FIRST 50 WATCHED PREFIXES"
           ELSE IF WS-VAL-VALUE-LEN = 0
               DISPLAY "REJECTED: WATCHLIST ENTRY NEEDS A PATH PREFIX"
           ELSE IF WS-VAL-EXTRA = SPACES OR WS-VAL-EXTRA = "HIGH"
               OR WS-VAL-EXTRA = "MEDIUM"
               SET WS-ENTRY-VALID TO TRUE
           ELSE
               DISPLAY "REJECTED: WATCHLIST TAKES <PREFIX>"
                   " [HIGH|MEDIUM]"
           END-IF.

      * mirror of LOAD-LAYOUT-FIELD in nanocode.cob: layout (12
      * characters at most), field (16), start and length (1-9999,
      * the field ending by byte 2048), then the type - X, 9, S, or D
      * for an 8-byte YYYYMMDD date; /view holds 60 fields a layout
       VALIDATE-LAYOUTS-ENTRY.
           MOVE SPACES TO WS-VAL-KEY
           MOVE SPACES TO WS-VAL-FIELD
           MOVE SPACES TO WS-VAL-START
           MOVE SPACES TO WS-VAL-LENGTH
           MOVE SPACES TO WS-VAL-TYPE
           MOVE SPACES TO WS-VAL-TAIL
           MOVE 0 TO WS-VAL-LAYOUT-LEN
           MOVE 0 TO WS-VAL-FIELD-LEN
           MOVE 0 TO WS-VAL-START-LEN
           MOVE 0 TO WS-VAL-LENGTH-LEN
           UNSTRING WS-REST DELIMITED BY ALL " "
               INTO WS-VAL-KEY COUNT IN WS-VAL-LAYOUT-LEN
                   WS-VAL-FIELD COUNT IN WS-VAL-FIELD-LEN
                   WS-VAL-START COUNT IN WS-VAL-START-LEN
                   WS-VAL-LENGTH COUNT IN WS-VAL-LENGTH-LEN
                   WS-VAL-TYPE
                   WS-VAL-TAIL
           INSPECT WS-VAL-KEY
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           INSPECT WS-VAL-TYPE
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           MOVE 0 TO WS-VAL-NUM
           MOVE 0 TO WS-VAL-NUM-2
           IF WS-VAL-START-LEN > 0 AND WS-VAL-START-LEN < 5
               AND WS-VAL-START(1:WS-VAL-START-LEN) IS NUMERIC
               MOVE WS-VAL-START(1:WS-VAL-START-LEN) TO WS-VAL-NUM
           END-IF
           IF WS-VAL-LENGTH-LEN > 0 AND WS-VAL-LENGTH-LEN < 5
               AND WS-VAL-LENGTH(1:WS-VAL-LENGTH-LEN) IS NUMERIC
               MOVE WS-VAL-LENGTH(1:WS-VAL-LENGTH-LEN) TO WS-VAL-NUM-2
           END-IF
           MOVE 0 TO WS-LAYOUT-FIELDS
           IF WS-VERB = "ADD"
               PERFORM COUNT-LAYOUT-FIELD
                   VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
           END-IF
           IF WS-VAL-LAYOUT-LEN = 0 OR WS-VAL-LAYOUT-LEN > 12
               OR WS-VAL-FIELD-LEN = 0 OR WS-VAL-FIELD-LEN > 16
               OR WS-VAL-TAIL NOT = SPACES
               DISPLAY "REJECTED: LAYOUTS TAKES <LAYOUT> <FIELD>"
                   " <START> <LENGTH> <X|9|S|D>"
               DISPLAY "          (LAYOUT 12 CHARACTERS AT MOST,"
                   " FIELD 16)"
           ELSE IF WS-VAL-NUM = 0 OR WS-VAL-NUM-2 = 0
               OR WS-VAL-NUM + WS-VAL-NUM-2 > 2049
               DISPLAY "REJECTED: START AND LENGTH ARE 1-9999 AND THE"
                   " FIELD MUST END BY BYTE 2048"
           ELSE IF NOT (WS-VAL-TYPE = "X" OR "9" OR "S" OR "D")
               DISPLAY "REJECTED: TYPE IS X (TEXT), 9 (UNSIGNED),"
                   " S (SIGNED) OR D (YYYYMMDD DATE)"
           ELSE IF WS-VAL-TYPE = "D" AND WS-VAL-NUM-2 NOT = 8
               DISPLAY "REJECTED: A D FIELD IS 8 BYTES LONG"
           ELSE IF WS-LAYOUT-FIELDS NOT < 60
               DISPLAY "REJECTED: /VIEW SHOWS ONLY THE FIRST 60"
                   " FIELDS OF A LAYOUT"
           ELSE
               SET WS-ENTRY-VALID TO TRUE
           END-IF.

       COUNT-LAYOUT-FIELD.
           MOVE SPACES TO WS-LAYOUT-OTHER
           UNSTRING WS-ENTRY(WS-ENTRY-IDX) DELIMITED BY ALL " "
               INTO WS-LAYOUT-OTHER
           INSPECT WS-LAYOUT-OTHER
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           IF WS-LAYOUT-OTHER = WS-VAL-KEY
               ADD 1 TO WS-LAYOUT-FIELDS
           END-IF.

       BUILD-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
