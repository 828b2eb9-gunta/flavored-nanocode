       IDENTIFICATION DIVISION.
       PROGRAM-ID. NANOCODE-APPROVE.
       AUTHOR. CLAUDE-AI.
      * nanocode-approve - four-eyes sign-off for the changes held in
      * the NANOCODE.PENDING queue
      * cobc -x nanocode-approve.cob && ./nanocode-approve [EXPIRE]
      * a /write, /edit or /restore against a path under an APPROVE
      * prefix in NANOCODE.ACL leaves the file alone and holds the
      * full proposed contents in NANOCODE.PENDING; this operator
      * program lists the held requests (LIST, or LIST ALL to take in
      * the decided ones too), shows a request's proposed contents
      * line by line against the file as it stands now (SHOW <n>),
      * and applies it (APPROVE <n>) or turns it down (REJECT <n>
      * <reason>); the approver must be a different user from the
      * requester; an approved change first keeps the file's current
      * contents as a generation in NANOCODE.VERSIONS, as /write and
      * /edit do; every decision cuts an APPROV or REJECT entry in
      * NANOCODE.AUDIT under the requesting session's id, so recon
      * ties it back to the session that asked; requests still
      * pending after PENDING-DAYS days (NANOCODE.CONFIG, default 7)
      * are expired with an EXPIRE entry at the start of every run -
      * EXPIRE on its own does only that and ends, for the NIGHTPLAN
      *
      * MODIFICATION HISTORY
      * 2026-10-15  initial version

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO WS-PENDING-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT VERSIONS-FILE ASSIGN TO WS-VERSIONS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VER-KEY
               FILE STATUS IS WS-VERSIONS-STATUS.
           SELECT TARGET-FILE ASSIGN TO WS-TARGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "NANOCODE.CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * laid out by QUEUE-PENDING-CHANGE in nanocode.cob: a header
      * record (line 0) per request, the proposed contents as lines
      * 1 - n, and a control record (request 0) the REPL numbers from
       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PEND-KEY.
               10 PEND-REQ-NO     PIC 9(6).
               10 PEND-LINE       PIC 9(6).
           05 PEND-STATUS      PIC X(8).
           05 PEND-TIMESTAMP   PIC X(17).
           05 PEND-SESSION-ID  PIC X(16).
           05 PEND-USER        PIC X(8).
           05 PEND-ACTION      PIC X(6).
           05 PEND-LINE-COUNT  PIC 9(6).
           05 PEND-PATH        PIC X(256).
           05 PEND-DECIDED-BY  PIC X(8).
           05 PEND-DECIDED-TS  PIC X(17).
           05 PEND-REASON      PIC X(80).
           05 PEND-TEXT        PIC X(256).

       FD VERSIONS-FILE.
       01 VERSIONS-RECORD.
           05 VER-KEY.
               10 VER-PATH        PIC X(230).
               10 VER-GEN         PIC 9(4).
               10 VER-LINE        PIC 9(6).
           05 VER-TIMESTAMP    PIC X(17).
           05 VER-SESSION-ID   PIC X(16).
           05 VER-USER         PIC X(8).
           05 VER-ACTION       PIC X(6).
           05 VER-LINE-COUNT   PIC 9(6).
           05 VER-TEXT         PIC X(256).

       FD TARGET-FILE.
       01 TARGET-RECORD PIC X(256).

       FD AUDIT-FILE.
       01 AUDIT-RECORD PIC X(320).

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
       01 WS-PENDING-STATUS   PIC X(2).
           88 WS-PENDING-OK VALUE "00".
       01 WS-VERSIONS-STATUS  PIC X(2).
           88 WS-VERSIONS-OK VALUE "00".
           88 WS-VERSIONS-MISSING VALUE "35".
       01 WS-TARGET-STATUS    PIC X(2).
           88 WS-TARGET-OK VALUE "00".
       01 WS-AUDIT-STATUS     PIC X(2).
       01 WS-CONFIG-STATUS    PIC X(2).
           88 WS-CONFIG-FOUND VALUE "00".
       01 WS-CONFIG-KEY       PIC X(16).
       01 WS-CONFIG-VALUE     PIC X(64).
       01 WS-CONFIG-VALUE-LEN PIC 9(4) COMP.
       01 WS-PATH-PREFIX      PIC X(64) VALUE SPACES.
       01 WS-PENDING-PATH     PIC X(128).
       01 WS-VERSIONS-PATH    PIC X(128).
       01 WS-AUDIT-PATH       PIC X(128).
       01 WS-TARGET-PATH      PIC X(256).
       01 WS-CFG-EOF-SWITCH   PIC X(1) VALUE "N".
           88 CFG-EOF VALUE "Y" FALSE "N".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
           88 EOF VALUE "Y" FALSE "N".
       01 WS-PEND-EOF-SWITCH  PIC X(1) VALUE "N".
           88 PEND-EOF VALUE "Y" FALSE "N".
       01 WS-VER-EOF-SWITCH   PIC X(1) VALUE "N".
           88 VER-EOF VALUE "Y" FALSE "N".
       01 WS-TGT-EOF-SWITCH   PIC X(1) VALUE "N".
           88 TGT-EOF VALUE "Y" FALSE "N".

       01 WS-VERSION-KEEP     PIC 9(4) COMP VALUE 5.
       01 WS-PENDING-DAYS     PIC 9(4) VALUE 7.

       01 WS-USER-ID          PIC X(8).
       01 WS-TODAY            PIC 9(8).
       01 WS-CURRENT-TIME     PIC 9(8).
       01 WS-TIMESTAMP        PIC X(17).
       01 WS-CUTOFF-DATE      PIC X(8).

       01 WS-AP-DATE.
           05 AP-YEAR          PIC 9(4).
           05 AP-MONTH         PIC 9(2).
           05 AP-DAY           PIC 9(2).

       01 WS-MONTH-DAYS-TBL    PIC X(24)
           VALUE "312831303130313130313031".
       01 FILLER REDEFINES WS-MONTH-DAYS-TBL.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       01 WS-LEAP-QUOT         PIC 9(4) COMP.
       01 WS-LEAP-R4           PIC 9(4) COMP.
       01 WS-LEAP-R100         PIC 9(4) COMP.
       01 WS-LEAP-R400         PIC 9(4) COMP.

       01 WS-STARTUP-PARM     PIC X(80).
       01 WS-CONTINUE         PIC 9 VALUE 1.
       01 WS-INPUT            PIC X(256).
       01 WS-VERB             PIC X(8).
       01 WS-VERB-PTR         PIC 9(4) COMP.
       01 WS-REST             PIC X(256).
       01 WS-REST-PTR         PIC 9(4) COMP.
       01 WS-NUM-TOKEN        PIC X(8).
       01 WS-NUM-LEN          PIC 9(4) COMP.
       01 WS-REQ-NO           PIC 9(6).
       01 WS-REASON           PIC X(80).
       01 WS-NEW-STATUS       PIC X(8).
       01 WS-REQ-VALID-SW     PIC X(1).
           88 WS-REQ-VALID VALUE "Y" FALSE "N".
       01 WS-REQ-READY-SW     PIC X(1).
           88 WS-REQ-READY VALUE "Y" FALSE "N".
       01 WS-LIST-ALL-SW      PIC X(1).
           88 WS-LIST-ALL VALUE "Y" FALSE "N".
       01 WS-LOWER-ALPHA      PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-ALPHA      PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * the request being decided, held while its lines are read
       01 WS-RQ-SESSION-ID    PIC X(16).
       01 WS-RQ-USER          PIC X(8).
       01 WS-RQ-ACTION        PIC X(6).
       01 WS-RQ-PATH          PIC X(256).

       01 WS-LIST-COUNT       PIC 9(6).
       01 WS-EXPIRED-COUNT    PIC 9(6) VALUE 0.
       01 WS-APPLY-LINES      PIC 9(6).
       01 WS-APPLIED-SW       PIC X(1).
           88 WS-APPLIED VALUE "Y" FALSE "N".

       01 WS-CMP-LINE         PIC 9(6).
       01 WS-DIFF-COUNT       PIC 9(6).
       01 WS-CUR-LINE         PIC X(256).
       01 WS-NEW-LINE         PIC X(256).
       01 WS-CUR-HAVE-SW      PIC X(1).
           88 WS-CUR-HAVE VALUE "Y" FALSE "N".
       01 WS-NEW-HAVE-SW      PIC X(1).
           88 WS-NEW-HAVE VALUE "Y" FALSE "N".
       01 WS-NEW-EOF-SWITCH   PIC X(1).
           88 NEW-EOF VALUE "Y" FALSE "N".

       01 WS-VER-SAVED-SW     PIC X(1) VALUE "N".
           88 WS-VER-SAVED VALUE "Y" FALSE "N".
       01 WS-VER-PATH         PIC X(230).
       01 WS-VER-LAST-GEN     PIC 9(4).
       01 WS-VER-NEW-GEN      PIC 9(4).
       01 WS-VER-OLDEST-KEPT  PIC 9(4).
       01 WS-VER-GEN-COUNT    PIC 9(4) COMP.
       01 WS-VER-LINES        PIC 9(6).

       01 WS-AUDIT-ACTION     PIC X(6).
       01 WS-AUDIT-REC.
           05 WS-AUD-TIMESTAMP  PIC X(17).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-SESSION-ID PIC X(16).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-USER       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-ACTION     PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-MSG-COUNT  PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AUD-FILEPATH   PIC X(256).

       01 WS-LEDGER-PATH      PIC X(128).
       01 WS-LEDGER-CLASS     PIC X(20).
       01 WS-LOCK-PATH        PIC X(160).
       01 WS-LOCK-STATUS      PIC X(2).
           88 WS-LOCK-SEEN VALUE "00".
       01 WS-LOCK-TRIES       PIC 9(4) COMP.
       01 WS-LOCK-TRY-LIMIT   PIC 9(4) COMP VALUE 60.
       01 WS-LOCK-SLEEP-SECS  PIC 9(2) VALUE 1.
       01 WS-LOCK-HELD-SW     PIC X(1) VALUE "N".
           88 WS-LOCK-HELD VALUE "Y" FALSE "N".
       01 WS-QUEUE-LOCK-PATH  PIC X(160).
       01 WS-QUEUE-LOCK-SW    PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
           INSPECT WS-STARTUP-PARM
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           IF WS-STARTUP-PARM NOT = SPACES
               AND WS-STARTUP-PARM NOT = "EXPIRE"
               DISPLAY "USAGE: nanocode-approve [EXPIRE]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CONFIG-PROFILE THRU LOAD-CONFIG-PROFILE-EXIT
           MOVE SPACES TO WS-PENDING-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.PENDING" DELIMITED BY SIZE
               INTO WS-PENDING-PATH
           MOVE SPACES TO WS-VERSIONS-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.VERSIONS" DELIMITED BY SIZE
               INTO WS-VERSIONS-PATH
           MOVE SPACES TO WS-AUDIT-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.AUDIT" DELIMITED BY SIZE
               INTO WS-AUDIT-PATH

           MOVE SPACES TO WS-USER-ID
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
               ON EXCEPTION MOVE SPACES TO WS-USER-ID
           END-ACCEPT
           IF WS-USER-ID = SPACES
               MOVE "UNKNOWN" TO WS-USER-ID
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-AP-DATE
           PERFORM DECREMENT-ONE-DAY WS-PENDING-DAYS TIMES
           MOVE WS-AP-DATE TO WS-CUTOFF-DATE

           PERFORM EXPIRE-OLD-REQUESTS THRU EXPIRE-OLD-REQUESTS-EXIT
           IF WS-STARTUP-PARM = "EXPIRE"
               DISPLAY "PENDING REQUESTS EXPIRED: " WS-EXPIRED-COUNT
               STOP RUN
           END-IF

           DISPLAY "NANOCODE CHANGE APPROVAL - SIGNED ON AS "
               WS-USER-ID
           DISPLAY "COMMANDS: LIST [ALL], SHOW <n>, APPROVE <n>,"
           DISPLAY "          REJECT <n> <reason>, QUIT"
           DISPLAY " "

           PERFORM APPROVE-LOOP THRU APPROVE-LOOP-EXIT
               UNTIL WS-CONTINUE = 0
           DISPLAY "GOODBYE!"
           STOP RUN.

       LOAD-CONFIG-PROFILE.
           OPEN INPUT CONFIG-FILE
           IF NOT WS-CONFIG-FOUND
               GO TO LOAD-CONFIG-PROFILE-EXIT
           END-IF
           PERFORM UNTIL CFG-EOF
               READ CONFIG-FILE
                   AT END SET CFG-EOF TO TRUE
                   NOT AT END PERFORM APPLY-CONFIG-LINE
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE.
       LOAD-CONFIG-PROFILE-EXIT.
           EXIT.

       APPLY-CONFIG-LINE.
           MOVE SPACES TO WS-CONFIG-KEY
           MOVE SPACES TO WS-CONFIG-VALUE
           MOVE 0 TO WS-CONFIG-VALUE-LEN
           UNSTRING CONFIG-RECORD DELIMITED BY ALL " "
               INTO WS-CONFIG-KEY
                   WS-CONFIG-VALUE COUNT IN WS-CONFIG-VALUE-LEN
           IF WS-CONFIG-KEY = "PATH-PREFIX"
               MOVE WS-CONFIG-VALUE TO WS-PATH-PREFIX
           END-IF
           IF WS-CONFIG-KEY = "VERSION-KEEP"
               AND WS-CONFIG-VALUE-LEN > 0 AND WS-CONFIG-VALUE-LEN < 4
               AND WS-CONFIG-VALUE(1:WS-CONFIG-VALUE-LEN) IS NUMERIC
               AND WS-CONFIG-VALUE(1:WS-CONFIG-VALUE-LEN)
                   NOT = ZEROES
               MOVE WS-CONFIG-VALUE(1:WS-CONFIG-VALUE-LEN)
                   TO WS-VERSION-KEEP
           END-IF
           IF WS-CONFIG-KEY = "PENDING-DAYS"
               AND WS-CONFIG-VALUE-LEN > 0 AND WS-CONFIG-VALUE-LEN < 4
               AND WS-CONFIG-VALUE(1:WS-CONFIG-VALUE-LEN) IS NUMERIC
               AND WS-CONFIG-VALUE(1:WS-CONFIG-VALUE-LEN)
                   NOT = ZEROES
               MOVE WS-CONFIG-VALUE(1:WS-CONFIG-VALUE-LEN)
                   TO WS-PENDING-DAYS
           END-IF.

       DECREMENT-ONE-DAY.
           IF AP-DAY > 1
               SUBTRACT 1 FROM AP-DAY
           ELSE
               IF AP-MONTH > 1
                   SUBTRACT 1 FROM AP-MONTH
                   PERFORM SET-MONTH-END-DAY
               ELSE
                   SUBTRACT 1 FROM AP-YEAR
                   MOVE 12 TO AP-MONTH
                   MOVE 31 TO AP-DAY
               END-IF
           END-IF.

       SET-MONTH-END-DAY.
           MOVE WS-MONTH-DAYS(AP-MONTH) TO AP-DAY
           IF AP-MONTH = 2
               DIVIDE AP-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R4
               DIVIDE AP-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R100
               DIVIDE AP-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R400
               IF WS-LEAP-R4 = 0
                   AND (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
                   MOVE 29 TO AP-DAY
               END-IF
           END-IF.

      * a request raised before the cutoff date and still pending has
      * waited longer than PENDING-DAYS; no queue at all is not an
      * error, but a queue that cannot be locked or opened is, so the
      * NIGHTPLAN step fails rather than skip the expiry silently
       EXPIRE-OLD-REQUESTS.
           MOVE WS-PENDING-PATH TO WS-LEDGER-PATH
           MOVE "NANOCODE.PENDING" TO WS-LEDGER-CLASS
           PERFORM ACQUIRE-LEDGER-LOCK
           IF NOT WS-LOCK-HELD
               DISPLAY "COULD NOT LOCK NANOCODE.PENDING - NOTHING"
                   " EXPIRED"
               MOVE 8 TO RETURN-CODE
               GO TO EXPIRE-OLD-REQUESTS-EXIT
           END-IF
           OPEN I-O PENDING-FILE
           IF NOT WS-PENDING-OK
               IF WS-PENDING-STATUS NOT = "35"
                   DISPLAY "CANNOT OPEN NANOCODE.PENDING - STATUS "
                       WS-PENDING-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM RELEASE-LEDGER-LOCK
               GO TO EXPIRE-OLD-REQUESTS-EXIT
           END-IF
           SET PEND-EOF TO FALSE
           PERFORM UNTIL PEND-EOF
               READ PENDING-FILE NEXT RECORD
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END PERFORM EXPIRE-IF-OVERDUE
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           PERFORM RELEASE-LEDGER-LOCK.
       EXPIRE-OLD-REQUESTS-EXIT.
           EXIT.

       EXPIRE-IF-OVERDUE.
           IF PEND-REQ-NO > 0 AND PEND-LINE = 0
               AND PEND-STATUS = "PENDING"
               AND PEND-TIMESTAMP(1:8) < WS-CUTOFF-DATE
               PERFORM BUILD-TIMESTAMP
               MOVE "EXPIRED" TO PEND-STATUS
               MOVE WS-USER-ID TO PEND-DECIDED-BY
               MOVE WS-TIMESTAMP TO PEND-DECIDED-TS
               MOVE SPACES TO PEND-REASON
               STRING "NOT DECIDED WITHIN " DELIMITED BY SIZE
                   WS-PENDING-DAYS DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO PEND-REASON
               REWRITE PENDING-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO WS-EXPIRED-COUNT
               DISPLAY "REQUEST " PEND-REQ-NO " EXPIRED - "
                   PEND-USER " " PEND-PATH(1:50)
               MOVE PEND-SESSION-ID TO WS-RQ-SESSION-ID
               MOVE PEND-PATH TO WS-RQ-PATH
               MOVE "EXPIRE" TO WS-AUDIT-ACTION
               PERFORM APPEND-AUDIT-ENTRY
           END-IF.

       APPROVE-LOOP.
           DISPLAY "APR> " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           MOVE SPACES TO WS-VERB
           MOVE SPACES TO WS-REST
           MOVE 1 TO WS-VERB-PTR
           UNSTRING WS-INPUT DELIMITED BY SPACE
               INTO WS-VERB
               WITH POINTER WS-VERB-PTR
      * an input with no space leaves the pointer one past the end
      * of the field, where a reference would be out of bounds
           IF WS-VERB-PTR > 256
               MOVE SPACES TO WS-REST
           ELSE
               MOVE WS-INPUT(WS-VERB-PTR:) TO WS-REST
           END-IF
           INSPECT WS-VERB
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA

           IF WS-VERB = SPACES
               CONTINUE
           ELSE IF WS-VERB = "QUIT" OR WS-VERB = "Q"
               MOVE 0 TO WS-CONTINUE
           ELSE IF WS-VERB = "LIST"
               PERFORM LIST-COMMAND THRU LIST-COMMAND-EXIT
           ELSE IF WS-VERB = "SHOW"
               PERFORM SHOW-COMMAND THRU SHOW-COMMAND-EXIT
           ELSE IF WS-VERB = "APPROVE"
               PERFORM APPROVE-COMMAND THRU APPROVE-COMMAND-EXIT
           ELSE IF WS-VERB = "REJECT"
               PERFORM REJECT-COMMAND THRU REJECT-COMMAND-EXIT
           ELSE
               DISPLAY "UNKNOWN COMMAND: " WS-VERB
           END-IF.
       APPROVE-LOOP-EXIT.
           EXIT.

      * the request number, then (for REJECT) the rest of the line
      * as the reason
       PARSE-REQUEST-NO.
           SET WS-REQ-VALID TO FALSE
           MOVE SPACES TO WS-NUM-TOKEN
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-NUM-LEN
           MOVE 1 TO WS-REST-PTR
           UNSTRING WS-REST DELIMITED BY ALL SPACE
               INTO WS-NUM-TOKEN COUNT IN WS-NUM-LEN
               WITH POINTER WS-REST-PTR
           IF WS-REST-PTR NOT > 256
               MOVE WS-REST(WS-REST-PTR:) TO WS-REASON
           END-IF
           IF WS-NUM-LEN > 0 AND WS-NUM-LEN < 7
               AND WS-NUM-TOKEN(1:WS-NUM-LEN) IS NUMERIC
               MOVE WS-NUM-TOKEN(1:WS-NUM-LEN) TO WS-REQ-NO
               IF WS-REQ-NO > 0
                   SET WS-REQ-VALID TO TRUE
               END-IF
           END-IF.

       LIST-COMMAND.
           SET WS-LIST-ALL TO FALSE
           INSPECT WS-REST
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           IF WS-REST = "ALL"
               SET WS-LIST-ALL TO TRUE
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT PENDING-FILE
           IF NOT WS-PENDING-OK
               DISPLAY "NO REQUESTS ON FILE"
               GO TO LIST-COMMAND-EXIT
           END-IF
           SET PEND-EOF TO FALSE
           PERFORM UNTIL PEND-EOF
               READ PENDING-FILE NEXT RECORD
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END PERFORM LIST-ONE-REQUEST
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           IF WS-LIST-COUNT = 0
               IF WS-LIST-ALL
                   DISPLAY "NO REQUESTS ON FILE"
               ELSE
                   DISPLAY "NO REQUESTS WAITING FOR APPROVAL"
               END-IF
           END-IF.
       LIST-COMMAND-EXIT.
           EXIT.

       LIST-ONE-REQUEST.
           IF PEND-REQ-NO > 0 AND PEND-LINE = 0
               AND (WS-LIST-ALL OR PEND-STATUS = "PENDING")
               ADD 1 TO WS-LIST-COUNT
               DISPLAY PEND-REQ-NO " " PEND-STATUS " "
                   PEND-TIMESTAMP " " PEND-USER " " PEND-ACTION " "
                   PEND-LINE-COUNT " LINES"
               DISPLAY "       " PEND-PATH(1:70)
           END-IF.

      * the proposed contents against the file as it stands now, line
      * for line: equal lines once, differing ones as - current and
      * + proposed
       SHOW-COMMAND.
           PERFORM PARSE-REQUEST-NO
           IF NOT WS-REQ-VALID
               DISPLAY "USAGE: SHOW <request number>"
               GO TO SHOW-COMMAND-EXIT
           END-IF
           OPEN INPUT PENDING-FILE
           IF NOT WS-PENDING-OK
               DISPLAY "NO REQUESTS ON FILE"
               GO TO SHOW-COMMAND-EXIT
           END-IF
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-REQ-NO TO PEND-REQ-NO
           MOVE 0 TO PEND-LINE
           READ PENDING-FILE
               INVALID KEY
                   DISPLAY "REQUEST " WS-REQ-NO " NOT ON FILE"
                   CLOSE PENDING-FILE
                   GO TO SHOW-COMMAND-EXIT
           END-READ
           DISPLAY "REQUEST   " PEND-REQ-NO "  " PEND-STATUS
           DISPLAY "RAISED    " PEND-TIMESTAMP " BY " PEND-USER
               " SESSION " PEND-SESSION-ID
           DISPLAY "CHANGE    " PEND-ACTION " - " PEND-LINE-COUNT
               " LINES PROPOSED"
           DISPLAY "PATH      " PEND-PATH(1:70)
           IF PEND-STATUS NOT = "PENDING"
               DISPLAY "DECIDED   " PEND-DECIDED-TS " BY "
                   PEND-DECIDED-BY
               IF PEND-REASON NOT = SPACES
                   DISPLAY "REASON    " PEND-REASON(1:70)
               END-IF
           END-IF
           DISPLAY " "

           MOVE PEND-PATH TO WS-TARGET-PATH
           SET TGT-EOF TO FALSE
           OPEN INPUT TARGET-FILE
           IF NOT WS-TARGET-OK
               DISPLAY "FILE IS NOT ON DISK - EVERY LINE IS NEW"
               SET TGT-EOF TO TRUE
           END-IF
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-REQ-NO TO PEND-REQ-NO
           MOVE 1 TO PEND-LINE
           SET NEW-EOF TO FALSE
           START PENDING-FILE KEY IS NOT LESS THAN PEND-KEY
               INVALID KEY SET NEW-EOF TO TRUE
           END-START
           MOVE 0 TO WS-CMP-LINE
           MOVE 0 TO WS-DIFF-COUNT
           PERFORM COMPARE-NEXT-LINE
               UNTIL TGT-EOF AND NEW-EOF
           IF WS-TARGET-OK
               CLOSE TARGET-FILE
           END-IF
           CLOSE PENDING-FILE
           DISPLAY " "
           DISPLAY WS-DIFF-COUNT " LINE(S) DIFFER (- CURRENT,"
               " + PROPOSED)".
       SHOW-COMMAND-EXIT.
           EXIT.

       COMPARE-NEXT-LINE.
           ADD 1 TO WS-CMP-LINE
           SET WS-CUR-HAVE TO FALSE
           SET WS-NEW-HAVE TO FALSE
           MOVE SPACES TO WS-CUR-LINE
           MOVE SPACES TO WS-NEW-LINE
           IF NOT TGT-EOF
               READ TARGET-FILE INTO WS-CUR-LINE
                   AT END SET TGT-EOF TO TRUE
                   NOT AT END SET WS-CUR-HAVE TO TRUE
               END-READ
           END-IF
           IF NOT NEW-EOF
               READ PENDING-FILE NEXT RECORD
                   AT END SET NEW-EOF TO TRUE
                   NOT AT END
                       IF PEND-REQ-NO NOT = WS-REQ-NO
                           SET NEW-EOF TO TRUE
                       ELSE
                           MOVE PEND-TEXT TO WS-NEW-LINE
                           SET WS-NEW-HAVE TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-CUR-HAVE AND WS-NEW-HAVE
               AND WS-CUR-LINE = WS-NEW-LINE
               DISPLAY "  " WS-CMP-LINE " " WS-CUR-LINE(1:68)
           ELSE
               IF WS-CUR-HAVE
                   DISPLAY "- " WS-CMP-LINE " " WS-CUR-LINE(1:68)
               END-IF
               IF WS-NEW-HAVE
                   DISPLAY "+ " WS-CMP-LINE " " WS-NEW-LINE(1:68)
               END-IF
               IF WS-CUR-HAVE OR WS-NEW-HAVE
                   ADD 1 TO WS-DIFF-COUNT
               END-IF
           END-IF.

      * the queue stays locked from the moment the request is read
      * until its new status is written, so two approvers can never
      * both apply the same request
       APPROVE-COMMAND.
           PERFORM PARSE-REQUEST-NO
           IF NOT WS-REQ-VALID
               DISPLAY "USAGE: APPROVE <request number>"
               GO TO APPROVE-COMMAND-EXIT
           END-IF
           IF WS-USER-ID = "UNKNOWN"
               DISPLAY "CANNOT TELL WHO YOU ARE (USER IS NOT SET) -"
                   " NOTHING APPROVED"
               GO TO APPROVE-COMMAND-EXIT
           END-IF
           PERFORM LOCK-AND-READ-REQUEST
               THRU LOCK-AND-READ-REQUEST-EXIT
           IF NOT WS-REQ-READY
               GO TO APPROVE-COMMAND-EXIT
           END-IF
           IF WS-RQ-USER = WS-USER-ID
               DISPLAY "REQUEST " WS-REQ-NO " IS YOUR OWN CHANGE -"
                   " ANOTHER USER MUST APPROVE IT"
               PERFORM FINISH-REQUEST
               GO TO APPROVE-COMMAND-EXIT
           END-IF

           MOVE WS-RQ-PATH TO WS-TARGET-PATH
           PERFORM SAVE-FILE-GENERATION
               THRU SAVE-FILE-GENERATION-EXIT
           IF NOT WS-VER-SAVED
               DISPLAY "CANNOT KEEP PRIOR VERSION - REQUEST "
                   WS-REQ-NO " LEFT PENDING"
               PERFORM FINISH-REQUEST
               GO TO APPROVE-COMMAND-EXIT
           END-IF
           PERFORM APPLY-PENDING-LINES THRU APPLY-PENDING-LINES-EXIT
           IF NOT WS-APPLIED
               DISPLAY "CANNOT WRITE " WS-RQ-PATH(1:50)
               DISPLAY "REQUEST " WS-REQ-NO " LEFT PENDING"
               PERFORM FINISH-REQUEST
               GO TO APPROVE-COMMAND-EXIT
           END-IF

           MOVE "APPROVED" TO WS-NEW-STATUS
           MOVE SPACES TO WS-REASON
           PERFORM MARK-REQUEST-DECIDED
           DISPLAY "* REQUEST " WS-REQ-NO " APPROVED - "
               WS-APPLY-LINES " LINES WRITTEN TO"
           DISPLAY "* " WS-RQ-PATH(1:70)
           IF WS-VER-NEW-GEN > 0
               DISPLAY "* PRIOR VERSION KEPT AS GENERATION "
                   WS-VER-NEW-GEN
           END-IF
           MOVE "APPROV" TO WS-AUDIT-ACTION
           PERFORM APPEND-AUDIT-ENTRY
           PERFORM FINISH-REQUEST.
       APPROVE-COMMAND-EXIT.
           EXIT.

      * the requester may turn down (withdraw) their own request -
      * only approval needs a second pair of eyes
       REJECT-COMMAND.
           PERFORM PARSE-REQUEST-NO
           IF NOT WS-REQ-VALID OR WS-REASON = SPACES
               DISPLAY "USAGE: REJECT <request number> <reason>"
               GO TO REJECT-COMMAND-EXIT
           END-IF
           PERFORM LOCK-AND-READ-REQUEST
               THRU LOCK-AND-READ-REQUEST-EXIT
           IF NOT WS-REQ-READY
               GO TO REJECT-COMMAND-EXIT
           END-IF
           MOVE "REJECTED" TO WS-NEW-STATUS
           PERFORM MARK-REQUEST-DECIDED
           DISPLAY "* REQUEST " WS-REQ-NO " REJECTED - "
               WS-RQ-PATH(1:50) " UNCHANGED"
           MOVE "REJECT" TO WS-AUDIT-ACTION
           PERFORM APPEND-AUDIT-ENTRY
           PERFORM FINISH-REQUEST.
       REJECT-COMMAND-EXIT.
           EXIT.

      * lock the queue, open it and read the request's header; only
      * a request still pending can be decided, and one that has
      * outlived PENDING-DAYS since this run started is expired here
      * instead
       LOCK-AND-READ-REQUEST.
           SET WS-REQ-READY TO FALSE
           MOVE WS-PENDING-PATH TO WS-LEDGER-PATH
           MOVE "NANOCODE.PENDING" TO WS-LEDGER-CLASS
           PERFORM ACQUIRE-LEDGER-LOCK
           IF NOT WS-LOCK-HELD
               DISPLAY "COULD NOT LOCK NANOCODE.PENDING - TRY AGAIN"
               GO TO LOCK-AND-READ-REQUEST-EXIT
           END-IF
           OPEN I-O PENDING-FILE
           IF NOT WS-PENDING-OK
               DISPLAY "CANNOT OPEN NANOCODE.PENDING - STATUS "
                   WS-PENDING-STATUS
               PERFORM RELEASE-LEDGER-LOCK
               GO TO LOCK-AND-READ-REQUEST-EXIT
           END-IF
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-REQ-NO TO PEND-REQ-NO
           MOVE 0 TO PEND-LINE
           READ PENDING-FILE
               INVALID KEY
                   DISPLAY "REQUEST " WS-REQ-NO " NOT ON FILE"
                   PERFORM FINISH-REQUEST
                   GO TO LOCK-AND-READ-REQUEST-EXIT
           END-READ
           IF PEND-STATUS NOT = "PENDING"
               DISPLAY "REQUEST " WS-REQ-NO " IS ALREADY "
                   PEND-STATUS
               PERFORM FINISH-REQUEST
               GO TO LOCK-AND-READ-REQUEST-EXIT
           END-IF
           IF PEND-TIMESTAMP(1:8) < WS-CUTOFF-DATE
               PERFORM EXPIRE-IF-OVERDUE
               PERFORM FINISH-REQUEST
               GO TO LOCK-AND-READ-REQUEST-EXIT
           END-IF
           MOVE PEND-SESSION-ID TO WS-RQ-SESSION-ID
           MOVE PEND-USER TO WS-RQ-USER
           MOVE PEND-ACTION TO WS-RQ-ACTION
           MOVE PEND-PATH TO WS-RQ-PATH
           SET WS-REQ-READY TO TRUE.
       LOCK-AND-READ-REQUEST-EXIT.
           EXIT.

      * re-read the header (reading the lines moved the record area
      * on) and record the decision as WS-NEW-STATUS
       MARK-REQUEST-DECIDED.
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-REQ-NO TO PEND-REQ-NO
           MOVE 0 TO PEND-LINE
           READ PENDING-FILE
               INVALID KEY CONTINUE
           END-READ
           PERFORM BUILD-TIMESTAMP
           MOVE WS-NEW-STATUS TO PEND-STATUS
           MOVE WS-USER-ID TO PEND-DECIDED-BY
           MOVE WS-TIMESTAMP TO PEND-DECIDED-TS
           MOVE WS-REASON TO PEND-REASON
           REWRITE PENDING-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.

       FINISH-REQUEST.
           CLOSE PENDING-FILE
           PERFORM RELEASE-LEDGER-LOCK.

       APPLY-PENDING-LINES.
           SET WS-APPLIED TO FALSE
           MOVE 0 TO WS-APPLY-LINES
           OPEN OUTPUT TARGET-FILE
           IF NOT WS-TARGET-OK
               GO TO APPLY-PENDING-LINES-EXIT
           END-IF
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-REQ-NO TO PEND-REQ-NO
           MOVE 1 TO PEND-LINE
           SET PEND-EOF TO FALSE
           START PENDING-FILE KEY IS NOT LESS THAN PEND-KEY
               INVALID KEY SET PEND-EOF TO TRUE
           END-START
           PERFORM UNTIL PEND-EOF
               READ PENDING-FILE NEXT RECORD
                   AT END SET PEND-EOF TO TRUE
                   NOT AT END
                       IF PEND-REQ-NO NOT = WS-REQ-NO
                           SET PEND-EOF TO TRUE
                       ELSE
                           WRITE TARGET-RECORD FROM PEND-TEXT
                           ADD 1 TO WS-APPLY-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARGET-FILE
           SET WS-APPLIED TO TRUE.
       APPLY-PENDING-LINES-EXIT.
           EXIT.

      * the same generation-keeping the REPL does before /write and
      * /edit replace a file (SAVE-FILE-GENERATION in nanocode.cob);
      * the generation is stamped with the requester's session, user
      * and change, since it was their change that replaced it
       SAVE-FILE-GENERATION.
           SET WS-VER-SAVED TO FALSE
           MOVE 0 TO WS-VER-NEW-GEN
           OPEN INPUT TARGET-FILE
           IF NOT WS-TARGET-OK
               SET WS-VER-SAVED TO TRUE
               GO TO SAVE-FILE-GENERATION-EXIT
           END-IF
           CLOSE TARGET-FILE
           IF WS-TARGET-PATH(231:26) NOT = SPACES
               DISPLAY "PATH TOO LONG FOR NANOCODE.VERSIONS"
               GO TO SAVE-FILE-GENERATION-EXIT
           END-IF
           MOVE WS-TARGET-PATH(1:230) TO WS-VER-PATH

           PERFORM SET-ASIDE-QUEUE-LOCK
           MOVE WS-VERSIONS-PATH TO WS-LEDGER-PATH
           MOVE "NANOCODE.VERSIONS" TO WS-LEDGER-CLASS
           PERFORM ACQUIRE-LEDGER-LOCK
           IF NOT WS-LOCK-HELD
               DISPLAY "COULD NOT LOCK NANOCODE.VERSIONS"
               PERFORM TAKE-BACK-QUEUE-LOCK
               GO TO SAVE-FILE-GENERATION-EXIT
           END-IF
           OPEN I-O VERSIONS-FILE
           IF WS-VERSIONS-MISSING
               OPEN OUTPUT VERSIONS-FILE
               CLOSE VERSIONS-FILE
               OPEN I-O VERSIONS-FILE
           END-IF
           IF NOT WS-VERSIONS-OK
               DISPLAY "CANNOT OPEN NANOCODE.VERSIONS - STATUS "
                   WS-VERSIONS-STATUS
               PERFORM RELEASE-LEDGER-LOCK
               PERFORM TAKE-BACK-QUEUE-LOCK
               GO TO SAVE-FILE-GENERATION-EXIT
           END-IF

           PERFORM FIND-LAST-GENERATION
           IF WS-VER-LAST-GEN = 9999
               DISPLAY "NO GENERATION NUMBERS LEFT FOR THIS PATH"
               CLOSE VERSIONS-FILE
               PERFORM RELEASE-LEDGER-LOCK
               PERFORM TAKE-BACK-QUEUE-LOCK
               GO TO SAVE-FILE-GENERATION-EXIT
           END-IF
           COMPUTE WS-VER-NEW-GEN = WS-VER-LAST-GEN + 1
           PERFORM COPY-FILE-TO-GENERATION
           IF WS-VER-GEN-COUNT NOT < WS-VERSION-KEEP
               COMPUTE WS-VER-OLDEST-KEPT =
                   WS-VER-NEW-GEN - WS-VERSION-KEEP + 1
               PERFORM PRUNE-OLD-GENERATIONS
           END-IF
           CLOSE VERSIONS-FILE
           PERFORM RELEASE-LEDGER-LOCK
           PERFORM TAKE-BACK-QUEUE-LOCK
           SET WS-VER-SAVED TO TRUE.
       SAVE-FILE-GENERATION-EXIT.
           EXIT.

       POSITION-AT-PATH.
           SET VER-EOF TO FALSE
           MOVE SPACES TO VERSIONS-RECORD
           MOVE WS-VER-PATH TO VER-PATH
           MOVE 0 TO VER-GEN
           MOVE 0 TO VER-LINE
           START VERSIONS-FILE KEY IS NOT LESS THAN VER-KEY
               INVALID KEY SET VER-EOF TO TRUE
           END-START.

       FIND-LAST-GENERATION.
           MOVE 0 TO WS-VER-LAST-GEN
           MOVE 0 TO WS-VER-GEN-COUNT
           PERFORM POSITION-AT-PATH
           PERFORM UNTIL VER-EOF
               READ VERSIONS-FILE NEXT RECORD
                   AT END SET VER-EOF TO TRUE
                   NOT AT END
                       IF VER-PATH NOT = WS-VER-PATH
                           SET VER-EOF TO TRUE
                       ELSE
                           IF VER-LINE = 0
                               ADD 1 TO WS-VER-GEN-COUNT
                               MOVE VER-GEN TO WS-VER-LAST-GEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COPY-FILE-TO-GENERATION.
           MOVE 0 TO WS-VER-LINES
           OPEN INPUT TARGET-FILE
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ TARGET-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VER-LINES
                       MOVE SPACES TO VERSIONS-RECORD
                       MOVE WS-VER-PATH TO VER-PATH
                       MOVE WS-VER-NEW-GEN TO VER-GEN
                       MOVE WS-VER-LINES TO VER-LINE
                       MOVE TARGET-RECORD TO VER-TEXT
                       WRITE VERSIONS-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE TARGET-FILE
           SET EOF TO FALSE
           PERFORM BUILD-TIMESTAMP
           MOVE SPACES TO VERSIONS-RECORD
           MOVE WS-VER-PATH TO VER-PATH
           MOVE WS-VER-NEW-GEN TO VER-GEN
           MOVE 0 TO VER-LINE
           MOVE WS-TIMESTAMP TO VER-TIMESTAMP
           MOVE WS-RQ-SESSION-ID TO VER-SESSION-ID
           MOVE WS-RQ-USER TO VER-USER
           MOVE WS-RQ-ACTION TO VER-ACTION
           MOVE WS-VER-LINES TO VER-LINE-COUNT
           WRITE VERSIONS-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       PRUNE-OLD-GENERATIONS.
           PERFORM POSITION-AT-PATH
           PERFORM UNTIL VER-EOF
               READ VERSIONS-FILE NEXT RECORD
                   AT END SET VER-EOF TO TRUE
                   NOT AT END
                       IF VER-PATH NOT = WS-VER-PATH
                           OR VER-GEN NOT < WS-VER-OLDEST-KEPT
                           SET VER-EOF TO TRUE
                       ELSE
                           DELETE VERSIONS-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      * the entry is cut under the requesting session's id, so recon
      * finds the session in the session log; the user is whoever
      * made the decision; like the REPL's appender, a lock that
      * never frees is written through rather than lose the entry
       APPEND-AUDIT-ENTRY.
           PERFORM SET-ASIDE-QUEUE-LOCK
           MOVE WS-AUDIT-PATH TO WS-LEDGER-PATH
           MOVE "NANOCODE.AUDIT" TO WS-LEDGER-CLASS
           PERFORM ACQUIRE-LEDGER-LOCK
           IF NOT WS-LOCK-HELD
               DISPLAY "LOCK ON NANOCODE.AUDIT NOT FREED - WRITING"
                   " WITHOUT IT"
           END-IF
           PERFORM BUILD-TIMESTAMP
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE WS-TIMESTAMP TO WS-AUD-TIMESTAMP
           MOVE WS-RQ-SESSION-ID TO WS-AUD-SESSION-ID
           MOVE WS-USER-ID TO WS-AUD-USER
           MOVE WS-AUDIT-ACTION TO WS-AUD-ACTION
           MOVE 0 TO WS-AUD-MSG-COUNT
           MOVE WS-RQ-PATH TO WS-AUD-FILEPATH
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD FROM WS-AUDIT-REC
           CLOSE AUDIT-FILE
           PERFORM RELEASE-LEDGER-LOCK
           PERFORM TAKE-BACK-QUEUE-LOCK.

      * the queue's lock is held across a whole decision while the
      * generation store and the audit ledger are locked inside it;
      * the queue's lock is set aside meanwhile and taken back after
      * (no session waits on the queue while holding either of them)
       SET-ASIDE-QUEUE-LOCK.
           MOVE WS-LOCK-PATH TO WS-QUEUE-LOCK-PATH
           MOVE WS-LOCK-HELD-SW TO WS-QUEUE-LOCK-SW
           SET WS-LOCK-HELD TO FALSE.

       TAKE-BACK-QUEUE-LOCK.
           MOVE WS-QUEUE-LOCK-PATH TO WS-LOCK-PATH
           MOVE WS-QUEUE-LOCK-SW TO WS-LOCK-HELD-SW.

      * same probe/create protocol the sessions use
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
                   MOVE "APPROVE" TO LCK-SESSION-ID
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
