      *             status instead of truncating the knowledge base,
      *             and cut the TEACH audit record only when the
      *             entry really reached the file
      * 2026-10-15  keep the prior contents of every file /write and
      *             /edit replace as a numbered generation in
      *             NANOCODE.VERSIONS (VERSION-KEEP in the profile
      *             sets how many per path, default 5) in place of
      *             the single <path>.BAK, and add /versions <path>
      *             to list them and /restore <path> <gen> to put one
      *             back under the ACL write check with a RESTOR
      *             audit entry
      * 2026-10-15  mask card numbers, SSNs and the like in every
      *             message before it reaches WS-MESSAGES - and with
      *             it HISTORY, OVERFLOW, the checkpoint, transcripts
      *             and the extract - using the patterns in the new
      *             NANOCODE.REDACT control file (built-in DIGITS
      *             13 19 and SHAPE 999-99-9999 when it is absent);
      *             the last four characters stay readable and each
      *             masking cuts a REDACT audit entry with the count
      * 2026-10-15  enforce the daily caps in the new NANOCODE.QUOTA
      *             control file (user, cost center from
      *             NANOCODE.COSTCTR, or DEFAULT): today's messages
      *             are counted from HISTORY and today's file-tool
      *             operations from AUDIT before each one, with a
      *             warning at 80% and a refusal, QUOTA audit entry
      *             and FAIL status at 100%; /find now cuts a FIND
      *             audit entry so it counts like the other tools
      * 2026-10-15  add the APPROVE flag to NANOCODE.ACL: a /write,
      *             /edit or /restore under an APPROVE prefix leaves
      *             the file alone and holds the full proposed
      *             contents in the new NANOCODE.PENDING queue under
      *             a request number, with a QUEUED audit entry and
      *             HELD status, until a second user approves or
      *             rejects it with NANOCODE-APPROVE
      * 2026-10-15  log every responder reply to the new indexed
      *             NANOCODE.FEEDBACK ledger under its HISTORY session
      *             id and message sequence, with the responder
      *             module, the KB pattern that produced the answer
      *             (or NOANSWER and the question when the knowledge
      *             base had nothing), and add /rate good|bad
      *             [comment] to score the last ASSISTANT turn there
      *             for NANOCODE-SCORECARD
      * 2026-10-15  add /handoff <user> [note] to pass a live
      *             conversation to another user: the session ends
      *             with a HANDOF event and a PENDING record in the
      *             new indexed NANOCODE.HANDOFF queue; the receiver
      *             is offered it at startup and taking it rebuilds
      *             the conversation from HISTORY (following earlier
      *             handoffs back to the first session), logs a TAKEN
      *             event and stamps the parent session id on every
      *             later session-log record and the transcript
      * 2026-10-15  add /view <path> <layout> [from] [count] [WHERE
      *             <field>=<value>] to show a fixed-width file one
      *             labeled field per line from a record layout -
      *             built in for the NANOCODE ledgers, or the shop's
      *             own in the new NANOCODE.LAYOUTS control file -
      *             flagging numeric and date fields that do not hold
      *             one and records that do not fit the layout, under
      *             the same ACL read check, quota and READ audit
      *             entry as /read
      * 2026-10-15  check the new NANOCODE.BROADCAST control file the
      *             operators keep from NANOCODE-MONITOR between
      *             commands: a broadcast message is shown once per
      *             session until it expires; a DRAIN refuses new
      *             sessions at startup, counts the open ones down to
      *             its deadline, and there checkpoints the
      *             conversation, logs a DRAIN session event and ends
      *             the session as /q does, transcript and all
      * 2026-10-15  mask the command text written to NANOCODE.JOBREPORT
      *             - a message the quota refused and the comment or
      *             note on /rate and /handoff reached it in the clear

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ACL-FILE ASSIGN TO "NANOCODE.ACL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACL-STATUS.
           SELECT VERSIONS-FILE ASSIGN TO WS-VERSIONS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VER-KEY
               FILE STATUS IS WS-VERSIONS-STATUS.
           SELECT REDACT-FILE ASSIGN TO "NANOCODE.REDACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDACT-STATUS.
           SELECT QUOTA-FILE ASSIGN TO "NANOCODE.QUOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTA-STATUS.
           SELECT COSTCTR-FILE ASSIGN TO "NANOCODE.COSTCTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTCTR-STATUS.
           SELECT PENDING-FILE ASSIGN TO WS-PENDING-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT EDIT-WORK-FILE ASSIGN TO WS-EDIT-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-WORK-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KB-PATTERN
               FILE STATUS IS WS-KB-STATUS.
           SELECT FEEDBACK-FILE ASSIGN TO WS-FEEDBACK-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-KEY
               FILE STATUS IS WS-FEEDBACK-STATUS.
           SELECT VIEW-FILE ASSIGN TO WS-FILEPATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIEW-STATUS.
           SELECT LAYOUTS-FILE ASSIGN TO "NANOCODE.LAYOUTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUTS-STATUS.
           SELECT HANDOFF-FILE ASSIGN TO WS-HANDOFF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-SESSION-ID
               ALTERNATE RECORD KEY IS HO-TO-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HO-TAKEN-SESSION
                   WITH DUPLICATES
               FILE STATUS IS WS-HANDOFF-STATUS.
      * the operators' broadcast is a control file too, kept beside
      * the profile by NANOCODE-MONITOR
           SELECT BROADCAST-FILE ASSIGN TO "NANOCODE.BROADCAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BROADCAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACL-FILE.
       01 ACL-RECORD PIC X(256).

      * one header record (line 0) per generation says who replaced
      * the file and when; the prior contents follow as lines 1 - n
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

       FD REDACT-FILE.
       01 REDACT-RECORD PIC X(80).

       FD QUOTA-FILE.
       01 QUOTA-RECORD PIC X(80).

       FD COSTCTR-FILE.
       01 COSTCTR-RECORD PIC X(80).

      * a header record (line 0) per request says who asked, when,
      * for which path and what became of it; the full proposed
      * contents follow as lines 1 - n; request 0 is a control record
      * whose line count carries the last request number handed out
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

       FD EDIT-WORK-FILE.
       01 EDIT-WORK-RECORD PIC X(256).
           05 KB-PATTERN       PIC X(64).
           05 KB-ANSWER        PIC X(1024).

      * one record per responder reply, keyed like the ASSISTANT
      * turn's HISTORY record; outcome is ANSWERED (from the KB
      * pattern shown), NOANSWER, REPLIED (the module does not say)
      * or MISSING (no module installed); /rate fills in the rating
       FD FEEDBACK-FILE.
       01 FEEDBACK-RECORD.
           05 FB-KEY.
               10 FB-SESSION-ID   PIC X(16).
               10 FB-MSG-SEQ      PIC 9(6).
           05 FB-USER          PIC X(8).
           05 FB-TIMESTAMP     PIC X(17).
           05 FB-RESPONDER     PIC X(8).
           05 FB-OUTCOME       PIC X(8).
           05 FB-PATTERN       PIC X(64).
           05 FB-RATING        PIC X(4).
           05 FB-RATED-BY      PIC X(8).
           05 FB-RATED-TS      PIC X(17).
           05 FB-COMMENT       PIC X(200).
           05 FB-QUESTION      PIC X(256).

      * the file /read shows, taken a record at a time at the length
      * it really is so /view can hold each one up to its layout
       FD VIEW-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 2048 CHARACTERS
               DEPENDING ON WS-VW-REC-LEN.
       01 VIEW-RECORD PIC X(2048).

      * one field per line: layout, field, start, length and type -
      * X alphanumeric, 9 unsigned numeric, S signed numeric (a
      * leading or trailing + or -), D a YYYYMMDD date
       FD LAYOUTS-FILE.
       01 LAYOUTS-RECORD PIC X(80).

      * one record per handed-off session, keyed by that session;
      * PENDING until the receiver takes it, then TAKEN with the
      * receiving session; parent is the session this one was itself
      * taken from, so a conversation passed along a shift at a time
      * can be followed back to where it began
       FD HANDOFF-FILE.
       01 HANDOFF-RECORD.
           05 HO-SESSION-ID    PIC X(16).
           05 HO-STATUS        PIC X(8).
           05 HO-TIMESTAMP     PIC X(17).
           05 HO-FROM-USER     PIC X(8).
           05 HO-TO-USER       PIC X(8).
           05 HO-PARENT-ID     PIC X(16).
           05 HO-MSG-COUNT     PIC 9(4).
           05 HO-TAKEN-SESSION PIC X(16).
           05 HO-TAKEN-TS      PIC X(17).
           05 HO-NOTE          PIC X(200).

      * at most one MESSAGE line and one DRAIN line; the set time
      * tells one broadcast from the next, and UNTIL (YYYYMMDD-HHMM)
      * is when a message expires or when a drain ends the session
       FD BROADCAST-FILE.
       01 BROADCAST-RECORD.
           05 BC-TYPE          PIC X(8).
           05 FILLER           PIC X(1).
           05 BC-SET-TS        PIC X(17).
           05 FILLER           PIC X(1).
           05 BC-UNTIL         PIC X(13).
           05 FILLER           PIC X(1).
           05 BC-SET-BY        PIC X(8).
           05 FILLER           PIC X(1).
           05 BC-TEXT          PIC X(200).
           05 FILLER           PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-ANSI-CODES.
           05 WS-RESET     PIC X(4) VALUE X"1B5B306D".
           05 WS-SLR-ACTION     PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SLR-MSG-COUNT  PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SLR-PARENT-ID  PIC X(16).

       01 WS-AUDIT-REC.
           05 WS-AUD-TIMESTAMP  PIC X(17).
       01 WS-ACL-FLAG-IN        PIC X(8).
       01 WS-ACL-TABLE.
           05 WS-ACL-ENTRY OCCURS 20 TIMES.
               10 WS-ACL-FLAG       PIC X(7).
               10 WS-ACL-PREFIX     PIC X(200).
               10 WS-ACL-PREFIX-LEN PIC 9(4) COMP.
       01 WS-ACCESS-NEEDED      PIC X(1).
           88 WS-ACCESS-ALLOWED VALUE "Y" FALSE "N".
       01 WS-ACL-MATCHED-SW     PIC X(1).
           88 WS-ACL-MATCHED VALUE "Y" FALSE "N".
       01 WS-APPROVAL-SW        PIC X(1) VALUE "N".
           88 WS-APPROVAL-NEEDED VALUE "Y" FALSE "N".

       01 WS-PENDING-PATH       PIC X(128).
       01 WS-PENDING-STATUS     PIC X(2).
           88 WS-PENDING-OK VALUE "00".
           88 WS-PENDING-MISSING VALUE "35".
       01 WS-PEND-CTL-SW        PIC X(1).
           88 WS-PEND-CTL-FOUND VALUE "Y" FALSE "N".
       01 WS-CHANGE-QUEUED-SW   PIC X(1) VALUE "N".
           88 WS-CHANGE-QUEUED VALUE "Y" FALSE "N".
       01 WS-PEND-REQ           PIC 9(6).
       01 WS-PEND-LINES         PIC 9(6).
       01 WS-PEND-ACTION        PIC X(6).
       01 WS-PEND-PATH-HOLD     PIC X(256).

       01 WS-VERSIONS-PATH      PIC X(128).
       01 WS-VERSIONS-STATUS    PIC X(2).
           88 WS-VERSIONS-OK VALUE "00".
           88 WS-VERSIONS-MISSING VALUE "35".
       01 WS-VERSION-KEEP       PIC 9(4) COMP VALUE 5.
       01 WS-VER-EOF-SWITCH     PIC X(1) VALUE "N".
           88 VER-EOF VALUE "Y" FALSE "N".
       01 WS-VER-SAVED-SW       PIC X(1) VALUE "N".
           88 WS-VER-SAVED VALUE "Y" FALSE "N".
       01 WS-VER-PATH           PIC X(230).
       01 WS-VER-ACTION         PIC X(6).
       01 WS-VER-LAST-GEN       PIC 9(4).
       01 WS-VER-NEW-GEN        PIC 9(4).
       01 WS-VER-OLDEST-KEPT    PIC 9(4).
       01 WS-VER-GEN-COUNT      PIC 9(4) COMP.
       01 WS-VER-LINES          PIC 9(6).
       01 WS-RESTORE-TOKEN      PIC X(16).
       01 WS-RESTORE-TOKEN-LEN  PIC 9(4) COMP.
       01 WS-RESTORE-GEN        PIC 9(4).
       01 WS-RESTORED-SW        PIC X(1) VALUE "N".
           88 WS-RESTORED VALUE "Y" FALSE "N".
       01 WS-EDIT-WORK-STATUS   PIC X(2).
       01 WS-EDIT-REST          PIC X(1024).
       01 WS-EDIT-PTR           PIC 9(4) COMP.
       01 WS-UPPER-ALPHA        PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01 WS-REDACT-STATUS      PIC X(2).
           88 WS-REDACT-FOUND VALUE "00".
       01 WS-REDACT-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-REDACT-IDX         PIC 9(4) COMP.
       01 WS-RD-KIND-IN         PIC X(8).
       01 WS-RD-ARG1            PIC X(40).
       01 WS-RD-ARG1-LEN        PIC 9(4) COMP.
       01 WS-RD-ARG2            PIC X(8).
       01 WS-RD-ARG2-LEN        PIC 9(4) COMP.
       01 WS-REDACT-TABLE.
           05 WS-RD-ENTRY OCCURS 20 TIMES.
               10 WS-RD-KIND        PIC X(6).
               10 WS-RD-MIN         PIC 9(4) COMP.
               10 WS-RD-MAX         PIC 9(4) COMP.
               10 WS-RD-SHAPE       PIC X(40).
               10 WS-RD-SHAPE-LEN   PIC 9(4) COMP.
       01 WS-MASK-TEXT          PIC X(1024).
       01 WS-MASK-LEN           PIC 9(4) COMP.
       01 WS-MASK-COUNT         PIC 9(4) COMP.
       01 WS-MASK-TOTAL         PIC 9(4) COMP.
       01 WS-MASK-COUNT-OUT     PIC 9(4).
       01 WS-MASK-SOURCE        PIC X(24).
       01 WS-MASK-POS           PIC 9(4) COMP.
       01 WS-MASK-AT            PIC 9(4) COMP.
       01 WS-MASK-RUN           PIC 9(4) COMP.
       01 WS-MASK-STOP          PIC 9(4) COMP.
       01 WS-MASK-K             PIC 9(4) COMP.
       01 WS-MASK-CHAR          PIC X(1).
       01 WS-SHAPE-CHAR         PIC X(1).
       01 WS-MASK-RUN-SW        PIC X(1).
           88 WS-MASK-RUN-DONE VALUE "Y" FALSE "N".
       01 WS-SHAPE-MATCH-SW     PIC X(1).
           88 WS-SHAPE-MATCHED VALUE "Y" FALSE "N".

      * daily caps resolved once at startup - user line first, then
      * the user's cost center, then DEFAULT; a cap of 0 is no cap
       01 WS-QUOTA-STATUS       PIC X(2).
           88 WS-QUOTA-FOUND VALUE "00".
       01 WS-COSTCTR-STATUS     PIC X(2).
           88 WS-COSTCTR-FOUND VALUE "00".
       01 WS-USER-COSTCTR       PIC X(12) VALUE SPACES.
       01 WS-QT-KEY             PIC X(12).
       01 WS-QT-CENTER          PIC X(12).
       01 WS-QT-MSG             PIC X(8).
       01 WS-QT-MSG-LEN         PIC 9(4) COMP.
       01 WS-QT-FOP             PIC X(8).
       01 WS-QT-FOP-LEN         PIC 9(4) COMP.
       01 WS-QT-USER-SW         PIC X(1) VALUE "N".
           88 WS-QT-USER-SET VALUE "Y" FALSE "N".
       01 WS-QT-CTR-SW          PIC X(1) VALUE "N".
           88 WS-QT-CTR-SET VALUE "Y" FALSE "N".
       01 WS-QT-DFLT-SW         PIC X(1) VALUE "N".
           88 WS-QT-DFLT-SET VALUE "Y" FALSE "N".
       01 WS-QT-USER-MSG        PIC 9(5) VALUE 0.
       01 WS-QT-USER-FOP        PIC 9(5) VALUE 0.
       01 WS-QT-CTR-MSG         PIC 9(5) VALUE 0.
       01 WS-QT-CTR-FOP         PIC 9(5) VALUE 0.
       01 WS-QT-DFLT-MSG        PIC 9(5) VALUE 0.
       01 WS-QT-DFLT-FOP        PIC 9(5) VALUE 0.
       01 WS-QUOTA-MSG-CAP      PIC 9(5) VALUE 0.
       01 WS-QUOTA-FOP-CAP      PIC 9(5) VALUE 0.
       01 WS-QUOTA-CAP          PIC 9(5).
       01 WS-QUOTA-USED         PIC 9(5).
       01 WS-QUOTA-NEXT         PIC 9(5).
       01 WS-QUOTA-KIND         PIC X(7).
       01 WS-QUOTA-TODAY        PIC X(8).
       01 WS-QUOTA-PATH-HOLD    PIC X(256).
       01 WS-QUOTA-OK-SW        PIC X(1) VALUE "Y".
           88 WS-QUOTA-OK VALUE "Y" FALSE "N".

       01 WS-RESPONDER-NAME     PIC X(8) VALUE "NANORESP".
       01 WS-RESPONSE           PIC X(1024).
       01 WS-RESPONSE-LEN       PIC 9(4) COMP.
       01 WS-RESPONSE-INFO.
           05 WS-RI-OUTCOME     PIC X(1).
               88 WS-RI-ANSWERED  VALUE "A".
               88 WS-RI-NO-ANSWER VALUE "N".
               88 WS-RI-NO-MODULE VALUE "X".
           05 WS-RI-PATTERN     PIC X(64).

      * the sequence of the last ASSISTANT turn logged to FEEDBACK;
      * zero means there is nothing /rate can score
       01 WS-FEEDBACK-PATH      PIC X(128).
       01 WS-FEEDBACK-STATUS    PIC X(2).
           88 WS-FEEDBACK-OK VALUE "00".
           88 WS-FEEDBACK-MISSING VALUE "35".
       01 WS-RATE-SEQ           PIC 9(6) VALUE 0.
       01 WS-RATE-SEQ-BEFORE    PIC 9(6).
       01 WS-RATE-QUESTION      PIC X(256).
       01 WS-RATE-WORD          PIC X(8).
       01 WS-RATE-COMMENT       PIC X(200).
       01 WS-RATE-PTR           PIC 9(4) COMP.
       01 WS-RATE-PRIOR         PIC X(4).

      * set once this session takes a handoff; every later session-
      * log record and the transcript carry it
       01 WS-PARENT-SESSION-ID  PIC X(16) VALUE SPACES.
       01 WS-HANDOFF-PATH       PIC X(128).
       01 WS-HANDOFF-STATUS     PIC X(2).
           88 WS-HANDOFF-OK VALUE "00".
           88 WS-HANDOFF-MISSING VALUE "35".
       01 WS-HO-EOF-SWITCH      PIC X(1) VALUE "N".
           88 HO-EOF VALUE "Y" FALSE "N".
       01 WS-HANDOFF-TAKEN-SW   PIC X(1) VALUE "N".
           88 WS-HANDOFF-TAKEN VALUE "Y" FALSE "N".
       01 WS-HO-TO-USER         PIC X(8).
       01 WS-HO-TO-LEN          PIC 9(4) COMP.
       01 WS-HO-NOTE            PIC X(200).
       01 WS-HO-PTR             PIC 9(4) COMP.
       01 WS-HO-PICK            PIC X(1).
       01 WS-HO-PICK-NO         PIC 9(1).
       01 WS-HO-MORE            PIC 9(4).
       01 WS-HO-OFFER-COUNT     PIC 9(1) VALUE 0.
       01 WS-HO-OFFER-IDX       PIC 9(2).
       01 WS-HO-OFFER-TABLE.
           05 WS-HO-OFFER OCCURS 9 TIMES.
               10 WS-HO-OFFER-ID    PIC X(16).
               10 WS-HO-OFFER-FROM  PIC X(8).
               10 WS-HO-OFFER-TS    PIC X(17).
               10 WS-HO-OFFER-MSGS  PIC 9(4).
               10 WS-HO-OFFER-NOTE  PIC X(40).
       01 WS-HO-TAKE-ID         PIC X(16).
       01 WS-HO-FROM-USER       PIC X(8).
       01 WS-HO-TAKE-NOTE       PIC X(200).
       01 WS-HO-NEXT-PARENT     PIC X(16).
       01 WS-HO-LOADED          PIC 9(6).
      * sessions the conversation passed through, newest first; the
      * load replays them oldest first
       01 WS-HO-CHAIN-COUNT     PIC 9(4) COMP.
       01 WS-HO-CHAIN-IDX       PIC 9(4) COMP.
       01 WS-HO-CHAIN-TABLE.
           05 WS-HO-CHAIN-ID OCCURS 20 TIMES PIC X(16).

       01 WS-VIEW-STATUS        PIC X(2).
           88 WS-VIEW-OK VALUE "00".
       01 WS-LAYOUTS-STATUS     PIC X(2).
           88 WS-LAYOUTS-FOUND VALUE "00".
       01 WS-VW-REC-LEN         PIC 9(4) COMP.
       01 WS-VW-REC             PIC X(2048).
       01 WS-VW-LAYOUT          PIC X(12).
       01 WS-VW-SOURCE          PIC X(16).
       01 WS-VW-LINE            PIC X(80).
       01 WS-VW-PTR             PIC 9(4) COMP.
       01 WS-VW-TOKEN           PIC X(256).
       01 WS-VW-TOKEN-LEN       PIC 9(4) COMP.
       01 WS-VW-WORD            PIC X(8).
       01 WS-VW-NUMS            PIC 9(1).
       01 WS-VW-ARGS-SW         PIC X(1).
           88 WS-VW-ARGS-DONE VALUE "Y" FALSE "N".
       01 WS-VW-BAD-SW          PIC X(1).
           88 WS-VW-ARGS-BAD VALUE "Y" FALSE "N".
       01 WS-VW-FROM            PIC 9(6).
       01 WS-VW-COUNT           PIC 9(6).
       01 WS-VW-WHERE-SW        PIC X(1).
           88 WS-VW-WHERE-SET VALUE "Y" FALSE "N".
       01 WS-VW-WHERE-FIELD     PIC X(16).
       01 WS-VW-WHERE-VALUE     PIC X(2049).
       01 WS-VW-WHERE-LEN       PIC 9(4) COMP.
       01 WS-VW-WHERE-IDX       PIC 9(4) COMP.
       01 WS-VW-MATCH-SW        PIC X(1).
           88 WS-VW-WHERE-MATCH VALUE "Y" FALSE "N".
       01 WS-VW-NUM-A           PIC 9(18).
       01 WS-VW-NUM-B           PIC 9(18).
       01 WS-VW-RECNO           PIC 9(6).
       01 WS-VW-NEXT            PIC 9(6).
       01 WS-VW-SHOWN           PIC 9(6).
       01 WS-VW-BAD-FIELDS      PIC 9(6).
       01 WS-VW-BAD-LENGTHS     PIC 9(6).
       01 WS-VW-LEN-OUT         PIC 9(4).
       01 WS-VW-FIT-SW          PIC X(1).
           88 WS-VW-RECORD-FITS VALUE "Y" FALSE "N".
       01 WS-VW-AT              PIC 9(4) COMP.
       01 WS-VW-LEN             PIC 9(4) COMP.
       01 WS-VW-END             PIC 9(4) COMP.
       01 WS-VW-SHOW-LEN        PIC 9(4) COMP.
       01 WS-VW-OFF             PIC 9(4) COMP.
       01 WS-VW-POS             PIC 9(4) COMP.
       01 WS-VW-CHUNK           PIC 9(4) COMP.
       01 WS-VW-FLAG            PIC X(24).
       01 WS-VW-FIELD-SW        PIC X(1).
           88 WS-VW-FIELD-OK VALUE "Y" FALSE "N".
       01 WS-VW-DATE.
           05 WS-VW-YEAR        PIC 9(4).
           05 WS-VW-MONTH       PIC 9(2).
           05 WS-VW-DAY         PIC 9(2).
       01 WS-VW-MONTH-LIMIT     PIC 9(2).
       01 WS-VW-LEAP-QUOT       PIC 9(4) COMP.
       01 WS-VW-LEAP-R4         PIC 9(4) COMP.
       01 WS-VW-LEAP-R100       PIC 9(4) COMP.
       01 WS-VW-LEAP-R400       PIC 9(4) COMP.
       01 WS-VW-MONTH-DAYS-TBL  PIC X(24)
           VALUE "312831303130313130313031".
       01 FILLER REDEFINES WS-VW-MONTH-DAYS-TBL.
           05 WS-VW-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
       01 WS-LY-LAYOUT-IN       PIC X(16).
       01 WS-LY-LAYOUT-LEN      PIC 9(4) COMP.
       01 WS-LY-FIELD-IN        PIC X(20).
       01 WS-LY-FIELD-LEN       PIC 9(4) COMP.
       01 WS-LY-START-IN        PIC X(8).
       01 WS-LY-START-LEN       PIC 9(4) COMP.
       01 WS-LY-LENGTH-IN       PIC X(8).
       01 WS-LY-LENGTH-LEN      PIC 9(4) COMP.
       01 WS-LY-TYPE-IN         PIC X(8).
       01 WS-LY-START           PIC 9(4).
       01 WS-LY-LENGTH          PIC 9(4).
      * the fields of the layout being viewed, in layout order, and
      * the last byte any of them reaches
       01 WS-VW-FLD-COUNT       PIC 9(4) COMP.
       01 WS-VW-FLD-IDX         PIC 9(4) COMP.
       01 WS-VW-LAYOUT-LEN      PIC 9(4) COMP.
       01 WS-VW-FIELD-TABLE.
           05 WS-VW-FIELD OCCURS 60 TIMES.
               10 WS-VW-F-NAME      PIC X(16).
               10 WS-VW-F-START     PIC 9(4) COMP.
               10 WS-VW-F-LEN       PIC 9(4) COMP.
               10 WS-VW-F-TYPE      PIC X(1).
      * the ledger layouts every site gets: layout, field, start,
      * length, type; the timestamps are split into their YYYYMMDD
      * date and HHMMSSCC time so both can be checked
       01 WS-LYB-VALUES.
           05 FILLER PIC X(37) VALUE
               "SESSIONLOG  DATE            00010008D".
           05 FILLER PIC X(37) VALUE
               "SESSIONLOG  TIME            001000089".
           05 FILLER PIC X(37) VALUE
               "SESSIONLOG  SESSION-ID      00190016X".
           05 FILLER PIC X(37) VALUE
               "SESSIONLOG  USER            00360008X".
           05 FILLER PIC X(37) VALUE
               "SESSIONLOG  ACTION          00450006X".
           05 FILLER PIC X(37) VALUE
               "SESSIONLOG  MSG-COUNT       005200049".
           05 FILLER PIC X(37) VALUE
               "SESSIONLOG  PARENT-ID       00570016X".
           05 FILLER PIC X(37) VALUE
               "AUDIT       DATE            00010008D".
           05 FILLER PIC X(37) VALUE
               "AUDIT       TIME            001000089".
           05 FILLER PIC X(37) VALUE
               "AUDIT       SESSION-ID      00190016X".
           05 FILLER PIC X(37) VALUE
               "AUDIT       USER            00360008X".
           05 FILLER PIC X(37) VALUE
               "AUDIT       ACTION          00450006X".
           05 FILLER PIC X(37) VALUE
               "AUDIT       MSG-COUNT       005200049".
           05 FILLER PIC X(37) VALUE
               "AUDIT       FILEPATH        00570256X".
           05 FILLER PIC X(37) VALUE
               "LOCK        DATE            00010008D".
           05 FILLER PIC X(37) VALUE
               "LOCK        TIME            001000089".
           05 FILLER PIC X(37) VALUE
               "LOCK        SESSION-ID      00190016X".
           05 FILLER PIC X(37) VALUE
               "LOCK        USER            00360008X".
           05 FILLER PIC X(37) VALUE
               "OVERFLOW    SESSION-ID      00010016X".
           05 FILLER PIC X(37) VALUE
               "OVERFLOW    USER            00170008X".
           05 FILLER PIC X(37) VALUE
               "OVERFLOW    ROLE            00250016X".
           05 FILLER PIC X(37) VALUE
               "OVERFLOW    CONTENT         00411024X".
           05 FILLER PIC X(37) VALUE
               "TRANSCRIPT  SESSION-ID      00010016X".
           05 FILLER PIC X(37) VALUE
               "TRANSCRIPT  USER            00170008X".
           05 FILLER PIC X(37) VALUE
               "TRANSCRIPT  ROLE            00250016X".
           05 FILLER PIC X(37) VALUE
               "TRANSCRIPT  CONTENT         00411024X".
           05 FILLER PIC X(37) VALUE
               "CHECKPOINT  ROLE            00010016X".
           05 FILLER PIC X(37) VALUE
               "CHECKPOINT  CONTENT         00171024X".
           05 FILLER PIC X(37) VALUE
               "JOBREPORT   COMMAND         00010040X".
           05 FILLER PIC X(37) VALUE
               "JOBREPORT   STATUS          00420004X".
           05 FILLER PIC X(37) VALUE
               "JOBREPORT   LINES           004700069".
           05 FILLER PIC X(37) VALUE
               "CTLAUDIT    DATE            00010008D".
           05 FILLER PIC X(37) VALUE
               "CTLAUDIT    TIME            001000089".
           05 FILLER PIC X(37) VALUE
               "CTLAUDIT    USER            00190008X".
           05 FILLER PIC X(37) VALUE
               "CTLAUDIT    FILE            00280012X".
           05 FILLER PIC X(37) VALUE
               "CTLAUDIT    ACTION          00410006X".
           05 FILLER PIC X(37) VALUE
               "CTLAUDIT    OLD-VALUE       00480170X".
           05 FILLER PIC X(37) VALUE
               "CTLAUDIT    NEW-VALUE       02190170X".
           05 FILLER PIC X(37) VALUE
               "RUNLOG      DATE            00010008D".
           05 FILLER PIC X(37) VALUE
               "RUNLOG      TIME            001000089".
           05 FILLER PIC X(37) VALUE
               "RUNLOG      STEP            001900029".
           05 FILLER PIC X(37) VALUE
               "RUNLOG      LABEL           00220012X".
           05 FILLER PIC X(37) VALUE
               "RUNLOG      EVENT           00350008X".
           05 FILLER PIC X(37) VALUE
               "RUNLOG      RC              004400049".
       01 FILLER REDEFINES WS-LYB-VALUES.
           05 WS-LYB-ENTRY OCCURS 44 TIMES.
               10 WS-LYB-LAYOUT     PIC X(12).
               10 WS-LYB-FIELD      PIC X(16).
               10 WS-LYB-START      PIC 9(4).
               10 WS-LYB-LEN        PIC 9(4).
               10 WS-LYB-TYPE       PIC X(1).
       01 WS-LYB-COUNT          PIC 9(4) COMP VALUE 44.
       01 WS-LYB-IDX            PIC 9(4) COMP.

       01 WS-BROADCAST-STATUS   PIC X(2).
           88 WS-BROADCAST-FOUND VALUE "00".
      * the broadcast as last read, the message this session has
      * already shown and the minutes left it last warned about
       01 WS-BC-MSG-SW          PIC X(1) VALUE "N".
           88 WS-BC-MSG-SET VALUE "Y" FALSE "N".
       01 WS-BC-MSG-TS          PIC X(17).
       01 WS-BC-MSG-UNTIL       PIC X(13).
       01 WS-BC-MSG-BY          PIC X(8).
       01 WS-BC-MSG-TEXT        PIC X(200).
       01 WS-BC-SHOWN-TS        PIC X(17) VALUE SPACES.
       01 WS-DRAIN-SW           PIC X(1) VALUE "N".
           88 WS-DRAIN-SET VALUE "Y" FALSE "N".
       01 WS-DRAIN-DUE-SW       PIC X(1) VALUE "N".
           88 WS-DRAIN-DUE VALUE "Y" FALSE "N".
       01 WS-DRAIN-UNTIL        PIC X(13).
       01 WS-DRAIN-TEXT         PIC X(200).
       01 WS-BC-SHOW-TEXT       PIC X(200).
       01 WS-DRAIN-LEFT         PIC 9(6).
       01 WS-DRAIN-WARNED       PIC 9(6) VALUE 0.
       01 WS-DRAIN-NOW-MIN      PIC 9(12) COMP.
       01 WS-BC-TS-WORK         PIC X(13).
       01 WS-BC-DATE.
           05 WS-BC-YEAR        PIC 9(4).
           05 WS-BC-MONTH       PIC 9(2).
           05 WS-BC-DAY         PIC 9(2).
       01 WS-BC-HH              PIC 9(2).
       01 WS-BC-MM              PIC 9(2).
       01 WS-BC-MINUTES         PIC 9(12) COMP.
       01 WS-BC-DAY-SERIAL      PIC 9(9) COMP.
       01 WS-BC-MONTH-IDX       PIC 9(2) COMP.
       01 WS-BC-YEAR-M1         PIC 9(4) COMP.
       01 WS-BC-LEAP-Q4         PIC 9(4) COMP.
       01 WS-BC-LEAP-Q100       PIC 9(4) COMP.
       01 WS-BC-LEAP-Q400       PIC 9(4) COMP.
       01 WS-BC-LEAP-QUOT       PIC 9(4) COMP.
       01 WS-BC-LEAP-R4         PIC 9(4) COMP.
       01 WS-BC-LEAP-R100       PIC 9(4) COMP.
       01 WS-BC-LEAP-R400       PIC 9(4) COMP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF
           DISPLAY " "

      * while a drain is set no new session begins, so nothing is
      * logged - there is no START for a DRAIN or QUIT to close
           PERFORM LOAD-BROADCAST THRU LOAD-BROADCAST-EXIT
           IF WS-DRAIN-SET
               PERFORM REFUSE-DRAINED-START
               STOP RUN
           END-IF

           PERFORM INIT-SESSION-IDENTITY
           PERFORM LOAD-ACL-TABLE THRU LOAD-ACL-TABLE-EXIT
           PERFORM LOAD-REDACT-TABLE THRU LOAD-REDACT-TABLE-EXIT
           PERFORM LOAD-QUOTA-LIMITS THRU LOAD-QUOTA-LIMITS-EXIT

           MOVE "START" TO WS-SESSION-ACTION
           PERFORM APPEND-SESSION-EVENT

           PERFORM OFFER-PENDING-HANDOFFS
               THRU OFFER-PENDING-HANDOFFS-EXIT
           IF NOT WS-HANDOFF-TAKEN
               PERFORM OFFER-CHECKPOINT-RELOAD
                   THRU OFFER-CHECKPOINT-RELOAD-EXIT
           END-IF

           IF WS-DECK-MODE-ON
               PERFORM OPEN-COMMAND-DECK THRU OPEN-COMMAND-DECK-EXIT
           END-IF
           IF WS-CONFIG-KEY = "RESPONDER"
               MOVE WS-CONFIG-VALUE(1:8) TO WS-RESPONDER-NAME
           END-IF
           IF WS-CONFIG-KEY = "VERSION-KEEP"
               AND WS-CONFIG-VALUE-LEN < 4
               AND WS-CONFIG-VALUE(1:WS-CONFIG-VALUE-LEN) IS NUMERIC
               AND WS-CONFIG-VALUE(1:WS-CONFIG-VALUE-LEN)
                   NOT = ZEROES
               MOVE WS-CONFIG-VALUE(1:WS-CONFIG-VALUE-LEN)
                   TO WS-VERSION-KEEP
           END-IF.

       BUILD-DATA-PATHS.
           MOVE SPACES TO WS-KB-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.KB" DELIMITED BY SIZE
               INTO WS-KB-PATH
           MOVE SPACES TO WS-VERSIONS-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.VERSIONS" DELIMITED BY SIZE
               INTO WS-VERSIONS-PATH
           MOVE SPACES TO WS-PENDING-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.PENDING" DELIMITED BY SIZE
               INTO WS-PENDING-PATH
           MOVE SPACES TO WS-FEEDBACK-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.FEEDBACK" DELIMITED BY SIZE
               INTO WS-FEEDBACK-PATH
           MOVE SPACES TO WS-HANDOFF-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.HANDOFF" DELIMITED BY SIZE
               INTO WS-HANDOFF-PATH.

       INIT-SESSION-IDENTITY.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   INTO WS-ACL-FLAG-IN
                       WS-ACL-PREFIX(WS-ACL-COUNT)
                       COUNT IN WS-ACL-PREFIX-LEN(WS-ACL-COUNT)
               IF (WS-ACL-FLAG-IN = "READ" OR "WRITE" OR "DENY"
                       OR "APPROVE")
                   AND WS-ACL-PREFIX-LEN(WS-ACL-COUNT) > 0
                   MOVE WS-ACL-FLAG-IN
                       TO WS-ACL-FLAG(WS-ACL-COUNT)
           END-IF.

      * first matching prefix decides; an ACL with no matching entry
      * refuses the path, while no ACL file at all allows everything;
      * an APPROVE prefix reads freely but any change to it is only
      * allowed as a request held for a second user's approval
       CHECK-PATH-ACCESS.
           SET WS-ACCESS-ALLOWED TO TRUE
           SET WS-APPROVAL-NEEDED TO FALSE
           IF NOT WS-ACL-LOADED
               GO TO CHECK-PATH-ACCESS-EXIT
           END-IF
                   AND WS-ACCESS-NEEDED = "R"
                   SET WS-ACCESS-ALLOWED TO TRUE
               END-IF
               IF WS-ACL-FLAG(WS-ACL-IDX) = "APPROVE"
                   SET WS-ACCESS-ALLOWED TO TRUE
                   IF WS-ACCESS-NEEDED = "W"
                       SET WS-APPROVAL-NEEDED TO TRUE
                   END-IF
               END-IF
           END-IF.

      * NANOCODE.REDACT is a control file like the ACL: one rule per
      * line, DIGITS <min> <max> for a run of that many digits, or
      * SHAPE <mask> where 9 stands for any digit, A for any letter
      * and every other character must match itself (999-99-9999);
      * no file at all applies the built-in defaults, DIGITS 13 19
      * and SHAPE 999-99-9999
       LOAD-REDACT-TABLE.
           OPEN INPUT REDACT-FILE
           IF NOT WS-REDACT-FOUND
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

      * a rule must leave something to mask ahead of the last four
      * characters it keeps, so runs and shapes shorter than five
      * are dropped along with anything that does not parse
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
           END-IF.

      * mask WS-MASK-TEXT in place and report it: the REDACT audit
      * entry carries how many values were masked and where, never
      * the values themselves
       MASK-AND-REPORT.
           PERFORM MASK-SENSITIVE-TEXT THRU MASK-SENSITIVE-TEXT-EXIT
           IF WS-MASK-COUNT > 0
               PERFORM CUT-REDACT-AUDIT
           END-IF.

       CUT-REDACT-AUDIT.
           MOVE WS-MASK-COUNT TO WS-MASK-COUNT-OUT
           IF WS-BATCH-MODE-ON
               DISPLAY "* " WS-MASK-COUNT-OUT " VALUE(S) MASKED IN "
                   WS-MASK-SOURCE
           ELSE
               DISPLAY WS-GREEN "* " WS-MASK-COUNT-OUT
                   " VALUE(S) MASKED IN " WS-MASK-SOURCE WS-RESET
           END-IF
           MOVE SPACES TO WS-FILEPATH
           STRING WS-MASK-COUNT-OUT DELIMITED BY SIZE
               " VALUE(S) MASKED IN " DELIMITED BY SIZE
               WS-MASK-SOURCE DELIMITED BY SIZE
               INTO WS-FILEPATH
           MOVE "REDACT" TO WS-AUDIT-ACTION
           PERFORM APPEND-AUDIT-ENTRY.

      * every rule runs over the text in turn; a masked value turns
      * to asterisks, so a later rule can never match it a second time
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

      * measure the whole run of digits starting here; a run inside
      * the rule's bounds is masked up to its last four digits
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

      * a shape only counts when it stands on its own - a letter or
      * digit hard against either end means it is part of something
      * longer
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

      * only the digit and letter positions are masked; the shape's
      * punctuation stays so the value still reads as what it was
       MASK-SHAPE-CHAR.
           MOVE WS-RD-SHAPE(WS-REDACT-IDX)(WS-MASK-K:1)
               TO WS-SHAPE-CHAR
           IF WS-SHAPE-CHAR = "9" OR WS-SHAPE-CHAR = "A"
               MOVE "*" TO WS-MASK-TEXT(WS-MASK-POS + WS-MASK-K - 1:1)
           END-IF.

       REFUSE-PATH-ACCESS.
           MOVE "DENIED" TO WS-AUDIT-ACTION
           PERFORM APPEND-AUDIT-ENTRY.

      * NANOCODE.QUOTA holds one line per key: a user id, a cost
      * center from NANOCODE.COSTCTR (the same user-then-center
      * mapping the chargeback bills by) or DEFAULT, then the daily
      * message cap and the daily file-tool cap; the most specific
      * line wins whatever order the file is in, a cap of 0 means no
      * cap, and no file at all means no caps for anyone
       LOAD-QUOTA-LIMITS.
           OPEN INPUT QUOTA-FILE
           IF NOT WS-QUOTA-FOUND
               GO TO LOAD-QUOTA-LIMITS-EXIT
           END-IF
           CLOSE QUOTA-FILE
           PERFORM LOAD-USER-COSTCTR THRU LOAD-USER-COSTCTR-EXIT
           OPEN INPUT QUOTA-FILE
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ QUOTA-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-QUOTA-LINE
                           THRU APPLY-QUOTA-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE QUOTA-FILE
           SET EOF TO FALSE
           IF WS-QT-USER-SET
               MOVE WS-QT-USER-MSG TO WS-QUOTA-MSG-CAP
               MOVE WS-QT-USER-FOP TO WS-QUOTA-FOP-CAP
           ELSE IF WS-QT-CTR-SET
               MOVE WS-QT-CTR-MSG TO WS-QUOTA-MSG-CAP
               MOVE WS-QT-CTR-FOP TO WS-QUOTA-FOP-CAP
           ELSE IF WS-QT-DFLT-SET
               MOVE WS-QT-DFLT-MSG TO WS-QUOTA-MSG-CAP
               MOVE WS-QT-DFLT-FOP TO WS-QUOTA-FOP-CAP
           END-IF.
       LOAD-QUOTA-LIMITS-EXIT.
           EXIT.

       LOAD-USER-COSTCTR.
           OPEN INPUT COSTCTR-FILE
           IF NOT WS-COSTCTR-FOUND
               GO TO LOAD-USER-COSTCTR-EXIT
           END-IF
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ COSTCTR-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END PERFORM MATCH-COSTCTR-LINE
               END-READ
           END-PERFORM
           CLOSE COSTCTR-FILE
           SET EOF TO FALSE.
       LOAD-USER-COSTCTR-EXIT.
           EXIT.

       MATCH-COSTCTR-LINE.
           IF WS-USER-COSTCTR = SPACES
               MOVE SPACES TO WS-QT-KEY
               MOVE SPACES TO WS-QT-CENTER
               UNSTRING COSTCTR-RECORD DELIMITED BY ALL " "
                   INTO WS-QT-KEY WS-QT-CENTER
               IF WS-QT-KEY = WS-USER-ID
                   MOVE WS-QT-CENTER TO WS-USER-COSTCTR
               END-IF
           END-IF.

      * lines that do not parse are skipped, like the other loaders;
      * the first line for each key counts, later repeats are ignored
       APPLY-QUOTA-LINE.
           MOVE SPACES TO WS-QT-KEY
           MOVE SPACES TO WS-QT-MSG
           MOVE SPACES TO WS-QT-FOP
           MOVE 0 TO WS-QT-MSG-LEN
           MOVE 0 TO WS-QT-FOP-LEN
           UNSTRING QUOTA-RECORD DELIMITED BY ALL " "
               INTO WS-QT-KEY
                   WS-QT-MSG COUNT IN WS-QT-MSG-LEN
                   WS-QT-FOP COUNT IN WS-QT-FOP-LEN
           IF WS-QT-KEY = SPACES
               OR WS-QT-MSG-LEN = 0 OR WS-QT-MSG-LEN > 5
               OR WS-QT-FOP-LEN = 0 OR WS-QT-FOP-LEN > 5
               GO TO APPLY-QUOTA-LINE-EXIT
           END-IF
           IF WS-QT-MSG(1:WS-QT-MSG-LEN) IS NOT NUMERIC
               OR WS-QT-FOP(1:WS-QT-FOP-LEN) IS NOT NUMERIC
               GO TO APPLY-QUOTA-LINE-EXIT
           END-IF
           IF WS-QT-KEY = WS-USER-ID
               IF NOT WS-QT-USER-SET
                   SET WS-QT-USER-SET TO TRUE
                   MOVE WS-QT-MSG(1:WS-QT-MSG-LEN) TO WS-QT-USER-MSG
                   MOVE WS-QT-FOP(1:WS-QT-FOP-LEN) TO WS-QT-USER-FOP
               END-IF
           ELSE IF WS-QT-KEY = WS-USER-COSTCTR
               IF NOT WS-QT-CTR-SET
                   SET WS-QT-CTR-SET TO TRUE
                   MOVE WS-QT-MSG(1:WS-QT-MSG-LEN) TO WS-QT-CTR-MSG
                   MOVE WS-QT-FOP(1:WS-QT-FOP-LEN) TO WS-QT-CTR-FOP
               END-IF
           ELSE IF WS-QT-KEY = "DEFAULT"
               IF NOT WS-QT-DFLT-SET
                   SET WS-QT-DFLT-SET TO TRUE
                   MOVE WS-QT-MSG(1:WS-QT-MSG-LEN) TO WS-QT-DFLT-MSG
                   MOVE WS-QT-FOP(1:WS-QT-FOP-LEN) TO WS-QT-DFLT-FOP
               END-IF
           END-IF.
       APPLY-QUOTA-LINE-EXIT.
           EXIT.

      * usage is counted from the ledgers every time rather than kept
      * in this session, so a user's other sessions today count too
       CHECK-MESSAGE-QUOTA.
           SET WS-QUOTA-OK TO TRUE
           IF WS-QUOTA-MSG-CAP = 0
               GO TO CHECK-MESSAGE-QUOTA-EXIT
           END-IF
           MOVE "MESSAGE" TO WS-QUOTA-KIND
           MOVE WS-QUOTA-MSG-CAP TO WS-QUOTA-CAP
           PERFORM COUNT-TODAY-MESSAGES THRU COUNT-TODAY-MESSAGES-EXIT
           PERFORM JUDGE-QUOTA-USAGE.
       CHECK-MESSAGE-QUOTA-EXIT.
           EXIT.

       CHECK-FILEOP-QUOTA.
           SET WS-QUOTA-OK TO TRUE
           IF WS-QUOTA-FOP-CAP = 0
               GO TO CHECK-FILEOP-QUOTA-EXIT
           END-IF
           MOVE "FILE-OP" TO WS-QUOTA-KIND
           MOVE WS-QUOTA-FOP-CAP TO WS-QUOTA-CAP
           PERFORM COUNT-TODAY-FILEOPS THRU COUNT-TODAY-FILEOPS-EXIT
           PERFORM JUDGE-QUOTA-USAGE.
       CHECK-FILEOP-QUOTA-EXIT.
           EXIT.

      * the QUOTA audit entry reads "MESSAGE CAP nnnnn USED nnnnn" or
      * "FILE-OP CAP nnnnn USED nnnnn <path>" in the path field; the
      * daily exceptions run reads it back by position
       JUDGE-QUOTA-USAGE.
           COMPUTE WS-QUOTA-NEXT = WS-QUOTA-USED + 1
           IF WS-QUOTA-USED NOT < WS-QUOTA-CAP
               SET WS-QUOTA-OK TO FALSE
               MOVE "FAIL" TO WS-CMD-STATUS
               IF WS-BATCH-MODE-ON
                   DISPLAY "DAILY " WS-QUOTA-KIND " QUOTA REACHED - "
                       WS-QUOTA-USED " OF " WS-QUOTA-CAP " USED TODAY"
               ELSE
                   DISPLAY WS-BOLD "DAILY " WS-QUOTA-KIND
                       " QUOTA REACHED - " WS-QUOTA-USED " OF "
                       WS-QUOTA-CAP " USED TODAY" WS-RESET
               END-IF
               MOVE WS-FILEPATH TO WS-QUOTA-PATH-HOLD
               MOVE SPACES TO WS-FILEPATH
               IF WS-QUOTA-KIND = "MESSAGE"
                   STRING WS-QUOTA-KIND " CAP " WS-QUOTA-CAP
                       " USED " WS-QUOTA-USED DELIMITED BY SIZE
                       INTO WS-FILEPATH
               ELSE
                   STRING WS-QUOTA-KIND " CAP " WS-QUOTA-CAP
                       " USED " WS-QUOTA-USED " "
                       WS-QUOTA-PATH-HOLD DELIMITED BY SIZE
                       INTO WS-FILEPATH
               END-IF
               MOVE "QUOTA" TO WS-AUDIT-ACTION
               PERFORM APPEND-AUDIT-ENTRY
               MOVE WS-QUOTA-PATH-HOLD TO WS-FILEPATH
           ELSE IF WS-QUOTA-NEXT * 5 NOT < WS-QUOTA-CAP * 4
               IF WS-BATCH-MODE-ON
                   DISPLAY "* DAILY " WS-QUOTA-KIND " QUOTA - "
                       WS-QUOTA-NEXT " OF " WS-QUOTA-CAP
               ELSE
                   DISPLAY WS-DIM "* DAILY " WS-QUOTA-KIND
                       " QUOTA - " WS-QUOTA-NEXT " OF " WS-QUOTA-CAP
                       WS-RESET
               END-IF
           END-IF.

      * today's USER turns for this user, read through the date key
      * so only today's slice of HISTORY is touched; a ledger that
      * cannot be read counts as no usage rather than locking the
      * analyst out
       COUNT-TODAY-MESSAGES.
           MOVE 0 TO WS-QUOTA-USED
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-QUOTA-TODAY
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HISTORY-OK
               GO TO COUNT-TODAY-MESSAGES-EXIT
           END-IF
           MOVE WS-QUOTA-TODAY TO HIST-DATE
           START HISTORY-FILE KEY NOT < HIST-DATE
               INVALID KEY
                   CLOSE HISTORY-FILE
                   GO TO COUNT-TODAY-MESSAGES-EXIT
           END-START
           SET HIST-EOF TO FALSE
           PERFORM UNTIL HIST-EOF
               READ HISTORY-FILE NEXT RECORD
                   AT END SET HIST-EOF TO TRUE
                   NOT AT END PERFORM TALLY-TODAY-MESSAGE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.
       COUNT-TODAY-MESSAGES-EXIT.
           EXIT.

       TALLY-TODAY-MESSAGE.
           IF HIST-DATE NOT = WS-QUOTA-TODAY
               SET HIST-EOF TO TRUE
           ELSE
               IF HIST-USER = WS-USER-ID AND HIST-ROLE = "USER"
                   ADD 1 TO WS-QUOTA-USED
               END-IF
           END-IF.

       COUNT-TODAY-FILEOPS.
           MOVE 0 TO WS-QUOTA-USED
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-QUOTA-TODAY
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               GO TO COUNT-TODAY-FILEOPS-EXIT
           END-IF
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ AUDIT-FILE INTO WS-AUDIT-REC
                   AT END SET EOF TO TRUE
                   NOT AT END PERFORM TALLY-TODAY-FILEOP
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           SET EOF TO FALSE.
       COUNT-TODAY-FILEOPS-EXIT.
           EXIT.

       TALLY-TODAY-FILEOP.
           IF WS-AUD-TIMESTAMP(1:8) = WS-QUOTA-TODAY
               AND WS-AUD-USER = WS-USER-ID
               AND (WS-AUD-ACTION = "READ" OR WS-AUD-ACTION = "WRITE"
                   OR WS-AUD-ACTION = "EDIT" OR WS-AUD-ACTION = "FIND"
                   OR WS-AUD-ACTION = "RESTOR"
                   OR WS-AUD-ACTION = "QUEUED")
               ADD 1 TO WS-QUOTA-USED
           END-IF.

       REPL-LOOP.
           MOVE "OK" TO WS-CMD-STATUS
           MOVE 0 TO WS-CMD-LINES
      * a deck is ended by the check after its next command is read,
      * so the job report shows the command that did not run
           PERFORM CHECK-BROADCAST THRU CHECK-BROADCAST-EXIT
           IF WS-DRAIN-DUE AND NOT WS-DECK-MODE-ON
               PERFORM END-DRAINED-SESSION
               GO TO REPL-LOOP-EXIT
           END-IF
           IF WS-DECK-MODE-ON
               READ DECK-FILE INTO WS-INPUT
                   AT END MOVE 0 TO WS-CONTINUE
               ACCEPT WS-INPUT
           END-IF

      * the deadline may have come while the prompt waited; the
      * command typed after it is not run
           PERFORM CHECK-BROADCAST THRU CHECK-BROADCAST-EXIT
           IF WS-DRAIN-DUE
               IF WS-INPUT NOT = SPACES
                   MOVE "FAIL" TO WS-CMD-STATUS
               END-IF
               PERFORM END-DRAINED-SESSION
               GO TO RECORD-DECK-RESULT
           END-IF

           IF WS-INPUT = SPACES
               CONTINUE
           ELSE IF WS-INPUT = "/q" OR WS-INPUT = "/Q"
               MOVE "CLEAR" TO WS-SESSION-ACTION
               PERFORM APPEND-SESSION-EVENT
               MOVE 0 TO WS-MSG-COUNT
               MOVE 0 TO WS-RATE-SEQ
               PERFORM CHECKPOINT-SAVE
               IF WS-BATCH-MODE-ON
                   DISPLAY "* CLEARED"
           ELSE IF WS-INPUT(1:7) = "/write " OR
                   WS-INPUT(1:7) = "/WRITE "
               PERFORM WRITE-COMMAND
           ELSE IF WS-INPUT(1:6) = "/view " OR
                   WS-INPUT(1:6) = "/VIEW "
               PERFORM VIEW-COMMAND THRU VIEW-COMMAND-EXIT
           ELSE IF WS-INPUT(1:6) = "/find " OR
                   WS-INPUT(1:6) = "/FIND "
               PERFORM FIND-COMMAND
           ELSE IF WS-INPUT(1:7) = "/teach " OR
                   WS-INPUT(1:7) = "/TEACH "
               PERFORM TEACH-COMMAND
           ELSE IF WS-INPUT(1:6) = "/rate " OR
                   WS-INPUT(1:6) = "/RATE "
               PERFORM RATE-COMMAND THRU RATE-COMMAND-EXIT
           ELSE IF WS-INPUT(1:9) = "/handoff " OR
                   WS-INPUT(1:9) = "/HANDOFF "
               PERFORM HANDOFF-COMMAND THRU HANDOFF-COMMAND-EXIT
           ELSE IF WS-INPUT = "/history" OR WS-INPUT = "/HISTORY"
               PERFORM HISTORY-COMMAND THRU HISTORY-COMMAND-EXIT
           ELSE IF WS-INPUT(1:12) = "/searchhist " OR
                   WS-INPUT(1:12) = "/SEARCHHIST "
               PERFORM SEARCHHIST-COMMAND
           ELSE IF WS-INPUT(1:10) = "/versions " OR
                   WS-INPUT(1:10) = "/VERSIONS "
               PERFORM VERSIONS-COMMAND
           ELSE IF WS-INPUT(1:9) = "/restore " OR
                   WS-INPUT(1:9) = "/RESTORE "
               PERFORM RESTORE-COMMAND
           ELSE
               PERFORM SEND-USER-MESSAGE THRU SEND-USER-MESSAGE-EXIT
           END-IF.

       RECORD-DECK-RESULT.
       REPL-LOOP-EXIT.
           EXIT.

      * the broadcast is re-read between commands so whatever the
      * operators set from NANOCODE-MONITOR reaches every open
      * session without a restart; no file means nothing is being
      * broadcast
       LOAD-BROADCAST.
           SET WS-BC-MSG-SET TO FALSE
           SET WS-DRAIN-SET TO FALSE
           OPEN INPUT BROADCAST-FILE
           IF NOT WS-BROADCAST-FOUND
               GO TO LOAD-BROADCAST-EXIT
           END-IF
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ BROADCAST-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END PERFORM LOAD-BROADCAST-LINE
               END-READ
           END-PERFORM
           CLOSE BROADCAST-FILE
           SET EOF TO FALSE.
       LOAD-BROADCAST-EXIT.
           EXIT.

       LOAD-BROADCAST-LINE.
           IF BC-TYPE = "MESSAGE"
               SET WS-BC-MSG-SET TO TRUE
               MOVE BC-SET-TS TO WS-BC-MSG-TS
               MOVE BC-UNTIL TO WS-BC-MSG-UNTIL
               MOVE BC-SET-BY TO WS-BC-MSG-BY
               MOVE BC-TEXT TO WS-BC-MSG-TEXT
           ELSE IF BC-TYPE = "DRAIN"
               SET WS-DRAIN-SET TO TRUE
               MOVE BC-UNTIL TO WS-DRAIN-UNTIL
               MOVE BC-TEXT TO WS-DRAIN-TEXT
           END-IF.

      * a message not yet shown in this session is shown once, until
      * it expires; a drain warns whenever the minutes left change
      * and marks the session due once its deadline has come - a
      * deadline that is not a date and time counts as come
       CHECK-BROADCAST.
           SET WS-DRAIN-DUE TO FALSE
           PERFORM LOAD-BROADCAST THRU LOAD-BROADCAST-EXIT
           PERFORM BUILD-TIMESTAMP
           IF WS-BC-MSG-SET AND WS-BC-MSG-TS NOT = WS-BC-SHOWN-TS
               IF WS-BC-MSG-UNTIL = SPACES
                   OR WS-TIMESTAMP(1:13) < WS-BC-MSG-UNTIL
                   PERFORM SHOW-BROADCAST-MESSAGE
               END-IF
           END-IF
           IF NOT WS-DRAIN-SET
               MOVE 0 TO WS-DRAIN-WARNED
               GO TO CHECK-BROADCAST-EXIT
           END-IF
           IF WS-DRAIN-UNTIL(1:8) NOT NUMERIC
               OR WS-DRAIN-UNTIL(10:4) NOT NUMERIC
               OR WS-TIMESTAMP(1:13) NOT < WS-DRAIN-UNTIL
               SET WS-DRAIN-DUE TO TRUE
               GO TO CHECK-BROADCAST-EXIT
           END-IF
           MOVE WS-TIMESTAMP(1:13) TO WS-BC-TS-WORK
           PERFORM COMPUTE-BC-MINUTES
           MOVE WS-BC-MINUTES TO WS-DRAIN-NOW-MIN
           MOVE WS-DRAIN-UNTIL TO WS-BC-TS-WORK
           PERFORM COMPUTE-BC-MINUTES
           COMPUTE WS-DRAIN-LEFT = WS-BC-MINUTES - WS-DRAIN-NOW-MIN
           IF WS-DRAIN-LEFT NOT = WS-DRAIN-WARNED
               PERFORM SHOW-DRAIN-WARNING
               MOVE WS-DRAIN-LEFT TO WS-DRAIN-WARNED
           END-IF.
       CHECK-BROADCAST-EXIT.
           EXIT.

       SHOW-BROADCAST-MESSAGE.
           MOVE WS-BC-MSG-TS TO WS-BC-SHOWN-TS
           IF WS-BATCH-MODE-ON
               DISPLAY "* BROADCAST FROM " WS-BC-MSG-BY
           ELSE
               DISPLAY WS-BOLD "* BROADCAST FROM " WS-BC-MSG-BY
                   WS-RESET
           END-IF
           MOVE WS-BC-MSG-TEXT TO WS-BC-SHOW-TEXT
           PERFORM SHOW-BROADCAST-TEXT.

      * up to 200 bytes of operator text, shown 70 to a line so it
      * does not wrap the screen
       SHOW-BROADCAST-TEXT.
           DISPLAY "  " WS-BC-SHOW-TEXT(1:70)
           IF WS-BC-SHOW-TEXT(71:130) NOT = SPACES
               DISPLAY "  " WS-BC-SHOW-TEXT(71:70)
           END-IF
           IF WS-BC-SHOW-TEXT(141:60) NOT = SPACES
               DISPLAY "  " WS-BC-SHOW-TEXT(141:60)
           END-IF.

      * the operators' reason goes with the first warning only
       SHOW-DRAIN-WARNING.
           IF WS-BATCH-MODE-ON
               DISPLAY "* NANOCODE CLOSES IN " WS-DRAIN-LEFT
                   " MINUTES, AT " WS-DRAIN-UNTIL(10:2) ":"
                   WS-DRAIN-UNTIL(12:2) " - THIS SESSION ENDS THEN"
           ELSE
               DISPLAY WS-BOLD "* NANOCODE CLOSES IN " WS-DRAIN-LEFT
                   " MINUTES, AT " WS-DRAIN-UNTIL(10:2) ":"
                   WS-DRAIN-UNTIL(12:2) " - THIS SESSION ENDS THEN"
                   WS-RESET
           END-IF
           IF WS-DRAIN-WARNED = 0 AND WS-DRAIN-TEXT NOT = SPACES
               MOVE WS-DRAIN-TEXT TO WS-BC-SHOW-TEXT
               PERFORM SHOW-BROADCAST-TEXT
           END-IF.

      * the deadline has come: the checkpoint keeps the conversation
      * to be offered at the next sign-on, the DRAIN event closes the
      * session in the log rather than leave a START with no end for
      * the reports to count as an abend, and the session then ends
      * as /q does - the transcript is saved on the way out
       END-DRAINED-SESSION.
           IF WS-BATCH-MODE-ON
               DISPLAY "* NANOCODE IS CLOSED FOR MAINTENANCE - "
                   "ENDING THIS SESSION"
           ELSE
               DISPLAY WS-BOLD "* NANOCODE IS CLOSED FOR MAINTENANCE"
                   " - ENDING THIS SESSION" WS-RESET
           END-IF
           PERFORM CHECKPOINT-SAVE
           MOVE "DRAIN" TO WS-SESSION-ACTION
           PERFORM APPEND-SESSION-EVENT
           MOVE 0 TO WS-CONTINUE.

       REFUSE-DRAINED-START.
           IF WS-BATCH-MODE-ON
               DISPLAY "NANOCODE IS CLOSED FOR MAINTENANCE - NO NEW "
                   "SESSIONS UNTIL IT REOPENS"
           ELSE
               DISPLAY WS-BOLD "NANOCODE IS CLOSED FOR MAINTENANCE"
                   " - NO NEW SESSIONS UNTIL IT REOPENS" WS-RESET
           END-IF
           IF WS-DRAIN-TEXT NOT = SPACES
               MOVE WS-DRAIN-TEXT TO WS-BC-SHOW-TEXT
               PERFORM SHOW-BROADCAST-TEXT
           END-IF
           MOVE 8 TO RETURN-CODE.

      * YYYYMMDD-HHMM into minutes on a continuous scale so the
      * deadline and the time now subtract cleanly across midnight;
      * the day serial counts days since year zero with the usual
      * leap rules
       COMPUTE-BC-MINUTES.
           MOVE WS-BC-TS-WORK(1:8) TO WS-BC-DATE
           MOVE WS-BC-TS-WORK(10:2) TO WS-BC-HH
           MOVE WS-BC-TS-WORK(12:2) TO WS-BC-MM
           PERFORM COMPUTE-BC-DAY-SERIAL
           COMPUTE WS-BC-MINUTES =
               WS-BC-DAY-SERIAL * 1440 + WS-BC-HH * 60 + WS-BC-MM.

       COMPUTE-BC-DAY-SERIAL.
           COMPUTE WS-BC-YEAR-M1 = WS-BC-YEAR - 1
           DIVIDE WS-BC-YEAR-M1 BY 4 GIVING WS-BC-LEAP-Q4
           DIVIDE WS-BC-YEAR-M1 BY 100 GIVING WS-BC-LEAP-Q100
           DIVIDE WS-BC-YEAR-M1 BY 400 GIVING WS-BC-LEAP-Q400
           COMPUTE WS-BC-DAY-SERIAL =
               WS-BC-YEAR * 365
               + WS-BC-LEAP-Q4 - WS-BC-LEAP-Q100 + WS-BC-LEAP-Q400
               + WS-BC-DAY
           PERFORM ADD-BC-MONTH-DAYS
               VARYING WS-BC-MONTH-IDX FROM 1 BY 1
               UNTIL WS-BC-MONTH-IDX NOT < WS-BC-MONTH
           IF WS-BC-MONTH > 2
               DIVIDE WS-BC-YEAR BY 4 GIVING WS-BC-LEAP-QUOT
                   REMAINDER WS-BC-LEAP-R4
               DIVIDE WS-BC-YEAR BY 100 GIVING WS-BC-LEAP-QUOT
                   REMAINDER WS-BC-LEAP-R100
               DIVIDE WS-BC-YEAR BY 400 GIVING WS-BC-LEAP-QUOT
                   REMAINDER WS-BC-LEAP-R400
               IF WS-BC-LEAP-R4 = 0
                   AND (WS-BC-LEAP-R100 NOT = 0 OR WS-BC-LEAP-R400 = 0)
                   ADD 1 TO WS-BC-DAY-SERIAL
               END-IF
           END-IF.

       ADD-BC-MONTH-DAYS.
           ADD WS-VW-MONTH-DAYS(WS-BC-MONTH-IDX) TO WS-BC-DAY-SERIAL.

      * a message over the user's daily cap is refused before it is
      * stored anywhere, so a refused message never counts toward
      * the cap itself
       SEND-USER-MESSAGE.
           PERFORM CHECK-MESSAGE-QUOTA THRU CHECK-MESSAGE-QUOTA-EXIT
           IF NOT WS-QUOTA-OK
               GO TO SEND-USER-MESSAGE-EXIT
           END-IF
           MOVE WS-INPUT TO WS-MASK-TEXT
           MOVE "USER MESSAGE" TO WS-MASK-SOURCE
           PERFORM MASK-AND-REPORT
           MOVE WS-MASK-TEXT TO WS-INPUT
           IF WS-MSG-COUNT = 100
               PERFORM ROLL-MESSAGES-OVERFLOW
           END-IF
           ADD 1 TO WS-MSG-COUNT
           MOVE "USER" TO WS-MSG-ROLE(WS-MSG-COUNT)
           MOVE WS-INPUT TO WS-MSG-CONTENT(WS-MSG-COUNT)
           PERFORM CHECKPOINT-IF-DUE
           PERFORM APPEND-HISTORY-ENTRY
           MOVE 1 TO WS-CMD-LINES
           PERFORM INVOKE-RESPONDER.
       SEND-USER-MESSAGE-EXIT.
           EXIT.

      * the whole command is masked before it is cut to 40 bytes, so
      * a number running past the cut is still seen whole
       WRITE-JOB-REPORT-LINE.
           MOVE WS-INPUT TO WS-MASK-TEXT
           PERFORM MASK-SENSITIVE-TEXT THRU MASK-SENSITIVE-TEXT-EXIT
           MOVE WS-MASK-TEXT(1:40) TO WS-JRR-COMMAND
           MOVE WS-CMD-STATUS TO WS-JRR-STATUS
           MOVE WS-CMD-LINES TO WS-JRR-LINES
           WRITE JOB-REPORT-RECORD FROM WS-JOB-REPORT-REC
               ADD 1 TO WS-JOB-OK-COUNT
           END-IF.

      * a module built before RESPONSE-INFO existed ignores the
      * fourth parameter and leaves it blank, which FEEDBACK logs as
      * a plain REPLIED
       INVOKE-RESPONDER.
           MOVE SPACES TO WS-RESPONSE
           MOVE SPACES TO WS-RESPONSE-INFO
           MOVE WS-MSG-CONTENT(WS-MSG-COUNT) TO WS-RATE-QUESTION
           CALL WS-RESPONDER-NAME USING WS-MESSAGES, WS-MSG-COUNT,
               WS-RESPONSE, WS-RESPONSE-INFO
             ON EXCEPTION
               STRING "COBOL PROCESSES YOUR REQUEST - RESPONDER "
                       DELIMITED BY SIZE
                   WS-RESPONDER-NAME DELIMITED BY SPACE
                   " NOT INSTALLED" DELIMITED BY SIZE
                   INTO WS-RESPONSE
               SET WS-RI-NO-MODULE TO TRUE
           END-CALL
           IF WS-RESPONSE = SPACES
               MOVE "RESPONDER RETURNED NO ANSWER" TO WS-RESPONSE
           END-IF
           MOVE WS-RESPONSE TO WS-MASK-TEXT
           MOVE "ASSISTANT REPLY" TO WS-MASK-SOURCE
           PERFORM MASK-AND-REPORT
           MOVE WS-MASK-TEXT TO WS-RESPONSE

           IF WS-MSG-COUNT = 100
               PERFORM ROLL-MESSAGES-OVERFLOW
           MOVE "ASSISTANT" TO WS-MSG-ROLE(WS-MSG-COUNT)
           MOVE WS-RESPONSE TO WS-MSG-CONTENT(WS-MSG-COUNT)
           PERFORM CHECKPOINT-IF-DUE
           MOVE WS-HIST-SEQ TO WS-RATE-SEQ-BEFORE
           PERFORM APPEND-HISTORY-ENTRY
           MOVE 0 TO WS-RATE-SEQ
           IF WS-HIST-SEQ > WS-RATE-SEQ-BEFORE
               PERFORM LOG-RESPONSE-FEEDBACK
                   THRU LOG-RESPONSE-FEEDBACK-EXIT
           END-IF

           PERFORM COMPUTE-RESPONSE-LEN
           IF WS-BATCH-MODE-ON
               DISPLAY " "
           END-IF.

      * the reply is logged only once its HISTORY record exists, so
      * every FEEDBACK key points at a real ASSISTANT turn
       LOG-RESPONSE-FEEDBACK.
           MOVE WS-FEEDBACK-PATH TO WS-LOCK-TARGET
           MOVE "NANOCODE.FEEDBACK" TO WS-LOCK-NAME
           PERFORM ACQUIRE-LEDGER-LOCK
           OPEN I-O FEEDBACK-FILE
           IF WS-FEEDBACK-MISSING
               OPEN OUTPUT FEEDBACK-FILE
           END-IF
           IF NOT WS-FEEDBACK-OK
               DISPLAY "CANNOT OPEN NANOCODE.FEEDBACK - STATUS "
                   WS-FEEDBACK-STATUS " - REPLY NOT LOGGED"
               GO TO LOG-RESPONSE-FEEDBACK-EXIT
           END-IF
           MOVE SPACES TO FEEDBACK-RECORD
           MOVE WS-SESSION-ID TO FB-SESSION-ID
           MOVE WS-HIST-SEQ TO FB-MSG-SEQ
           MOVE WS-USER-ID TO FB-USER
           MOVE WS-TIMESTAMP TO FB-TIMESTAMP
           MOVE WS-RESPONDER-NAME TO FB-RESPONDER
           PERFORM SET-FEEDBACK-OUTCOME
           MOVE WS-RATE-QUESTION TO FB-QUESTION
           WRITE FEEDBACK-RECORD
               INVALID KEY
                   DISPLAY "FEEDBACK KEY " FB-KEY
                       " ALREADY ON FILE - REPLY NOT LOGGED"
               NOT INVALID KEY
                   MOVE WS-HIST-SEQ TO WS-RATE-SEQ
           END-WRITE
           CLOSE FEEDBACK-FILE.
       LOG-RESPONSE-FEEDBACK-EXIT.
           PERFORM RELEASE-LEDGER-LOCK.

       SET-FEEDBACK-OUTCOME.
           IF WS-RI-ANSWERED
               MOVE "ANSWERED" TO FB-OUTCOME
               MOVE WS-RI-PATTERN TO FB-PATTERN
           ELSE IF WS-RI-NO-ANSWER
               MOVE "NOANSWER" TO FB-OUTCOME
           ELSE IF WS-RI-NO-MODULE
               MOVE "MISSING" TO FB-OUTCOME
           ELSE
               MOVE "REPLIED" TO FB-OUTCOME
           END-IF.

      * /rate good|bad [comment] scores the last ASSISTANT turn of
      * this session; rating it again replaces the earlier score
       RATE-COMMAND.
           MOVE 1 TO WS-CMD-LINES
           MOVE SPACES TO WS-RATE-WORD
           MOVE SPACES TO WS-RATE-COMMENT
           MOVE 7 TO WS-RATE-PTR
           UNSTRING WS-INPUT DELIMITED BY ALL " "
               INTO WS-RATE-WORD
               WITH POINTER WS-RATE-PTR
           INSPECT WS-RATE-WORD
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           IF WS-RATE-WORD NOT = "GOOD" AND WS-RATE-WORD NOT = "BAD"
               DISPLAY "USAGE: /rate good|bad [comment]"
               MOVE "FAIL" TO WS-CMD-STATUS
               GO TO RATE-COMMAND-EXIT
           END-IF
           IF WS-RATE-SEQ = 0
               DISPLAY "NO ANSWER IN THIS SESSION TO RATE YET"
               MOVE "FAIL" TO WS-CMD-STATUS
               GO TO RATE-COMMAND-EXIT
           END-IF
           IF WS-RATE-PTR NOT > 1024
               MOVE WS-INPUT(WS-RATE-PTR:) TO WS-RATE-COMMENT
           END-IF
           IF WS-RATE-COMMENT NOT = SPACES
               MOVE WS-RATE-COMMENT TO WS-MASK-TEXT
               MOVE "RATING COMMENT" TO WS-MASK-SOURCE
               PERFORM MASK-AND-REPORT
               MOVE WS-MASK-TEXT(1:200) TO WS-RATE-COMMENT
           END-IF

           MOVE WS-FEEDBACK-PATH TO WS-LOCK-TARGET
           MOVE "NANOCODE.FEEDBACK" TO WS-LOCK-NAME
           PERFORM ACQUIRE-LEDGER-LOCK
           OPEN I-O FEEDBACK-FILE
           IF NOT WS-FEEDBACK-OK
               DISPLAY "CANNOT OPEN NANOCODE.FEEDBACK - STATUS "
                   WS-FEEDBACK-STATUS " - NOT RATED"
               MOVE "FAIL" TO WS-CMD-STATUS
               PERFORM RELEASE-LEDGER-LOCK
               GO TO RATE-COMMAND-EXIT
           END-IF
           MOVE WS-SESSION-ID TO FB-SESSION-ID
           MOVE WS-RATE-SEQ TO FB-MSG-SEQ
           READ FEEDBACK-FILE
               INVALID KEY
                   DISPLAY "ANSWER " WS-RATE-SEQ
                       " NOT ON NANOCODE.FEEDBACK - NOT RATED"
                   MOVE "FAIL" TO WS-CMD-STATUS
           END-READ
           IF WS-CMD-STATUS NOT = "FAIL"
               PERFORM BUILD-TIMESTAMP
               MOVE FB-RATING TO WS-RATE-PRIOR
               MOVE WS-RATE-WORD TO FB-RATING
               MOVE WS-USER-ID TO FB-RATED-BY
               MOVE WS-TIMESTAMP TO FB-RATED-TS
               MOVE WS-RATE-COMMENT TO FB-COMMENT
               REWRITE FEEDBACK-RECORD
                   INVALID KEY
                       DISPLAY "CANNOT RATE ANSWER - STATUS "
                           WS-FEEDBACK-STATUS
                       MOVE "FAIL" TO WS-CMD-STATUS
               END-REWRITE
           END-IF
           CLOSE FEEDBACK-FILE
           PERFORM RELEASE-LEDGER-LOCK
           IF WS-CMD-STATUS = "FAIL"
               GO TO RATE-COMMAND-EXIT
           END-IF
           IF WS-RATE-PRIOR = SPACES
               DISPLAY "* RATED " FB-RATING ": " FB-RESPONDER " "
                   FB-OUTCOME " " FB-PATTERN(1:40)
           ELSE
               DISPLAY "* RATING CHANGED FROM " WS-RATE-PRIOR " TO "
                   FB-RATING ": " FB-RESPONDER " " FB-OUTCOME
           END-IF.
       RATE-COMMAND-EXIT.
           EXIT.

      * /handoff <user> [note] passes this conversation to another
      * user: the session ends here with a HANDOF event and a PENDING
      * record in NANOCODE.HANDOFF, and the receiver is offered it at
      * their next startup, where it is rebuilt from HISTORY
       HANDOFF-COMMAND.
           MOVE 1 TO WS-CMD-LINES
           MOVE SPACES TO WS-HO-TO-USER
           MOVE SPACES TO WS-HO-NOTE
           MOVE 0 TO WS-HO-TO-LEN
           MOVE 10 TO WS-HO-PTR
           UNSTRING WS-INPUT DELIMITED BY ALL " "
               INTO WS-HO-TO-USER COUNT IN WS-HO-TO-LEN
               WITH POINTER WS-HO-PTR
           IF WS-HO-TO-USER = SPACES OR WS-HO-TO-LEN > 8
               DISPLAY "USAGE: /handoff <user> [note]"
               MOVE "FAIL" TO WS-CMD-STATUS
               GO TO HANDOFF-COMMAND-EXIT
           END-IF
           IF WS-HO-TO-USER = WS-USER-ID
               DISPLAY "CANNOT HAND A SESSION OFF TO ITS OWN USER"
               MOVE "FAIL" TO WS-CMD-STATUS
               GO TO HANDOFF-COMMAND-EXIT
           END-IF
      * the receiver rebuilds the conversation from HISTORY, so a
      * session that has put nothing there has nothing to pass on
           IF WS-HIST-SEQ = 0 AND WS-PARENT-SESSION-ID = SPACES
               DISPLAY "NOTHING TO HAND OFF - NO MESSAGES IN THIS"
                   " SESSION"
               MOVE "FAIL" TO WS-CMD-STATUS
               GO TO HANDOFF-COMMAND-EXIT
           END-IF
           IF WS-HO-PTR NOT > 1024
               MOVE WS-INPUT(WS-HO-PTR:) TO WS-HO-NOTE
           END-IF
           IF WS-HO-NOTE NOT = SPACES
               MOVE WS-HO-NOTE TO WS-MASK-TEXT
               MOVE "HANDOFF NOTE" TO WS-MASK-SOURCE
               PERFORM MASK-AND-REPORT
               MOVE WS-MASK-TEXT(1:200) TO WS-HO-NOTE
           END-IF

           MOVE WS-HANDOFF-PATH TO WS-LOCK-TARGET
           MOVE "NANOCODE.HANDOFF" TO WS-LOCK-NAME
           PERFORM ACQUIRE-LEDGER-LOCK
           OPEN I-O HANDOFF-FILE
           IF WS-HANDOFF-MISSING
               OPEN OUTPUT HANDOFF-FILE
           END-IF
           IF NOT WS-HANDOFF-OK
               DISPLAY "CANNOT OPEN NANOCODE.HANDOFF - STATUS "
                   WS-HANDOFF-STATUS " - NOT HANDED OFF"
               MOVE "FAIL" TO WS-CMD-STATUS
               PERFORM RELEASE-LEDGER-LOCK
               GO TO HANDOFF-COMMAND-EXIT
           END-IF
           PERFORM BUILD-TIMESTAMP
           MOVE SPACES TO HANDOFF-RECORD
           MOVE WS-SESSION-ID TO HO-SESSION-ID
           MOVE "PENDING" TO HO-STATUS
           MOVE WS-TIMESTAMP TO HO-TIMESTAMP
           MOVE WS-USER-ID TO HO-FROM-USER
           MOVE WS-HO-TO-USER TO HO-TO-USER
           MOVE WS-PARENT-SESSION-ID TO HO-PARENT-ID
           MOVE WS-MSG-COUNT TO HO-MSG-COUNT
           MOVE WS-HO-NOTE TO HO-NOTE
           WRITE HANDOFF-RECORD
               INVALID KEY
                   DISPLAY "SESSION " WS-SESSION-ID
                       " IS ALREADY ON NANOCODE.HANDOFF"
                   MOVE "FAIL" TO WS-CMD-STATUS
           END-WRITE
           CLOSE HANDOFF-FILE
           PERFORM RELEASE-LEDGER-LOCK
           IF WS-CMD-STATUS = "FAIL"
               GO TO HANDOFF-COMMAND-EXIT
           END-IF
           IF WS-BATCH-MODE-ON
               DISPLAY "* HANDED OFF TO " WS-HO-TO-USER
                   " - SESSION " WS-SESSION-ID " CLOSED"
           ELSE
               DISPLAY WS-GREEN "* HANDED OFF TO " WS-HO-TO-USER
                   " - SESSION " WS-SESSION-ID " CLOSED" WS-RESET
           END-IF
           MOVE "HANDOF" TO WS-SESSION-ACTION
           PERFORM APPEND-SESSION-EVENT
           MOVE 0 TO WS-CONTINUE.
       HANDOFF-COMMAND-EXIT.
           EXIT.

       COMPUTE-RESPONSE-LEN.
           MOVE 0 TO WS-RESPONSE-LEN
           PERFORM SCAN-RESPONSE-LEN
           MOVE "R" TO WS-ACCESS-NEEDED
           PERFORM CHECK-PATH-ACCESS THRU CHECK-PATH-ACCESS-EXIT
           IF WS-ACCESS-ALLOWED
               PERFORM CHECK-FILEOP-QUOTA THRU CHECK-FILEOP-QUOTA-EXIT
           END-IF
           IF NOT WS-ACCESS-ALLOWED
               PERFORM REFUSE-PATH-ACCESS
           ELSE IF WS-QUOTA-OK
               PERFORM READ-FILE-TOOL THRU READ-FILE-TOOL-EXIT
           END-IF.

       WRITE-COMMAND.
           MOVE "W" TO WS-ACCESS-NEEDED
           PERFORM CHECK-PATH-ACCESS THRU CHECK-PATH-ACCESS-EXIT
           IF WS-ACCESS-ALLOWED
               PERFORM CHECK-FILEOP-QUOTA THRU CHECK-FILEOP-QUOTA-EXIT
           END-IF
           IF NOT WS-ACCESS-ALLOWED
               PERFORM REFUSE-PATH-ACCESS
           ELSE IF NOT WS-QUOTA-OK
               CONTINUE
           ELSE IF WS-APPROVAL-NEEDED
               PERFORM HOLD-WRITE-FOR-APPROVAL
                   THRU HOLD-WRITE-FOR-APPROVAL-EXIT
           ELSE
               PERFORM WRITE-FILE-TOOL THRU WRITE-FILE-TOOL-EXIT
           END-IF.

       FIND-COMMAND.
               MOVE "R" TO WS-ACCESS-NEEDED
               PERFORM CHECK-PATH-ACCESS THRU CHECK-PATH-ACCESS-EXIT
               IF WS-ACCESS-ALLOWED
                   PERFORM CHECK-FILEOP-QUOTA
                       THRU CHECK-FILEOP-QUOTA-EXIT
               END-IF
               IF NOT WS-ACCESS-ALLOWED
                   PERFORM REFUSE-PATH-ACCESS
               ELSE
                   IF WS-QUOTA-OK
                       PERFORM FIND-FILE-TOOL THRU FIND-FILE-TOOL-EXIT
                   END-IF
               END-IF
           END-IF.

      * /view <path> <layout> [from] [count] [WHERE <field>=<value>]
      * shows a fixed-width file a record at a time, one labeled
      * field to a line; it is a read of the path, so it takes the
      * ACL read check, counts against the file-op quota and cuts a
      * READ audit entry exactly as /read does - but only once the
      * layout and the WHERE field are known to exist
       VIEW-COMMAND.
           MOVE SPACES TO WS-FILEPATH
           MOVE SPACES TO WS-VW-TOKEN
           MOVE SPACES TO WS-VW-LAYOUT
           MOVE 0 TO WS-VW-TOKEN-LEN
           MOVE 7 TO WS-VW-PTR
           UNSTRING WS-INPUT DELIMITED BY ALL SPACE
               INTO WS-FILEPATH
                   WS-VW-TOKEN COUNT IN WS-VW-TOKEN-LEN
               WITH POINTER WS-VW-PTR
           MOVE 1 TO WS-VW-FROM
           MOVE 10 TO WS-VW-COUNT
           MOVE 0 TO WS-VW-NUMS
           SET WS-VW-WHERE-SET TO FALSE
           SET WS-VW-ARGS-BAD TO FALSE
           IF WS-FILEPATH = SPACES OR WS-VW-TOKEN-LEN = 0
               OR WS-VW-TOKEN-LEN > 12
               SET WS-VW-ARGS-BAD TO TRUE
           ELSE
               MOVE WS-VW-TOKEN TO WS-VW-LAYOUT
               INSPECT WS-VW-LAYOUT
                   CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
               SET WS-VW-ARGS-DONE TO FALSE
               PERFORM PARSE-VIEW-ARG
                   UNTIL WS-VW-ARGS-DONE OR WS-VW-PTR > 1024
           END-IF
           IF WS-VW-FROM = 0 OR WS-VW-COUNT = 0
               SET WS-VW-ARGS-BAD TO TRUE
           END-IF
           IF WS-VW-ARGS-BAD
               DISPLAY "USAGE: /view <path> <layout> [from] [count]"
                   " [WHERE <field>=<value>]"
               MOVE "FAIL" TO WS-CMD-STATUS
               GO TO VIEW-COMMAND-EXIT
           END-IF

           PERFORM LOAD-VIEW-LAYOUT
           IF WS-VW-FLD-COUNT = 0
               DISPLAY "NO LAYOUT NAMED " WS-VW-LAYOUT
               DISPLAY "BUILT IN: SESSIONLOG AUDIT LOCK OVERFLOW"
                   " TRANSCRIPT CHECKPOINT"
               DISPLAY "          JOBREPORT CTLAUDIT RUNLOG"
               MOVE "FAIL" TO WS-CMD-STATUS
               GO TO VIEW-COMMAND-EXIT
           END-IF
           IF WS-VW-WHERE-SET
               MOVE 0 TO WS-VW-WHERE-IDX
               PERFORM MATCH-VIEW-WHERE-FIELD
                   VARYING WS-VW-FLD-IDX FROM 1 BY 1
                   UNTIL WS-VW-FLD-IDX > WS-VW-FLD-COUNT
                       OR WS-VW-WHERE-IDX > 0
               IF WS-VW-WHERE-IDX = 0
                   MOVE SPACES TO WS-VW-LINE
                   STRING "NO FIELD " DELIMITED BY SIZE
                       WS-VW-WHERE-FIELD DELIMITED BY SPACE
                       " IN LAYOUT " DELIMITED BY SIZE
                       WS-VW-LAYOUT DELIMITED BY SPACE
                       INTO WS-VW-LINE
                   DISPLAY WS-VW-LINE
                   MOVE "FAIL" TO WS-CMD-STATUS
                   GO TO VIEW-COMMAND-EXIT
               END-IF
           END-IF

           MOVE "R" TO WS-ACCESS-NEEDED
           PERFORM CHECK-PATH-ACCESS THRU CHECK-PATH-ACCESS-EXIT
           IF WS-ACCESS-ALLOWED
               PERFORM CHECK-FILEOP-QUOTA THRU CHECK-FILEOP-QUOTA-EXIT
           END-IF
           IF NOT WS-ACCESS-ALLOWED
               PERFORM REFUSE-PATH-ACCESS
           ELSE IF WS-QUOTA-OK
               PERFORM VIEW-FILE-TOOL THRU VIEW-FILE-TOOL-EXIT
           END-IF.
       VIEW-COMMAND-EXIT.
           EXIT.

      * after the path and layout come up to two numbers - the first
      * record to show and how many to show - and then WHERE, which
      * takes the rest of the line
       PARSE-VIEW-ARG.
           MOVE SPACES TO WS-VW-TOKEN
           MOVE 0 TO WS-VW-TOKEN-LEN
           UNSTRING WS-INPUT DELIMITED BY ALL SPACE
               INTO WS-VW-TOKEN COUNT IN WS-VW-TOKEN-LEN
               WITH POINTER WS-VW-PTR
           MOVE WS-VW-TOKEN TO WS-VW-WORD
           INSPECT WS-VW-WORD
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           IF WS-VW-TOKEN-LEN = 0
               SET WS-VW-ARGS-DONE TO TRUE
           ELSE IF WS-VW-WORD = "WHERE" AND WS-VW-TOKEN-LEN = 5
               PERFORM PARSE-VIEW-WHERE
               SET WS-VW-ARGS-DONE TO TRUE
           ELSE IF WS-VW-NUMS < 2 AND WS-VW-TOKEN-LEN < 7
               AND WS-VW-TOKEN(1:WS-VW-TOKEN-LEN) IS NUMERIC
               ADD 1 TO WS-VW-NUMS
               IF WS-VW-NUMS = 1
                   MOVE WS-VW-TOKEN(1:WS-VW-TOKEN-LEN) TO WS-VW-FROM
               ELSE
                   MOVE WS-VW-TOKEN(1:WS-VW-TOKEN-LEN) TO WS-VW-COUNT
               END-IF
           ELSE
               SET WS-VW-ARGS-BAD TO TRUE
               SET WS-VW-ARGS-DONE TO TRUE
           END-IF.

       PARSE-VIEW-WHERE.
           MOVE SPACES TO WS-VW-WHERE-FIELD
           MOVE SPACES TO WS-VW-WHERE-VALUE
           IF WS-VW-PTR > 1024
               SET WS-VW-ARGS-BAD TO TRUE
           ELSE
               UNSTRING WS-INPUT DELIMITED BY "="
                   INTO WS-VW-WHERE-FIELD
                   WITH POINTER WS-VW-PTR
               IF WS-VW-PTR > 1024 OR WS-VW-WHERE-FIELD = SPACES
                   SET WS-VW-ARGS-BAD TO TRUE
               ELSE
                   MOVE WS-INPUT(WS-VW-PTR:) TO WS-VW-WHERE-VALUE
                   MOVE 0 TO WS-VW-WHERE-LEN
                   INSPECT WS-VW-WHERE-VALUE TALLYING WS-VW-WHERE-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   INSPECT WS-VW-WHERE-FIELD
                       CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
                   SET WS-VW-WHERE-SET TO TRUE
               END-IF
           END-IF.

      * NANOCODE.LAYOUTS is a control file like the ACL; a layout
      * named there replaces the built-in one of the same name, so a
      * site can correct or extend a ledger layout without a change
      * to this program
       LOAD-VIEW-LAYOUT.
           MOVE 0 TO WS-VW-FLD-COUNT
           MOVE "NANOCODE.LAYOUTS" TO WS-VW-SOURCE
           OPEN INPUT LAYOUTS-FILE
           IF WS-LAYOUTS-FOUND
               SET EOF TO FALSE
               PERFORM UNTIL EOF
                   READ LAYOUTS-FILE
                       AT END SET EOF TO TRUE
                       NOT AT END PERFORM LOAD-LAYOUT-FIELD
                   END-READ
               END-PERFORM
               CLOSE LAYOUTS-FILE
               SET EOF TO FALSE
           END-IF
           IF WS-VW-FLD-COUNT = 0
               MOVE "BUILT-IN" TO WS-VW-SOURCE
               PERFORM PICK-BUILTIN-FIELD
                   VARYING WS-LYB-IDX FROM 1 BY 1
                   UNTIL WS-LYB-IDX > WS-LYB-COUNT
           END-IF
           MOVE 0 TO WS-VW-LAYOUT-LEN
           PERFORM MEASURE-VIEW-LAYOUT
               VARYING WS-VW-FLD-IDX FROM 1 BY 1
               UNTIL WS-VW-FLD-IDX > WS-VW-FLD-COUNT.

      * lines for other layouts are passed over unread; a line for
      * this one that does not parse is reported and dropped
       LOAD-LAYOUT-FIELD.
           MOVE SPACES TO WS-LY-LAYOUT-IN
           MOVE SPACES TO WS-LY-FIELD-IN
           MOVE SPACES TO WS-LY-START-IN
           MOVE SPACES TO WS-LY-LENGTH-IN
           MOVE SPACES TO WS-LY-TYPE-IN
           MOVE 0 TO WS-LY-LAYOUT-LEN
           MOVE 0 TO WS-LY-FIELD-LEN
           MOVE 0 TO WS-LY-START-LEN
           MOVE 0 TO WS-LY-LENGTH-LEN
           UNSTRING LAYOUTS-RECORD DELIMITED BY ALL " "
               INTO WS-LY-LAYOUT-IN COUNT IN WS-LY-LAYOUT-LEN
                   WS-LY-FIELD-IN COUNT IN WS-LY-FIELD-LEN
                   WS-LY-START-IN COUNT IN WS-LY-START-LEN
                   WS-LY-LENGTH-IN COUNT IN WS-LY-LENGTH-LEN
                   WS-LY-TYPE-IN
           INSPECT WS-LY-LAYOUT-IN
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           INSPECT WS-LY-FIELD-IN
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           INSPECT WS-LY-TYPE-IN
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           IF LAYOUTS-RECORD = SPACES
               OR WS-LY-LAYOUT-LEN > 12
               OR WS-LY-LAYOUT-IN NOT = WS-VW-LAYOUT
               CONTINUE
           ELSE IF WS-LY-FIELD-LEN = 0 OR WS-LY-FIELD-LEN > 16
               OR WS-LY-START-LEN = 0 OR WS-LY-START-LEN > 4
               OR WS-LY-LENGTH-LEN = 0 OR WS-LY-LENGTH-LEN > 4
               OR WS-LY-START-IN(1:WS-LY-START-LEN) NOT NUMERIC
               OR WS-LY-LENGTH-IN(1:WS-LY-LENGTH-LEN) NOT NUMERIC
               OR NOT (WS-LY-TYPE-IN = "X" OR "9" OR "S" OR "D")
               DISPLAY "NANOCODE.LAYOUTS LINE IGNORED: "
                   LAYOUTS-RECORD(1:40)
           ELSE IF WS-VW-FLD-COUNT = 60
               DISPLAY "NANOCODE.LAYOUTS FIELD IGNORED (TABLE FULL): "
                   LAYOUTS-RECORD(1:40)
           ELSE
               MOVE WS-LY-START-IN(1:WS-LY-START-LEN) TO WS-LY-START
               MOVE WS-LY-LENGTH-IN(1:WS-LY-LENGTH-LEN)
                   TO WS-LY-LENGTH
               IF WS-LY-START = 0 OR WS-LY-LENGTH = 0
                   OR WS-LY-START + WS-LY-LENGTH > 2049
                   OR (WS-LY-TYPE-IN = "D" AND WS-LY-LENGTH NOT = 8)
                   DISPLAY "NANOCODE.LAYOUTS LINE IGNORED: "
                       LAYOUTS-RECORD(1:40)
               ELSE
                   ADD 1 TO WS-VW-FLD-COUNT
                   MOVE WS-LY-FIELD-IN TO WS-VW-F-NAME(WS-VW-FLD-COUNT)
                   MOVE WS-LY-START TO WS-VW-F-START(WS-VW-FLD-COUNT)
                   MOVE WS-LY-LENGTH TO WS-VW-F-LEN(WS-VW-FLD-COUNT)
                   MOVE WS-LY-TYPE-IN TO WS-VW-F-TYPE(WS-VW-FLD-COUNT)
               END-IF
           END-IF.

       PICK-BUILTIN-FIELD.
           IF WS-LYB-LAYOUT(WS-LYB-IDX) = WS-VW-LAYOUT
               ADD 1 TO WS-VW-FLD-COUNT
               MOVE WS-LYB-FIELD(WS-LYB-IDX)
                   TO WS-VW-F-NAME(WS-VW-FLD-COUNT)
               MOVE WS-LYB-START(WS-LYB-IDX)
                   TO WS-VW-F-START(WS-VW-FLD-COUNT)
               MOVE WS-LYB-LEN(WS-LYB-IDX)
                   TO WS-VW-F-LEN(WS-VW-FLD-COUNT)
               MOVE WS-LYB-TYPE(WS-LYB-IDX)
                   TO WS-VW-F-TYPE(WS-VW-FLD-COUNT)
           END-IF.

       MEASURE-VIEW-LAYOUT.
           COMPUTE WS-VW-END = WS-VW-F-START(WS-VW-FLD-IDX)
               + WS-VW-F-LEN(WS-VW-FLD-IDX) - 1
           IF WS-VW-END > WS-VW-LAYOUT-LEN
               MOVE WS-VW-END TO WS-VW-LAYOUT-LEN
           END-IF.

       MATCH-VIEW-WHERE-FIELD.
           IF WS-VW-F-NAME(WS-VW-FLD-IDX) = WS-VW-WHERE-FIELD
               MOVE WS-VW-FLD-IDX TO WS-VW-WHERE-IDX
           END-IF.

       EDIT-COMMAND.
           MOVE SPACES TO WS-FILEPATH
           MOVE 7 TO WS-PARSE-PTR

           MOVE "W" TO WS-ACCESS-NEEDED
           PERFORM CHECK-PATH-ACCESS THRU CHECK-PATH-ACCESS-EXIT
           IF WS-ACCESS-ALLOWED
               PERFORM CHECK-FILEOP-QUOTA THRU CHECK-FILEOP-QUOTA-EXIT
           END-IF
           IF NOT WS-ACCESS-ALLOWED
               PERFORM REFUSE-PATH-ACCESS
           ELSE IF NOT WS-QUOTA-OK
               CONTINUE
           ELSE
               MOVE SPACES TO WS-EDIT-TOKEN
               MOVE 0 TO WS-EDIT-TOKEN-LEN
                   THRU SEARCH-HISTORY-TOOL-EXIT
           END-IF.

      * /versions <path> lists the generations kept for a path; the
      * list says who changed the file and when, so it takes the
      * same ACL read check as /read
       VERSIONS-COMMAND.
           MOVE SPACES TO WS-FILEPATH
           MOVE WS-INPUT(11:246) TO WS-FILEPATH
           IF WS-FILEPATH = SPACES
               DISPLAY "USAGE: /versions <path>"
               MOVE "FAIL" TO WS-CMD-STATUS
           ELSE
               MOVE "R" TO WS-ACCESS-NEEDED
               PERFORM CHECK-PATH-ACCESS THRU CHECK-PATH-ACCESS-EXIT
               IF WS-ACCESS-ALLOWED
                   PERFORM LIST-FILE-GENERATIONS
                       THRU LIST-FILE-GENERATIONS-EXIT
               ELSE
                   PERFORM REFUSE-PATH-ACCESS
               END-IF
           END-IF.

      * /restore <path> <gen> puts a kept generation back; that is a
      * write to the path, so it takes the ACL write check, and the
      * contents it replaces are kept as a generation of their own
       RESTORE-COMMAND.
           MOVE SPACES TO WS-FILEPATH
           MOVE SPACES TO WS-RESTORE-TOKEN
           MOVE 0 TO WS-RESTORE-TOKEN-LEN
           MOVE 10 TO WS-PARSE-PTR
           UNSTRING WS-INPUT DELIMITED BY ALL SPACE
               INTO WS-FILEPATH
                   WS-RESTORE-TOKEN COUNT IN WS-RESTORE-TOKEN-LEN
               WITH POINTER WS-PARSE-PTR
           IF WS-FILEPATH NOT = SPACES
               AND WS-RESTORE-TOKEN-LEN > 0
               AND WS-RESTORE-TOKEN-LEN < 5
               AND WS-RESTORE-TOKEN(1:WS-RESTORE-TOKEN-LEN) IS NUMERIC
               MOVE WS-RESTORE-TOKEN(1:WS-RESTORE-TOKEN-LEN)
                   TO WS-RESTORE-GEN
               MOVE "W" TO WS-ACCESS-NEEDED
               PERFORM CHECK-PATH-ACCESS THRU CHECK-PATH-ACCESS-EXIT
               IF WS-ACCESS-ALLOWED
                   PERFORM CHECK-FILEOP-QUOTA
                       THRU CHECK-FILEOP-QUOTA-EXIT
               END-IF
               IF NOT WS-ACCESS-ALLOWED
                   PERFORM REFUSE-PATH-ACCESS
               ELSE
                   IF WS-QUOTA-OK
                       PERFORM RESTORE-FILE-GENERATION
                           THRU RESTORE-FILE-GENERATION-EXIT
                   END-IF
               END-IF
           ELSE
               DISPLAY "USAGE: /restore <path> <generation>"
               MOVE "FAIL" TO WS-CMD-STATUS
           END-IF.

      * /teach <pattern> > <answer> adds or replaces one knowledge-
      * base entry; the pattern is stored upper case so matching and
      * replacement ignore the case the operator happened to type
           END-PERFORM
           CLOSE TOOL-FILE.
       FIND-FILE-TOOL-EXIT.
           MOVE "FIND" TO WS-AUDIT-ACTION
           PERFORM APPEND-AUDIT-ENTRY.

      * the count is of records shown, so with WHERE it is the
      * number of matches; stopping at it names the record to carry
      * on from
       VIEW-FILE-TOOL.
           OPEN INPUT VIEW-FILE
           IF NOT WS-VIEW-OK
               DISPLAY "FILE NOT FOUND: " WS-FILEPATH
               MOVE "FAIL" TO WS-CMD-STATUS
               GO TO VIEW-FILE-TOOL-EXIT
           END-IF

           MOVE WS-VW-LAYOUT-LEN TO WS-VW-LEN-OUT
           MOVE SPACES TO WS-VW-LINE
           STRING "LAYOUT " DELIMITED BY SIZE
               WS-VW-LAYOUT DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               WS-VW-SOURCE DELIMITED BY SPACE
               ") " DELIMITED BY SIZE
               WS-VW-LEN-OUT DELIMITED BY SIZE
               " BYTES" DELIMITED BY SIZE
               INTO WS-VW-LINE
           DISPLAY WS-VW-LINE
           MOVE 0 TO WS-VW-RECNO
           MOVE 0 TO WS-VW-SHOWN
           MOVE 0 TO WS-VW-BAD-FIELDS
           MOVE 0 TO WS-VW-BAD-LENGTHS
           SET EOF TO FALSE
           PERFORM UNTIL EOF OR WS-VW-SHOWN NOT < WS-VW-COUNT
               READ VIEW-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END
                       PERFORM VIEW-ONE-RECORD
                           THRU VIEW-ONE-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE VIEW-FILE
           IF NOT EOF
               COMPUTE WS-VW-NEXT = WS-VW-RECNO + 1
               DISPLAY "STOPPED AT " WS-VW-COUNT
                   " - CONTINUE FROM RECORD " WS-VW-NEXT
           END-IF
           SET EOF TO FALSE
           DISPLAY WS-VW-SHOWN " RECORDS SHOWN, "
               WS-VW-BAD-FIELDS " FIELDS FLAGGED, "
               WS-VW-BAD-LENGTHS " LENGTH MISMATCHES".
       VIEW-FILE-TOOL-EXIT.
           MOVE "READ" TO WS-AUDIT-ACTION
           PERFORM APPEND-AUDIT-ENTRY.

      * a record longer than the layout holds data no field
      * describes; a shorter one is only out of line when it stops
      * inside a numeric or date field, since a line loses its
      * trailing spaces - and with them a blank text field at the
      * end - when it is written
       VIEW-ONE-RECORD.
           ADD 1 TO WS-VW-RECNO
           IF WS-VW-RECNO < WS-VW-FROM
               GO TO VIEW-ONE-RECORD-EXIT
           END-IF
           MOVE SPACES TO WS-VW-REC
           IF WS-VW-REC-LEN > 0
               MOVE VIEW-RECORD(1:WS-VW-REC-LEN) TO WS-VW-REC
           END-IF
           IF WS-VW-WHERE-SET
               PERFORM TEST-VIEW-WHERE
               IF NOT WS-VW-WHERE-MATCH
                   GO TO VIEW-ONE-RECORD-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-VW-SHOWN
           ADD 1 TO WS-CMD-LINES
           MOVE WS-VW-REC-LEN TO WS-VW-LEN-OUT
           DISPLAY "RECORD " WS-VW-RECNO " LENGTH " WS-VW-LEN-OUT
           SET WS-VW-RECORD-FITS TO TRUE
           PERFORM SHOW-VIEW-FIELD
               VARYING WS-VW-FLD-IDX FROM 1 BY 1
               UNTIL WS-VW-FLD-IDX > WS-VW-FLD-COUNT
           MOVE WS-VW-LAYOUT-LEN TO WS-VW-LEN-OUT
           IF WS-VW-REC-LEN > WS-VW-LAYOUT-LEN
               ADD 1 TO WS-VW-BAD-LENGTHS
               DISPLAY "  ** RECORD RUNS PAST THE " WS-VW-LEN-OUT
                   "-BYTE LAYOUT"
           ELSE IF NOT WS-VW-RECORD-FITS
               ADD 1 TO WS-VW-BAD-LENGTHS
               DISPLAY "  ** RECORD ENDS SHORT OF THE " WS-VW-LEN-OUT
                   "-BYTE LAYOUT"
           END-IF.
       VIEW-ONE-RECORD-EXIT.
           EXIT.

      * WHERE compares the field's text with the value as typed; an
      * unsigned numeric field also matches the value as a number,
      * so MSG-COUNT=5 finds 0005
       TEST-VIEW-WHERE.
           SET WS-VW-WHERE-MATCH TO FALSE
           MOVE WS-VW-F-START(WS-VW-WHERE-IDX) TO WS-VW-AT
           MOVE WS-VW-F-LEN(WS-VW-WHERE-IDX) TO WS-VW-LEN
           IF WS-VW-REC(WS-VW-AT:WS-VW-LEN) =
                   WS-VW-WHERE-VALUE(1:WS-VW-LEN)
               AND WS-VW-WHERE-VALUE(WS-VW-LEN + 1:) = SPACES
               SET WS-VW-WHERE-MATCH TO TRUE
           ELSE IF WS-VW-F-TYPE(WS-VW-WHERE-IDX) = "9"
               AND WS-VW-LEN < 19
               AND WS-VW-WHERE-LEN > 0 AND WS-VW-WHERE-LEN < 19
               AND WS-VW-REC(WS-VW-AT:WS-VW-LEN) IS NUMERIC
               AND WS-VW-WHERE-VALUE(1:WS-VW-WHERE-LEN) IS NUMERIC
               AND WS-VW-WHERE-VALUE(WS-VW-WHERE-LEN + 1:) = SPACES
               MOVE WS-VW-REC(WS-VW-AT:WS-VW-LEN) TO WS-VW-NUM-A
               MOVE WS-VW-WHERE-VALUE(1:WS-VW-WHERE-LEN)
                   TO WS-VW-NUM-B
               IF WS-VW-NUM-A = WS-VW-NUM-B
                   SET WS-VW-WHERE-MATCH TO TRUE
               END-IF
           END-IF.

      * one line per field, long text folded at 50 characters with
      * its trailing spaces dropped, and any flag after the value
       SHOW-VIEW-FIELD.
           MOVE WS-VW-F-START(WS-VW-FLD-IDX) TO WS-VW-AT
           MOVE WS-VW-F-LEN(WS-VW-FLD-IDX) TO WS-VW-LEN
           COMPUTE WS-VW-END = WS-VW-AT + WS-VW-LEN - 1
           MOVE SPACES TO WS-VW-FLAG
           PERFORM CHECK-VIEW-FIELD
           IF WS-VW-FLAG NOT = SPACES
               ADD 1 TO WS-VW-BAD-FIELDS
           END-IF
           MOVE 0 TO WS-VW-SHOW-LEN
           PERFORM SCAN-VIEW-FIELD-LEN
               VARYING WS-SCAN-IDX FROM WS-VW-END BY -1
               UNTIL WS-SCAN-IDX < WS-VW-AT OR WS-VW-SHOW-LEN > 0
           IF WS-VW-SHOW-LEN = 0
               DISPLAY "  " WS-VW-F-NAME(WS-VW-FLD-IDX) " " WS-VW-FLAG
           ELSE
               PERFORM SHOW-VIEW-CHUNK
                   VARYING WS-VW-OFF FROM 0 BY 50
                   UNTIL WS-VW-OFF NOT < WS-VW-SHOW-LEN
           END-IF.

       SCAN-VIEW-FIELD-LEN.
           IF WS-VW-REC(WS-SCAN-IDX:1) NOT = SPACE
               COMPUTE WS-VW-SHOW-LEN = WS-SCAN-IDX - WS-VW-AT + 1
           END-IF.

       SHOW-VIEW-CHUNK.
           COMPUTE WS-VW-CHUNK = WS-VW-SHOW-LEN - WS-VW-OFF
           IF WS-VW-CHUNK > 50
               MOVE 50 TO WS-VW-CHUNK
           END-IF
           COMPUTE WS-VW-POS = WS-VW-AT + WS-VW-OFF
           IF WS-VW-OFF = 0
               DISPLAY "  " WS-VW-F-NAME(WS-VW-FLD-IDX) " "
                   WS-VW-REC(WS-VW-POS:WS-VW-CHUNK) " " WS-VW-FLAG
           ELSE
               DISPLAY "                   "
                   WS-VW-REC(WS-VW-POS:WS-VW-CHUNK)
           END-IF.

       CHECK-VIEW-FIELD.
           IF WS-VW-F-TYPE(WS-VW-FLD-IDX) = "X"
               CONTINUE
           ELSE IF WS-VW-END > WS-VW-REC-LEN
               MOVE "<< PAST END OF RECORD" TO WS-VW-FLAG
               SET WS-VW-RECORD-FITS TO FALSE
           ELSE IF WS-VW-F-TYPE(WS-VW-FLD-IDX) = "9"
               IF WS-VW-REC(WS-VW-AT:WS-VW-LEN) NOT NUMERIC
                   MOVE "<< NOT NUMERIC" TO WS-VW-FLAG
               END-IF
           ELSE IF WS-VW-F-TYPE(WS-VW-FLD-IDX) = "S"
               PERFORM CHECK-SIGNED-FIELD
               IF NOT WS-VW-FIELD-OK
                   MOVE "<< NOT SIGNED NUMERIC" TO WS-VW-FLAG
               END-IF
           ELSE
               PERFORM CHECK-DATE-FIELD
               IF NOT WS-VW-FIELD-OK
                   MOVE "<< NOT A VALID DATE" TO WS-VW-FLAG
               END-IF
           END-IF.

      * a signed field is digits with at most one separate sign, in
      * front or behind
       CHECK-SIGNED-FIELD.
           SET WS-VW-FIELD-OK TO FALSE
           IF WS-VW-REC(WS-VW-AT:WS-VW-LEN) IS NUMERIC
               SET WS-VW-FIELD-OK TO TRUE
           ELSE IF WS-VW-LEN > 1
               IF (WS-VW-REC(WS-VW-AT:1) = "+" OR "-")
                   AND WS-VW-REC(WS-VW-AT + 1:WS-VW-LEN - 1)
                       IS NUMERIC
                   SET WS-VW-FIELD-OK TO TRUE
               END-IF
               IF (WS-VW-REC(WS-VW-END:1) = "+" OR "-")
                   AND WS-VW-REC(WS-VW-AT:WS-VW-LEN - 1) IS NUMERIC
                   SET WS-VW-FIELD-OK TO TRUE
               END-IF
           END-IF.

      * a date field is YYYYMMDD: a real month and a day that month
      * has, 29 February only in a leap year
       CHECK-DATE-FIELD.
           SET WS-VW-FIELD-OK TO FALSE
           IF WS-VW-REC(WS-VW-AT:8) IS NUMERIC
               MOVE WS-VW-REC(WS-VW-AT:8) TO WS-VW-DATE
               IF WS-VW-MONTH > 0 AND WS-VW-MONTH < 13
                   AND WS-VW-DAY > 0
                   MOVE WS-VW-MONTH-DAYS(WS-VW-MONTH)
                       TO WS-VW-MONTH-LIMIT
                   IF WS-VW-MONTH = 2
                       DIVIDE WS-VW-YEAR BY 4 GIVING WS-VW-LEAP-QUOT
                           REMAINDER WS-VW-LEAP-R4
                       DIVIDE WS-VW-YEAR BY 100 GIVING WS-VW-LEAP-QUOT
                           REMAINDER WS-VW-LEAP-R100
                       DIVIDE WS-VW-YEAR BY 400 GIVING WS-VW-LEAP-QUOT
                           REMAINDER WS-VW-LEAP-R400
                       IF WS-VW-LEAP-R4 = 0
                           AND (WS-VW-LEAP-R100 NOT = 0
                               OR WS-VW-LEAP-R400 = 0)
                           MOVE 29 TO WS-VW-MONTH-LIMIT
                       END-IF
                   END-IF
                   IF WS-VW-DAY NOT > WS-VW-MONTH-LIMIT
                       SET WS-VW-FIELD-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       SEARCH-HISTORY-TOOL.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-MISSING
           PERFORM RELEASE-LEDGER-LOCK.
       
       WRITE-FILE-TOOL.
           MOVE "WRITE" TO WS-VER-ACTION
           PERFORM SAVE-FILE-GENERATION
               THRU SAVE-FILE-GENERATION-EXIT
           IF NOT WS-VER-SAVED
               DISPLAY "CANNOT KEEP PRIOR VERSION - FILE NOT WRITTEN"
               MOVE "FAIL" TO WS-CMD-STATUS
               GO TO WRITE-FILE-TOOL-EXIT
           END-IF
           OPEN OUTPUT TOOL-FILE
           IF NOT WS-TOOL-FILE-OK
               DISPLAY "CANNOT WRITE: " WS-FILEPATH
           PERFORM WRITE-CONTENT-LINE
               UNTIL WS-CONTENT-PTR > WS-CONTENT-LEN

           CLOSE TOOL-FILE
           IF WS-VER-NEW-GEN > 0
               DISPLAY "* PRIOR VERSION KEPT AS GENERATION "
                   WS-VER-NEW-GEN
           END-IF.
       WRITE-FILE-TOOL-EXIT.
           MOVE "WRITE" TO WS-AUDIT-ACTION
           PERFORM APPEND-AUDIT-ENTRY.
           ADD WS-CHUNK-LEN TO WS-SEG-PTR.

       EDIT-FILE-TOOL.
           SET WS-CHANGE-QUEUED TO FALSE
           OPEN INPUT TOOL-FILE
           IF NOT WS-TOOL-FILE-OK
               DISPLAY "FILE NOT FOUND: " WS-FILEPATH
               GO TO EDIT-FILE-TOOL-EXIT
           END-IF

      * under an APPROVE prefix the edited result is held instead
           IF WS-APPROVAL-NEEDED
               MOVE "EDIT" TO WS-PEND-ACTION
               PERFORM QUEUE-PENDING-CHANGE
                   THRU QUEUE-PENDING-CHANGE-EXIT
               DELETE FILE EDIT-WORK-FILE
               GO TO EDIT-FILE-TOOL-EXIT
           END-IF

      * the edit applies: keep the current contents as a new
      * generation before the live file is replaced, so a change
      * never reaches the file without its prior version on record
           MOVE "EDIT" TO WS-VER-ACTION
           PERFORM SAVE-FILE-GENERATION
               THRU SAVE-FILE-GENERATION-EXIT
           IF NOT WS-VER-SAVED
               DISPLAY "CANNOT KEEP PRIOR VERSION - NO CHANGE MADE"
               MOVE "FAIL" TO WS-CMD-STATUS
               DELETE FILE EDIT-WORK-FILE
               GO TO EDIT-FILE-TOOL-EXIT
           IF WS-EDIT-CHANGED > 0
               MOVE WS-EDIT-CHANGED TO WS-CMD-LINES
               DISPLAY "* EDITED " WS-EDIT-CHANGED
                   " LINE(S), PRIOR VERSION KEPT AS GENERATION "
                   WS-VER-NEW-GEN
           END-IF.
       EDIT-FILE-TOOL-EXIT.
           IF NOT WS-CHANGE-QUEUED
               MOVE "EDIT" TO WS-AUDIT-ACTION
               PERFORM APPEND-AUDIT-ENTRY
           END-IF.

       EDIT-APPLY-RECORD.
           IF WS-EDIT-LINE-MODE AND WS-LINE-NUM = WS-EDIT-LINE-NO
               MOVE WS-SCAN-IDX TO WS-EDIT-LINE-LEN
           END-IF.

      * keep the file's current contents as the next numbered
      * generation in NANOCODE.VERSIONS before a change replaces
      * them, then drop the oldest generations past VERSION-KEEP; a
      * file not on disk yet has nothing to keep (generation 0)
       SAVE-FILE-GENERATION.
           SET WS-VER-SAVED TO FALSE
           MOVE 0 TO WS-VER-NEW-GEN
           OPEN INPUT TOOL-FILE
           IF NOT WS-TOOL-FILE-OK
               SET WS-VER-SAVED TO TRUE
               GO TO SAVE-FILE-GENERATION-EXIT
           END-IF
           CLOSE TOOL-FILE
           IF WS-FILEPATH(231:26) NOT = SPACES
               DISPLAY "PATH TOO LONG FOR NANOCODE.VERSIONS"
               GO TO SAVE-FILE-GENERATION-EXIT
           END-IF
           MOVE WS-FILEPATH(1:230) TO WS-VER-PATH

           MOVE WS-VERSIONS-PATH TO WS-LOCK-TARGET
           MOVE "NANOCODE.VERSIONS" TO WS-LOCK-NAME
           PERFORM ACQUIRE-LEDGER-LOCK
      * as with NANOCODE.HISTORY, only a missing store is created
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
               GO TO SAVE-FILE-GENERATION-EXIT
           END-IF

           PERFORM FIND-LAST-GENERATION
           IF WS-VER-LAST-GEN = 9999
               DISPLAY "NO GENERATION NUMBERS LEFT FOR THIS PATH"
               CLOSE VERSIONS-FILE
               PERFORM RELEASE-LEDGER-LOCK
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
           SET WS-VER-SAVED TO TRUE.
       SAVE-FILE-GENERATION-EXIT.
           EXIT.

      * START at generation 0 of the path; its generations follow in
      * ascending order, each header record ahead of its lines
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

      * the lines go in first and the header last, so the header
      * can carry the line count
       COPY-FILE-TO-GENERATION.
           MOVE 0 TO WS-VER-LINES
           OPEN INPUT TOOL-FILE
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ TOOL-FILE INTO FILE-RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VER-LINES
                       MOVE SPACES TO VERSIONS-RECORD
                       MOVE WS-VER-PATH TO VER-PATH
                       MOVE WS-VER-NEW-GEN TO VER-GEN
                       MOVE WS-VER-LINES TO VER-LINE
                       MOVE FILE-RECORD TO VER-TEXT
                       WRITE VERSIONS-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE TOOL-FILE
           PERFORM BUILD-TIMESTAMP
           MOVE SPACES TO VERSIONS-RECORD
           MOVE WS-VER-PATH TO VER-PATH
           MOVE WS-VER-NEW-GEN TO VER-GEN
           MOVE 0 TO VER-LINE
           MOVE WS-TIMESTAMP TO VER-TIMESTAMP
           MOVE WS-SESSION-ID TO VER-SESSION-ID
           MOVE WS-USER-ID TO VER-USER
           MOVE WS-VER-ACTION TO VER-ACTION
           MOVE WS-VER-LINES TO VER-LINE-COUNT
           WRITE VERSIONS-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

      * the path's lowest generations come first, so every record
      * ahead of the oldest generation kept is deleted as it passes
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

       LIST-FILE-GENERATIONS.
           MOVE WS-FILEPATH(1:230) TO WS-VER-PATH
           OPEN INPUT VERSIONS-FILE
           IF NOT WS-VERSIONS-OK
               DISPLAY "NO GENERATIONS KEPT FOR " WS-FILEPATH(1:60)
               GO TO LIST-FILE-GENERATIONS-EXIT
           END-IF
           PERFORM POSITION-AT-PATH
           PERFORM UNTIL VER-EOF
               READ VERSIONS-FILE NEXT RECORD
                   AT END SET VER-EOF TO TRUE
                   NOT AT END
                       IF VER-PATH NOT = WS-VER-PATH
                           SET VER-EOF TO TRUE
                       ELSE
                           IF VER-LINE = 0
                               PERFORM SHOW-GENERATION-HEADER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VERSIONS-FILE
           IF WS-CMD-LINES = 0
               DISPLAY "NO GENERATIONS KEPT FOR " WS-FILEPATH(1:60)
           END-IF.
       LIST-FILE-GENERATIONS-EXIT.
           EXIT.

       SHOW-GENERATION-HEADER.
           DISPLAY "GEN " VER-GEN " " VER-TIMESTAMP
               " USER " VER-USER " SESSION " VER-SESSION-ID
               " " VER-ACTION " " VER-LINE-COUNT " LINES"
           ADD 1 TO WS-CMD-LINES.

       RESTORE-FILE-GENERATION.
           SET WS-RESTORED TO FALSE
           MOVE WS-FILEPATH(1:230) TO WS-VER-PATH
           OPEN INPUT VERSIONS-FILE
           IF NOT WS-VERSIONS-OK
               DISPLAY "NO GENERATIONS KEPT FOR " WS-FILEPATH(1:60)
               MOVE "FAIL" TO WS-CMD-STATUS
               GO TO RESTORE-FILE-GENERATION-EXIT
           END-IF
           MOVE SPACES TO VERSIONS-RECORD
           MOVE WS-VER-PATH TO VER-PATH
           MOVE WS-RESTORE-GEN TO VER-GEN
           MOVE 0 TO VER-LINE
           READ VERSIONS-FILE
               INVALID KEY
                   DISPLAY "GENERATION " WS-RESTORE-GEN
                       " NOT KEPT FOR " WS-FILEPATH(1:60)
                   MOVE "FAIL" TO WS-CMD-STATUS
                   CLOSE VERSIONS-FILE
                   GO TO RESTORE-FILE-GENERATION-EXIT
           END-READ

      * stage the generation in the edit work file first - keeping
      * the current contents may prune the very generation being
      * restored
           OPEN OUTPUT EDIT-WORK-FILE
           MOVE 0 TO WS-CMD-LINES
           MOVE 1 TO VER-LINE
           SET VER-EOF TO FALSE
           START VERSIONS-FILE KEY IS NOT LESS THAN VER-KEY
               INVALID KEY SET VER-EOF TO TRUE
           END-START
           PERFORM UNTIL VER-EOF
               READ VERSIONS-FILE NEXT RECORD
                   AT END SET VER-EOF TO TRUE
                   NOT AT END
                       IF VER-PATH NOT = WS-VER-PATH
                           OR VER-GEN NOT = WS-RESTORE-GEN
                           SET VER-EOF TO TRUE
                       ELSE
                           WRITE EDIT-WORK-RECORD FROM VER-TEXT
                           ADD 1 TO WS-CMD-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VERSIONS-FILE
           CLOSE EDIT-WORK-FILE

           IF WS-APPROVAL-NEEDED
               MOVE "RESTOR" TO WS-PEND-ACTION
               PERFORM QUEUE-PENDING-CHANGE
                   THRU QUEUE-PENDING-CHANGE-EXIT
               DELETE FILE EDIT-WORK-FILE
               GO TO RESTORE-FILE-GENERATION-EXIT
           END-IF

           MOVE "RESTOR" TO WS-VER-ACTION
           PERFORM SAVE-FILE-GENERATION
               THRU SAVE-FILE-GENERATION-EXIT
           IF NOT WS-VER-SAVED
               DISPLAY "CANNOT KEEP PRIOR VERSION - NOTHING RESTORED"
               MOVE "FAIL" TO WS-CMD-STATUS
               DELETE FILE EDIT-WORK-FILE
               GO TO RESTORE-FILE-GENERATION-EXIT
           END-IF
      * REPLACE-FILE-FROM-EDIT-WORK zeroes the changed count when it
      * cannot open the live file
           MOVE 1 TO WS-EDIT-CHANGED
           PERFORM REPLACE-FILE-FROM-EDIT-WORK
               THRU REPLACE-FILE-FROM-EDIT-WORK-EXIT
           IF WS-EDIT-CHANGED = 0
               GO TO RESTORE-FILE-GENERATION-EXIT
           END-IF
           SET WS-RESTORED TO TRUE
           DISPLAY "* RESTORED GENERATION " WS-RESTORE-GEN
               " (" WS-CMD-LINES " LINES)"
           IF WS-VER-NEW-GEN > 0
               DISPLAY "* PRIOR VERSION KEPT AS GENERATION "
                   WS-VER-NEW-GEN
           END-IF.
      * like TEACH, RESTOR means the file really changed
       RESTORE-FILE-GENERATION-EXIT.
           IF WS-RESTORED
               MOVE "RESTOR" TO WS-AUDIT-ACTION
               PERFORM APPEND-AUDIT-ENTRY
           END-IF.

      * a /write under an APPROVE prefix is staged in the edit work
      * file, the same place /edit and /restore build their result,
      * so all three are held the same way
       HOLD-WRITE-FOR-APPROVAL.
           MOVE WS-FILEPATH TO WS-PEND-PATH-HOLD
           MOVE WS-EDIT-WORK-PATH TO WS-FILEPATH
           OPEN OUTPUT TOOL-FILE
           IF NOT WS-TOOL-FILE-OK
               MOVE WS-PEND-PATH-HOLD TO WS-FILEPATH
               DISPLAY "CANNOT STAGE CHANGE - FILE NOT WRITTEN"
               MOVE "FAIL" TO WS-CMD-STATUS
               GO TO HOLD-WRITE-FOR-APPROVAL-EXIT
           END-IF
           PERFORM COMPUTE-CONTENT-LEN
           MOVE 1 TO WS-CONTENT-PTR
           PERFORM WRITE-CONTENT-LINE
               UNTIL WS-CONTENT-PTR > WS-CONTENT-LEN
           CLOSE TOOL-FILE
           MOVE WS-PEND-PATH-HOLD TO WS-FILEPATH
           MOVE "WRITE" TO WS-PEND-ACTION
           PERFORM QUEUE-PENDING-CHANGE THRU QUEUE-PENDING-CHANGE-EXIT
           DELETE FILE EDIT-WORK-FILE.
       HOLD-WRITE-FOR-APPROVAL-EXIT.
           EXIT.

      * copy the staged contents into NANOCODE.PENDING under the next
      * request number; the file itself is not touched - it changes
      * only when another user approves the request
       QUEUE-PENDING-CHANGE.
           SET WS-CHANGE-QUEUED TO FALSE
           MOVE WS-PENDING-PATH TO WS-LOCK-TARGET
           MOVE "NANOCODE.PENDING" TO WS-LOCK-NAME
           PERFORM ACQUIRE-LEDGER-LOCK
      * as with NANOCODE.HISTORY, only a missing queue is created
           OPEN I-O PENDING-FILE
           IF WS-PENDING-MISSING
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF NOT WS-PENDING-OK
               DISPLAY "CANNOT OPEN NANOCODE.PENDING - STATUS "
                   WS-PENDING-STATUS " - NO CHANGE MADE"
               MOVE "FAIL" TO WS-CMD-STATUS
               PERFORM RELEASE-LEDGER-LOCK
               GO TO QUEUE-PENDING-CHANGE-EXIT
           END-IF

           MOVE SPACES TO PENDING-RECORD
           MOVE 0 TO PEND-REQ-NO
           MOVE 0 TO PEND-LINE
           SET WS-PEND-CTL-FOUND TO TRUE
           READ PENDING-FILE
               INVALID KEY SET WS-PEND-CTL-FOUND TO FALSE
           END-READ
           MOVE 0 TO WS-PEND-REQ
           IF WS-PEND-CTL-FOUND
               MOVE PEND-LINE-COUNT TO WS-PEND-REQ
           END-IF
           IF WS-PEND-REQ = 999999
               DISPLAY "NO REQUEST NUMBERS LEFT IN NANOCODE.PENDING"
                   " - NO CHANGE MADE"
               MOVE "FAIL" TO WS-CMD-STATUS
               CLOSE PENDING-FILE
               PERFORM RELEASE-LEDGER-LOCK
               GO TO QUEUE-PENDING-CHANGE-EXIT
           END-IF
           ADD 1 TO WS-PEND-REQ
           MOVE SPACES TO PENDING-RECORD
           MOVE 0 TO PEND-REQ-NO
           MOVE 0 TO PEND-LINE
           MOVE WS-PEND-REQ TO PEND-LINE-COUNT
           IF WS-PEND-CTL-FOUND
               REWRITE PENDING-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE PENDING-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF

           MOVE 0 TO WS-PEND-LINES
           OPEN INPUT EDIT-WORK-FILE
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ EDIT-WORK-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END PERFORM WRITE-PENDING-LINE
               END-READ
           END-PERFORM
           CLOSE EDIT-WORK-FILE
           SET EOF TO FALSE

      * the header goes in last, so it can carry the line count
           PERFORM BUILD-TIMESTAMP
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-PEND-REQ TO PEND-REQ-NO
           MOVE 0 TO PEND-LINE
           MOVE "PENDING" TO PEND-STATUS
           MOVE WS-TIMESTAMP TO PEND-TIMESTAMP
           MOVE WS-SESSION-ID TO PEND-SESSION-ID
           MOVE WS-USER-ID TO PEND-USER
           MOVE WS-PEND-ACTION TO PEND-ACTION
           MOVE WS-PEND-LINES TO PEND-LINE-COUNT
           MOVE WS-FILEPATH TO PEND-PATH
           WRITE PENDING-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE PENDING-FILE
           PERFORM RELEASE-LEDGER-LOCK

           SET WS-CHANGE-QUEUED TO TRUE
           MOVE "HELD" TO WS-CMD-STATUS
           MOVE WS-PEND-LINES TO WS-CMD-LINES
           IF WS-BATCH-MODE-ON
               DISPLAY "* CHANGE HELD FOR APPROVAL AS REQUEST "
                   WS-PEND-REQ
           ELSE
               DISPLAY WS-GREEN "* CHANGE HELD FOR APPROVAL AS "
                   "REQUEST " WS-PEND-REQ WS-RESET
           END-IF
           DISPLAY "* " WS-FILEPATH(1:60)
           DISPLAY "* IS UNCHANGED UNTIL ANOTHER USER APPROVES IT"
           MOVE "QUEUED" TO WS-AUDIT-ACTION
           PERFORM APPEND-AUDIT-ENTRY.
       QUEUE-PENDING-CHANGE-EXIT.
           EXIT.

       WRITE-PENDING-LINE.
           ADD 1 TO WS-PEND-LINES
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-PEND-REQ TO PEND-REQ-NO
           MOVE WS-PEND-LINES TO PEND-LINE
           MOVE EDIT-WORK-RECORD TO PEND-TEXT
           WRITE PENDING-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       REPLACE-FILE-FROM-EDIT-WORK.
           OPEN OUTPUT TOOL-FILE
           IF NOT WS-TOOL-FILE-OK
       OFFER-CHECKPOINT-RELOAD-EXIT.
           EXIT.

      * a checkpoint written before masking was in force may still
      * hold clear values, so reloaded messages go through the same
      * pass as new ones before anything can write them out again
       CHECKPOINT-RELOAD.
           MOVE 0 TO WS-MSG-COUNT
           MOVE 0 TO WS-MASK-TOTAL
           SET CKPT-EOF TO FALSE
           PERFORM UNTIL CKPT-EOF
               READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
                   NOT AT END
                       ADD 1 TO WS-MSG-COUNT
                       MOVE CKPT-ROLE TO WS-MSG-ROLE(WS-MSG-COUNT)
                       MOVE CKPT-CONTENT TO WS-MASK-TEXT
                       PERFORM MASK-SENSITIVE-TEXT
                           THRU MASK-SENSITIVE-TEXT-EXIT
                       ADD WS-MASK-COUNT TO WS-MASK-TOTAL
                       MOVE WS-MASK-TEXT TO WS-MSG-CONTENT(WS-MSG-COUNT)
               END-READ
           END-PERFORM
           DISPLAY "* RELOADED " WS-MSG-COUNT
               " MESSAGES FROM CHECKPOINT"
           IF WS-MASK-TOTAL > 0
               MOVE WS-MASK-TOTAL TO WS-MASK-COUNT
               MOVE "RELOADED CHECKPOINT" TO WS-MASK-SOURCE
               PERFORM CUT-REDACT-AUDIT
           END-IF.

      * handoffs addressed to this user wait in NANOCODE.HANDOFF
      * until one of their sessions takes them; the user alternate
      * key returns them oldest first, the first nine are offered,
      * and a batch run only says they are there
       OFFER-PENDING-HANDOFFS.
           SET WS-HANDOFF-TAKEN TO FALSE
           MOVE 0 TO WS-HO-OFFER-COUNT
           MOVE 0 TO WS-HO-MORE
           OPEN INPUT HANDOFF-FILE
           IF NOT WS-HANDOFF-OK
               GO TO OFFER-PENDING-HANDOFFS-EXIT
           END-IF
           MOVE WS-USER-ID TO HO-TO-USER
           START HANDOFF-FILE KEY NOT < HO-TO-USER
               INVALID KEY
                   CLOSE HANDOFF-FILE
                   GO TO OFFER-PENDING-HANDOFFS-EXIT
           END-START
           SET HO-EOF TO FALSE
           PERFORM UNTIL HO-EOF
               READ HANDOFF-FILE NEXT RECORD
                   AT END SET HO-EOF TO TRUE
                   NOT AT END
                       IF HO-TO-USER NOT = WS-USER-ID
                           SET HO-EOF TO TRUE
                       ELSE
                           PERFORM NOTE-PENDING-HANDOFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HANDOFF-FILE
           IF WS-HO-OFFER-COUNT = 0
               GO TO OFFER-PENDING-HANDOFFS-EXIT
           END-IF

           IF WS-BATCH-MODE-ON
               DISPLAY WS-HO-OFFER-COUNT " HANDOFF(S) WAITING FOR "
                   WS-USER-ID " - TAKE THEM IN AN INTERACTIVE SESSION"
               GO TO OFFER-PENDING-HANDOFFS-EXIT
           END-IF

           DISPLAY "HANDOFFS WAITING FOR " WS-USER-ID
           PERFORM SHOW-PENDING-HANDOFF
               VARYING WS-HO-OFFER-IDX FROM 1 BY 1
               UNTIL WS-HO-OFFER-IDX > WS-HO-OFFER-COUNT
           IF WS-HO-MORE > 0
               DISPLAY "   (" WS-HO-MORE " MORE NOT SHOWN)"
           END-IF
           DISPLAY "TAKE WHICH ONE? (NUMBER, OR ENTER TO SKIP) "
               WITH NO ADVANCING
           MOVE SPACE TO WS-HO-PICK
           ACCEPT WS-HO-PICK
           IF WS-HO-PICK IS NOT NUMERIC
               GO TO OFFER-PENDING-HANDOFFS-EXIT
           END-IF
           MOVE WS-HO-PICK TO WS-HO-PICK-NO
           IF WS-HO-PICK-NO = 0 OR WS-HO-PICK-NO > WS-HO-OFFER-COUNT
               GO TO OFFER-PENDING-HANDOFFS-EXIT
           END-IF
           PERFORM TAKE-HANDOFF THRU TAKE-HANDOFF-EXIT.
       OFFER-PENDING-HANDOFFS-EXIT.
           EXIT.

       NOTE-PENDING-HANDOFF.
           IF HO-STATUS = "PENDING"
               IF WS-HO-OFFER-COUNT < 9
                   ADD 1 TO WS-HO-OFFER-COUNT
                   MOVE HO-SESSION-ID
                       TO WS-HO-OFFER-ID(WS-HO-OFFER-COUNT)
                   MOVE HO-FROM-USER
                       TO WS-HO-OFFER-FROM(WS-HO-OFFER-COUNT)
                   MOVE HO-TIMESTAMP
                       TO WS-HO-OFFER-TS(WS-HO-OFFER-COUNT)
                   MOVE HO-MSG-COUNT
                       TO WS-HO-OFFER-MSGS(WS-HO-OFFER-COUNT)
                   MOVE HO-NOTE(1:40)
                       TO WS-HO-OFFER-NOTE(WS-HO-OFFER-COUNT)
               ELSE
                   ADD 1 TO WS-HO-MORE
               END-IF
           END-IF.

       SHOW-PENDING-HANDOFF.
           MOVE WS-HO-OFFER-IDX TO WS-HO-PICK-NO
           DISPLAY " " WS-HO-PICK-NO "  FROM "
               WS-HO-OFFER-FROM(WS-HO-OFFER-IDX) " AT "
               WS-HO-OFFER-TS(WS-HO-OFFER-IDX)(1:8) " "
               WS-HO-OFFER-TS(WS-HO-OFFER-IDX)(10:4) "  "
               WS-HO-OFFER-MSGS(WS-HO-OFFER-IDX) " MSGS  "
               WS-HO-OFFER-NOTE(WS-HO-OFFER-IDX).

      * the claim is made under the HANDOFF lock and only while the
      * record still says PENDING, so two sessions of the same user
      * cannot both take it; the parents are followed back in the
      * same pass so the whole conversation can be replayed
       TAKE-HANDOFF.
           MOVE WS-HO-OFFER-ID(WS-HO-PICK-NO) TO WS-HO-TAKE-ID
           MOVE WS-HANDOFF-PATH TO WS-LOCK-TARGET
           MOVE "NANOCODE.HANDOFF" TO WS-LOCK-NAME
           PERFORM ACQUIRE-LEDGER-LOCK
           OPEN I-O HANDOFF-FILE
           IF NOT WS-HANDOFF-OK
               DISPLAY "CANNOT OPEN NANOCODE.HANDOFF - STATUS "
                   WS-HANDOFF-STATUS " - HANDOFF NOT TAKEN"
               PERFORM RELEASE-LEDGER-LOCK
               GO TO TAKE-HANDOFF-EXIT
           END-IF
           MOVE WS-HO-TAKE-ID TO HO-SESSION-ID
           READ HANDOFF-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF HO-STATUS = "PENDING"
                       PERFORM BUILD-TIMESTAMP
                       MOVE "TAKEN" TO HO-STATUS
                       MOVE WS-SESSION-ID TO HO-TAKEN-SESSION
                       MOVE WS-TIMESTAMP TO HO-TAKEN-TS
                       REWRITE HANDOFF-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               SET WS-HANDOFF-TAKEN TO TRUE
                       END-REWRITE
                   END-IF
           END-READ
           IF WS-HANDOFF-TAKEN
               MOVE HO-FROM-USER TO WS-HO-FROM-USER
               MOVE HO-NOTE TO WS-HO-TAKE-NOTE
               MOVE 1 TO WS-HO-CHAIN-COUNT
               MOVE WS-HO-TAKE-ID TO WS-HO-CHAIN-ID(1)
               MOVE HO-PARENT-ID TO WS-HO-NEXT-PARENT
               PERFORM FOLLOW-HANDOFF-PARENT
                   UNTIL WS-HO-NEXT-PARENT = SPACES
                       OR WS-HO-CHAIN-COUNT = 20
           END-IF
           CLOSE HANDOFF-FILE
           PERFORM RELEASE-LEDGER-LOCK
           IF NOT WS-HANDOFF-TAKEN
               DISPLAY "HANDOFF " WS-HO-TAKE-ID
                   " IS NO LONGER WAITING - NOT TAKEN"
               GO TO TAKE-HANDOFF-EXIT
           END-IF

           MOVE WS-HO-TAKE-ID TO WS-PARENT-SESSION-ID
           PERFORM LOAD-HANDOFF-CONVERSATION
               THRU LOAD-HANDOFF-CONVERSATION-EXIT
           PERFORM CHECKPOINT-SAVE
           DISPLAY "* TOOK HANDOFF FROM " WS-HO-FROM-USER
               " (SESSION " WS-HO-TAKE-ID ") - "
               WS-HO-LOADED " MESSAGES LOADED"
           IF WS-HO-TAKE-NOTE NOT = SPACES
               DISPLAY "  NOTE: " WS-HO-TAKE-NOTE(1:70)
           END-IF
           MOVE "TAKEN" TO WS-SESSION-ACTION
           PERFORM APPEND-SESSION-EVENT.
       TAKE-HANDOFF-EXIT.
           EXIT.

       FOLLOW-HANDOFF-PARENT.
           ADD 1 TO WS-HO-CHAIN-COUNT
           MOVE WS-HO-NEXT-PARENT
               TO WS-HO-CHAIN-ID(WS-HO-CHAIN-COUNT)
           MOVE WS-HO-NEXT-PARENT TO HO-SESSION-ID
           MOVE SPACES TO WS-HO-NEXT-PARENT
           READ HANDOFF-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE HO-PARENT-ID TO WS-HO-NEXT-PARENT
           END-READ.

      * each session holds only the turns it added itself, so the
      * chain is replayed oldest session first; the turns are already
      * masked and already in HISTORY, so they go straight into the
      * table, rolling older ones to overflow as a live session would
       LOAD-HANDOFF-CONVERSATION.
           MOVE 0 TO WS-MSG-COUNT
           MOVE 0 TO WS-HO-LOADED
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HISTORY-OK
               DISPLAY "CANNOT OPEN NANOCODE.HISTORY - STATUS "
                   WS-HISTORY-STATUS " - CONVERSATION NOT LOADED"
               GO TO LOAD-HANDOFF-CONVERSATION-EXIT
           END-IF
           PERFORM LOAD-HANDOFF-SESSION
               VARYING WS-HO-CHAIN-IDX FROM WS-HO-CHAIN-COUNT BY -1
               UNTIL WS-HO-CHAIN-IDX = 0
           CLOSE HISTORY-FILE.
       LOAD-HANDOFF-CONVERSATION-EXIT.
           EXIT.

       LOAD-HANDOFF-SESSION.
           MOVE WS-HO-CHAIN-ID(WS-HO-CHAIN-IDX) TO HIST-SESSION-ID
           MOVE 0 TO HIST-MSG-SEQ
           SET HIST-EOF TO FALSE
           START HISTORY-FILE KEY NOT < HIST-KEY
               INVALID KEY SET HIST-EOF TO TRUE
           END-START
           PERFORM UNTIL HIST-EOF
               READ HISTORY-FILE NEXT RECORD
                   AT END SET HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-SESSION-ID NOT =
                               WS-HO-CHAIN-ID(WS-HO-CHAIN-IDX)
                           SET HIST-EOF TO TRUE
                       ELSE
                           PERFORM LOAD-HANDOFF-MESSAGE
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-HANDOFF-MESSAGE.
           IF WS-MSG-COUNT = 100
               PERFORM ROLL-MESSAGES-OVERFLOW
           END-IF
           ADD 1 TO WS-MSG-COUNT
           MOVE HIST-ROLE TO WS-MSG-ROLE(WS-MSG-COUNT)
           MOVE HIST-CONTENT TO WS-MSG-CONTENT(WS-MSG-COUNT)
           ADD 1 TO WS-HO-LOADED.

       SAVE-TRANSCRIPT.
           IF WS-MSG-COUNT = 0

           PERFORM BUILD-TIMESTAMP
           MOVE SPACES TO TRANSCRIPT-RECORD
           IF WS-PARENT-SESSION-ID = SPACES
               STRING "--- SESSION " DELIMITED BY SIZE
                   WS-SESSION-ID DELIMITED BY SIZE
                   " USER " DELIMITED BY SIZE
                   WS-USER-ID DELIMITED BY SPACE
                   " SNAPSHOT " DELIMITED BY SIZE
                   WS-TIMESTAMP DELIMITED BY SIZE
                   " ---" DELIMITED BY SIZE
                   INTO TRANSCRIPT-RECORD
           ELSE
               STRING "--- SESSION " DELIMITED BY SIZE
                   WS-SESSION-ID DELIMITED BY SIZE
                   " USER " DELIMITED BY SIZE
                   WS-USER-ID DELIMITED BY SPACE
                   " PARENT " DELIMITED BY SIZE
                   WS-PARENT-SESSION-ID DELIMITED BY SIZE
                   " SNAPSHOT " DELIMITED BY SIZE
                   WS-TIMESTAMP DELIMITED BY SIZE
                   " ---" DELIMITED BY SIZE
                   INTO TRANSCRIPT-RECORD
           END-IF
           WRITE TRANSCRIPT-RECORD

           IF WS-OVF-WRITTEN > WS-OVF-STITCHED
           MOVE WS-USER-ID TO WS-SLR-USER
           MOVE WS-SESSION-ACTION TO WS-SLR-ACTION
           MOVE WS-MSG-COUNT TO WS-SLR-MSG-COUNT
           MOVE WS-PARENT-SESSION-ID TO WS-SLR-PARENT-ID
           MOVE SPACES TO SESSION-LOG-RECORD
           WRITE SESSION-LOG-RECORD FROM WS-SESSION-LOG-REC
           CLOSE SESSION-LOG-FILE
