       IDENTIFICATION DIVISION.
       PROGRAM-ID. NANOCODE-BACKUP.
       AUTHOR. CLAUDE-AI.
      * nanocode-backup - point-in-time backup and verified restore
      * of the NANOCODE data set
      * cobc -x nanocode-backup.cob && ./nanocode-backup [BACKUP]
      *     ./nanocode-backup LIST
      *     ./nanocode-backup VERIFY <set>
      *     ./nanocode-backup RESTORE <set> [<file>]
      * BACKUP (the default) takes every ledger's .LOCK - the same
      * lock every session writer honors - all at once, copies each
      * file of the data set (HISTORY, KB, VERSIONS, PENDING,
      * FEEDBACK, HANDOFF, SESSIONLOG, AUDIT, OVERFLOW, CTLAUDIT,
      * EXTRACTCTL and the control files beside the profile) into a
      * dated set NANOCODE.BACKUP.<set>.<file>, and writes the set's
      * MANIFEST with each file's record count and first and last
      * key or timestamp; the set id is the date and time taken,
      * YYYYMMDD-HHMMSS; sets go under BACKUP-PREFIX (NANOCODE.CONFIG,
      * default PATH-PREFIX) and are listed in NANOCODE.BACKUP.CATALOG
      * there; only the newest BACKUP-KEEP sets are kept (default 7)
      * and older ones are deleted once a new set is complete; a set
      * that cannot be taken whole is removed and the run ends with
      * RETURN-CODE 8, so as a NIGHTPLAN step ahead of HOUSEKEEP and
      * HISTREORG it stops the chain before anything is rewritten
      * without a copy to go back to; LIST shows the catalog; VERIFY
      * reads a set back against its manifest; RESTORE verifies
      * first and touches nothing unless the set (or the one file
      * named) checks out, then reloads under the same locks and
      * reports each file's record count before and after
      *
      * MODIFICATION HISTORY
      * 2026-10-15  initial version

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OLD-HIST-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDH-KEY
               FILE STATUS IS WS-OLD-HIST-STATUS.
           SELECT KB-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KB-PATTERN
               FILE STATUS IS WS-KB-STATUS.
           SELECT VERSIONS-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VER-KEY
               FILE STATUS IS WS-VERSIONS-STATUS.
           SELECT PENDING-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT FEEDBACK-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FB-KEY
               FILE STATUS IS WS-FEEDBACK-STATUS.
           SELECT HANDOFF-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HO-SESSION-ID
               ALTERNATE RECORD KEY IS HO-TO-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HO-TAKEN-SESSION
                   WITH DUPLICATES
               FILE STATUS IS WS-HANDOFF-STATUS.
           SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT COPY-FILE ASSIGN TO WS-COPY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT CATWORK-FILE ASSIGN TO WS-CATWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATWORK-STATUS.
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

       FD OLD-HIST-FILE.
       01 OLD-HIST-RECORD.
           05 OLDH-KEY.
               10 OLDH-SESSION-ID PIC X(16).
               10 OLDH-MSG-SEQ    PIC 9(6).
           05 OLDH-USER        PIC X(8).
           05 OLDH-TIMESTAMP   PIC X(17).
           05 OLDH-ROLE        PIC X(16).
           05 OLDH-CONTENT     PIC X(1024).

       FD KB-FILE.
       01 KB-RECORD.
           05 KB-PATTERN       PIC X(64).
           05 KB-ANSWER        PIC X(1024).

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

       FD SOURCE-FILE.
       01 SOURCE-RECORD PIC X(1100).

      * each file's copy in the set is a line-sequential image of
      * its records; the indexed files are unloaded in prime-key
      * order so the restore can reload them sequentially
       FD COPY-FILE.
       01 COPY-RECORD PIC X(1100).

      * a HEAD line naming the set, one FILE line per file of the
      * data set, then an END line carrying the number of FILE lines
      * so a manifest cut short is caught
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
           05 MF-TYPE          PIC X(4).
           05 FILLER           PIC X(1).
           05 MF-NAME          PIC X(12).
           05 FILLER           PIC X(1).
           05 MF-KIND          PIC X(1).
           05 FILLER           PIC X(1).
           05 MF-STATUS        PIC X(8).
           05 FILLER           PIC X(1).
           05 MF-COUNT         PIC 9(9).
           05 FILLER           PIC X(1).
           05 MF-FIRST         PIC X(64).
           05 FILLER           PIC X(1).
           05 MF-LAST          PIC X(64).
           05 FILLER           PIC X(32).
       01 MANIFEST-HEAD.
           05 MFH-TYPE         PIC X(4).
           05 FILLER           PIC X(1).
           05 MFH-SET-ID       PIC X(15).
           05 FILLER           PIC X(1).
           05 MFH-TIMESTAMP    PIC X(17).
           05 FILLER           PIC X(1).
           05 MFH-USER         PIC X(8).
           05 FILLER           PIC X(153).

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-SET-ID       PIC X(15).
           05 FILLER           PIC X(1).
           05 CAT-TIMESTAMP    PIC X(17).
           05 FILLER           PIC X(1).
           05 CAT-USER         PIC X(8).
           05 FILLER           PIC X(1).
           05 CAT-FILES        PIC 9(4).
           05 FILLER           PIC X(1).
           05 CAT-RECORDS      PIC 9(10).
           05 FILLER           PIC X(22).

       FD CATWORK-FILE.
       01 CATWORK-RECORD PIC X(80).

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
       01 WS-OLD-HIST-STATUS   PIC X(2).
       01 WS-KB-STATUS         PIC X(2).
       01 WS-VERSIONS-STATUS   PIC X(2).
       01 WS-PENDING-STATUS    PIC X(2).
       01 WS-FEEDBACK-STATUS   PIC X(2).
       01 WS-HANDOFF-STATUS    PIC X(2).
       01 WS-SOURCE-STATUS     PIC X(2).
       01 WS-COPY-STATUS       PIC X(2).
           88 WS-COPY-OK VALUE "00".
       01 WS-MANIFEST-STATUS   PIC X(2).
           88 WS-MANIFEST-OK VALUE "00".
       01 WS-CATALOG-STATUS    PIC X(2).
           88 WS-CATALOG-OK VALUE "00".
       01 WS-CATWORK-STATUS    PIC X(2).
       01 WS-CONFIG-STATUS     PIC X(2).
           88 WS-CONFIG-FOUND VALUE "00".
       01 WS-CONFIG-KEY        PIC X(16).
       01 WS-CONFIG-VALUE      PIC X(64).
       01 WS-CONFIG-VALUE-LEN  PIC 9(4) COMP.
       01 WS-CFG-EOF-SWITCH    PIC X(1) VALUE "N".
           88 CFG-EOF VALUE "Y" FALSE "N".

       01 WS-PATH-PREFIX       PIC X(64) VALUE SPACES.
       01 WS-BACKUP-PREFIX     PIC X(64) VALUE SPACES.
       01 WS-BACKUP-KEEP       PIC 9(2) VALUE 7.

       01 WS-STARTUP-PARM      PIC X(80).
       01 WS-PARM-MODE         PIC X(8).
       01 WS-PARM-SET          PIC X(16).
       01 WS-PARM-FILE         PIC X(12).
       01 WS-PARM-EXTRA        PIC X(8).
       01 WS-LOWER-ALPHA       PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-ALPHA       PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-RESTORE-ONE-SW    PIC X(1) VALUE "N".
           88 WS-RESTORE-ONE VALUE "Y" FALSE "N".

      * every file in a backup set: its name after NANOCODE., its
      * kind (I indexed, L session ledger, D other data file under
      * PATH-PREFIX, C control file beside the profile), Y where
      * the sessions take the file's .LOCK before writing to it,
      * and how many leading bytes make up the key or timestamp
      * the manifest records for it
       01 WS-BK-FILE-VALUES.
           05 FILLER PIC X(16) VALUE "HISTORY     IY22".
           05 FILLER PIC X(16) VALUE "KB          IN64".
           05 FILLER PIC X(16) VALUE "VERSIONS    IY64".
           05 FILLER PIC X(16) VALUE "PENDING     IY12".
           05 FILLER PIC X(16) VALUE "FEEDBACK    IY22".
           05 FILLER PIC X(16) VALUE "HANDOFF     IY16".
           05 FILLER PIC X(16) VALUE "SESSIONLOG  LY17".
           05 FILLER PIC X(16) VALUE "AUDIT       LY17".
           05 FILLER PIC X(16) VALUE "OVERFLOW    LY16".
           05 FILLER PIC X(16) VALUE "CTLAUDIT    DN17".
           05 FILLER PIC X(16) VALUE "EXTRACTCTL  DN08".
           05 FILLER PIC X(16) VALUE "CONFIG      CN32".
           05 FILLER PIC X(16) VALUE "ACL         CN32".
           05 FILLER PIC X(16) VALUE "RETENTION   CN32".
           05 FILLER PIC X(16) VALUE "REDACT      CN32".
           05 FILLER PIC X(16) VALUE "QUOTA       CN32".
           05 FILLER PIC X(16) VALUE "COSTCTR     CN32".
           05 FILLER PIC X(16) VALUE "RATES       CN32".
           05 FILLER PIC X(16) VALUE "ALERTCTL    CN32".
           05 FILLER PIC X(16) VALUE "WATCHLIST   CN32".
           05 FILLER PIC X(16) VALUE "LAYOUTS     CN32".
           05 FILLER PIC X(16) VALUE "NIGHTPLAN   CN32".
       01 FILLER REDEFINES WS-BK-FILE-VALUES.
           05 WS-BK-ENTRY OCCURS 22 TIMES.
               10 WS-BK-NAME      PIC X(12).
               10 WS-BK-KIND      PIC X(1).
               10 WS-BK-LOCKED    PIC X(1).
               10 WS-BK-KEY-LEN   PIC 9(2).
       01 WS-BK-COUNT          PIC 9(2) COMP VALUE 22.
       01 WS-BK-IDX            PIC 9(2) COMP.
       01 WS-BK-FOUND-IDX      PIC 9(2) COMP.
       01 WS-FIND-NAME         PIC X(12).
       01 WS-BK-FLAGS.
           05 WS-BK-FLAG OCCURS 22 TIMES.
               10 WS-BK-PICK      PIC X(1).
               10 WS-BK-HELD      PIC X(1).

       01 WS-SOURCE-PATH       PIC X(128).
       01 WS-COPY-PATH         PIC X(128).
       01 WS-MANIFEST-PATH     PIC X(128).
       01 WS-CATALOG-PATH      PIC X(128).
       01 WS-CATWORK-PATH      PIC X(128).
       01 WS-SET-BASE          PIC X(112).
       01 WS-SET-ID            PIC X(15).
       01 WS-SET-TIMESTAMP     PIC X(17).

       01 WS-BK-RECORD         PIC X(1100).
       01 WS-SRC-STATUS        PIC X(2).
       01 WS-SRC-EOF-SWITCH    PIC X(1) VALUE "N".
           88 SRC-EOF VALUE "Y" FALSE "N".
       01 WS-SRC-FAILED-SW     PIC X(1) VALUE "N".
           88 WS-SRC-FAILED VALUE "Y" FALSE "N".
       01 WS-OLD-FORMAT-SW     PIC X(1) VALUE "N".
           88 WS-OLD-FORMAT VALUE "Y" FALSE "N".
       01 WS-EOF-SWITCH        PIC X(1) VALUE "N".
           88 EOF VALUE "Y" FALSE "N".
       01 WS-MF-EOF-SWITCH     PIC X(1) VALUE "N".
           88 MF-EOF VALUE "Y" FALSE "N".

       01 WS-KEY-LEN           PIC 9(2) COMP.
       01 WS-REC-COUNT         PIC 9(9).
       01 WS-FIRST-KEY         PIC X(64).
       01 WS-LAST-KEY          PIC X(64).
       01 WS-BEFORE-COUNT      PIC 9(9).
       01 WS-AFTER-COUNT       PIC 9(9).
       01 WS-REJECT-COUNT      PIC 9(9).
       01 WS-FILES-COPIED      PIC 9(4) VALUE 0.
       01 WS-FILES-RESTORED    PIC 9(4) VALUE 0.
       01 WS-SET-RECORDS       PIC 9(10) VALUE 0.
       01 WS-MF-FILE-LINES     PIC 9(9).

       01 WS-SET-FAILED-SW     PIC X(1) VALUE "N".
           88 WS-SET-FAILED VALUE "Y" FALSE "N".
       01 WS-MF-END-SW         PIC X(1) VALUE "N".
           88 WS-MF-END-SEEN VALUE "Y" FALSE "N".
       01 WS-PICK-SEEN-SW      PIC X(1) VALUE "N".
           88 WS-PICK-SEEN VALUE "Y" FALSE "N".
       01 WS-ALL-LOCKED-SW     PIC X(1) VALUE "N".
           88 WS-ALL-LOCKED VALUE "Y" FALSE "N".

       01 WS-CAT-COUNT         PIC 9(4) COMP.
       01 WS-CAT-DROP          PIC 9(4) COMP.
       01 WS-CAT-SEEN          PIC 9(4) COMP.

       01 WS-LOCK-PATH         PIC X(160).
       01 WS-LOCK-STATUS       PIC X(2).
           88 WS-LOCK-SEEN VALUE "00".
       01 WS-LOCK-TRIES        PIC 9(4) COMP.
       01 WS-LOCK-TRY-LIMIT    PIC 9(4) COMP VALUE 60.
       01 WS-LOCK-SLEEP-SECS   PIC 9(2) VALUE 1.
       01 WS-LOCK-HELD-SW      PIC X(1) VALUE "N".
           88 WS-LOCK-HELD VALUE "Y" FALSE "N".
       01 WS-LOCK-OWNER        PIC X(16).
       01 WS-USER-ID           PIC X(8).
       01 WS-TODAY             PIC 9(8).
       01 WS-CURRENT-TIME      PIC 9(8).
       01 WS-TIMESTAMP         PIC X(17).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STARTUP-PARM FROM COMMAND-LINE
           INSPECT WS-STARTUP-PARM
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           MOVE SPACES TO WS-PARM-MODE
           MOVE SPACES TO WS-PARM-SET
           MOVE SPACES TO WS-PARM-FILE
           MOVE SPACES TO WS-PARM-EXTRA
           UNSTRING WS-STARTUP-PARM DELIMITED BY ALL " "
               INTO WS-PARM-MODE WS-PARM-SET WS-PARM-FILE
                   WS-PARM-EXTRA
           IF WS-PARM-MODE = SPACES
               MOVE "BACKUP" TO WS-PARM-MODE
           END-IF
           PERFORM CHECK-STARTUP-PARM THRU CHECK-STARTUP-PARM-EXIT

           MOVE SPACES TO WS-USER-ID
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
               ON EXCEPTION MOVE SPACES TO WS-USER-ID
           END-ACCEPT
           IF WS-USER-ID = SPACES
               MOVE "UNKNOWN" TO WS-USER-ID
           END-IF
           PERFORM LOAD-CONFIG-PROFILE THRU LOAD-CONFIG-PROFILE-EXIT
           IF WS-BACKUP-PREFIX = SPACES
               MOVE WS-PATH-PREFIX TO WS-BACKUP-PREFIX
           END-IF
           MOVE SPACES TO WS-CATALOG-PATH
           STRING WS-BACKUP-PREFIX DELIMITED BY SPACE
               "NANOCODE.BACKUP.CATALOG" DELIMITED BY SIZE
               INTO WS-CATALOG-PATH
           MOVE SPACES TO WS-CATWORK-PATH
           STRING WS-BACKUP-PREFIX DELIMITED BY SPACE
               "NANOCODE.BACKUP.CATWORK" DELIMITED BY SIZE
               INTO WS-CATWORK-PATH

           IF WS-PARM-MODE = "LIST"
               PERFORM LIST-SETS THRU LIST-SETS-EXIT
               STOP RUN
           END-IF
           IF WS-PARM-MODE = "VERIFY"
               MOVE WS-PARM-SET TO WS-SET-ID
               DISPLAY "NANOCODE BACKUP VERIFY - SET " WS-SET-ID
               DISPLAY "----------------------------------------"
               PERFORM VERIFY-SET THRU VERIFY-SET-EXIT
               DISPLAY "----------------------------------------"
               IF WS-SET-FAILED
                   DISPLAY "SET " WS-SET-ID " FAILED VERIFICATION"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "SET " WS-SET-ID " VERIFIED"
               END-IF
               STOP RUN
           END-IF
           IF WS-PARM-MODE = "RESTORE"
               MOVE WS-PARM-SET TO WS-SET-ID
               PERFORM RESTORE-SET THRU RESTORE-SET-EXIT
               STOP RUN
           END-IF
           PERFORM TAKE-BACKUP THRU TAKE-BACKUP-EXIT
           STOP RUN.

      * BACKUP takes nothing after it, LIST nothing at all, VERIFY a
      * set id, RESTORE a set id and optionally one file of the set
       CHECK-STARTUP-PARM.
           MOVE SPACES TO WS-BK-FLAGS
           IF WS-PARM-EXTRA NOT = SPACES
               GO TO CHECK-STARTUP-PARM-FAIL
           END-IF
           IF WS-PARM-MODE = "BACKUP" OR WS-PARM-MODE = "LIST"
               IF WS-PARM-SET NOT = SPACES
                   GO TO CHECK-STARTUP-PARM-FAIL
               END-IF
               PERFORM PICK-EVERY-FILE
                   VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               GO TO CHECK-STARTUP-PARM-EXIT
           END-IF
           IF WS-PARM-MODE NOT = "VERIFY"
               AND WS-PARM-MODE NOT = "RESTORE"
               GO TO CHECK-STARTUP-PARM-FAIL
           END-IF
           IF WS-PARM-MODE = "VERIFY" AND WS-PARM-FILE NOT = SPACES
               GO TO CHECK-STARTUP-PARM-FAIL
           END-IF
           IF WS-PARM-SET(16:1) NOT = SPACE
               OR WS-PARM-SET(1:8) IS NOT NUMERIC
               OR WS-PARM-SET(9:1) NOT = "-"
               OR WS-PARM-SET(10:6) IS NOT NUMERIC
               DISPLAY "NOT A BACKUP SET ID: " WS-PARM-SET
               DISPLAY "A SET ID IS YYYYMMDD-HHMMSS - SEE "
                   "nanocode-backup LIST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-FILE = SPACES
               PERFORM PICK-EVERY-FILE
                   VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               GO TO CHECK-STARTUP-PARM-EXIT
           END-IF
           MOVE WS-PARM-FILE TO WS-FIND-NAME
           PERFORM FIND-FILE-ENTRY
           IF WS-BK-FOUND-IDX = 0
               DISPLAY "UNKNOWN FILE: " WS-PARM-FILE
               PERFORM SHOW-FILE-NAMES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO WS-BK-PICK(WS-BK-FOUND-IDX)
           SET WS-RESTORE-ONE TO TRUE
           GO TO CHECK-STARTUP-PARM-EXIT.
       CHECK-STARTUP-PARM-FAIL.
           DISPLAY "USAGE: nanocode-backup [BACKUP]"
           DISPLAY "       nanocode-backup LIST"
           DISPLAY "       nanocode-backup VERIFY <set>"
           DISPLAY "       nanocode-backup RESTORE <set> [<file>]"
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       CHECK-STARTUP-PARM-EXIT.
           EXIT.

       PICK-EVERY-FILE.
           MOVE "Y" TO WS-BK-PICK(WS-BK-IDX).

       SHOW-FILE-NAMES.
           DISPLAY "FILE: HISTORY KB VERSIONS PENDING FEEDBACK HANDOFF"
           DISPLAY "      SESSIONLOG AUDIT OVERFLOW CTLAUDIT EXTRACTCTL"
           DISPLAY "      CONFIG ACL RETENTION REDACT QUOTA COSTCTR"
           DISPLAY "      RATES ALERTCTL WATCHLIST LAYOUTS NIGHTPLAN".

      * look WS-FIND-NAME up in the file table; 0 when it is not one of
      * the files a set holds
       FIND-FILE-ENTRY.
           MOVE 0 TO WS-BK-FOUND-IDX
           PERFORM MATCH-FILE-ENTRY
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
                   OR WS-BK-FOUND-IDX > 0.

       MATCH-FILE-ENTRY.
           IF WS-BK-NAME(WS-BK-IDX) = WS-FIND-NAME
               MOVE WS-BK-IDX TO WS-BK-FOUND-IDX
           END-IF.

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
           IF WS-CONFIG-KEY = "BACKUP-PREFIX"
               MOVE WS-CONFIG-VALUE TO WS-BACKUP-PREFIX
           END-IF
           IF WS-CONFIG-KEY = "BACKUP-KEEP"
               AND WS-CONFIG-VALUE-LEN > 0 AND WS-CONFIG-VALUE-LEN < 3
               AND WS-CONFIG-VALUE(1:WS-CONFIG-VALUE-LEN) IS NUMERIC
               AND WS-CONFIG-VALUE(1:WS-CONFIG-VALUE-LEN)
                   NOT = ZEROES
               MOVE WS-CONFIG-VALUE(1:WS-CONFIG-VALUE-LEN)
                   TO WS-BACKUP-KEEP
           END-IF.

      * the set's files all start NANOCODE.BACKUP.<set>. under the
      * backup prefix
       BUILD-SET-BASE.
           MOVE SPACES TO WS-SET-BASE
           STRING WS-BACKUP-PREFIX DELIMITED BY SPACE
               "NANOCODE.BACKUP." DELIMITED BY SIZE
               WS-SET-ID DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               INTO WS-SET-BASE
           MOVE SPACES TO WS-MANIFEST-PATH
           STRING WS-SET-BASE DELIMITED BY SPACE
               "MANIFEST" DELIMITED BY SIZE
               INTO WS-MANIFEST-PATH.

      * the live file and its copy in the set; control files live
      * beside the profile, everything else under PATH-PREFIX
       BUILD-FILE-PATHS.
           MOVE SPACES TO WS-SOURCE-PATH
           IF WS-BK-KIND(WS-BK-IDX) = "C"
               STRING "NANOCODE." DELIMITED BY SIZE
                   WS-BK-NAME(WS-BK-IDX) DELIMITED BY SPACE
                   INTO WS-SOURCE-PATH
           ELSE
               STRING WS-PATH-PREFIX DELIMITED BY SPACE
                   "NANOCODE." DELIMITED BY SIZE
                   WS-BK-NAME(WS-BK-IDX) DELIMITED BY SPACE
                   INTO WS-SOURCE-PATH
           END-IF
           MOVE SPACES TO WS-COPY-PATH
           STRING WS-SET-BASE DELIMITED BY SPACE
               WS-BK-NAME(WS-BK-IDX) DELIMITED BY SPACE
               INTO WS-COPY-PATH
           MOVE WS-BK-KEY-LEN(WS-BK-IDX) TO WS-KEY-LEN.

      * every ledger lock is taken before the first file is copied
      * and held until the last is done, so the set is one point in
      * time across all the files; a lock that never frees abandons
      * the run rather than copying a ledger mid-write
       TAKE-BACKUP.
           PERFORM BUILD-TIMESTAMP
           MOVE WS-TIMESTAMP TO WS-SET-TIMESTAMP
           MOVE SPACES TO WS-SET-ID
           STRING WS-TIMESTAMP(1:8) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TIMESTAMP(10:6) DELIMITED BY SIZE
               INTO WS-SET-ID
           PERFORM BUILD-SET-BASE
           DISPLAY "NANOCODE BACKUP - SET " WS-SET-ID
           DISPLAY "GENERATIONS KEPT: " WS-BACKUP-KEEP
           DISPLAY "----------------------------------------"

           MOVE "BACKUP" TO WS-LOCK-OWNER
           PERFORM ACQUIRE-PICKED-LOCKS
           IF NOT WS-ALL-LOCKED
               PERFORM RELEASE-HELD-LOCKS
               DISPLAY "BACKUP NOT TAKEN"
               MOVE 8 TO RETURN-CODE
               GO TO TAKE-BACKUP-EXIT
           END-IF

           OPEN OUTPUT MANIFEST-FILE
           IF NOT WS-MANIFEST-OK
               DISPLAY "CANNOT WRITE " WS-MANIFEST-PATH
                   " - STATUS " WS-MANIFEST-STATUS
               PERFORM RELEASE-HELD-LOCKS
               DISPLAY "BACKUP NOT TAKEN"
               MOVE 8 TO RETURN-CODE
               GO TO TAKE-BACKUP-EXIT
           END-IF
           MOVE SPACES TO MANIFEST-HEAD
           MOVE "HEAD" TO MFH-TYPE
           MOVE WS-SET-ID TO MFH-SET-ID
           MOVE WS-SET-TIMESTAMP TO MFH-TIMESTAMP
           MOVE WS-USER-ID TO MFH-USER
           WRITE MANIFEST-HEAD

           MOVE 0 TO WS-MF-FILE-LINES
           PERFORM COPY-OUT-FILE THRU COPY-OUT-FILE-EXIT
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT

           MOVE SPACES TO MANIFEST-RECORD
           MOVE "END" TO MF-TYPE
           MOVE WS-MF-FILE-LINES TO MF-COUNT
           WRITE MANIFEST-RECORD
           CLOSE MANIFEST-FILE
           PERFORM RELEASE-HELD-LOCKS

           DISPLAY "----------------------------------------"
           IF WS-SET-FAILED
               PERFORM DELETE-SET-FILES
               DISPLAY "BACKUP FAILED - PARTIAL SET " WS-SET-ID
                   " REMOVED"
               MOVE 8 TO RETURN-CODE
               GO TO TAKE-BACKUP-EXIT
           END-IF
           PERFORM ADD-CATALOG-ENTRY
           DISPLAY "FILES COPIED: " WS-FILES-COPIED
               "  RECORDS: " WS-SET-RECORDS
           DISPLAY "BACKUP COMPLETE - SET " WS-SET-ID
           PERFORM PRUNE-OLD-SETS THRU PRUNE-OLD-SETS-EXIT.
       TAKE-BACKUP-EXIT.
           EXIT.

      * a file that is not there is recorded ABSENT - most control
      * files are optional - but one that is there and cannot be
      * read fails the whole set
       COPY-OUT-FILE.
           PERFORM BUILD-FILE-PATHS
           MOVE SPACES TO MANIFEST-RECORD
           MOVE "FILE" TO MF-TYPE
           MOVE WS-BK-NAME(WS-BK-IDX) TO MF-NAME
           MOVE WS-BK-KIND(WS-BK-IDX) TO MF-KIND
           MOVE 0 TO MF-COUNT
           ADD 1 TO WS-MF-FILE-LINES
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STATUS = "35"
               MOVE "ABSENT" TO MF-STATUS
               WRITE MANIFEST-RECORD
               DISPLAY WS-BK-NAME(WS-BK-IDX) " - NOT ON FILE"
               GO TO COPY-OUT-FILE-EXIT
           END-IF
           IF WS-SRC-STATUS NOT = "00"
               MOVE "FAILED" TO MF-STATUS
               WRITE MANIFEST-RECORD
               DISPLAY WS-BK-NAME(WS-BK-IDX) " - CANNOT OPEN, STATUS "
                   WS-SRC-STATUS
               SET WS-SET-FAILED TO TRUE
               GO TO COPY-OUT-FILE-EXIT
           END-IF
           OPEN OUTPUT COPY-FILE
           IF NOT WS-COPY-OK
               PERFORM CLOSE-SOURCE-FILE
               MOVE "FAILED" TO MF-STATUS
               WRITE MANIFEST-RECORD
               DISPLAY WS-BK-NAME(WS-BK-IDX) " - CANNOT WRITE "
                   WS-COPY-PATH
               SET WS-SET-FAILED TO TRUE
               GO TO COPY-OUT-FILE-EXIT
           END-IF

           MOVE 0 TO WS-REC-COUNT
           MOVE SPACES TO WS-FIRST-KEY
           MOVE SPACES TO WS-LAST-KEY
           SET SRC-EOF TO FALSE
           SET WS-SRC-FAILED TO FALSE
           PERFORM UNTIL SRC-EOF
               PERFORM READ-SOURCE-RECORD
               IF NOT SRC-EOF
                   WRITE COPY-RECORD FROM WS-BK-RECORD
                   PERFORM TALLY-RECORD-KEY
               END-IF
           END-PERFORM
           PERFORM CLOSE-SOURCE-FILE
           CLOSE COPY-FILE

           IF WS-SRC-FAILED
               MOVE "FAILED" TO MF-STATUS
               WRITE MANIFEST-RECORD
               DISPLAY WS-BK-NAME(WS-BK-IDX) " - READ FAILED AFTER "
                   WS-REC-COUNT " RECORDS, STATUS " WS-SRC-STATUS
               SET WS-SET-FAILED TO TRUE
               GO TO COPY-OUT-FILE-EXIT
           END-IF
           MOVE "COPIED" TO MF-STATUS
           MOVE WS-REC-COUNT TO MF-COUNT
           MOVE WS-FIRST-KEY TO MF-FIRST
           MOVE WS-LAST-KEY TO MF-LAST
           WRITE MANIFEST-RECORD
           ADD 1 TO WS-FILES-COPIED
           ADD WS-REC-COUNT TO WS-SET-RECORDS
           DISPLAY WS-BK-NAME(WS-BK-IDX) " - COPIED " WS-REC-COUNT
               " RECORDS".
       COPY-OUT-FILE-EXIT.
           EXIT.

       TALLY-RECORD-KEY.
           ADD 1 TO WS-REC-COUNT
           IF WS-REC-COUNT = 1
               MOVE WS-BK-RECORD(1:WS-KEY-LEN) TO WS-FIRST-KEY
           END-IF
           MOVE WS-BK-RECORD(1:WS-KEY-LEN) TO WS-LAST-KEY.

      * read the set back against its manifest: the HEAD must name
      * this set, every file to be checked must have its copy with
      * the count and first and last keys recorded when it was
      * taken, and the END line must agree with the FILE lines read
       VERIFY-SET.
           PERFORM BUILD-SET-BASE
           SET WS-SET-FAILED TO FALSE
           OPEN INPUT MANIFEST-FILE
           IF NOT WS-MANIFEST-OK
               DISPLAY "NO MANIFEST FOR SET " WS-SET-ID
                   " - STATUS " WS-MANIFEST-STATUS
               SET WS-SET-FAILED TO TRUE
               GO TO VERIFY-SET-EXIT
           END-IF
           MOVE SPACES TO MANIFEST-HEAD
           READ MANIFEST-FILE
               AT END CONTINUE
           END-READ
           IF MFH-TYPE NOT = "HEAD" OR MFH-SET-ID NOT = WS-SET-ID
               DISPLAY "MANIFEST DOES NOT BELONG TO SET " WS-SET-ID
               CLOSE MANIFEST-FILE
               SET WS-SET-FAILED TO TRUE
               GO TO VERIFY-SET-EXIT
           END-IF
           DISPLAY "SET " WS-SET-ID " TAKEN " MFH-TIMESTAMP
               " BY " MFH-USER

           MOVE 0 TO WS-MF-FILE-LINES
           SET WS-MF-END-SEEN TO FALSE
           SET WS-PICK-SEEN TO FALSE
           SET MF-EOF TO FALSE
           PERFORM UNTIL MF-EOF
               READ MANIFEST-FILE
                   AT END SET MF-EOF TO TRUE
                   NOT AT END
                       PERFORM VERIFY-MANIFEST-LINE
                           THRU VERIFY-MANIFEST-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE

           IF NOT WS-MF-END-SEEN
               DISPLAY "MANIFEST IS INCOMPLETE - NO END LINE"
               SET WS-SET-FAILED TO TRUE
           END-IF
           IF WS-RESTORE-ONE AND NOT WS-PICK-SEEN
               DISPLAY WS-PARM-FILE " - NOT IN THIS SET"
               SET WS-SET-FAILED TO TRUE
           END-IF.
       VERIFY-SET-EXIT.
           EXIT.

       VERIFY-MANIFEST-LINE.
           IF MF-TYPE = "END"
               SET WS-MF-END-SEEN TO TRUE
               IF MF-COUNT NOT = WS-MF-FILE-LINES
                   DISPLAY "MANIFEST END LINE COUNTS " MF-COUNT
                       " FILES, " WS-MF-FILE-LINES " READ"
                   SET WS-SET-FAILED TO TRUE
               END-IF
               GO TO VERIFY-MANIFEST-LINE-EXIT
           END-IF
           IF MF-TYPE NOT = "FILE" OR WS-MF-END-SEEN
               DISPLAY "UNEXPECTED MANIFEST LINE: "
                   MANIFEST-RECORD(1:40)
               SET WS-SET-FAILED TO TRUE
               GO TO VERIFY-MANIFEST-LINE-EXIT
           END-IF
           ADD 1 TO WS-MF-FILE-LINES
           MOVE MF-NAME TO WS-FIND-NAME
           PERFORM FIND-FILE-ENTRY
           IF WS-BK-FOUND-IDX = 0
               DISPLAY MF-NAME " - NOT A FILE OF THE DATA SET"
               SET WS-SET-FAILED TO TRUE
               GO TO VERIFY-MANIFEST-LINE-EXIT
           END-IF
           MOVE WS-BK-FOUND-IDX TO WS-BK-IDX
           IF WS-BK-PICK(WS-BK-IDX) NOT = "Y"
               GO TO VERIFY-MANIFEST-LINE-EXIT
           END-IF
           SET WS-PICK-SEEN TO TRUE
           IF MF-STATUS = "ABSENT"
               DISPLAY MF-NAME " - NOT ON FILE WHEN THE SET WAS TAKEN"
               IF WS-RESTORE-ONE
                   SET WS-SET-FAILED TO TRUE
               END-IF
               GO TO VERIFY-MANIFEST-LINE-EXIT
           END-IF
           IF MF-STATUS NOT = "COPIED"
               DISPLAY MF-NAME " - MANIFEST SHOWS " MF-STATUS
               SET WS-SET-FAILED TO TRUE
               GO TO VERIFY-MANIFEST-LINE-EXIT
           END-IF

           PERFORM BUILD-FILE-PATHS
           OPEN INPUT COPY-FILE
           IF NOT WS-COPY-OK
               DISPLAY MF-NAME " - COPY MISSING FROM THE SET, STATUS "
                   WS-COPY-STATUS
               SET WS-SET-FAILED TO TRUE
               GO TO VERIFY-MANIFEST-LINE-EXIT
           END-IF
           MOVE 0 TO WS-REC-COUNT
           MOVE SPACES TO WS-FIRST-KEY
           MOVE SPACES TO WS-LAST-KEY
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ COPY-FILE INTO WS-BK-RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END PERFORM TALLY-RECORD-KEY
               END-READ
           END-PERFORM
           CLOSE COPY-FILE

           IF WS-REC-COUNT = MF-COUNT
               AND WS-FIRST-KEY = MF-FIRST
               AND WS-LAST-KEY = MF-LAST
               DISPLAY MF-NAME " - " WS-REC-COUNT
                   " RECORDS, AGREES WITH MANIFEST"
           ELSE
               DISPLAY MF-NAME " - DOES NOT AGREE WITH MANIFEST"
               DISPLAY "    MANIFEST " MF-COUNT " RECORDS"
               DISPLAY "      FIRST " MF-FIRST(1:40)
               DISPLAY "      LAST  " MF-LAST(1:40)
               DISPLAY "    COPY     " WS-REC-COUNT " RECORDS"
               DISPLAY "      FIRST " WS-FIRST-KEY(1:40)
               DISPLAY "      LAST  " WS-LAST-KEY(1:40)
               SET WS-SET-FAILED TO TRUE
           END-IF.
       VERIFY-MANIFEST-LINE-EXIT.
           EXIT.

      * nothing is touched until the whole set - or the one file
      * asked for - has verified; then the locks are taken for
      * everything being put back and each file is reloaded from
      * its copy and counted again
       RESTORE-SET.
           DISPLAY "NANOCODE BACKUP RESTORE - SET " WS-SET-ID
           IF WS-RESTORE-ONE
               DISPLAY "FILE: " WS-PARM-FILE
           ELSE
               DISPLAY "FILE: WHOLE SET"
           END-IF
           DISPLAY "----------------------------------------"
           PERFORM VERIFY-SET THRU VERIFY-SET-EXIT
           DISPLAY "----------------------------------------"
           IF WS-SET-FAILED
               DISPLAY "SET " WS-SET-ID " FAILED VERIFICATION - "
                   "RESTORE NOT RUN"
               MOVE 8 TO RETURN-CODE
               GO TO RESTORE-SET-EXIT
           END-IF

           MOVE "RESTORE" TO WS-LOCK-OWNER
           PERFORM ACQUIRE-PICKED-LOCKS
           IF NOT WS-ALL-LOCKED
               PERFORM RELEASE-HELD-LOCKS
               DISPLAY "RESTORE NOT RUN"
               MOVE 8 TO RETURN-CODE
               GO TO RESTORE-SET-EXIT
           END-IF

           OPEN INPUT MANIFEST-FILE
           READ MANIFEST-FILE
               AT END CONTINUE
           END-READ
           SET MF-EOF TO FALSE
           PERFORM UNTIL MF-EOF
               READ MANIFEST-FILE
                   AT END SET MF-EOF TO TRUE
                   NOT AT END
                       PERFORM RESTORE-MANIFEST-LINE
                           THRU RESTORE-MANIFEST-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           PERFORM RELEASE-HELD-LOCKS

           DISPLAY "----------------------------------------"
           DISPLAY "FILES RESTORED: " WS-FILES-RESTORED
           IF WS-SET-FAILED
               DISPLAY "RESTORE OF SET " WS-SET-ID " INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RESTORE OF SET " WS-SET-ID " COMPLETE"
           END-IF.
       RESTORE-SET-EXIT.
           EXIT.

       RESTORE-MANIFEST-LINE.
           IF MF-TYPE NOT = "FILE"
               GO TO RESTORE-MANIFEST-LINE-EXIT
           END-IF
           MOVE MF-NAME TO WS-FIND-NAME
           PERFORM FIND-FILE-ENTRY
           MOVE WS-BK-FOUND-IDX TO WS-BK-IDX
           IF WS-BK-PICK(WS-BK-IDX) NOT = "Y"
               GO TO RESTORE-MANIFEST-LINE-EXIT
           END-IF
           IF MF-STATUS = "ABSENT"
               DISPLAY MF-NAME " - NOT IN THE SET, LEFT AS IT IS"
               GO TO RESTORE-MANIFEST-LINE-EXIT
           END-IF
           PERFORM BUILD-FILE-PATHS
           PERFORM COUNT-LIVE-FILE
           MOVE WS-REC-COUNT TO WS-BEFORE-COUNT

           OPEN INPUT COPY-FILE
           PERFORM OPEN-TARGET-FILE
           IF WS-SRC-STATUS NOT = "00"
               CLOSE COPY-FILE
               DISPLAY MF-NAME " - CANNOT REWRITE, STATUS "
                   WS-SRC-STATUS
               SET WS-SET-FAILED TO TRUE
               GO TO RESTORE-MANIFEST-LINE-EXIT
           END-IF
           MOVE 0 TO WS-REJECT-COUNT
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ COPY-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END PERFORM WRITE-TARGET-RECORD
               END-READ
           END-PERFORM
           CLOSE COPY-FILE
           PERFORM CLOSE-TARGET-FILE

           PERFORM COUNT-LIVE-FILE
           MOVE WS-REC-COUNT TO WS-AFTER-COUNT
           ADD 1 TO WS-FILES-RESTORED
           DISPLAY MF-NAME " - BEFORE " WS-BEFORE-COUNT
               " AFTER " WS-AFTER-COUNT
           IF WS-AFTER-COUNT NOT = MF-COUNT OR WS-REJECT-COUNT > 0
               DISPLAY "    SET HOLDS " MF-COUNT " RECORDS, "
                   WS-REJECT-COUNT " REFUSED ON RELOAD"
               SET WS-SET-FAILED TO TRUE
           END-IF.
       RESTORE-MANIFEST-LINE-EXIT.
           EXIT.

      * the live file's record count; a file not there counts 0
       COUNT-LIVE-FILE.
           MOVE 0 TO WS-REC-COUNT
           MOVE SPACES TO WS-FIRST-KEY
           MOVE SPACES TO WS-LAST-KEY
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STATUS NOT = "00"
               IF WS-SRC-STATUS NOT = "35"
                   DISPLAY MF-NAME " - CANNOT COUNT, STATUS "
                       WS-SRC-STATUS
               END-IF
           ELSE
               SET SRC-EOF TO FALSE
               SET WS-SRC-FAILED TO FALSE
               PERFORM UNTIL SRC-EOF
                   PERFORM READ-SOURCE-RECORD
                   IF NOT SRC-EOF
                       PERFORM TALLY-RECORD-KEY
                   END-IF
               END-PERFORM
               PERFORM CLOSE-SOURCE-FILE
           END-IF.

      * the indexed files each need their own FD; every other file
      * goes through the one line-sequential SOURCE-FILE; a HISTORY
      * file histreorg has not yet converted to the alternate-key
      * format refuses the alternate-key OPEN and is read through
      * its old single-key layout instead
       OPEN-SOURCE-FILE.
           SET WS-OLD-FORMAT TO FALSE
           IF WS-BK-NAME(WS-BK-IDX) = "HISTORY"
               OPEN INPUT HISTORY-FILE
               MOVE WS-HISTORY-STATUS TO WS-SRC-STATUS
               IF WS-SRC-STATUS NOT = "00"
                   OPEN INPUT OLD-HIST-FILE
                   IF WS-OLD-HIST-STATUS = "00"
                       SET WS-OLD-FORMAT TO TRUE
                       MOVE "00" TO WS-SRC-STATUS
                   END-IF
               END-IF
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "KB"
               OPEN INPUT KB-FILE
               MOVE WS-KB-STATUS TO WS-SRC-STATUS
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "VERSIONS"
               OPEN INPUT VERSIONS-FILE
               MOVE WS-VERSIONS-STATUS TO WS-SRC-STATUS
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "PENDING"
               OPEN INPUT PENDING-FILE
               MOVE WS-PENDING-STATUS TO WS-SRC-STATUS
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "FEEDBACK"
               OPEN INPUT FEEDBACK-FILE
               MOVE WS-FEEDBACK-STATUS TO WS-SRC-STATUS
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "HANDOFF"
               OPEN INPUT HANDOFF-FILE
               MOVE WS-HANDOFF-STATUS TO WS-SRC-STATUS
           ELSE
               OPEN INPUT SOURCE-FILE
               MOVE WS-SOURCE-STATUS TO WS-SRC-STATUS
           END-IF.

      * next record into WS-BK-RECORD; a status past end of file
      * ends the read and marks it failed
       READ-SOURCE-RECORD.
           MOVE SPACES TO WS-BK-RECORD
           IF WS-BK-NAME(WS-BK-IDX) = "HISTORY" AND WS-OLD-FORMAT
               READ OLD-HIST-FILE NEXT RECORD INTO WS-BK-RECORD
                   AT END SET SRC-EOF TO TRUE
               END-READ
               MOVE WS-OLD-HIST-STATUS TO WS-SRC-STATUS
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "HISTORY"
               READ HISTORY-FILE NEXT RECORD INTO WS-BK-RECORD
                   AT END SET SRC-EOF TO TRUE
               END-READ
               MOVE WS-HISTORY-STATUS TO WS-SRC-STATUS
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "KB"
               READ KB-FILE NEXT RECORD INTO WS-BK-RECORD
                   AT END SET SRC-EOF TO TRUE
               END-READ
               MOVE WS-KB-STATUS TO WS-SRC-STATUS
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "VERSIONS"
               READ VERSIONS-FILE NEXT RECORD INTO WS-BK-RECORD
                   AT END SET SRC-EOF TO TRUE
               END-READ
               MOVE WS-VERSIONS-STATUS TO WS-SRC-STATUS
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "PENDING"
               READ PENDING-FILE NEXT RECORD INTO WS-BK-RECORD
                   AT END SET SRC-EOF TO TRUE
               END-READ
               MOVE WS-PENDING-STATUS TO WS-SRC-STATUS
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "FEEDBACK"
               READ FEEDBACK-FILE NEXT RECORD INTO WS-BK-RECORD
                   AT END SET SRC-EOF TO TRUE
               END-READ
               MOVE WS-FEEDBACK-STATUS TO WS-SRC-STATUS
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "HANDOFF"
               READ HANDOFF-FILE NEXT RECORD INTO WS-BK-RECORD
                   AT END SET SRC-EOF TO TRUE
               END-READ
               MOVE WS-HANDOFF-STATUS TO WS-SRC-STATUS
           ELSE
               READ SOURCE-FILE INTO WS-BK-RECORD
                   AT END SET SRC-EOF TO TRUE
               END-READ
               MOVE WS-SOURCE-STATUS TO WS-SRC-STATUS
           END-IF
           IF WS-SRC-STATUS(1:1) > "1"
               SET SRC-EOF TO TRUE
               SET WS-SRC-FAILED TO TRUE
           END-IF.

       CLOSE-SOURCE-FILE.
           IF WS-BK-NAME(WS-BK-IDX) = "HISTORY" AND WS-OLD-FORMAT
               CLOSE OLD-HIST-FILE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "HISTORY"
               CLOSE HISTORY-FILE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "KB"
               CLOSE KB-FILE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "VERSIONS"
               CLOSE VERSIONS-FILE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "PENDING"
               CLOSE PENDING-FILE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "FEEDBACK"
               CLOSE FEEDBACK-FILE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "HANDOFF"
               CLOSE HANDOFF-FILE
           ELSE
               CLOSE SOURCE-FILE
           END-IF.

      * a restored HISTORY is always written in the alternate-key
      * format, whatever format it was copied from
       OPEN-TARGET-FILE.
           IF WS-BK-NAME(WS-BK-IDX) = "HISTORY"
               OPEN OUTPUT HISTORY-FILE
               MOVE WS-HISTORY-STATUS TO WS-SRC-STATUS
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "KB"
               OPEN OUTPUT KB-FILE
               MOVE WS-KB-STATUS TO WS-SRC-STATUS
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "VERSIONS"
               OPEN OUTPUT VERSIONS-FILE
               MOVE WS-VERSIONS-STATUS TO WS-SRC-STATUS
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "PENDING"
               OPEN OUTPUT PENDING-FILE
               MOVE WS-PENDING-STATUS TO WS-SRC-STATUS
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "FEEDBACK"
               OPEN OUTPUT FEEDBACK-FILE
               MOVE WS-FEEDBACK-STATUS TO WS-SRC-STATUS
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "HANDOFF"
               OPEN OUTPUT HANDOFF-FILE
               MOVE WS-HANDOFF-STATUS TO WS-SRC-STATUS
           ELSE
               OPEN OUTPUT SOURCE-FILE
               MOVE WS-SOURCE-STATUS TO WS-SRC-STATUS
           END-IF.

      * the copy is in prime-key order, so each indexed reload is a
      * plain sequential load; a record refused is counted
       WRITE-TARGET-RECORD.
           IF WS-BK-NAME(WS-BK-IDX) = "HISTORY"
               MOVE COPY-RECORD TO HISTORY-RECORD
               WRITE HISTORY-RECORD
                   INVALID KEY ADD 1 TO WS-REJECT-COUNT
               END-WRITE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "KB"
               MOVE COPY-RECORD TO KB-RECORD
               WRITE KB-RECORD
                   INVALID KEY ADD 1 TO WS-REJECT-COUNT
               END-WRITE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "VERSIONS"
               MOVE COPY-RECORD TO VERSIONS-RECORD
               WRITE VERSIONS-RECORD
                   INVALID KEY ADD 1 TO WS-REJECT-COUNT
               END-WRITE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "PENDING"
               MOVE COPY-RECORD TO PENDING-RECORD
               WRITE PENDING-RECORD
                   INVALID KEY ADD 1 TO WS-REJECT-COUNT
               END-WRITE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "FEEDBACK"
               MOVE COPY-RECORD TO FEEDBACK-RECORD
               WRITE FEEDBACK-RECORD
                   INVALID KEY ADD 1 TO WS-REJECT-COUNT
               END-WRITE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "HANDOFF"
               MOVE COPY-RECORD TO HANDOFF-RECORD
               WRITE HANDOFF-RECORD
                   INVALID KEY ADD 1 TO WS-REJECT-COUNT
               END-WRITE
           ELSE
               WRITE SOURCE-RECORD FROM COPY-RECORD
           END-IF.

       CLOSE-TARGET-FILE.
           IF WS-BK-NAME(WS-BK-IDX) = "HISTORY"
               CLOSE HISTORY-FILE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "KB"
               CLOSE KB-FILE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "VERSIONS"
               CLOSE VERSIONS-FILE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "PENDING"
               CLOSE PENDING-FILE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "FEEDBACK"
               CLOSE FEEDBACK-FILE
           ELSE IF WS-BK-NAME(WS-BK-IDX) = "HANDOFF"
               CLOSE HANDOFF-FILE
           ELSE
               CLOSE SOURCE-FILE
           END-IF.

       ADD-CATALOG-ENTRY.
           OPEN EXTEND CATALOG-FILE
           IF NOT WS-CATALOG-OK
               OPEN OUTPUT CATALOG-FILE
           END-IF
           MOVE SPACES TO CATALOG-RECORD
           MOVE WS-SET-ID TO CAT-SET-ID
           MOVE WS-SET-TIMESTAMP TO CAT-TIMESTAMP
           MOVE WS-USER-ID TO CAT-USER
           MOVE WS-FILES-COPIED TO CAT-FILES
           MOVE WS-SET-RECORDS TO CAT-RECORDS
           WRITE CATALOG-RECORD
           CLOSE CATALOG-FILE.

      * the catalog is in the order the sets were taken, so the sets
      * past the generation count are the first ones in it; their
      * files are deleted and the catalog rewritten without them
       PRUNE-OLD-SETS.
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT CATALOG-FILE
           IF NOT WS-CATALOG-OK
               GO TO PRUNE-OLD-SETS-EXIT
           END-IF
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ CATALOG-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END ADD 1 TO WS-CAT-COUNT
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           IF WS-CAT-COUNT NOT > WS-BACKUP-KEEP
               GO TO PRUNE-OLD-SETS-EXIT
           END-IF
           COMPUTE WS-CAT-DROP = WS-CAT-COUNT - WS-BACKUP-KEEP

           OPEN INPUT CATALOG-FILE
           OPEN OUTPUT CATWORK-FILE
           MOVE 0 TO WS-CAT-SEEN
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ CATALOG-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END PERFORM SIFT-CATALOG-ENTRY
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           CLOSE CATWORK-FILE

           OPEN OUTPUT CATALOG-FILE
           OPEN INPUT CATWORK-FILE
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ CATWORK-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END
                       WRITE CATALOG-RECORD FROM CATWORK-RECORD
               END-READ
           END-PERFORM
           CLOSE CATWORK-FILE
           CLOSE CATALOG-FILE
           DELETE FILE CATWORK-FILE.
       PRUNE-OLD-SETS-EXIT.
           EXIT.

       SIFT-CATALOG-ENTRY.
           ADD 1 TO WS-CAT-SEEN
           IF WS-CAT-SEEN > WS-CAT-DROP
               WRITE CATWORK-RECORD FROM CATALOG-RECORD
           ELSE
               MOVE CAT-SET-ID TO WS-SET-ID
               PERFORM BUILD-SET-BASE
               PERFORM DELETE-SET-FILES
               DISPLAY "SET " CAT-SET-ID " REMOVED - OLDER THAN "
                   WS-BACKUP-KEEP " GENERATIONS"
           END-IF.

      * every copy the set can hold, then its manifest; a copy not
      * there is no matter
       DELETE-SET-FILES.
           PERFORM DELETE-ONE-COPY
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
           DELETE FILE MANIFEST-FILE.

       DELETE-ONE-COPY.
           PERFORM BUILD-FILE-PATHS
           DELETE FILE COPY-FILE.

       LIST-SETS.
           DISPLAY "NANOCODE BACKUP SETS - GENERATIONS KEPT: "
               WS-BACKUP-KEEP
           DISPLAY "----------------------------------------"
           OPEN INPUT CATALOG-FILE
           IF NOT WS-CATALOG-OK
               DISPLAY "NO BACKUP SETS ON FILE"
               GO TO LIST-SETS-EXIT
           END-IF
           DISPLAY "SET ID          TAKEN             BY       "
               "FILES RECORDS"
           MOVE 0 TO WS-CAT-COUNT
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ CATALOG-FILE
                   AT END SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CAT-COUNT
                       DISPLAY CATALOG-RECORD(1:58)
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           DISPLAY "----------------------------------------"
           DISPLAY "SETS ON FILE: " WS-CAT-COUNT.
       LIST-SETS-EXIT.
           EXIT.

      * take the .LOCK of every picked file the sessions lock, in
      * table order; stop at the first that will not come free
       ACQUIRE-PICKED-LOCKS.
           SET WS-ALL-LOCKED TO TRUE
           PERFORM LOCK-ONE-FILE
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
                   OR NOT WS-ALL-LOCKED.

       LOCK-ONE-FILE.
           IF WS-BK-PICK(WS-BK-IDX) = "Y"
               AND WS-BK-LOCKED(WS-BK-IDX) = "Y"
               PERFORM BUILD-FILE-PATHS
               PERFORM ACQUIRE-LEDGER-LOCK
               IF WS-LOCK-HELD
                   MOVE "Y" TO WS-BK-HELD(WS-BK-IDX)
                   SET WS-LOCK-HELD TO FALSE
               ELSE
                   DISPLAY "COULD NOT LOCK NANOCODE."
                       WS-BK-NAME(WS-BK-IDX)
                   SET WS-ALL-LOCKED TO FALSE
               END-IF
           END-IF.

       RELEASE-HELD-LOCKS.
           PERFORM RELEASE-ONE-LOCK
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT.

       RELEASE-ONE-LOCK.
           IF WS-BK-HELD(WS-BK-IDX) = "Y"
               PERFORM BUILD-FILE-PATHS
               MOVE SPACES TO WS-LOCK-PATH
               STRING WS-SOURCE-PATH DELIMITED BY SPACE
                   ".LOCK" DELIMITED BY SIZE
                   INTO WS-LOCK-PATH
               DELETE FILE LOCK-FILE
               MOVE "N" TO WS-BK-HELD(WS-BK-IDX)
           END-IF.

      * same probe/create protocol the sessions use: probe for the
      * ledger's lock file, wait a second and retry while someone
      * holds it, give up after the try limit - this job must not
      * press on without the lock
       ACQUIRE-LEDGER-LOCK.
           MOVE SPACES TO WS-LOCK-PATH
           STRING WS-SOURCE-PATH DELIMITED BY SPACE
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
               DISPLAY "WAITING FOR NANOCODE." WS-BK-NAME(WS-BK-IDX)
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
                   MOVE WS-LOCK-OWNER TO LCK-SESSION-ID
                   MOVE WS-USER-ID TO LCK-USER
                   WRITE LOCK-RECORD
                   CLOSE LOCK-FILE
                   SET WS-LOCK-HELD TO TRUE
               ELSE
                   ADD 1 TO WS-LOCK-TRIES
                   CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECS
               END-IF
           END-IF.

       BUILD-TIMESTAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-TODAY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
