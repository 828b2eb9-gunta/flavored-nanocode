      * activity
      * cobc -x nanocode-extract.cob && ./nanocode-extract
      *     [YYYYMMDD YYYYMMDD]
      * writes pipe-delimited records from NANOCODE.HISTORY,
      * NANOCODE.AUDIT and NANOCODE.HANDOFF for the given date range to
      * a dated extract file NANOCODE.EXTRACT.<to-date>; with no range
      * on the command line the run continues from the day after the
      * last extracted date remembered in NANOCODE.EXTRACTCTL through
      * yesterday - never today, because activity logged later the
      * same day would fall inside an already-sent range and be lost
      * for good - so the nightly run sends only new, complete days
      *       (<date> is YYYYMMDD, <time> is HHMMSSCC)
      *   AUD|<timestamp>|<session id>|<user>|<action>|<msg count>
      *      |<path>
      *   HND|<taken timestamp>|<from session id>|<to session id>
      *      |<from user>|<to user>|<note>
      *       (one per handoff taken in the range: the to-session
      *       carries the conversation on from the from-session, so
      *       the warehouse can join their HST records into one)
      *   TRL|<detail record count>
      * the receiving side verifies the transmission arrived whole
      * by matching the TRL count against the detail records read
      *             from a real open failure; strip the timestamp's
      *             "-" separator from the HST time field so it goes
      *             out as HHMMSSCC like the layout says
      * 2026-10-15  add HND records from NANOCODE.HANDOFF linking a
      *             handed-off session to the session that took it

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HANDOFF-FILE ASSIGN TO WS-HANDOFF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HO-SESSION-ID
               ALTERNATE RECORD KEY IS HO-TO-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HO-TAKEN-SESSION
                   WITH DUPLICATES
               FILE STATUS IS WS-HANDOFF-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           05 AUD-FILEPATH     PIC X(256).
           05 FILLER           PIC X(8).

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

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(1200).

       01 WS-AUDIT-STATUS      PIC X(2).
           88 WS-AUDIT-OK VALUE "00".
           88 WS-AUDIT-MISSING VALUE "35".
       01 WS-HANDOFF-STATUS    PIC X(2).
           88 WS-HANDOFF-OK VALUE "00".
           88 WS-HANDOFF-MISSING VALUE "35".
       01 WS-SOURCE-ERROR-SW   PIC X(1) VALUE "N".
           88 WS-SOURCE-ERROR VALUE "Y" FALSE "N".
       01 WS-EXTRACT-STATUS    PIC X(2).
       01 WS-PATH-PREFIX       PIC X(64) VALUE SPACES.
       01 WS-HISTORY-PATH      PIC X(128).
       01 WS-AUDIT-PATH        PIC X(128).
       01 WS-HANDOFF-PATH      PIC X(128).
       01 WS-EXTRACT-PATH      PIC X(128).
       01 WS-EXTRACT-CTL-PATH  PIC X(128).
       01 WS-CFG-EOF-SWITCH    PIC X(1) VALUE "N".
       01 WS-DETAIL-COUNT      PIC 9(9) VALUE 0.
       01 WS-HIST-COUNT        PIC 9(9) VALUE 0.
       01 WS-AUDIT-COUNT       PIC 9(9) VALUE 0.
       01 WS-HANDOFF-COUNT     PIC 9(9) VALUE 0.

       01 WS-TRIM-TEXT         PIC X(1024).
       01 WS-TRIM-LEN          PIC 9(4) COMP.
           PERFORM WRITE-HEADER-RECORD
           PERFORM EXTRACT-HISTORY THRU EXTRACT-HISTORY-EXIT
           PERFORM EXTRACT-AUDIT THRU EXTRACT-AUDIT-EXIT
           PERFORM EXTRACT-HANDOFFS THRU EXTRACT-HANDOFFS-EXIT
           PERFORM WRITE-TRAILER-RECORD
           CLOSE EXTRACT-FILE


           DISPLAY "HISTORY RECORDS:  " WS-HIST-COUNT
           DISPLAY "AUDIT RECORDS:    " WS-AUDIT-COUNT
           DISPLAY "HANDOFF RECORDS:  " WS-HANDOFF-COUNT
           DISPLAY "EXTRACT WRITTEN TO " WS-EXTRACT-PATH(1:50)
           STOP RUN.

           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.AUDIT" DELIMITED BY SIZE
               INTO WS-AUDIT-PATH
           MOVE SPACES TO WS-HANDOFF-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.HANDOFF" DELIMITED BY SIZE
               INTO WS-HANDOFF-PATH
           MOVE SPACES TO WS-EXTRACT-CTL-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.EXTRACTCTL" DELIMITED BY SIZE
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-AUDIT-COUNT.

      * a handoff belongs to the day it was taken, since only then
      * do both ends of the link exist; one still waiting is sent
      * with the range in which it is finally taken
       EXTRACT-HANDOFFS.
           OPEN INPUT HANDOFF-FILE
           IF WS-HANDOFF-MISSING
               GO TO EXTRACT-HANDOFFS-EXIT
           END-IF
           IF NOT WS-HANDOFF-OK
               DISPLAY "CANNOT OPEN NANOCODE.HANDOFF - STATUS "
                   WS-HANDOFF-STATUS " - HANDOFFS SKIPPED"
               SET WS-SOURCE-ERROR TO TRUE
               GO TO EXTRACT-HANDOFFS-EXIT
           END-IF
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ HANDOFF-FILE NEXT RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF HO-STATUS = "TAKEN"
                           AND HO-TAKEN-TS(1:8) NOT < WS-FROM-DATE
                           AND HO-TAKEN-TS(1:8) NOT > WS-TO-DATE
                           PERFORM WRITE-HANDOFF-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HANDOFF-FILE
           SET EOF TO FALSE.
       EXTRACT-HANDOFFS-EXIT.
           EXIT.

       WRITE-HANDOFF-DETAIL.
           MOVE SPACES TO WS-TRIM-TEXT
           MOVE HO-NOTE TO WS-TRIM-TEXT
           PERFORM COMPUTE-TRIM-LEN
           MOVE SPACES TO EXTRACT-RECORD
           STRING "HND|" DELIMITED BY SIZE
               HO-TAKEN-TS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               HO-SESSION-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               HO-TAKEN-SESSION DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               HO-FROM-USER DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               HO-TO-USER DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-TRIM-TEXT(1:WS-TRIM-LEN) DELIMITED BY SIZE
               INTO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-HANDOFF-COUNT.

       COMPUTE-TRIM-LEN.
           MOVE 0 TO WS-TRIM-LEN
           PERFORM SCAN-TRIM-LEN
