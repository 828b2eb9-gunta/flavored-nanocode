      * nanocode-monitor - operations-desk view of who is in a
      * NANOCODE session right now
      * cobc -x nanocode-monitor.cob && ./nanocode-monitor [ONCE]
      *     ./nanocode-monitor DRAIN [<deadline-minutes> [<timeout>]]
      *     ./nanocode-monitor UNDRAIN
      * reads NANOCODE.SESSIONLOG and shows every session with a START
      * and no matching QUIT, HANDOF or DRAIN: user, session id, start
      * time, minutes running and the last message count the log has
      * seen for it; a session whose last logged event is more than
      * two hours old is flagged POSSIBLY ABANDONED (an abended
      * session never writes its QUIT, so it looks exactly like
      * this); under them it lists
      * the handoffs in NANOCODE.HANDOFF that nobody has taken yet, with
      * how long each has waited, and under those what the operators
      * are broadcasting in NANOCODE.BROADCAST; the display refreshes
      * on demand until the operator answers N, or runs once and
      * exits when ONCE is given on the command line; at the prompt
      * B sets (or clears) a broadcast message every REPL session
      * shows once before it expires, D sets a drain - new sessions
      * are refused and open ones warned down to the deadline and
      * ended there - and L lifts the drain again
      * DRAIN sets the drain from a NIGHTPLAN step (deadline default
      * 15 minutes away), then watches the session log until nobody
      * is signed on and ends RC 0, or gives up after the timeout
      * (default 60 minutes) and ends RC 4 with the sessions still
      * open listed - RC 8 when the log cannot be read; UNDRAIN lifts
      * the drain as the last step of the window, e.g.
      *     DRAIN MAXRC=4 ./nanocode-monitor DRAIN 15 60
      *     ...
      *     UNDRAIN ./nanocode-monitor UNDRAIN
      * a session flagged POSSIBLY ABANDONED does not hold the window
      * open - an abended session never logs its end, and waiting on
      * one would run every night out to the timeout
      *
      * MODIFICATION HISTORY
      * 2026-09-02  initial version
      *             dropped once the log aged), and report a session
      *             log that will not open instead of letting the
      *             failure read as "(NOBODY IS ON)"
      * 2026-10-15  close a session on its HANDOF event as on a QUIT,
      *             and list the unclaimed handoffs waiting in
      *             NANOCODE.HANDOFF below the open sessions
      * 2026-10-15  maintain the new NANOCODE.BROADCAST control file:
      *             a broadcast message with an expiry and a DRAIN
      *             with a deadline, set from the prompt or by the
      *             DRAIN and UNDRAIN NIGHTPLAN steps, which wait for
      *             the sessions to end; close a session on the DRAIN
      *             event the REPL logs when the deadline ends it

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SESSION-LOG-FILE ASSIGN TO WS-SESSION-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-LOG-STATUS.
           SELECT HANDOFF-FILE ASSIGN TO WS-HANDOFF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HO-SESSION-ID
               ALTERNATE RECORD KEY IS HO-TO-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HO-TAKEN-SESSION
                   WITH DUPLICATES
               FILE STATUS IS WS-HANDOFF-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "NANOCODE.CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
      * the broadcast is a control file like NANOCODE.CONFIG, so it
      * is kept beside the profile rather than under PATH-PREFIX
           SELECT BROADCAST-FILE ASSIGN TO "NANOCODE.BROADCAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BROADCAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 SLR-MSG-COUNT    PIC 9(4).
           05 FILLER           PIC X(25).

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

       FD CONFIG-FILE.
       01 CONFIG-RECORD PIC X(128).

      * at most one MESSAGE line and one DRAIN line, each stamped
      * with when it was set and by whom; UNTIL (YYYYMMDD-HHMM) is
      * when the message expires or when the drain ends the open
      * sessions
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
       01 WS-SESSION-LOG-STATUS PIC X(2).
           88 WS-SESSION-LOG-OK VALUE "00".
       01 WS-CONFIG-VALUE     PIC X(64).
       01 WS-PATH-PREFIX      PIC X(64) VALUE SPACES.
       01 WS-SESSION-LOG-PATH PIC X(128).
       01 WS-HANDOFF-PATH     PIC X(128).
       01 WS-HANDOFF-STATUS   PIC X(2).
           88 WS-HANDOFF-OK VALUE "00".
           88 WS-HANDOFF-MISSING VALUE "35".
       01 WS-HANDOFF-WAITING  PIC 9(4).
       01 WS-WAIT-MINUTES     PIC 9(6).
       01 WS-CFG-EOF-SWITCH   PIC X(1) VALUE "N".
           88 CFG-EOF VALUE "Y" FALSE "N".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".

       01 WS-STALE-MINUTES    PIC 9(4) VALUE 120.

       01 WS-PARM-MODE        PIC X(8).
       01 WS-PARM-ARG1        PIC X(8).
       01 WS-PARM-ARG2        PIC X(8).
       01 WS-OPERATOR-ID      PIC X(8).

       01 WS-BROADCAST-STATUS PIC X(2).
           88 WS-BROADCAST-OK VALUE "00".
           88 WS-BROADCAST-MISSING VALUE "35".
       01 WS-BC-ERROR-SW      PIC X(1) VALUE "N".
           88 WS-BC-ERROR VALUE "Y" FALSE "N".
       01 WS-BC-MESSAGE-LINE  PIC X(256).
       01 WS-BC-DRAIN-LINE    PIC X(256).
       01 WS-BC-WORK.
           05 WS-BCW-TYPE      PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-BCW-SET-TS    PIC X(17).
           05 FILLER           PIC X(1).
           05 WS-BCW-UNTIL     PIC X(13).
           05 FILLER           PIC X(1).
           05 WS-BCW-SET-BY    PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-BCW-TEXT      PIC X(200).
           05 FILLER           PIC X(6).
       01 WS-BC-TYPE-IN       PIC X(8).
       01 WS-BC-TEXT-IN       PIC X(200).
       01 WS-BC-MINUTES-IN    PIC X(8).
       01 WS-BC-MINUTES-TOKEN PIC X(8).
       01 WS-BC-MINUTES-LEN   PIC 9(4) COMP.
       01 WS-BC-MINUTES       PIC 9(4).
       01 WS-BC-NUMBER-SW     PIC X(1).
           88 WS-BC-NUMBER-OK VALUE "Y" FALSE "N".
       01 WS-NOW-STAMP        PIC X(17).
       01 WS-MESSAGE-DEFAULT  PIC 9(4) VALUE 60.
       01 WS-DRAIN-DEFAULT    PIC 9(4) VALUE 15.
       01 WS-WAIT-DEFAULT     PIC 9(4) VALUE 60.
       01 WS-DRAIN-STD-TEXT   PIC X(60)
           VALUE "NANOCODE IS CLOSING FOR THE BATCH WINDOW".

      * the drain step polls the session log once a minute until the
      * open sessions are gone or the timeout passes
       01 WS-DRAIN-MINUTES    PIC 9(4).
       01 WS-WAIT-MINUTES-MAX PIC 9(4).
       01 WS-WAIT-LIMIT       PIC 9(12) COMP.
       01 WS-POLL-SECS        PIC 9(2) VALUE 60.
       01 WS-LIVE-COUNT       PIC 9(4).

      * a deadline some minutes from now, worked forward a day at a
      * time from today's date
       01 WS-DL-DATE.
           05 WS-DL-YEAR       PIC 9(4).
           05 WS-DL-MONTH      PIC 9(2).
           05 WS-DL-DAY        PIC 9(2).
       01 WS-DL-HH            PIC 9(2).
       01 WS-DL-MM            PIC 9(2).
       01 WS-DL-TOTAL         PIC 9(6) COMP.
       01 WS-DL-DAYS          PIC 9(4) COMP.
       01 WS-DL-MOD           PIC 9(4) COMP.
       01 WS-DL-MONTH-LIMIT   PIC 9(2).
       01 WS-DL-UNTIL         PIC X(13).

      * closed sessions' slots are reused, so the table caps the
      * concurrent open sessions at 100 - more than that means
      * something is badly wrong anyway; only when all 100 slots
                   WS-STARTUP-PARM = "ONCE"
               SET WS-ONCE-MODE TO TRUE
           END-IF
           MOVE SPACES TO WS-PARM-MODE
           MOVE SPACES TO WS-PARM-ARG1
           MOVE SPACES TO WS-PARM-ARG2
           UNSTRING WS-STARTUP-PARM DELIMITED BY ALL " "
               INTO WS-PARM-MODE WS-PARM-ARG1 WS-PARM-ARG2

           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
               ON EXCEPTION MOVE SPACES TO WS-OPERATOR-ID
           END-ACCEPT
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF

           PERFORM LOAD-PATH-PREFIX THRU LOAD-PATH-PREFIX-EXIT
           MOVE SPACES TO WS-SESSION-LOG-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.SESSIONLOG" DELIMITED BY SIZE
               INTO WS-SESSION-LOG-PATH
           MOVE SPACES TO WS-HANDOFF-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.HANDOFF" DELIMITED BY SIZE
               INTO WS-HANDOFF-PATH

           IF WS-PARM-MODE = "DRAIN"
               PERFORM DRAIN-AND-WAIT THRU DRAIN-AND-WAIT-EXIT
           ELSE IF WS-PARM-MODE = "UNDRAIN"
               PERFORM UNDRAIN-NOW THRU UNDRAIN-NOW-EXIT
           ELSE
               PERFORM MONITOR-PASS THRU MONITOR-PASS-EXIT
                   UNTIL WS-DONE
           END-IF.
           STOP RUN.

       LOAD-PATH-PREFIX.
       MONITOR-PASS.
           PERFORM SCAN-SESSION-LOG THRU SCAN-SESSION-LOG-EXIT
           PERFORM SHOW-OPEN-SESSIONS
           PERFORM SHOW-UNCLAIMED-HANDOFFS
               THRU SHOW-UNCLAIMED-HANDOFFS-EXIT
           PERFORM SHOW-BROADCAST THRU SHOW-BROADCAST-EXIT
           IF WS-ONCE-MODE
               SET WS-DONE TO TRUE
               GO TO MONITOR-PASS-EXIT
           END-IF
           DISPLAY "REFRESH? (Y/N, B=BROADCAST D=DRAIN L=LIFT DRAIN) "
               WITH NO ADVANCING
           ACCEPT WS-REFRESH-ANS
           IF WS-REFRESH-ANS = "Y" OR WS-REFRESH-ANS = "y"
               CONTINUE
           ELSE IF WS-REFRESH-ANS = "B" OR WS-REFRESH-ANS = "b"
               PERFORM SET-MESSAGE THRU SET-MESSAGE-EXIT
           ELSE IF WS-REFRESH-ANS = "D" OR WS-REFRESH-ANS = "d"
               PERFORM SET-DRAIN THRU SET-DRAIN-EXIT
           ELSE IF WS-REFRESH-ANS = "L" OR WS-REFRESH-ANS = "l"
               PERFORM LIFT-DRAIN THRU LIFT-DRAIN-EXIT
           ELSE
               SET WS-DONE TO TRUE
           END-IF.
       MONITOR-PASS-EXIT.
           EXIT.

      * every event refreshes the session's last-seen timestamp and
      * message count; QUIT, HANDOF or DRAIN closes it, a later
      * START of the same id cannot happen because ids carry the
      * start time;
      * when the table fills, a closed session's slot is reused so
      * the cap really is 100 concurrent sessions, not 100 ids in
      * the log - the log holds months of old sessions and the
      * newest STARTs are exactly the open sessions the operator is
      * asking about
       TRACK-SESSION-EVENT.
           PERFORM FIND-SESSION-SLOT
           IF SLR-ACTION = "START" AND WS-SESS-SLOT = 0
                       TO WS-MT-LAST-TS(WS-SESS-SLOT)
                   MOVE SLR-MSG-COUNT
                       TO WS-MT-MSG-COUNT(WS-SESS-SLOT)
                   IF SLR-ACTION = "QUIT" OR SLR-ACTION = "HANDOF"
                       OR SLR-ACTION = "DRAIN"
                       MOVE "N" TO WS-MT-OPEN(WS-SESS-SLOT)
                   END-IF
               END-IF
           DISPLAY "------------------------------------"
               "---------------"
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-LIVE-COUNT
           PERFORM SHOW-ONE-SESSION
               VARYING WS-SESS-IDX FROM 1 BY 1
               UNTIL WS-SESS-IDX > WS-SESS-COUNT
                       "  POSSIBLY ABANDONED ("
                       WS-IDLE-MINUTES " MIN SINCE LAST EVENT)"
               ELSE
                   ADD 1 TO WS-LIVE-COUNT
                   DISPLAY WS-MT-USER(WS-SESS-IDX) " "
                       WS-MT-SESSION-ID(WS-SESS-IDX) " "
                       WS-MT-START-TS(WS-SESS-IDX)(10:6) "   "
               END-IF
           END-IF.

      * a handoff nobody has taken is a conversation the desk is
      * still holding, so it is listed with how long it has waited;
      * WS-NOW-MINUTES was set by SHOW-OPEN-SESSIONS just before
       SHOW-UNCLAIMED-HANDOFFS.
           MOVE 0 TO WS-HANDOFF-WAITING
           OPEN INPUT HANDOFF-FILE
           IF WS-HANDOFF-MISSING
               GO TO SHOW-UNCLAIMED-HANDOFFS-EXIT
           END-IF
           IF NOT WS-HANDOFF-OK
               DISPLAY "CANNOT OPEN NANOCODE.HANDOFF - STATUS "
                   WS-HANDOFF-STATUS " - UNCLAIMED HANDOFFS UNKNOWN"
               DISPLAY " "
               GO TO SHOW-UNCLAIMED-HANDOFFS-EXIT
           END-IF
           DISPLAY "UNCLAIMED HANDOFFS"
           DISPLAY "FROM     TO       SESSION ID       WAITING  MSGS"
               "  NOTE"
           DISPLAY "------------------------------------"
               "---------------"
           SET EOF TO FALSE
           PERFORM UNTIL EOF
               READ HANDOFF-FILE NEXT RECORD
                   AT END SET EOF TO TRUE
                   NOT AT END PERFORM SHOW-ONE-HANDOFF
               END-READ
           END-PERFORM
           CLOSE HANDOFF-FILE
           SET EOF TO FALSE
           IF WS-HANDOFF-WAITING = 0
               DISPLAY "(NONE WAITING)"
           ELSE
               DISPLAY WS-HANDOFF-WAITING " HANDOFFS WAITING"
           END-IF
           DISPLAY " ".
       SHOW-UNCLAIMED-HANDOFFS-EXIT.
           EXIT.

       SHOW-ONE-HANDOFF.
           IF HO-STATUS = "PENDING"
               ADD 1 TO WS-HANDOFF-WAITING
               MOVE HO-TIMESTAMP TO WS-TS-WORK
               PERFORM COMPUTE-TS-MINUTES
               COMPUTE WS-MINUTES-WORK =
                   WS-NOW-MINUTES - WS-TS-MINUTES
               IF WS-MINUTES-WORK < 0
                   MOVE 0 TO WS-MINUTES-WORK
               END-IF
               MOVE WS-MINUTES-WORK TO WS-WAIT-MINUTES
               DISPLAY HO-FROM-USER " " HO-TO-USER " "
                   HO-SESSION-ID " " WS-WAIT-MINUTES "   "
                   HO-MSG-COUNT "  " HO-NOTE(1:30)
           END-IF.

      * what every REPL session is being told: the message (marked
      * EXPIRED once sessions stop showing it) and the drain
       SHOW-BROADCAST.
           PERFORM LOAD-BROADCAST THRU LOAD-BROADCAST-EXIT
           IF WS-BC-ERROR
               DISPLAY " "
               GO TO SHOW-BROADCAST-EXIT
           END-IF
           PERFORM BUILD-NOW-STAMP
           DISPLAY "BROADCAST"
           DISPLAY "------------------------------------"
               "---------------"
           IF WS-BC-MESSAGE-LINE = SPACES
               DISPLAY "(NO MESSAGE)"
           ELSE
               MOVE WS-BC-MESSAGE-LINE TO WS-BC-WORK
               IF WS-NOW-STAMP(1:13) < WS-BCW-UNTIL
                   DISPLAY "MESSAGE FROM " WS-BCW-SET-BY
                       " SHOWN UNTIL " WS-BCW-UNTIL
               ELSE
                   DISPLAY "MESSAGE FROM " WS-BCW-SET-BY
                       " EXPIRED " WS-BCW-UNTIL
               END-IF
               DISPLAY "  " WS-BCW-TEXT(1:70)
           END-IF
           IF WS-BC-DRAIN-LINE = SPACES
               DISPLAY "(NO DRAIN - NEW SESSIONS ARE OPEN)"
           ELSE
               MOVE WS-BC-DRAIN-LINE TO WS-BC-WORK
               DISPLAY "DRAIN SET BY " WS-BCW-SET-BY
                   " - NEW SESSIONS REFUSED, OPEN ONES END AT "
                   WS-BCW-UNTIL
               DISPLAY "  " WS-BCW-TEXT(1:70)
           END-IF
           DISPLAY " ".
       SHOW-BROADCAST-EXIT.
           EXIT.

      * a broadcast file that is there but will not open is reported
      * and nothing is saved over it - a save would write back only
      * the half the operator just changed
       LOAD-BROADCAST.
           MOVE SPACES TO WS-BC-MESSAGE-LINE
           MOVE SPACES TO WS-BC-DRAIN-LINE
           SET WS-BC-ERROR TO FALSE
           OPEN INPUT BROADCAST-FILE
           IF WS-BROADCAST-MISSING
               GO TO LOAD-BROADCAST-EXIT
           END-IF
           IF NOT WS-BROADCAST-OK
               SET WS-BC-ERROR TO TRUE
               DISPLAY "CANNOT OPEN NANOCODE.BROADCAST - STATUS "
                   WS-BROADCAST-STATUS
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
               MOVE BROADCAST-RECORD TO WS-BC-MESSAGE-LINE
           ELSE IF BC-TYPE = "DRAIN"
               MOVE BROADCAST-RECORD TO WS-BC-DRAIN-LINE
           END-IF.

       SAVE-BROADCAST.
           OPEN OUTPUT BROADCAST-FILE
           IF NOT WS-BROADCAST-OK
               SET WS-BC-ERROR TO TRUE
               DISPLAY "CANNOT WRITE NANOCODE.BROADCAST - STATUS "
                   WS-BROADCAST-STATUS
               GO TO SAVE-BROADCAST-EXIT
           END-IF
           IF WS-BC-MESSAGE-LINE NOT = SPACES
               WRITE BROADCAST-RECORD FROM WS-BC-MESSAGE-LINE
           END-IF
           IF WS-BC-DRAIN-LINE NOT = SPACES
               WRITE BROADCAST-RECORD FROM WS-BC-DRAIN-LINE
           END-IF
           CLOSE BROADCAST-FILE.
       SAVE-BROADCAST-EXIT.
           EXIT.

      * a blank message clears the one being shown; a new message
      * carries a new set time, so sessions that showed the old one
      * show this one too
       SET-MESSAGE.
           PERFORM LOAD-BROADCAST THRU LOAD-BROADCAST-EXIT
           IF WS-BC-ERROR
               GO TO SET-MESSAGE-EXIT
           END-IF
           DISPLAY "MESSAGE (BLANK CLEARS IT): " WITH NO ADVANCING
           MOVE SPACES TO WS-BC-TEXT-IN
           ACCEPT WS-BC-TEXT-IN
           IF WS-BC-TEXT-IN = SPACES
               MOVE SPACES TO WS-BC-MESSAGE-LINE
               PERFORM SAVE-BROADCAST THRU SAVE-BROADCAST-EXIT
               IF NOT WS-BC-ERROR
                   DISPLAY "MESSAGE CLEARED"
               END-IF
               GO TO SET-MESSAGE-EXIT
           END-IF
           DISPLAY "SHOW IT FOR HOW MANY MINUTES (BLANK FOR "
               WS-MESSAGE-DEFAULT "): " WITH NO ADVANCING
           MOVE SPACES TO WS-BC-MINUTES-IN
           ACCEPT WS-BC-MINUTES-IN
           MOVE WS-MESSAGE-DEFAULT TO WS-BC-MINUTES
           PERFORM PARSE-MINUTES THRU PARSE-MINUTES-EXIT
           IF NOT WS-BC-NUMBER-OK
               DISPLAY "NOT A NUMBER OF MINUTES - MESSAGE NOT SET"
               GO TO SET-MESSAGE-EXIT
           END-IF
           MOVE "MESSAGE" TO WS-BC-TYPE-IN
           PERFORM BUILD-BROADCAST-LINE
           MOVE WS-BC-WORK TO WS-BC-MESSAGE-LINE
           PERFORM SAVE-BROADCAST THRU SAVE-BROADCAST-EXIT
           IF NOT WS-BC-ERROR
               DISPLAY "MESSAGE SET UNTIL " WS-BCW-UNTIL
           END-IF.
       SET-MESSAGE-EXIT.
           EXIT.

      * setting a drain over one already set moves its deadline
       SET-DRAIN.
           PERFORM LOAD-BROADCAST THRU LOAD-BROADCAST-EXIT
           IF WS-BC-ERROR
               GO TO SET-DRAIN-EXIT
           END-IF
           DISPLAY "MINUTES UNTIL OPEN SESSIONS END (BLANK FOR "
               WS-DRAIN-DEFAULT "): " WITH NO ADVANCING
           MOVE SPACES TO WS-BC-MINUTES-IN
           ACCEPT WS-BC-MINUTES-IN
           MOVE WS-DRAIN-DEFAULT TO WS-BC-MINUTES
           PERFORM PARSE-MINUTES THRU PARSE-MINUTES-EXIT
           IF NOT WS-BC-NUMBER-OK
               DISPLAY "NOT A NUMBER OF MINUTES - DRAIN NOT SET"
               GO TO SET-DRAIN-EXIT
           END-IF
           DISPLAY "REASON (BLANK FOR THE STANDARD TEXT): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-BC-TEXT-IN
           ACCEPT WS-BC-TEXT-IN
           IF WS-BC-TEXT-IN = SPACES
               MOVE WS-DRAIN-STD-TEXT TO WS-BC-TEXT-IN
           END-IF
           MOVE "DRAIN" TO WS-BC-TYPE-IN
           PERFORM BUILD-BROADCAST-LINE
           MOVE WS-BC-WORK TO WS-BC-DRAIN-LINE
           PERFORM SAVE-BROADCAST THRU SAVE-BROADCAST-EXIT
           IF NOT WS-BC-ERROR
               DISPLAY "DRAIN SET - NEW SESSIONS REFUSED, OPEN ONES"
                   " END AT " WS-BCW-UNTIL
           END-IF.
       SET-DRAIN-EXIT.
           EXIT.

       LIFT-DRAIN.
           PERFORM LOAD-BROADCAST THRU LOAD-BROADCAST-EXIT
           IF WS-BC-ERROR
               GO TO LIFT-DRAIN-EXIT
           END-IF
           IF WS-BC-DRAIN-LINE = SPACES
               DISPLAY "NO DRAIN IS SET"
               GO TO LIFT-DRAIN-EXIT
           END-IF
           MOVE SPACES TO WS-BC-DRAIN-LINE
           PERFORM SAVE-BROADCAST THRU SAVE-BROADCAST-EXIT
           IF NOT WS-BC-ERROR
               DISPLAY "DRAIN LIFTED - NEW SESSIONS ARE OPEN"
           END-IF.
       LIFT-DRAIN-EXIT.
           EXIT.

      * the NIGHTPLAN step ahead of the window: set the drain, then
      * watch the log until nobody is signed on; the drain stays set
      * either way, for the UNDRAIN step at the end of the window
       DRAIN-AND-WAIT.
           MOVE WS-PARM-ARG1 TO WS-BC-MINUTES-IN
           MOVE WS-DRAIN-DEFAULT TO WS-BC-MINUTES
           PERFORM PARSE-MINUTES THRU PARSE-MINUTES-EXIT
           IF NOT WS-BC-NUMBER-OK
               DISPLAY "DRAIN DEADLINE IS NOT A NUMBER OF MINUTES: "
                   WS-PARM-ARG1
               MOVE 8 TO RETURN-CODE
               GO TO DRAIN-AND-WAIT-EXIT
           END-IF
           MOVE WS-BC-MINUTES TO WS-DRAIN-MINUTES
           MOVE WS-PARM-ARG2 TO WS-BC-MINUTES-IN
           MOVE WS-WAIT-DEFAULT TO WS-BC-MINUTES
           PERFORM PARSE-MINUTES THRU PARSE-MINUTES-EXIT
           IF NOT WS-BC-NUMBER-OK
               DISPLAY "DRAIN TIMEOUT IS NOT A NUMBER OF MINUTES: "
                   WS-PARM-ARG2
               MOVE 8 TO RETURN-CODE
               GO TO DRAIN-AND-WAIT-EXIT
           END-IF
           MOVE WS-BC-MINUTES TO WS-WAIT-MINUTES-MAX
           MOVE WS-DRAIN-MINUTES TO WS-BC-MINUTES

           PERFORM LOAD-BROADCAST THRU LOAD-BROADCAST-EXIT
           IF WS-BC-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO DRAIN-AND-WAIT-EXIT
           END-IF
           MOVE WS-DRAIN-STD-TEXT TO WS-BC-TEXT-IN
           MOVE "DRAIN" TO WS-BC-TYPE-IN
           PERFORM BUILD-BROADCAST-LINE
           MOVE WS-BC-WORK TO WS-BC-DRAIN-LINE
           PERFORM SAVE-BROADCAST THRU SAVE-BROADCAST-EXIT
           IF WS-BC-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO DRAIN-AND-WAIT-EXIT
           END-IF
           DISPLAY "DRAIN SET - NEW SESSIONS REFUSED, OPEN ONES END AT "
               WS-BCW-UNTIL

           MOVE WS-NOW-STAMP TO WS-TS-WORK
           PERFORM COMPUTE-TS-MINUTES
           COMPUTE WS-WAIT-LIMIT = WS-TS-MINUTES + WS-WAIT-MINUTES-MAX
           SET WS-DONE TO FALSE
           PERFORM WAIT-FOR-SIGN-OFF THRU WAIT-FOR-SIGN-OFF-EXIT
               UNTIL WS-DONE.
       DRAIN-AND-WAIT-EXIT.
           EXIT.

      * an unreadable log proves nothing, so it is waited out to the
      * timeout like open sessions and then ends RC 8, not 4
       WAIT-FOR-SIGN-OFF.
           PERFORM SCAN-SESSION-LOG THRU SCAN-SESSION-LOG-EXIT
           PERFORM SHOW-OPEN-SESSIONS
           IF NOT WS-LOG-ERROR AND WS-LIVE-COUNT = 0
               DISPLAY "NOBODY IS SIGNED ON - THE WINDOW IS CLEAR"
               SET WS-DONE TO TRUE
               GO TO WAIT-FOR-SIGN-OFF-EXIT
           END-IF
           IF WS-NOW-MINUTES NOT < WS-WAIT-LIMIT
               IF WS-LOG-ERROR
                   DISPLAY "GAVE UP AFTER " WS-WAIT-MINUTES-MAX
                       " MINUTES - SESSION LOG UNREADABLE"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "GAVE UP AFTER " WS-WAIT-MINUTES-MAX
                       " MINUTES - " WS-LIVE-COUNT
                       " SESSIONS STILL SIGNED ON"
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET WS-DONE TO TRUE
               GO TO WAIT-FOR-SIGN-OFF-EXIT
           END-IF
           IF WS-LOG-ERROR
               DISPLAY "WAITING FOR THE SESSION LOG"
           ELSE
               DISPLAY "WAITING FOR " WS-LIVE-COUNT
                   " SESSIONS TO END"
           END-IF
           CALL "C$SLEEP" USING WS-POLL-SECS.
       WAIT-FOR-SIGN-OFF-EXIT.
           EXIT.

      * the NIGHTPLAN step at the end of the window; a message the
      * operators set is left to run out on its own
       UNDRAIN-NOW.
           PERFORM LOAD-BROADCAST THRU LOAD-BROADCAST-EXIT
           IF WS-BC-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO UNDRAIN-NOW-EXIT
           END-IF
           IF WS-BC-DRAIN-LINE = SPACES
               DISPLAY "NO DRAIN WAS SET"
               GO TO UNDRAIN-NOW-EXIT
           END-IF
           MOVE SPACES TO WS-BC-DRAIN-LINE
           PERFORM SAVE-BROADCAST THRU SAVE-BROADCAST-EXIT
           IF WS-BC-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO UNDRAIN-NOW-EXIT
           END-IF
           DISPLAY "DRAIN LIFTED - NEW SESSIONS ARE OPEN".
       UNDRAIN-NOW-EXIT.
           EXIT.

      * blank keeps the default already in WS-BC-MINUTES; anything
      * else must be one to four digits
       PARSE-MINUTES.
           SET WS-BC-NUMBER-OK TO TRUE
           IF WS-BC-MINUTES-IN = SPACES
               GO TO PARSE-MINUTES-EXIT
           END-IF
           MOVE SPACES TO WS-BC-MINUTES-TOKEN
           MOVE 0 TO WS-BC-MINUTES-LEN
           UNSTRING WS-BC-MINUTES-IN DELIMITED BY ALL " "
               INTO WS-BC-MINUTES-TOKEN COUNT IN WS-BC-MINUTES-LEN
           IF WS-BC-MINUTES-LEN = 0 OR WS-BC-MINUTES-LEN > 4
               SET WS-BC-NUMBER-OK TO FALSE
               GO TO PARSE-MINUTES-EXIT
           END-IF
           IF WS-BC-MINUTES-TOKEN(1:WS-BC-MINUTES-LEN) NOT NUMERIC
               SET WS-BC-NUMBER-OK TO FALSE
               GO TO PARSE-MINUTES-EXIT
           END-IF
           MOVE WS-BC-MINUTES-TOKEN(1:WS-BC-MINUTES-LEN)
               TO WS-BC-MINUTES.
       PARSE-MINUTES-EXIT.
           EXIT.

       BUILD-BROADCAST-LINE.
           MOVE SPACES TO WS-BC-WORK
           MOVE WS-BC-TYPE-IN TO WS-BCW-TYPE
           PERFORM BUILD-NOW-STAMP
           MOVE WS-NOW-STAMP TO WS-BCW-SET-TS
           PERFORM COMPUTE-DEADLINE
           MOVE WS-DL-UNTIL TO WS-BCW-UNTIL
           MOVE WS-OPERATOR-ID TO WS-BCW-SET-BY
           MOVE WS-BC-TEXT-IN TO WS-BCW-TEXT.

       BUILD-NOW-STAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-CURRENT-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-TIME DELIMITED BY SIZE
               INTO WS-NOW-STAMP.

      * WS-BC-MINUTES past the time BUILD-NOW-STAMP just took, as
      * YYYYMMDD-HHMM; the minutes past midnight are carried into
      * whole days and the date is stepped forward a day at a time
       COMPUTE-DEADLINE.
           MOVE WS-CURRENT-DATE TO WS-DL-DATE
           MOVE WS-NOW-STAMP(10:2) TO WS-DL-HH
           MOVE WS-NOW-STAMP(12:2) TO WS-DL-MM
           COMPUTE WS-DL-TOTAL =
               WS-DL-HH * 60 + WS-DL-MM + WS-BC-MINUTES
           DIVIDE WS-DL-TOTAL BY 1440 GIVING WS-DL-DAYS
               REMAINDER WS-DL-MOD
           DIVIDE WS-DL-MOD BY 60 GIVING WS-DL-HH
               REMAINDER WS-DL-MM
           PERFORM ADVANCE-ONE-DAY WS-DL-DAYS TIMES
           MOVE SPACES TO WS-DL-UNTIL
           STRING WS-DL-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DL-HH DELIMITED BY SIZE
               WS-DL-MM DELIMITED BY SIZE
               INTO WS-DL-UNTIL.

       ADVANCE-ONE-DAY.
           ADD 1 TO WS-DL-DAY
           MOVE WS-MONTH-DAYS(WS-DL-MONTH) TO WS-DL-MONTH-LIMIT
           IF WS-DL-MONTH = 2
               DIVIDE WS-DL-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R4
               DIVIDE WS-DL-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R100
               DIVIDE WS-DL-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-R400
               IF WS-LEAP-R4 = 0
                   AND (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
                   ADD 1 TO WS-DL-MONTH-LIMIT
               END-IF
           END-IF
           IF WS-DL-DAY > WS-DL-MONTH-LIMIT
               MOVE 1 TO WS-DL-DAY
               ADD 1 TO WS-DL-MONTH
               IF WS-DL-MONTH > 12
                   MOVE 1 TO WS-DL-MONTH
                   ADD 1 TO WS-DL-YEAR
               END-IF
           END-IF.

      * turn a ledger timestamp (YYYYMMDD-HHMMSSCC) into minutes on
      * a continuous scale so two of them subtract cleanly across
      * midnight; the day serial counts days since year zero with
