      *             table overflowed (the log was only half-loaded,
      *             so "never seen" cannot be asserted), and show
      *             the file status when HISTORY will not open
      * 2026-10-15  treat a HANDOF like a QUIT in the count check,
      *             and allow a session that took a handoff the
      *             messages it inherited (its TAKEN count), which
      *             live in the sending sessions' HISTORY records
      * 2026-10-15  treat a DRAIN, the end an operator drain gives a
      *             session at its deadline, like a QUIT as well

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 WS-ST-QUIT-COUNT PIC 9(4).
               10 WS-ST-MSG-MAX    PIC 9(4).
               10 WS-ST-HIST-COUNT PIC 9(6).
               10 WS-ST-INHERITED  PIC 9(4).

       01 WS-LOOKUP-ID        PIC X(16).

                   MOVE 0 TO WS-ST-QUIT-COUNT(WS-SESS-SLOT)
                   MOVE 0 TO WS-ST-MSG-MAX(WS-SESS-SLOT)
                   MOVE 0 TO WS-ST-HIST-COUNT(WS-SESS-SLOT)
                   MOVE 0 TO WS-ST-INHERITED(WS-SESS-SLOT)
               ELSE
                   ADD 1 TO WS-SESS-DROPPED
               END-IF
               IF SLR-ACTION = "START"
                   MOVE "Y" TO WS-ST-STARTED(WS-SESS-SLOT)
               END-IF
               IF SLR-ACTION = "QUIT" OR SLR-ACTION = "HANDOF"
                   OR SLR-ACTION = "DRAIN"
                   MOVE "Y" TO WS-ST-QUIT-SEEN(WS-SESS-SLOT)
                   MOVE SLR-MSG-COUNT
                       TO WS-ST-QUIT-COUNT(WS-SESS-SLOT)
               END-IF
               IF SLR-ACTION = "TAKEN"
                   MOVE SLR-MSG-COUNT
                       TO WS-ST-INHERITED(WS-SESS-SLOT)
               END-IF
               IF SLR-MSG-COUNT > WS-ST-MSG-MAX(WS-SESS-SLOT)
                   MOVE SLR-MSG-COUNT
                       TO WS-ST-MSG-MAX(WS-SESS-SLOT)
      * nothing in HISTORY, so only flag absence when the session
      * log shows messages were counted; the QUIT count is the in-
      * memory table at /q time, which clears and rolls can only
      * shrink, so HISTORY must hold at least that many records;
      * a session that took a handoff began with the sender's
      * messages in its table, and those are HISTORY records of the
      * sending sessions, so its allowance is raised by that count
       CHECK-SESSION-TOTALS.
           IF WS-ST-STARTED(WS-SESS-IDX) = "Y"
               AND WS-ST-MSG-MAX(WS-SESS-IDX) >
                   WS-ST-INHERITED(WS-SESS-IDX)
               AND WS-ST-HIST-COUNT(WS-SESS-IDX) = 0
               ADD 1 TO WS-EXCEPT-COUNT
               DISPLAY "EXCEPTION: SESSION "
           IF WS-ST-QUIT-SEEN(WS-SESS-IDX) = "Y"
               AND WS-ST-QUIT-COUNT(WS-SESS-IDX) >
                   WS-ST-HIST-COUNT(WS-SESS-IDX)
                       + WS-ST-INHERITED(WS-SESS-IDX)
               ADD 1 TO WS-EXCEPT-COUNT
               DISPLAY "EXCEPTION: SESSION "
                   WS-ST-SESSION-ID(WS-SESS-IDX) " QUIT COUNT "
