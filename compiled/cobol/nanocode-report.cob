      * cobc -x nanocode-report.cob && ./nanocode-report
      * reads NANOCODE.SESSIONLOG (written by nanocode.cob) and tallies
      * sessions run today, messages per session, and how each one
      * ended: /q (QUIT), /c (CLEAR), /handoff (HANDOF), an operator
      * drain (DRAIN) or abend (a START with no matching QUIT, HANDOF
      * or DRAIN before the next START or end of file)
      *
      * MODIFICATION HISTORY
      * 2026-08-09  initial version
      * 2026-08-22  honor the PATH-PREFIX keyword in NANOCODE.CONFIG
      *             so the report finds the session log wherever the
      *             environment keeps its data files
      * 2026-10-15  count a HANDOF as a session ending like QUIT, and
      *             take the messages a receiving session inherited
      *             (its TAKEN count) back out of the totals so a
      *             handed-off conversation is not counted twice
      * 2026-10-15  count a DRAIN - a session the operators' drain
      *             ended at its deadline - as a session ending like
      *             QUIT rather than an abend

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-QUIT-COUNT       PIC 9(6) VALUE 0.
       01 WS-CLEAR-COUNT      PIC 9(6) VALUE 0.
       01 WS-ABEND-COUNT      PIC 9(6) VALUE 0.
       01 WS-HANDOFF-COUNT    PIC 9(6) VALUE 0.
       01 WS-DRAIN-COUNT      PIC 9(6) VALUE 0.
       01 WS-ENDED-COUNT      PIC 9(6) VALUE 0.
       01 WS-TOTAL-MESSAGES   PIC 9(8) VALUE 0.
       01 WS-TOTAL-CARRIED    PIC 9(8) VALUE 0.
       01 WS-NET-MESSAGES     PIC 9(8).
       01 WS-AVG-MESSAGES     PIC 9(6)V99.

       01 WS-USER-COUNT       PIC 9(4) COMP VALUE 0.
               10 WS-UT-USER       PIC X(8).
               10 WS-UT-SESSIONS   PIC 9(6).
               10 WS-UT-MESSAGES   PIC 9(8).
               10 WS-UT-CARRIED    PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               ADD 1 TO WS-ABEND-COUNT
           END-IF

      * a receiving session's closing count includes what it
      * inherited, which its sender's HANDOF already counted
           IF WS-TOTAL-MESSAGES > WS-TOTAL-CARRIED
               SUBTRACT WS-TOTAL-CARRIED FROM WS-TOTAL-MESSAGES
           ELSE
               MOVE 0 TO WS-TOTAL-MESSAGES
           END-IF
           ADD WS-QUIT-COUNT WS-HANDOFF-COUNT WS-DRAIN-COUNT
               GIVING WS-ENDED-COUNT
           IF WS-ENDED-COUNT > 0
               COMPUTE WS-AVG-MESSAGES =
                   WS-TOTAL-MESSAGES / WS-ENDED-COUNT
           ELSE
               MOVE 0 TO WS-AVG-MESSAGES
           END-IF
               ADD SLR-MSG-COUNT TO WS-TOTAL-MESSAGES
               PERFORM FIND-USER-SLOT
               ADD SLR-MSG-COUNT TO WS-UT-MESSAGES(WS-USER-SLOT)
           ELSE IF SLR-ACTION = "HANDOF"
               SET WS-SESSION-OPEN TO FALSE
               ADD 1 TO WS-HANDOFF-COUNT
               ADD SLR-MSG-COUNT TO WS-TOTAL-MESSAGES
               PERFORM FIND-USER-SLOT
               ADD SLR-MSG-COUNT TO WS-UT-MESSAGES(WS-USER-SLOT)
           ELSE IF SLR-ACTION = "DRAIN"
               SET WS-SESSION-OPEN TO FALSE
               ADD 1 TO WS-DRAIN-COUNT
               ADD SLR-MSG-COUNT TO WS-TOTAL-MESSAGES
               PERFORM FIND-USER-SLOT
               ADD SLR-MSG-COUNT TO WS-UT-MESSAGES(WS-USER-SLOT)
           ELSE IF SLR-ACTION = "TAKEN"
               ADD SLR-MSG-COUNT TO WS-TOTAL-CARRIED
               PERFORM FIND-USER-SLOT
               ADD SLR-MSG-COUNT TO WS-UT-CARRIED(WS-USER-SLOT)
           ELSE IF SLR-ACTION = "CLEAR"
               ADD 1 TO WS-CLEAR-COUNT
           END-IF.
                   MOVE SLR-USER TO WS-UT-USER(WS-USER-COUNT)
                   MOVE 0 TO WS-UT-SESSIONS(WS-USER-COUNT)
                   MOVE 0 TO WS-UT-MESSAGES(WS-USER-COUNT)
                   MOVE 0 TO WS-UT-CARRIED(WS-USER-COUNT)
                   MOVE WS-USER-COUNT TO WS-USER-SLOT
               ELSE
                   IF WS-USER-COUNT = 20
                       MOVE "*OTHERS*" TO WS-UT-USER(21)
                       MOVE 0 TO WS-UT-SESSIONS(21)
                       MOVE 0 TO WS-UT-MESSAGES(21)
                       MOVE 0 TO WS-UT-CARRIED(21)
                   END-IF
                   MOVE 21 TO WS-USER-SLOT
               END-IF
           DISPLAY "SESSIONS RUN:        " WS-SESSIONS-COUNT
           DISPLAY "ENDED VIA /q:        " WS-QUIT-COUNT
           DISPLAY "ENDED VIA /c CLEAR:  " WS-CLEAR-COUNT
           DISPLAY "ENDED VIA /handoff:  " WS-HANDOFF-COUNT
           DISPLAY "ENDED BY DRAIN:      " WS-DRAIN-COUNT
           DISPLAY "ENDED IN ABEND:      " WS-ABEND-COUNT
           DISPLAY "TOTAL MESSAGES:      " WS-TOTAL-MESSAGES
           DISPLAY "AVG MESSAGES/SESSION: " WS-AVG-MESSAGES
           END-IF.

       PRINT-USER-LINE.
           IF WS-UT-MESSAGES(WS-USER-IDX) > WS-UT-CARRIED(WS-USER-IDX)
               COMPUTE WS-NET-MESSAGES = WS-UT-MESSAGES(WS-USER-IDX)
                   - WS-UT-CARRIED(WS-USER-IDX)
           ELSE
               MOVE 0 TO WS-NET-MESSAGES
           END-IF
           DISPLAY WS-UT-USER(WS-USER-IDX) "   "
               WS-UT-SESSIONS(WS-USER-IDX) "    "
               WS-NET-MESSAGES.
