      * so the next invocation restarts from the failed step instead
      * of the top - steps that already completed (the housekeeping
      * sweep above all) are never run twice in one window; the
      * restart marker is removed when the whole chain completes;
      * a step whose non-zero return code is a warning rather than a
      * failure carries MAXRC=n between its label and its command
      *
      * MODIFICATION HISTORY
      * 2026-09-02  initial version
      *             first token so long the pointer lands past the
      *             record - the reference past the end was out of
      *             bounds
      * 2026-10-15  optional MAXRC=n after the step label: a step
      *             ending with a return code up to n is logged with
      *             that code and the chain carries on (the alerts
      *             run ends 4 or 8 when it has findings); the window
      *             COMPLETE record carries the highest such code
      * 2026-10-15  allow more than one space around MAXRC=n on a plan
      *             line - a second space hid the MAXRC and the step
      *             ran with no allowance

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 WS-SP-LABEL     PIC X(12).
               10 WS-SP-COMMAND   PIC X(200).
               10 WS-SP-MAXRC     PIC 9(4).

       01 WS-PLAN-LABEL       PIC X(12).
       01 WS-PLAN-PTR         PIC 9(4) COMP.
       01 WS-PLAN-MAXRC       PIC X(12).
       01 WS-PLAN-MAXRC-LEN   PIC 9(4) COMP.
       01 WS-HIGHEST-RC       PIC 9(4) VALUE 0.

       01 WS-START-STEP       PIC 9(2) VALUE 1.
       01 WS-RESTART-IN       PIC X(2).
               MOVE 0 TO WS-RLR-STEP
               MOVE "WINDOW" TO WS-RLR-LABEL
               MOVE "COMPLETE" TO WS-RLR-EVENT
               MOVE WS-HIGHEST-RC TO WS-RLR-RC
               PERFORM APPEND-RUN-LOG
               DISPLAY "ALL STEPS COMPLETE"
           END-IF

      * each plan line is a step label followed by the command the
      * shell should run, e.g. "REPORT ./nanocode-report"; blank
      * lines are skipped so the plan can be spaced for readability;
      * "ALERTS MAXRC=8 ./nanocode-alerts" lets that step end with
      * up to RC 8 without stopping the chain; a MAXRC that is not
      * a number is reported and the step runs with no allowance
       LOAD-NIGHT-PLAN.
           OPEN INPUT PLAN-FILE
           IF NOT WS-PLAN-OK
                   WITH POINTER WS-PLAN-PTR
               MOVE WS-PLAN-LABEL TO WS-SP-LABEL(WS-STEP-COUNT)
               MOVE SPACES TO WS-SP-COMMAND(WS-STEP-COUNT)
               MOVE 0 TO WS-SP-MAXRC(WS-STEP-COUNT)
               PERFORM SKIP-PLAN-SPACES
               IF WS-PLAN-PTR NOT > 250
                   AND PLAN-RECORD(WS-PLAN-PTR:6) = "MAXRC="
                   PERFORM LOAD-PLAN-MAXRC
                   PERFORM SKIP-PLAN-SPACES
               END-IF
      * a pointer past column 57 leaves fewer than 200 bytes of
      * record - a first token that long is a malformed line, so
      * leave the command empty and let the check below reject it
               END-IF
           END-IF.

      * plan lines are lined up by hand, so the label, MAXRC=n and
      * the command may be separated by any number of spaces; the
      * pointer stops on the last column at worst
       SKIP-PLAN-SPACES.
           PERFORM STEP-PLAN-PTR
               UNTIL WS-PLAN-PTR NOT < 256
                   OR PLAN-RECORD(WS-PLAN-PTR:1) NOT = SPACE.

       STEP-PLAN-PTR.
           ADD 1 TO WS-PLAN-PTR.

       LOAD-PLAN-MAXRC.
           MOVE SPACES TO WS-PLAN-MAXRC
           MOVE 0 TO WS-PLAN-MAXRC-LEN
           ADD 6 TO WS-PLAN-PTR
           UNSTRING PLAN-RECORD DELIMITED BY SPACE
               INTO WS-PLAN-MAXRC COUNT IN WS-PLAN-MAXRC-LEN
               WITH POINTER WS-PLAN-PTR
           IF WS-PLAN-MAXRC-LEN > 0 AND WS-PLAN-MAXRC-LEN < 5
               AND WS-PLAN-MAXRC(1:WS-PLAN-MAXRC-LEN) IS NUMERIC
               MOVE WS-PLAN-MAXRC(1:WS-PLAN-MAXRC-LEN)
                   TO WS-SP-MAXRC(WS-STEP-COUNT)
           ELSE
               DISPLAY "NIGHTPLAN STEP MAXRC IS NOT A NUMBER - STEP "
                   WS-PLAN-LABEL " RUNS WITH MAXRC 0"
           END-IF.

      * a restart marker left by a failed window names the step to
      * resume at; a marker past the plan's end means the plan was
      * shortened since the failure, so fall back to the top
           MOVE WS-STEP-RC TO WS-RLR-RC
           PERFORM APPEND-RUN-LOG

           IF WS-STEP-RC > WS-SP-MAXRC(WS-STEP-IDX)
               SET WS-STEP-FAILED TO TRUE
               MOVE WS-STEP-IDX TO WS-FAILED-STEP
               DISPLAY "STEP " WS-STEP-IDX " "
               PERFORM WRITE-RESTART-MARKER
               GO TO RUN-ONE-STEP-EXIT
           END-IF
           IF WS-STEP-RC > WS-HIGHEST-RC
               MOVE WS-STEP-RC TO WS-HIGHEST-RC
           END-IF
           IF WS-STEP-RC NOT = 0
               DISPLAY "STEP " WS-STEP-IDX " "
                   WS-SP-LABEL(WS-STEP-IDX) " ENDED RC " WS-STEP-RC
                   " - WITHIN MAXRC " WS-SP-MAXRC(WS-STEP-IDX)
               GO TO RUN-ONE-STEP-EXIT
           END-IF
           DISPLAY "STEP " WS-STEP-IDX " "
               WS-SP-LABEL(WS-STEP-IDX) " OK".
       RUN-ONE-STEP-EXIT.
