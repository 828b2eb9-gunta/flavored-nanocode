      * holding one leaves it behind and every later writer waits on
      * it; LIST (the default) shows each ledger's lock with the
      * holding session, user and timestamp, and CLEAR <ledger>
      * removes a stale one - ledger is SESSIONLOG, AUDIT, HISTORY,
      * OVERFLOW, VERSIONS, PENDING, FEEDBACK or HANDOFF; clear a
      * lock only after confirming its session is really gone
      *
      * MODIFICATION HISTORY
      * 2026-09-02  initial version
      * 2026-09-02  accept the verb and ledger parameters in either
      *             case, like the REPL commands
      * 2026-10-15  add the NANOCODE.VERSIONS generation store
      * 2026-10-15  add the NANOCODE.PENDING approval queue
      * 2026-10-15  add the NANOCODE.FEEDBACK answer ledger
      * 2026-10-15  add the NANOCODE.HANDOFF queue

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER          PIC X(12) VALUE "AUDIT".
           05 FILLER          PIC X(12) VALUE "HISTORY".
           05 FILLER          PIC X(12) VALUE "OVERFLOW".
           05 FILLER          PIC X(12) VALUE "VERSIONS".
           05 FILLER          PIC X(12) VALUE "PENDING".
           05 FILLER          PIC X(12) VALUE "FEEDBACK".
           05 FILLER          PIC X(12) VALUE "HANDOFF".
       01 FILLER REDEFINES WS-LEDGER-NAMES.
           05 WS-LEDGER-NAME OCCURS 8 TIMES PIC X(12).
       01 WS-LEDGER-COUNT     PIC 9(2) COMP VALUE 8.

       01 WS-CLEAR-MATCH-SW   PIC X(1) VALUE "N".
           88 WS-CLEAR-MATCHED VALUE "Y" FALSE "N".
                   DISPLAY "----------------------------------------"
                   PERFORM LIST-ONE-LOCK
                       VARYING WS-LEDGER-IDX FROM 1 BY 1
                       UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
               ELSE
                   DISPLAY "USAGE: nanocode-locks [LIST]"
                   DISPLAY "       nanocode-locks CLEAR <ledger>"
                   PERFORM SHOW-LEDGER-NAMES
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           SET WS-CLEAR-MATCHED TO FALSE
           PERFORM MATCH-CLEAR-LEDGER
               VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT OR WS-CLEAR-MATCHED
           IF NOT WS-CLEAR-MATCHED
               DISPLAY "UNKNOWN LEDGER: " WS-PARM-LEDGER
               PERFORM SHOW-LEDGER-NAMES
               MOVE 8 TO RETURN-CODE
               GO TO CLEAR-ONE-LOCK-EXIT
           END-IF
               SET WS-CLEAR-MATCHED TO TRUE
               PERFORM BUILD-LOCK-PATH
           END-IF.

       SHOW-LEDGER-NAMES.
           DISPLAY "LEDGER: SESSIONLOG AUDIT HISTORY OVERFLOW"
               " VERSIONS PENDING FEEDBACK HANDOFF".
