      *
      * MODIFICATION HISTORY
      * 2026-09-02  initial version
      * 2026-10-15  report through the RESPONSE-INFO parameter which
      *             pattern produced the answer, or that the question
      *             fell through with no answer on file, so NANOCODE
      *             can log it to NANOCODE.FEEDBACK

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 WS-BEST-LEN         PIC 9(4) COMP.
       01 WS-BEST-ANSWER      PIC X(1024).
       01 WS-BEST-PATTERN     PIC X(64).

       LINKAGE SECTION.
       01 MSG-TABLE.
               10 MSG-CONTENT PIC X(1024).
       01 MSG-COUNT       PIC 9(4).
       01 RESPONSE-TEXT   PIC X(1024).
       01 RESPONSE-INFO.
           05 RESP-OUTCOME    PIC X(1).
               88 RESP-ANSWERED  VALUE "A".
               88 RESP-NO-ANSWER VALUE "N".
           05 RESP-PATTERN    PIC X(64).

       PROCEDURE DIVISION USING MSG-TABLE MSG-COUNT RESPONSE-TEXT
               RESPONSE-INFO.
       MAIN-PROCEDURE.
           MOVE SPACES TO RESPONSE-TEXT
           MOVE SPACES TO RESPONSE-INFO
           IF MSG-COUNT = 0
               MOVE "NOTHING TO ANSWER YET" TO RESPONSE-TEXT
               GOBACK
               MOVE "KNOWLEDGE BASE NOT ON FILE - USE /teach TO ADD"
                   TO RESPONSE-TEXT
               MOVE " QUESTION/ANSWER PAIRS" TO RESPONSE-TEXT(47:)
               SET RESP-NO-ANSWER TO TRUE
               GO TO SEARCH-KNOWLEDGE-BASE-EXIT
           END-IF

           MOVE 0 TO WS-BEST-LEN
           MOVE SPACES TO WS-BEST-ANSWER
           MOVE SPACES TO WS-BEST-PATTERN
           SET KB-EOF TO FALSE
           PERFORM UNTIL KB-EOF
               READ KB-FILE NEXT RECORD

           IF WS-BEST-LEN > 0
               MOVE WS-BEST-ANSWER TO RESPONSE-TEXT
               SET RESP-ANSWERED TO TRUE
               MOVE WS-BEST-PATTERN TO RESP-PATTERN
           ELSE
               MOVE "NO ANSWER ON FILE FOR THAT - USE /teach TO ADD"
                   TO RESPONSE-TEXT
               MOVE " ONE" TO RESPONSE-TEXT(47:)
               SET RESP-NO-ANSWER TO TRUE
           END-IF.
       SEARCH-KNOWLEDGE-BASE-EXIT.
           EXIT.
               IF WS-MATCH-TALLY > 0
                   MOVE WS-PATTERN-LEN TO WS-BEST-LEN
                   MOVE KB-ANSWER TO WS-BEST-ANSWER
                   MOVE KB-PATTERN TO WS-BEST-PATTERN
               END-IF
           END-IF.

