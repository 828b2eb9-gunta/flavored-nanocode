      * NANOCODE hands the whole message table across and takes the
      * reply back as the ASSISTANT turn; shops stand up a real answer
      * engine by shipping a module with this same linkage in place of
      * this stub; the optional RESPONSE-INFO parameter tells NANOCODE
      * whether the question was answered (A, with the pattern or
      * rule that matched) or fell through (N) - a module that leaves
      * it blank is simply logged as having replied
      *
      * MODIFICATION HISTORY
      * 2026-08-22  initial version
      * 2026-10-15  take the RESPONSE-INFO parameter; the stub answers
      *             nothing from a pattern, so it leaves it blank

       ENVIRONMENT DIVISION.

               10 MSG-CONTENT PIC X(1024).
       01 MSG-COUNT       PIC 9(4).
       01 RESPONSE-TEXT   PIC X(1024).
       01 RESPONSE-INFO.
           05 RESP-OUTCOME    PIC X(1).
           05 RESP-PATTERN    PIC X(64).

       PROCEDURE DIVISION USING MSG-TABLE MSG-COUNT RESPONSE-TEXT
               RESPONSE-INFO.
       MAIN-PROCEDURE.
           MOVE SPACES TO RESPONSE-TEXT
           MOVE SPACES TO RESPONSE-INFO
           IF MSG-COUNT = 0
               MOVE "NOTHING TO ANSWER YET" TO RESPONSE-TEXT
               GOBACK
