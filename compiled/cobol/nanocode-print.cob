      * paginated document ready to hand over as-is: a title page,
      * page headers carrying the session id, user and date, the
      * message text wrapped and labeled USER/ASSISTANT, and a
      * closing line with the message count; a conversation passed
      * between users with /handoff is tied to its neighbors through
      * NANOCODE.HANDOFF - it opens with the session it was taken
      * from and closes with the user and session it was handed on
      * to; output goes to NANOCODE.PRINT.<session id> or
      * NANOCODE.PRINT.<user>.<date>
      *
      * MODIFICATION HISTORY
      * 2026-09-02  initial version
      * 2026-09-02  show the file status when NANOCODE.HISTORY will
      *             not open, rather than calling it absent
      * 2026-10-15  chain handed-off conversations: look each session
      *             up in NANOCODE.HANDOFF and print where it was
      *             taken from and whom it was handed on to

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HANDOFF-FILE ASSIGN TO WS-HANDOFF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-SESSION-ID
               ALTERNATE RECORD KEY IS HO-TO-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HO-TAKEN-SESSION
                   WITH DUPLICATES
               FILE STATUS IS WS-HANDOFF-STATUS.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           05 HIST-ROLE        PIC X(16).
           05 HIST-CONTENT     PIC X(1024).

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

       FD PRINT-FILE.
       01 PRINT-RECORD PIC X(80).

           88 WS-HISTORY-OK VALUE "00".
           88 WS-HISTORY-MISSING VALUE "35".
       01 WS-PRINT-STATUS     PIC X(2).
       01 WS-HANDOFF-STATUS   PIC X(2).
           88 WS-HANDOFF-OK VALUE "00".
       01 WS-HANDOFF-OPEN-SW  PIC X(1) VALUE "N".
           88 WS-HANDOFF-OPEN VALUE "Y" FALSE "N".
       01 WS-HANDOFF-PATH     PIC X(128).
       01 WS-CONFIG-STATUS    PIC X(2).
           88 WS-CONFIG-FOUND VALUE "00".
       01 WS-CONFIG-KEY       PIC X(16).
       01 WS-CUR-USER         PIC X(8).
       01 WS-CUR-DATE         PIC X(8).

      * the current conversation's neighbors in a handoff chain
       01 WS-LINK-PARENT      PIC X(16).
       01 WS-LINK-PARENT-USER PIC X(8).
       01 WS-LINK-TO-USER     PIC X(8).
       01 WS-LINK-CHILD       PIC X(16).

       01 WS-MSG-COUNT        PIC 9(6) VALUE 0.
       01 WS-SESSION-COUNT    PIC 9(4) VALUE 0.

           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.HISTORY" DELIMITED BY SIZE
               INTO WS-HISTORY-PATH
           MOVE SPACES TO WS-HANDOFF-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
               "NANOCODE.HANDOFF" DELIMITED BY SIZE
               INTO WS-HANDOFF-PATH
           PERFORM BUILD-PRINT-PATH

           OPEN INPUT HISTORY-FILE
               STOP RUN
           END-IF

      * no handoff queue simply means no conversation was ever
      * handed off, so the print goes ahead without the links
           OPEN INPUT HANDOFF-FILE
           IF WS-HANDOFF-OK
               SET WS-HANDOFF-OPEN TO TRUE
           END-IF

           OPEN OUTPUT PRINT-FILE
           PERFORM WRITE-TITLE-PAGE

               PERFORM PRINT-USER-DATE THRU PRINT-USER-DATE-EXIT
           END-IF

           IF WS-SESSION-COUNT > 0
               PERFORM WRITE-HANDED-ON-LINE
           END-IF
           PERFORM WRITE-CLOSING-LINE
           CLOSE PRINT-FILE
           CLOSE HISTORY-FILE
           IF WS-HANDOFF-OPEN
               CLOSE HANDOFF-FILE
           END-IF

           IF WS-MSG-COUNT = 0
               DISPLAY "NO CONVERSATION FOUND FOR THAT REQUEST"

       PRINT-ONE-MESSAGE.
           IF HIST-SESSION-ID NOT = WS-CUR-SESSION
               IF WS-SESSION-COUNT > 0
                   PERFORM WRITE-HANDED-ON-LINE
               END-IF
               MOVE HIST-SESSION-ID TO WS-CUR-SESSION
               MOVE HIST-USER TO WS-CUR-USER
               MOVE HIST-DATE TO WS-CUR-DATE
      * force a fresh page so each conversation starts under its
      * own session header
               MOVE 99 TO WS-LINE-COUNT
               PERFORM LOOKUP-HANDOFF-LINKS
               PERFORM WRITE-TAKEN-FROM-LINE
           END-IF
           ADD 1 TO WS-MSG-COUNT

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE.

      * the session this one was taken from is found through the
      * taken-session alternate key; where it went next is the
      * session's own HANDOFF record, if it has one
       LOOKUP-HANDOFF-LINKS.
           MOVE SPACES TO WS-LINK-PARENT
           MOVE SPACES TO WS-LINK-PARENT-USER
           MOVE SPACES TO WS-LINK-TO-USER
           MOVE SPACES TO WS-LINK-CHILD
           IF WS-HANDOFF-OPEN
               MOVE WS-CUR-SESSION TO HO-TAKEN-SESSION
               START HANDOFF-FILE KEY = HO-TAKEN-SESSION
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ HANDOFF-FILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               MOVE HO-SESSION-ID TO WS-LINK-PARENT
                               MOVE HO-FROM-USER
                                   TO WS-LINK-PARENT-USER
                       END-READ
               END-START
               MOVE WS-CUR-SESSION TO HO-SESSION-ID
               READ HANDOFF-FILE KEY IS HO-SESSION-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE HO-TO-USER TO WS-LINK-TO-USER
                       MOVE HO-TAKEN-SESSION TO WS-LINK-CHILD
               END-READ
           END-IF.

       WRITE-TAKEN-FROM-LINE.
           IF WS-LINK-PARENT NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "(CONTINUED FROM SESSION " DELIMITED BY SIZE
                   WS-LINK-PARENT DELIMITED BY SIZE
                   ", HANDED OFF BY " DELIMITED BY SIZE
                   WS-LINK-PARENT-USER DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.

       WRITE-HANDED-ON-LINE.
           IF WS-LINK-TO-USER NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-LINK-CHILD = SPACES
                   STRING "(HANDED OFF TO " DELIMITED BY SIZE
                       WS-LINK-TO-USER DELIMITED BY SPACE
                       " - NOT YET TAKEN)" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               ELSE
                   STRING "(HANDED OFF TO " DELIMITED BY SIZE
                       WS-LINK-TO-USER DELIMITED BY SPACE
                       " - CONTINUED IN SESSION " DELIMITED BY SIZE
                       WS-LINK-CHILD DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               END-IF
               PERFORM WRITE-PRINT-LINE
           END-IF.

       PRINT-CONTENT-CHUNK.
           COMPUTE WS-CHUNK-LEN =
               WS-CONTENT-LEN - WS-CONTENT-PTR + 1
