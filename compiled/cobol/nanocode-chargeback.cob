      *             after logging, so pre-clear messages (and all of
      *             an abended session's messages up to its last
      *             CLEAR) were never billed
      * 2026-10-15  bill the count a /handoff logs (HANDOF) like a
      *             QUIT, and take the messages a receiving session
      *             inherited (its TAKEN count) off that user's
      *             messages before pricing, so each handed-off
      *             message is billed once, to the user who sent it
      * 2026-10-15  bill the count a session ended by an operator
      *             drain logs (DRAIN) like a QUIT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 WS-UT-COSTCTR    PIC X(12).
               10 WS-UT-SESSIONS   PIC 9(6).
               10 WS-UT-MESSAGES   PIC 9(8).
               10 WS-UT-CARRIED    PIC 9(8).
               10 WS-UT-FILEOPS    PIC 9(8).
               10 WS-UT-AMOUNT     PIC 9(7)V99.
               10 WS-UT-PRINTED    PIC X(1).
      * memory table, so those messages never reach the QUIT record;
      * bill them here or they are billed nowhere
               IF SLR-ACTION = "QUIT" OR SLR-ACTION = "CLEAR"
                   OR SLR-ACTION = "HANDOF" OR SLR-ACTION = "DRAIN"
                   ADD SLR-MSG-COUNT TO WS-UT-MESSAGES(WS-USER-SLOT)
               END-IF
      * a taken handoff starts with the sender's conversation in
      * its table, and those messages reach this user's QUIT count
      * too; the sender's HANDOF has already billed them
               IF SLR-ACTION = "TAKEN"
                   ADD SLR-MSG-COUNT TO WS-UT-CARRIED(WS-USER-SLOT)
               END-IF
           END-IF.

       TALLY-AUDIT-LEDGER.
           MOVE "*UNASSIGNED*" TO WS-UT-COSTCTR(WS-USER-SLOT)
           MOVE 0 TO WS-UT-SESSIONS(WS-USER-SLOT)
           MOVE 0 TO WS-UT-MESSAGES(WS-USER-SLOT)
           MOVE 0 TO WS-UT-CARRIED(WS-USER-SLOT)
           MOVE 0 TO WS-UT-FILEOPS(WS-USER-SLOT)
           MOVE 0 TO WS-UT-AMOUNT(WS-USER-SLOT)
           MOVE "N" TO WS-UT-PRINTED(WS-USER-SLOT).
           END-IF.

       PRICE-ONE-USER.
           IF WS-UT-MESSAGES(WS-USER-IDX) > WS-UT-CARRIED(WS-USER-IDX)
               SUBTRACT WS-UT-CARRIED(WS-USER-IDX)
                   FROM WS-UT-MESSAGES(WS-USER-IDX)
           ELSE
               MOVE 0 TO WS-UT-MESSAGES(WS-USER-IDX)
           END-IF
           COMPUTE WS-UT-AMOUNT(WS-USER-IDX) =
               WS-UT-SESSIONS(WS-USER-IDX) * WS-RATE-SESSION
               + WS-UT-MESSAGES(WS-USER-IDX) * WS-RATE-MESSAGE
