      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-09-01
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Proves every OUTBOUND.DAT movement was picked up by
      *>        both ACH-originated and settled);
      *>      MISSING-FROM-GL — a rail acted but the GL journal
      *>        never saw the item.
      *>    An item ONUSPAY.cob booked straight to one of our own
      *>    customers is picked up on-us; when its funding account
      *>    sits on another node SETTLE.cob still nets it, and that
      *>    SETTLE stamp is the inter-node leg of the same single
      *>    payment, not a second pickup.
      *>    Blank-bank and REVERSED items (the consumers' own skip
      *>    rules) report SKIPPED-OK, not NEVER-PICKED-UP.
      *>    Read-only.
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    OUTTRACE|ordinal|flag|rail-stamps|gl-stamps|item...
      *>    OUTTRACE-SUMMARY|OK|NEVER|DOUBLE|NOGL|SKIPPED|ONUS
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>
      *>  Change Log:
      *>    2026-09-01  AKD  Initial implementation
      *>    2026-10-15  AKD  ONUSPAY.cob recognized as a rail; its
      *>                     SETTLE.cob netting leg is not counted
      *>                     as a second pickup; on-us count added
      *>                     to the summary
      *>
      *>================================================================*

           05  WS-TR-ENTRY OCCURS 500 TIMES.
               10  WS-TR-RAILS    PIC 9(2).
               10  WS-TR-GL       PIC 9(2).
               10  WS-TR-ONUS     PIC 9(2).
               10  WS-TR-SETTLE   PIC 9(2).
       01  WS-TR-PICKUPS          PIC 9(2) VALUE 0.
       01  WS-TR-MAX              PIC 9(6) VALUE 0.
       01  WS-ORDINAL             PIC 9(6) VALUE 0.
      *>   Parsed item for the skip rules and the report line.
       01  WS-DOUBLE-COUNT        PIC 9(5) VALUE 0.
       01  WS-NOGL-COUNT          PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT          PIC 9(5) VALUE 0.
       01  WS-ONUS-COUNT          PIC 9(5) VALUE 0.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
           END-PERFORM
           DISPLAY "OUTTRACE-SUMMARY|" WS-OK-COUNT "|"
               WS-NEVER-COUNT "|" WS-DOUBLE-COUNT "|"
               WS-NOGL-COUNT "|" WS-SKIP-COUNT "|" WS-ONUS-COUNT
           DISPLAY "RESULT|00"
           STOP RUN.

           IF WS-ORDINAL > 500
               EXIT PARAGRAPH
           END-IF
      *>   An on-us item's SETTLE.cob stamp is its inter-node
      *>   netting leg — one such leg does not count as a pickup.
           MOVE WS-TR-RAILS(WS-ORDINAL) TO WS-TR-PICKUPS
           IF WS-TR-ONUS(WS-ORDINAL) > 0
               AND WS-TR-SETTLE(WS-ORDINAL) > 0
               SUBTRACT 1 FROM WS-TR-PICKUPS
           END-IF
           EVALUATE TRUE
               WHEN WS-OBP-BANK = SPACES
                   OR WS-OBP-DESC(1:8) = "REVERSED"
                   MOVE "SKIPPED-OK" TO WS-FLAG
                   ADD 1 TO WS-SKIP-COUNT
               WHEN WS-TR-PICKUPS = 0
                   MOVE "NEVER-PICKED-UP" TO WS-FLAG
                   ADD 1 TO WS-NEVER-COUNT
               WHEN WS-TR-PICKUPS > 1
                   MOVE "DOUBLE-PICKED" TO WS-FLAG
                   ADD 1 TO WS-DOUBLE-COUNT
               WHEN WS-TR-GL(WS-ORDINAL) = 0
               WHEN OTHER
                   MOVE "OK" TO WS-FLAG
                   ADD 1 TO WS-OK-COUNT
                   IF WS-TR-ONUS(WS-ORDINAL) > 0
                       ADD 1 TO WS-ONUS-COUNT
                   END-IF
           END-EVALUATE
           IF WS-FLAG NOT = "OK"
               DISPLAY "OUTTRACE|" WS-ORDINAL "|" WS-FLAG "|"
                       EXIT PERFORM
               END-READ
               IF OS-ORDINAL > 0 AND OS-ORDINAL <= 500
                   EVALUATE OS-CONSUMER
                       WHEN "GLPOST"
                           ADD 1 TO WS-TR-GL(OS-ORDINAL)
                       WHEN "ONUSPAY"
                           ADD 1 TO WS-TR-ONUS(OS-ORDINAL)
                           ADD 1 TO WS-TR-RAILS(OS-ORDINAL)
                       WHEN "SETTLE"
                           ADD 1 TO WS-TR-SETTLE(OS-ORDINAL)
                           ADD 1 TO WS-TR-RAILS(OS-ORDINAL)
                       WHEN OTHER
                           ADD 1 TO WS-TR-RAILS(OS-ORDINAL)
                   END-EVALUATE
               END-IF
           END-PERFORM.
