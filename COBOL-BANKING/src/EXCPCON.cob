      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-09-01
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    One console over the four dead-end reject files nobody
      *>    registry sees a different file). AGING surfaces items
      *>    rotting toward their return deadlines.
      *>
      *>    ACHIN.cob's filtered-debit decision queue (ACHDECQ.DAT)
      *>    merges in as source D so held items are seen with the
      *>    rest. Those are decided in ACHFILT.cob, not here —
      *>    each LOAD closes the D items ACHFILT.cob has paid,
      *>    returned or defaulted since the last one.
      *>
      *>    LOCKBOX.cob's repair queue (LBXEXCPT.DAT) merges in as
      *>    source L, one item per REPAIR| header like the wires.
      *>    RESUBMIT copies the batch lines to LBXRESUB.DAT in
      *>    LOCKBOX.DAT's own format; the lockbox desk keys the
      *>    corrections there before it is rerun through PROCESS.
      *>
      *>    INTEGCHK.cob's nightly referential integrity scan
      *>    (INTEGEXC.DAT) merges in as source I, one item per
      *>    newly reported orphan. The fix is made in the owning
      *>    master's own maintenance program, not here — each LOAD
      *>    closes the I items the last scan no longer reports
      *>    (absent from INTEGOPEN.DAT).
      *>
      *>  Operations (via command-line argument):
      *>    LOAD                      — merge new items
      *>    LIST [state]              — O open, C corrected,
      *>    REPAIR src ordinal acct   — substitute the account
      *>                                (src A/C/P; wires are
      *>                                repaired in the resub file
      *>                                by the wire desk, lockbox
      *>                                items by the lockbox desk;
      *>                                D items
      *>                                are paid or returned in
      *>                                ACHFILT.cob; I items are
      *>                                fixed on the master file)
      *>    RESUBMIT src ordinal      — stage into the source's
      *>                                resubmission file
      *>    CLOSE src ordinal         — worked outside the system
      *>
      *>  Files:
      *>    Input:        ACHEXCPT.DAT, CHKEXCPT.DAT, WIREREPR.DAT,
      *>                  PENDREJ.DAT, ACHDECQ.DAT, LBXEXCPT.DAT,
      *>                  INTEGEXC.DAT, INTEGOPEN.DAT
      *>                  (read-only; any may be absent)
      *>    Input/Output: EXCPSTAT.DAT
      *>    Output:       ACHRESUB.DAT, CHKRESUB.DAT, WIRERESUB.DAT,
      *>                  PENDRESUB.DAT, LBXRESUB.DAT (appended on
      *>                  RESUBMIT)
      *>
      *>  Copybooks:
      *>    COMCODE.cpy, ACHDEC.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    EXCP|src|ordinal|state|captured|item...
      *>
      *>  Change Log:
      *>    2026-09-01  AKD  Initial implementation
      *>    2026-10-15  AKD  Source D — ACH debit filter decision
      *>                     queue; decided items close on LOAD
      *>    2026-10-15  AKD  Source L — lockbox repair queue
      *>    2026-10-15  AKD  Source I — referential integrity
      *>                     exceptions; cleared items close on LOAD
      *>
      *>================================================================*

               ASSIGN TO "PENDREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PX-STATUS.
           SELECT DECQ-FILE
               ASSIGN TO "ACHDECQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DX-STATUS.
           SELECT LBX-FILE
               ASSIGN TO "LBXEXCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LX-STATUS.
           SELECT INTEG-FILE
               ASSIGN TO "INTEGEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-STATUS.
           SELECT INTEG-OPEN-FILE
               ASSIGN TO "INTEGOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT STAT-FILE
               ASSIGN TO "EXCPSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01  WIRE-RECORD            PIC X(100).
       FD  PENDREJ-FILE.
       01  PENDREJ-RECORD         PIC X(130).
       FD  DECQ-FILE.
       COPY "ACHDEC.cpy".
       FD  LBX-FILE.
       01  LBX-RECORD             PIC X(120).
       FD  INTEG-FILE.
       01  INTEG-RECORD           PIC X(100).
       FD  INTEG-OPEN-FILE.
       01  INTEG-OPEN-RECORD      PIC X(100).
       FD  STAT-FILE.
       01  EXCP-STATUS-RECORD.
           05  EX-SOURCE          PIC X(1).
       01  WS-CX-STATUS           PIC XX VALUE SPACES.
       01  WS-WX-STATUS           PIC XX VALUE SPACES.
       01  WS-PX-STATUS           PIC XX VALUE SPACES.
       01  WS-DX-STATUS           PIC XX VALUE SPACES.
       01  WS-LX-STATUS           PIC XX VALUE SPACES.
       01  WS-IX-STATUS           PIC XX VALUE SPACES.
       01  WS-IO-STATUS           PIC XX VALUE SPACES.
       01  WS-ST-STATUS           PIC XX VALUE SPACES.
       01  WS-RS-STATUS           PIC XX VALUE SPACES.
       01  WS-RESUB-NAME          PIC X(14) VALUE SPACES.
       01  WS-ARG-4               PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
      *>   The console queue staged in memory — one entry per
      *>   exception item across all sources.
       01  WS-EQ-TABLE.
           05  WS-EQ-ENTRY OCCURS 400 TIMES.
               10  WS-EQ-SOURCE   PIC X(1).
       01  WS-ITEM-AGE            PIC S9(5) VALUE 0.
       01  WS-AGED-COUNT          PIC 9(5) VALUE 0.
       01  WS-WIRE-COPYING        PIC X(1) VALUE 'N'.
       01  WS-LBX-COPYING         PIC X(1) VALUE 'N'.
      *>   Source D display amount for the console line.
       01  WS-DX-AMOUNT           PIC Z(9)9.99.
      *>   Source I — exceptions the last integrity scan still
      *>   reports (INTEGOPEN.DAT).
       01  WS-IO-TABLE.
           05  WS-IO-LINE         PIC X(100) OCCURS 600 TIMES.
       01  WS-IO-COUNT            PIC 9(3) VALUE 0.
       01  WS-IO-IDX              PIC 9(3) VALUE 0.
       01  WS-IO-MATCHED          PIC X(1) VALUE 'N'.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
      *> MERGE-ALL-SOURCES: New items from each source past the
      *> highest ordinal already merged. Wires count one item per
      *> REPAIR| header; the message body stays in WIREREPR.DAT
      *> for RESUBMIT to copy whole. Lockbox repair items are
      *> counted the same way in LBXEXCPT.DAT. Decision-queue items already
      *> merged are closed once ACHFILT.cob has decided them, and
      *> integrity items once INTEGCHK.cob stops reporting them.
      *> -------------------------------------------------------
       MERGE-ALL-SOURCES.
           MOVE 'A' TO WS-TARGET-SRC
                       PERFORM ADD-QUEUE-ITEM-PEND
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'D' TO WS-TARGET-SRC
           PERFORM FIND-SOURCE-MAX
           MOVE 0 TO WS-SCAN-ORD
           OPEN INPUT DECQ-FILE
           IF WS-DX-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ DECQ-FILE
                       AT END
                           CLOSE DECQ-FILE
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO WS-SCAN-ORD
                   IF WS-SCAN-ORD > WS-HAVE-MAX
                       PERFORM ADD-QUEUE-ITEM-DECQ
                   ELSE
                       IF NOT DEC-PENDING
                           PERFORM CLOSE-DECIDED-ITEM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'L' TO WS-TARGET-SRC
           PERFORM FIND-SOURCE-MAX
           MOVE 0 TO WS-SCAN-ORD
           OPEN INPUT LBX-FILE
           IF WS-LX-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ LBX-FILE
                       AT END
                           CLOSE LBX-FILE
                           EXIT PERFORM
                   END-READ
                   IF LBX-RECORD(1:7) = "REPAIR|"
                       ADD 1 TO WS-SCAN-ORD
                       IF WS-SCAN-ORD > WS-HAVE-MAX
                           PERFORM ADD-QUEUE-ITEM-LBX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'I' TO WS-TARGET-SRC
           PERFORM FIND-SOURCE-MAX
           MOVE 0 TO WS-SCAN-ORD
           OPEN INPUT INTEG-FILE
           IF WS-IX-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ INTEG-FILE
                       AT END
                           CLOSE INTEG-FILE
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO WS-SCAN-ORD
                   IF WS-SCAN-ORD > WS-HAVE-MAX
                       PERFORM ADD-QUEUE-ITEM-INTEG
                   END-IF
               END-PERFORM
               PERFORM CLOSE-CLEARED-INTEG
           END-IF.

       ADD-QUEUE-ITEM-ACH.
           MOVE WIRE-RECORD TO WS-EQ-LINE(WS-EQ-COUNT)
           MOVE 'Y' TO WS-EQ-DIRTY.

       ADD-QUEUE-ITEM-LBX.
           IF WS-EQ-COUNT >= 400
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EQ-COUNT
           ADD 1 TO WS-MERGED-COUNT
           MOVE 'L' TO WS-EQ-SOURCE(WS-EQ-COUNT)
           MOVE WS-SCAN-ORD TO WS-EQ-ORDINAL(WS-EQ-COUNT)
           MOVE WS-CURRENT-DATE TO WS-EQ-CAPTURED(WS-EQ-COUNT)
           MOVE 'O' TO WS-EQ-STATE(WS-EQ-COUNT)
           MOVE LBX-RECORD TO WS-EQ-LINE(WS-EQ-COUNT)
           MOVE 'Y' TO WS-EQ-DIRTY.

       ADD-QUEUE-ITEM-INTEG.
           IF WS-EQ-COUNT >= 400
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EQ-COUNT
           ADD 1 TO WS-MERGED-COUNT
           MOVE 'I' TO WS-EQ-SOURCE(WS-EQ-COUNT)
           MOVE WS-SCAN-ORD TO WS-EQ-ORDINAL(WS-EQ-COUNT)
           MOVE WS-CURRENT-DATE TO WS-EQ-CAPTURED(WS-EQ-COUNT)
           MOVE 'O' TO WS-EQ-STATE(WS-EQ-COUNT)
           MOVE INTEG-RECORD TO WS-EQ-LINE(WS-EQ-COUNT)
           MOVE 'Y' TO WS-EQ-DIRTY.

      *>   An integrity item is worked by fixing the master file;
      *>   once the nightly scan no longer lists it in
      *>   INTEGOPEN.DAT it is done. No INTEGOPEN.DAT means no
      *>   scan has run since the feed was written — leave the
      *>   items as they are.
       CLOSE-CLEARED-INTEG.
           MOVE 0 TO WS-IO-COUNT
           OPEN INPUT INTEG-OPEN-FILE
           IF WS-IO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ INTEG-OPEN-FILE
                   AT END
                       CLOSE INTEG-OPEN-FILE
                       EXIT PERFORM
               END-READ
               IF WS-IO-COUNT < 600
                   ADD 1 TO WS-IO-COUNT
                   MOVE INTEG-OPEN-RECORD TO WS-IO-LINE(WS-IO-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EQ-IDX FROM 1 BY 1
               UNTIL WS-EQ-IDX > WS-EQ-COUNT
               IF WS-EQ-SOURCE(WS-EQ-IDX) = 'I'
                   AND WS-EQ-STATE(WS-EQ-IDX) NOT = 'X'
                   MOVE 'N' TO WS-IO-MATCHED
                   PERFORM VARYING WS-IO-IDX FROM 1 BY 1
                       UNTIL WS-IO-IDX > WS-IO-COUNT
                       IF WS-IO-LINE(WS-IO-IDX)
                           = WS-EQ-LINE(WS-EQ-IDX)(1:100)
                           MOVE 'Y' TO WS-IO-MATCHED
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-IO-MATCHED = 'N'
                       MOVE 'X' TO WS-EQ-STATE(WS-EQ-IDX)
                       MOVE 'Y' TO WS-EQ-DIRTY
                   END-IF
               END-IF
           END-PERFORM.

       ADD-QUEUE-ITEM-PEND.
           IF WS-EQ-COUNT >= 400
               EXIT PARAGRAPH
           MOVE PENDREJ-RECORD TO WS-EQ-LINE(WS-EQ-COUNT)
           MOVE 'Y' TO WS-EQ-DIRTY.

      *>   The decision-queue record is fixed-width; the console
      *>   line is its readable summary:
      *>   ACCT|COMPANY|AMOUNT|REASON|DEADLINE|SEQ.
      *>   An item already decided when first seen goes straight
      *>   in closed.
       ADD-QUEUE-ITEM-DECQ.
           IF WS-EQ-COUNT >= 400
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EQ-COUNT
           ADD 1 TO WS-MERGED-COUNT
           MOVE 'D' TO WS-EQ-SOURCE(WS-EQ-COUNT)
           MOVE WS-SCAN-ORD TO WS-EQ-ORDINAL(WS-EQ-COUNT)
           MOVE WS-CURRENT-DATE TO WS-EQ-CAPTURED(WS-EQ-COUNT)
           IF DEC-PENDING
               MOVE 'O' TO WS-EQ-STATE(WS-EQ-COUNT)
           ELSE
               MOVE 'X' TO WS-EQ-STATE(WS-EQ-COUNT)
           END-IF
           MOVE DEC-AMOUNT TO WS-DX-AMOUNT
           MOVE SPACES TO WS-EQ-LINE(WS-EQ-COUNT)
           STRING DEC-ACCT-ID "|" FUNCTION TRIM(DEC-COMPANY-ID) "|"
               FUNCTION TRIM(WS-DX-AMOUNT) "|" DEC-REASON "|"
               DEC-DEADLINE "|" DEC-SEQ
               DELIMITED BY SIZE INTO WS-EQ-LINE(WS-EQ-COUNT)
           END-STRING
           MOVE 'Y' TO WS-EQ-DIRTY.

       CLOSE-DECIDED-ITEM.
           PERFORM VARYING WS-EQ-IDX FROM 1 BY 1
               UNTIL WS-EQ-IDX > WS-EQ-COUNT
               IF WS-EQ-SOURCE(WS-EQ-IDX) = 'D'
                   AND WS-EQ-ORDINAL(WS-EQ-IDX) = WS-SCAN-ORD
                   AND WS-EQ-STATE(WS-EQ-IDX) NOT = 'X'
                   MOVE 'X' TO WS-EQ-STATE(WS-EQ-IDX)
                   MOVE 'Y' TO WS-EQ-DIRTY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-SOURCE-MAX.
           MOVE 0 TO WS-HAVE-MAX
           PERFORM VARYING WS-EQ-IDX FROM 1 BY 1
      *> item. The ACH entry carries it at fixed columns 13-22;
      *> the pipe-delimited sources carry it as their second
      *> token. Wires are free-text SWIFT — the wire desk repairs
      *> those in the staged resubmission file itself, and the
      *> lockbox desk does the same with lockbox batches (the
      *> fix is usually an amount or MICR field, not an account).
      *> -------------------------------------------------------
       REPAIR-ITEM.
           EVALUATE WS-TARGET-SRC
               WHEN 'C'
               WHEN 'P'
                   PERFORM SPLIT-AND-SUBSTITUTE
               WHEN 'D'
                   DISPLAY "ERROR|DECIDE-IN-ACHFILT|"
                       WS-TARGET-ORD
                   DISPLAY "RESULT|99"
                   STOP RUN
               WHEN 'L'
                   DISPLAY "ERROR|REPAIR-IN-RESUB|"
                       WS-TARGET-ORD
                   DISPLAY "RESULT|99"
                   STOP RUN
               WHEN 'I'
                   DISPLAY "ERROR|FIX-ON-MASTER|"
                       WS-TARGET-ORD
                   DISPLAY "RESULT|99"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR|REPAIR-NOT-SUPPORTED|"
                       WS-TARGET-SRC
               WHEN 'W'
                   MOVE "WIRERESUB.DAT" TO WS-RESUB-NAME
                   PERFORM COPY-WIRE-BLOCK
               WHEN 'L'
                   MOVE "LBXRESUB.DAT" TO WS-RESUB-NAME
                   PERFORM COPY-LOCKBOX-BLOCK
               WHEN 'D'
                   DISPLAY "ERROR|DECIDE-IN-ACHFILT|"
                       WS-TARGET-ORD
                   DISPLAY "RESULT|99"
                   STOP RUN
               WHEN 'I'
                   DISPLAY "ERROR|FIX-ON-MASTER|"
                       WS-TARGET-ORD
                   DISPLAY "RESULT|99"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-PERFORM
           CLOSE RESUB-FILE.

      *> -------------------------------------------------------
      *> COPY-LOCKBOX-BLOCK: The lockbox item's capture lines —
      *> everything after its REPAIR| header in LBXEXCPT.DAT up
      *> to the next header — into LBXRESUB.DAT, which is then
      *> a LOCKBOX.DAT in its own right.
      *> -------------------------------------------------------
       COPY-LOCKBOX-BLOCK.
           PERFORM OPEN-RESUB
           MOVE 0 TO WS-SCAN-ORD
           MOVE 'N' TO WS-LBX-COPYING
           OPEN INPUT LBX-FILE
           IF WS-LX-STATUS NOT = '00'
               CLOSE RESUB-FILE
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ LBX-FILE
                   AT END
                       CLOSE LBX-FILE
                       EXIT PERFORM
               END-READ
               IF LBX-RECORD(1:7) = "REPAIR|"
                   ADD 1 TO WS-SCAN-ORD
                   IF WS-SCAN-ORD = WS-TARGET-ORD
                       MOVE 'Y' TO WS-LBX-COPYING
                   ELSE
                       IF WS-LBX-COPYING = 'Y'
                           CLOSE LBX-FILE
                           EXIT PERFORM
                       END-IF
                   END-IF
               ELSE
                   IF WS-LBX-COPYING = 'Y'
                       MOVE LBX-RECORD TO RESUB-RECORD
                       WRITE RESUB-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RESUB-FILE.

       OPEN-RESUB.
           OPEN EXTEND RESUB-FILE
           IF WS-RS-STATUS NOT = '00'
