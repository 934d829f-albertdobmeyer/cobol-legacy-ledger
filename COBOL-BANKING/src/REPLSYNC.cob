      *>================================================================*
      *>  Program:     REPLSYNC.cob
      *>  System:      LEGACY LEDGER — Standby Node Replication
      *>  Node:        CLEARING (run from the clearing node's data
      *>               directory; reads every node's directory
      *>               alongside it and writes the standby tree
      *>               ../STANDBY beside them)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    BACKUP.cob's generations are taken once a night; a node
      *>    whose data directory is lost mid-day loses every posting
      *>    since. This program keeps a warm standby copy of each
      *>    node under ../STANDBY/<node>/ (provisioned by operations
      *>    on separate storage — this program never creates a
      *>    directory) and proves it.
      *>
      *>    SHIP reads each node's TRANSACT.DAT from just after the
      *>    last record shipped (found again by its TRANS-ID, date
      *>    and time, so an ARCHIVE.cob trim does not lose the
      *>    place), verifies every chained record against the hash
      *>    chain carried over from the last SHIP, and appends the
      *>    new records to the node's standby journal. A break in
      *>    the chain stops the node's shipping at the break — a
      *>    tampered ledger is never copied over a good standby. It
      *>    then checksums each replicated master file and ships a
      *>    whole image of any that changed since the last image
      *>    shipped. APPLY reads the journal in the standby
      *>    directory, appends the ledger records to the standby
      *>    TRANSACT.DAT and replaces a standby master only with an
      *>    image that arrived whole and checks to its trailer; the
      *>    journal is then emptied. Units already applied are
      *>    passed over, so a rerun never applies anything twice.
      *>
      *>    LAG reports, per node and per file, the last journal
      *>    unit and ledger sequence shipped and applied, when, how
      *>    many units are shipped but not applied, and how much of
      *>    the primary has not been shipped yet. READY proves each
      *>    standby against its primary — every account's balance,
      *>    the ledger chain tip (sequence and chain value), an
      *>    unbroken chain on the standby, and each replicated
      *>    master's checksum — and appends the figures and verdict
      *>    to REPLEVID.DAT, the business-continuity exam evidence.
      *>    RESEED clears a node's replication state and empties its
      *>    standby ledger and journal, so the next SHIP/APPLY
      *>    rebuilds the standby from the start; it is the way back
      *>    from a node flagged RESEED-NEEDED.
      *>
      *>    Replicated masters: ACCOUNTS, ACCTVERS, CUSTOMER,
      *>    CUSTXREF, LOANS, HOLDS, SIGNERS, STOPPAY, STANDING,
      *>    ACCTLIMIT, BUSDATE, GLCHART and OPERATORS (.DAT). GL
      *>    journals are rebuilt from the ledger by GLPOST.cob and
      *>    are not shipped.
      *>
      *>  Operations (via command-line argument):
      *>    REPLSYNC SHIP [node]    — ship new ledger records and
      *>                              changed masters to the journal
      *>    REPLSYNC APPLY [node]   — apply the journal to the standby
      *>    REPLSYNC LAG [node]     — shipped/applied lag report
      *>    REPLSYNC READY [node]   — prove the standby, log evidence
      *>    REPLSYNC RESEED node    — reset a node's standby
      *>    With no node, every node in COMCODE.cpy order.
      *>
      *>  Files:
      *>    Input:  ../<node>/TRANSACT.DAT and the masters above
      *>            ../STANDBY/<node>/REPLJRNL.DAT (APPLY)
      *>    Input/Output:
      *>            ../STANDBY/REPLCTL.DAT (rewritten by SHIP, APPLY
      *>            and RESEED)
      *>    Output: ../STANDBY/<node>/REPLJRNL.DAT (SHIP, appended;
      *>            emptied by APPLY and RESEED)
      *>            ../STANDBY/<node>/TRANSACT.DAT (APPLY, appended)
      *>            ../STANDBY/<node>/<master> (APPLY, replaced)
      *>            ../STANDBY/<node>/REPLSTAG.DAT (APPLY staging)
      *>            ../STANDBY/REPLEVID.DAT (READY, appended)
      *>
      *>  Copybooks:
      *>    REPLCTL.cpy, REPLJRNL.cpy, REPLEVID.cpy, TRANSREC.cpy,
      *>    ACCTREC.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    REPL-SHIP|node|records|images|ship-seq|OK-or-CHAIN-
      *>        BROKEN-or-RESEED-NEEDED-or-NO-LEDGER-or-NO-STANDBY-DIR
      *>    REPL-CHAIN-BROKEN|node|trans-id|SEQ-or-VAL|found|expected
      *>    REPL-RESEED-NEEDED|node|last-trans-id-shipped
      *>    REPL-APPLY|node|records|images|bad-images|apply-seq|
      *>        OK-or-NO-JOURNAL
      *>    REPL-IMAGE-BAD|node|file|ship-no        (not installed)
      *>    REPL-IMAGE-INCOMPLETE|node|file|ship-no (not installed)
      *>    REPL-LAG|node|file|ship-no|ship-seq|ship-date|ship-time|
      *>        apply-no|apply-seq|apply-date|apply-time|pending|
      *>        unshipped|OK-or-LAGGING-or-CHAIN-BROKEN-or-RESEED-
      *>        NEEDED
      *>    REPL-LAG|node|NOT-REPLICATED
      *>    REPL-ACCT-DIFF|node|acct|primary|standby|MISMATCH-or-
      *>        MISSING-or-EXTRA
      *>    REPL-MASTER-STALE|node|file
      *>    REPL-READY|node|accounts|matched|mismatched|primary-tip|
      *>        standby-tip|tip-match|chain-ok|stale-masters|
      *>        unshipped|READY-or-NOT-READY|reason
      *>    REPL-READY-SUMMARY|nodes|ready|not-ready
      *>    REPL-RESEED|node|control-rows-cleared
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Completed; every node shipped/applied/ready
      *>    RESULT|01 — Completed with a node not ready, a chain
      *>                break, a reseed needed, a bad image, or no
      *>                standby directory
      *>    RESULT|99 — Bad operation or node, or file I/O error on
      *>                the control or evidence file
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLSYNC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE
               ASSIGN TO DYNAMIC WS-RC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.
           SELECT EVIDENCE-FILE
               ASSIGN TO DYNAMIC WS-EV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EV-STATUS.
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-TX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-AC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO DYNAMIC WS-MS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-STATUS.
           SELECT STAGE-FILE
               ASSIGN TO DYNAMIC WS-SG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       COPY "REPLCTL.cpy".
       FD  JOURNAL-FILE.
       COPY "REPLJRNL.cpy".
       FD  EVIDENCE-FILE.
       COPY "REPLEVID.cpy".
       FD  LEDGER-FILE.
       COPY "TRANSREC.cpy".
       FD  ACCOUNT-FILE.
       COPY "ACCTREC.cpy".
       FD  MASTER-FILE.
       01  MASTER-LINE            PIC X(200).
       FD  STAGE-FILE.
       01  STAGE-LINE             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-RC-STATUS           PIC XX VALUE SPACES.
       01  WS-JR-STATUS           PIC XX VALUE SPACES.
       01  WS-EV-STATUS           PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-AC-STATUS           PIC XX VALUE SPACES.
       01  WS-MS-STATUS           PIC XX VALUE SPACES.
       01  WS-SG-STATUS           PIC XX VALUE SPACES.
       01  WS-RC-NAME             PIC X(60) VALUE SPACES.
       01  WS-JR-NAME             PIC X(60) VALUE SPACES.
       01  WS-EV-NAME             PIC X(60) VALUE SPACES.
       01  WS-TX-NAME             PIC X(60) VALUE SPACES.
       01  WS-AC-NAME             PIC X(60) VALUE SPACES.
       01  WS-MS-NAME             PIC X(60) VALUE SPACES.
       01  WS-SG-NAME             PIC X(60) VALUE SPACES.
      *>   Every node's data directory sits beside this one; the
      *>   standby tree sits beside them.
       01  WS-NODE-ROOT           PIC X(3) VALUE "../".
       01  WS-STANDBY-ROOT        PIC X(11) VALUE "../STANDBY/".
       01  WS-BLD-FILE            PIC X(14) VALUE SPACES.
       01  WS-BLD-NAME            PIC X(60) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(40) VALUE SPACES.
       01  WS-OPERATION           PIC X(8) VALUE SPACES.
       01  WS-IN-NODE             PIC X(8) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-ANY-PROBLEM         PIC X(1) VALUE 'N'.

       01  WS-ND-TABLE.
           05  WS-ND-ENTRY OCCURS 6 TIMES.
               10  WS-ND-ID       PIC X(8).
       01  WS-ND-IDX              PIC 9(1) VALUE 0.
       01  WS-ND-DONE             PIC 9(1) VALUE 0.
       01  WS-ND-KNOWN            PIC X(1) VALUE 'N'.

      *>   The replicated masters. TRANSACT.DAT travels record by
      *>   record and is not in this list.
       01  WS-MASTER-LIST-VALUES.
           05  FILLER             PIC X(14) VALUE "ACCOUNTS.DAT".
           05  FILLER             PIC X(14) VALUE "ACCTVERS.DAT".
           05  FILLER             PIC X(14) VALUE "CUSTOMER.DAT".
           05  FILLER             PIC X(14) VALUE "CUSTXREF.DAT".
           05  FILLER             PIC X(14) VALUE "LOANS.DAT".
           05  FILLER             PIC X(14) VALUE "HOLDS.DAT".
           05  FILLER             PIC X(14) VALUE "SIGNERS.DAT".
           05  FILLER             PIC X(14) VALUE "STOPPAY.DAT".
           05  FILLER             PIC X(14) VALUE "STANDING.DAT".
           05  FILLER             PIC X(14) VALUE "ACCTLIMIT.DAT".
           05  FILLER             PIC X(14) VALUE "BUSDATE.DAT".
           05  FILLER             PIC X(14) VALUE "GLCHART.DAT".
           05  FILLER             PIC X(14) VALUE "OPERATORS.DAT".
       01  WS-MASTER-LIST REDEFINES WS-MASTER-LIST-VALUES.
           05  WS-MASTER-FILE     PIC X(14) OCCURS 13 TIMES.
       01  WS-MASTER-COUNT        PIC 9(2) VALUE 13.
       01  WS-MS-IDX              PIC 9(2) VALUE 0.
       01  WS-LEDGER-FILE         PIC X(14) VALUE "TRANSACT.DAT".

      *>   REPLCTL.DAT in memory, one REPL-CONTROL-RECORD image per
      *>   row. A row is worked on in the FD record area — see
      *>   FETCH-CONTROL-ROW / STORE-CONTROL-ROW.
       01  WS-RC-TABLE.
           05  WS-RC-ROW          PIC X(150) OCCURS 120 TIMES.
       01  WS-RC-COUNT            PIC 9(3) VALUE 0.
       01  WS-RC-IDX              PIC 9(3) VALUE 0.
       01  WS-RC-SCAN             PIC 9(3) VALUE 0.
       01  WS-RC-KEEP             PIC 9(3) VALUE 0.
       01  WS-RC-CLEARED          PIC 9(3) VALUE 0.
       01  WS-FIND-NODE           PIC X(8) VALUE SPACES.
       01  WS-FIND-FILE           PIC X(14) VALUE SPACES.
       01  WS-FIND-ADD            PIC X(1) VALUE 'N'.
       01  WS-LAG-IDX             PIC 9(3) VALUE 0.
       01  WS-LAG-ROWS            PIC 9(3) VALUE 0.
       01  WS-LAG-PENDING         PIC 9(9) VALUE 0.
       01  WS-LAG-UNSHIPPED       PIC 9(9) VALUE 0.

      *>   Primary ledger pass — SCAN-PRIMARY-LEDGER. Mode 'S'
      *>   ships; mode 'C' only counts what SHIP would ship.
       01  WS-SCAN-MODE           PIC X(1) VALUE 'S'.
       01  WS-SCAN-FOUND          PIC X(1) VALUE 'N'.
       01  WS-SCAN-OPEN           PIC X(1) VALUE 'N'.
       01  WS-SCAN-POS            PIC 9(9) VALUE 0.
       01  WS-SCAN-SHIPPED        PIC 9(9) VALUE 0.
       01  WS-SCAN-STATE          PIC X(16) VALUE SPACES.
      *>   Hash chain — the fold documented in TRANSREC.cpy, as
      *>   RECONCILE.cob's VERIFY-LEDGER-CHAIN walks it.
       01  WS-CHAIN-PREV-SEQ      PIC 9(9) VALUE 0.
       01  WS-CHAIN-PREV-VAL      PIC 9(9) VALUE 0.
       01  WS-CHAIN-EXPECT        PIC 9(9) VALUE 0.
       01  WS-CHAIN-BROKEN        PIC X(1) VALUE 'N'.
       01  WS-CHAIN-BREAK-AT      PIC X(3) VALUE SPACES.

      *>   Master image checksum — FOLD-CHECKSUM-LINE.
       01  WS-CK-LINE             PIC X(200) VALUE SPACES.
       01  WS-CK-POS              PIC 9(3) VALUE 0.
       01  WS-CK-SUM              PIC 9(9) VALUE 0.
       01  WS-CK-LINES            PIC 9(9) VALUE 0.
       01  WS-CK-PRESENT          PIC X(1) VALUE 'N'.
       01  WS-CK-MODULUS          PIC 9(9) VALUE 999999937.
       01  WS-PRI-SUM             PIC 9(9) VALUE 0.
       01  WS-PRI-LINES           PIC 9(9) VALUE 0.
       01  WS-PRI-PRESENT         PIC X(1) VALUE 'N'.

      *>   APPLY working fields.
       01  WS-LED-ROW             PIC 9(3) VALUE 0.
       01  WS-IMG-ROW             PIC 9(3) VALUE 0.
       01  WS-IMG-ACTIVE          PIC X(1) VALUE 'N'.
       01  WS-IMG-FILE            PIC X(14) VALUE SPACES.
       01  WS-IMG-SHIP-NO         PIC 9(9) VALUE 0.

      *>   Per-node and run counters.
       01  WS-NODE-RECORDS        PIC 9(9) VALUE 0.
       01  WS-NODE-IMAGES         PIC 9(5) VALUE 0.
       01  WS-NODE-BAD            PIC 9(5) VALUE 0.
       01  WS-NODE-TIP            PIC 9(9) VALUE 0.
       01  WS-TOT-RECORDS         PIC 9(9) VALUE 0.
       01  WS-TOT-IMAGES          PIC 9(5) VALUE 0.

      *>   READY — the primary's accounts, then the proof figures.
       01  WS-PA-TABLE.
           05  WS-PA-ENTRY OCCURS 1000 TIMES.
               10  WS-PA-ID       PIC X(10).
               10  WS-PA-BAL      PIC S9(10)V99.
               10  WS-PA-SEEN     PIC X(1).
       01  WS-PA-COUNT            PIC 9(4) VALUE 0.
       01  WS-PA-IDX              PIC 9(4) VALUE 0.
       01  WS-PA-FOUND            PIC 9(4) VALUE 0.
       01  WS-PA-OVERFLOW         PIC X(1) VALUE 'N'.
       01  WS-RD-MATCHED          PIC 9(5) VALUE 0.
       01  WS-RD-MISMATCHED       PIC 9(5) VALUE 0.
       01  WS-RD-PRI-TIP-SEQ      PIC 9(9) VALUE 0.
       01  WS-RD-PRI-TIP-VAL      PIC 9(9) VALUE 0.
       01  WS-RD-SBY-TIP-SEQ      PIC 9(9) VALUE 0.
       01  WS-RD-SBY-TIP-VAL      PIC 9(9) VALUE 0.
       01  WS-RD-TIP-MATCH        PIC X(1) VALUE 'N'.
       01  WS-RD-CHAIN-OK         PIC X(1) VALUE 'Y'.
       01  WS-RD-STALE            PIC 9(3) VALUE 0.
       01  WS-RD-UNSHIPPED        PIC 9(9) VALUE 0.
       01  WS-RD-REASON           PIC X(20) VALUE SPACES.
       01  WS-RD-VERDICT          PIC X(9) VALUE SPACES.
       01  WS-RD-NODES            PIC 9(1) VALUE 0.
       01  WS-RD-READY            PIC 9(1) VALUE 0.
       01  WS-RD-NOT-READY        PIC 9(1) VALUE 0.
       01  WS-RD-SBY-BAL          PIC S9(10)V99 VALUE 0.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-NODE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           PERFORM INIT-NODES
           IF WS-IN-NODE NOT = SPACES AND WS-ND-KNOWN = 'N'
               DISPLAY "ERROR|UNKNOWN-NODE|" FUNCTION TRIM(WS-IN-NODE)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RC-NAME
           STRING WS-STANDBY-ROOT DELIMITED BY SPACE
               "REPLCTL.DAT" DELIMITED BY SIZE
               INTO WS-RC-NAME
           END-STRING
           MOVE SPACES TO WS-EV-NAME
           STRING WS-STANDBY-ROOT DELIMITED BY SPACE
               "REPLEVID.DAT" DELIMITED BY SIZE
               INTO WS-EV-NAME
           END-STRING
           PERFORM LOAD-CONTROL-FILE

           EVALUATE WS-OPERATION
               WHEN "SHIP"
                   PERFORM VARYING WS-ND-IDX FROM 1 BY 1
                       UNTIL WS-ND-IDX > 6
                       IF WS-IN-NODE = SPACES
                           OR WS-IN-NODE = WS-ND-ID(WS-ND-IDX)
                           PERFORM SHIP-NODE
                       END-IF
                   END-PERFORM
                   DISPLAY "REPL-SHIP-SUMMARY|" WS-ND-DONE
                       "|" WS-TOT-RECORDS "|" WS-TOT-IMAGES
               WHEN "APPLY"
                   PERFORM VARYING WS-ND-IDX FROM 1 BY 1
                       UNTIL WS-ND-IDX > 6
                       IF WS-IN-NODE = SPACES
                           OR WS-IN-NODE = WS-ND-ID(WS-ND-IDX)
                           PERFORM APPLY-NODE
                       END-IF
                   END-PERFORM
                   DISPLAY "REPL-APPLY-SUMMARY|" WS-ND-DONE
                       "|" WS-TOT-RECORDS "|" WS-TOT-IMAGES
               WHEN "LAG"
                   PERFORM VARYING WS-ND-IDX FROM 1 BY 1
                       UNTIL WS-ND-IDX > 6
                       IF WS-IN-NODE = SPACES
                           OR WS-IN-NODE = WS-ND-ID(WS-ND-IDX)
                           PERFORM REPORT-NODE-LAG
                       END-IF
                   END-PERFORM
               WHEN "READY"
                   PERFORM OPEN-EVIDENCE-FILE
                   PERFORM VARYING WS-ND-IDX FROM 1 BY 1
                       UNTIL WS-ND-IDX > 6
                       IF WS-IN-NODE = SPACES
                           OR WS-IN-NODE = WS-ND-ID(WS-ND-IDX)
                           PERFORM PROVE-NODE-READY
                       END-IF
                   END-PERFORM
                   CLOSE EVIDENCE-FILE
                   DISPLAY "REPL-READY-SUMMARY|" WS-RD-NODES
                       "|" WS-RD-READY "|" WS-RD-NOT-READY
               WHEN "RESEED"
                   IF WS-IN-NODE = SPACES
                       DISPLAY "ERROR|NODE-REQUIRED"
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   PERFORM VARYING WS-ND-IDX FROM 1 BY 1
                       UNTIL WS-ND-IDX > 6
                       IF WS-IN-NODE = WS-ND-ID(WS-ND-IDX)
                           PERFORM RESEED-NODE
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "ERROR|UNKNOWN-OPERATION|"
                       FUNCTION TRIM(WS-OPERATION)
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-EVALUATE

           IF WS-ANY-PROBLEM = 'Y'
               DISPLAY "RESULT|01"
           ELSE
               DISPLAY "RESULT|00"
           END-IF
           STOP RUN.

       INIT-NODES.
           MOVE BANK-FIRST-NATL TO WS-ND-ID(1)
           MOVE BANK-COMM-TRUST TO WS-ND-ID(2)
           MOVE BANK-PAC-SVGS   TO WS-ND-ID(3)
           MOVE BANK-HRTG-FED   TO WS-ND-ID(4)
           MOVE BANK-METRO-CU   TO WS-ND-ID(5)
           MOVE BANK-CLEARING   TO WS-ND-ID(6)
           MOVE 'N' TO WS-ND-KNOWN
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
               UNTIL WS-ND-IDX > 6
               IF WS-IN-NODE = WS-ND-ID(WS-ND-IDX)
                   MOVE 'Y' TO WS-ND-KNOWN
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> BUILD-PRIMARY-NAME / BUILD-STANDBY-NAME: WS-BLD-FILE for
      *> the current node -> WS-BLD-NAME.
      *> -------------------------------------------------------
       BUILD-PRIMARY-NAME.
           MOVE SPACES TO WS-BLD-NAME
           STRING WS-NODE-ROOT DELIMITED BY SPACE
               WS-ND-ID(WS-ND-IDX) DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-BLD-FILE DELIMITED BY SPACE
               INTO WS-BLD-NAME
           END-STRING.

       BUILD-STANDBY-NAME.
           MOVE SPACES TO WS-BLD-NAME
           STRING WS-STANDBY-ROOT DELIMITED BY SPACE
               WS-ND-ID(WS-ND-IDX) DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-BLD-FILE DELIMITED BY SPACE
               INTO WS-BLD-NAME
           END-STRING.

      *> -------------------------------------------------------
      *> LOAD-CONTROL-FILE / SAVE-CONTROL-FILE: REPLCTL.DAT is
      *> held in WS-RC-TABLE for the run and rewritten whole
      *> after each node a SHIP, APPLY or RESEED touches, so a
      *> run that dies part way keeps the nodes it finished.
      *> -------------------------------------------------------
       LOAD-CONTROL-FILE.
           MOVE 0 TO WS-RC-COUNT
           OPEN INPUT CONTROL-FILE
           IF WS-RC-STATUS NOT = '00'
               DISPLAY "NOTE|NO-REPLCTL-FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CONTROL-FILE
                   AT END
                       CLOSE CONTROL-FILE
                       EXIT PERFORM
               END-READ
               IF WS-RC-COUNT < 120
                   ADD 1 TO WS-RC-COUNT
                   MOVE REPL-CONTROL-RECORD TO WS-RC-ROW(WS-RC-COUNT)
               END-IF
           END-PERFORM.

       SAVE-CONTROL-FILE.
           OPEN OUTPUT CONTROL-FILE
           IF WS-RC-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-RC-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-RC-SCAN FROM 1 BY 1
               UNTIL WS-RC-SCAN > WS-RC-COUNT
               MOVE WS-RC-ROW(WS-RC-SCAN) TO REPL-CONTROL-RECORD
               WRITE REPL-CONTROL-RECORD
           END-PERFORM
           CLOSE CONTROL-FILE.

       FETCH-CONTROL-ROW.
           MOVE WS-RC-ROW(WS-RC-IDX) TO REPL-CONTROL-RECORD.

       STORE-CONTROL-ROW.
           MOVE REPL-CONTROL-RECORD TO WS-RC-ROW(WS-RC-IDX).

      *> -------------------------------------------------------
      *> FIND-CONTROL-ROW: WS-FIND-NODE + WS-FIND-FILE -> the row
      *> in REPL-CONTROL-RECORD and its index in WS-RC-IDX. A row
      *> not on file is started fresh — added to the table when
      *> WS-FIND-ADD is 'Y', otherwise left in the record area
      *> only (WS-RC-IDX zero), so a report never creates one.
      *> -------------------------------------------------------
       FIND-CONTROL-ROW.
           MOVE 0 TO WS-RC-IDX
           PERFORM VARYING WS-RC-SCAN FROM 1 BY 1
               UNTIL WS-RC-SCAN > WS-RC-COUNT
               MOVE WS-RC-ROW(WS-RC-SCAN) TO REPL-CONTROL-RECORD
               IF RC-NODE = WS-FIND-NODE AND RC-FILE = WS-FIND-FILE
                   MOVE WS-RC-SCAN TO WS-RC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RC-IDX > 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPL-CONTROL-RECORD
           MOVE 0 TO RC-PRI-POS
           MOVE 0 TO RC-LAST-DATE
           MOVE 0 TO RC-LAST-TIME
           MOVE 0 TO RC-SHIP-NO
           MOVE 0 TO RC-SHIP-SEQ
           MOVE 0 TO RC-SHIP-CHAIN
           MOVE 0 TO RC-SHIP-SUM
           MOVE 0 TO RC-SHIP-DATE
           MOVE 0 TO RC-SHIP-TIME
           MOVE 0 TO RC-APPLY-NO
           MOVE 0 TO RC-APPLY-SEQ
           MOVE 0 TO RC-APPLY-SUM
           MOVE 0 TO RC-APPLY-DATE
           MOVE 0 TO RC-APPLY-TIME
           MOVE WS-FIND-NODE TO RC-NODE
           MOVE WS-FIND-FILE TO RC-FILE
           MOVE 'O' TO RC-STATE
           IF WS-FIND-ADD = 'Y' AND WS-RC-COUNT < 120
               ADD 1 TO WS-RC-COUNT
               MOVE WS-RC-COUNT TO WS-RC-IDX
               PERFORM STORE-CONTROL-ROW
           END-IF.

      *> ═══════════════════════════════════════════════════════════
      *> SHIP
      *> ═══════════════════════════════════════════════════════════
       SHIP-NODE.
           MOVE 0 TO WS-NODE-RECORDS
           MOVE 0 TO WS-NODE-IMAGES
           MOVE "REPLJRNL.DAT" TO WS-BLD-FILE
           PERFORM BUILD-STANDBY-NAME
           MOVE WS-BLD-NAME TO WS-JR-NAME
           OPEN EXTEND JOURNAL-FILE
           IF WS-JR-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JR-STATUS NOT = '00'
               DISPLAY "REPL-SHIP|" FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
                   "|0|0|0|NO-STANDBY-DIR"
               MOVE 'Y' TO WS-ANY-PROBLEM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ND-DONE

           MOVE 'S' TO WS-SCAN-MODE
           PERFORM SCAN-PRIMARY-LEDGER
           MOVE WS-SCAN-SHIPPED TO WS-NODE-RECORDS
           MOVE RC-SHIP-SEQ TO WS-NODE-TIP

      *>   Masters are not shipped past a broken chain either —
      *>   balances built on a ledger that does not verify are no
      *>   better than the ledger.
           IF WS-SCAN-STATE NOT = "CHAIN-BROKEN"
               PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MASTER-COUNT
                   PERFORM SHIP-ONE-MASTER
               END-PERFORM
           END-IF
           CLOSE JOURNAL-FILE
           PERFORM SAVE-CONTROL-FILE

           ADD WS-NODE-RECORDS TO WS-TOT-RECORDS
           ADD WS-NODE-IMAGES TO WS-TOT-IMAGES
           DISPLAY "REPL-SHIP|" FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
               "|" WS-NODE-RECORDS "|" WS-NODE-IMAGES
               "|" WS-NODE-TIP
               "|" FUNCTION TRIM(WS-SCAN-STATE).

      *> -------------------------------------------------------
      *> SCAN-PRIMARY-LEDGER: One pass over the node's primary
      *> TRANSACT.DAT. Nothing is shipped until the record the
      *> last SHIP ended on has gone by (none shipped yet: from
      *> the first record). From there each chained record must
      *> fold from the last one shipped; the first that does not
      *> ends the pass — mode 'S' flags the row 'B' and ships
      *> nothing past it. A ledger that never shows the record
      *> the last SHIP ended on has been replaced or trimmed
      *> past it; the row is flagged 'R' and nothing is shipped.
      *> Mode 'C' runs the same pass and only counts.
      *> -------------------------------------------------------
       SCAN-PRIMARY-LEDGER.
           MOVE WS-ND-ID(WS-ND-IDX) TO WS-FIND-NODE
           MOVE WS-LEDGER-FILE TO WS-FIND-FILE
           IF WS-SCAN-MODE = 'S'
               MOVE 'Y' TO WS-FIND-ADD
           ELSE
               MOVE 'N' TO WS-FIND-ADD
           END-IF
           PERFORM FIND-CONTROL-ROW
           MOVE 0 TO WS-SCAN-POS
           MOVE 0 TO WS-SCAN-SHIPPED
           MOVE 'N' TO WS-CHAIN-BROKEN
           MOVE RC-SHIP-SEQ TO WS-CHAIN-PREV-SEQ
           MOVE RC-SHIP-CHAIN TO WS-CHAIN-PREV-VAL
           IF RC-SHIP-NO > 0 AND RC-LAST-ID NOT = SPACES
               MOVE 'N' TO WS-SCAN-FOUND
           ELSE
               MOVE 'Y' TO WS-SCAN-FOUND
           END-IF

           MOVE WS-LEDGER-FILE TO WS-BLD-FILE
           PERFORM BUILD-PRIMARY-NAME
           MOVE WS-BLD-NAME TO WS-TX-NAME
           OPEN INPUT LEDGER-FILE
           IF WS-TX-STATUS NOT = '00'
               MOVE "NO-LEDGER" TO WS-SCAN-STATE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LEDGER-FILE
                   AT END
                       CLOSE LEDGER-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-SCAN-POS
               IF WS-SCAN-FOUND = 'N'
                   IF TRANS-ID = RC-LAST-ID
                       AND TRANS-DATE = RC-LAST-DATE
                       AND TRANS-TIME = RC-LAST-TIME
                       MOVE 'Y' TO WS-SCAN-FOUND
                   END-IF
               ELSE
                   PERFORM SHIP-LEDGER-RECORD
                   IF WS-CHAIN-BROKEN = 'Y'
                       CLOSE LEDGER-FILE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-CHAIN-BROKEN = 'Y'
                   MOVE "CHAIN-BROKEN" TO WS-SCAN-STATE
               WHEN WS-SCAN-FOUND = 'N'
                   MOVE "RESEED-NEEDED" TO WS-SCAN-STATE
               WHEN OTHER
                   MOVE "OK" TO WS-SCAN-STATE
           END-EVALUATE
           IF WS-SCAN-MODE NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CHAIN-BROKEN = 'Y'
                   MOVE 'B' TO RC-STATE
                   MOVE 'Y' TO WS-ANY-PROBLEM
               WHEN WS-SCAN-FOUND = 'N'
                   MOVE 'R' TO RC-STATE
                   MOVE 'Y' TO WS-ANY-PROBLEM
                   DISPLAY "REPL-RESEED-NEEDED|"
                       FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
                       "|" RC-LAST-ID
               WHEN OTHER
                   MOVE 'O' TO RC-STATE
           END-EVALUATE
           MOVE WS-CURRENT-DATE TO RC-SHIP-DATE
           MOVE WS-CURRENT-TIME TO RC-SHIP-TIME
           PERFORM STORE-CONTROL-ROW.

       SHIP-LEDGER-RECORD.
           IF TRANS-SEQ-NO > 0
               PERFORM CHECK-CHAIN-LINK
               IF WS-CHAIN-BROKEN = 'Y'
                   IF WS-SCAN-MODE = 'S'
                       DISPLAY "REPL-CHAIN-BROKEN|"
                           FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
                           "|" TRANS-ID "|" WS-CHAIN-BREAK-AT
                           "|" TRANS-SEQ-NO "|" WS-CHAIN-EXPECT
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-SCAN-SHIPPED
           IF WS-SCAN-MODE NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RC-SHIP-NO
           MOVE SPACES TO REPL-JOURNAL-RECORD
           MOVE 'T' TO RJ-REC-TYPE
           MOVE WS-LEDGER-FILE TO RJ-FILE
           MOVE RC-SHIP-NO TO RJ-SHIP-NO
           MOVE 0 TO RJ-LINE-NO
           MOVE 0 TO RJ-CHECKSUM
           MOVE WS-CURRENT-DATE TO RJ-SHIP-DATE
           MOVE WS-CURRENT-TIME TO RJ-SHIP-TIME
           MOVE TRANSACTION-RECORD TO RJ-DATA
           WRITE REPL-JOURNAL-RECORD
           MOVE WS-SCAN-POS TO RC-PRI-POS
           MOVE TRANS-ID TO RC-LAST-ID
           MOVE TRANS-DATE TO RC-LAST-DATE
           MOVE TRANS-TIME TO RC-LAST-TIME
           MOVE WS-CHAIN-PREV-SEQ TO RC-SHIP-SEQ
           MOVE WS-CHAIN-PREV-VAL TO RC-SHIP-CHAIN.

      *> -------------------------------------------------------
      *> CHECK-CHAIN-LINK: The current TRANSACTION-RECORD against
      *> WS-CHAIN-PREV-SEQ/VAL — RECONCILE.cob's VERIFY-ONE-
      *> CHAIN-LINK, including adopting the first record of a
      *> ledger ARCHIVE.cob has trimmed as the anchor. Sets
      *> WS-CHAIN-BROKEN and WS-CHAIN-BREAK-AT ("SEQ"/"VAL").
      *> -------------------------------------------------------
       CHECK-CHAIN-LINK.
           IF WS-CHAIN-PREV-SEQ = 0 AND TRANS-SEQ-NO > 1
               MOVE TRANS-SEQ-NO TO WS-CHAIN-PREV-SEQ
               MOVE TRANS-CHAIN-VAL TO WS-CHAIN-PREV-VAL
               EXIT PARAGRAPH
           END-IF
           IF TRANS-SEQ-NO NOT = WS-CHAIN-PREV-SEQ + 1
               MOVE 'Y' TO WS-CHAIN-BROKEN
               MOVE "SEQ" TO WS-CHAIN-BREAK-AT
               COMPUTE WS-CHAIN-EXPECT = WS-CHAIN-PREV-SEQ + 1
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHAIN-EXPECT =
               FUNCTION MOD(WS-CHAIN-PREV-VAL * 31
                   + TRANS-SEQ-NO + TRANS-DATE + TRANS-TIME
                   + FUNCTION ABS(TRANS-AMOUNT) * 100,
                   1000000000)
           IF TRANS-CHAIN-VAL NOT = WS-CHAIN-EXPECT
               MOVE 'Y' TO WS-CHAIN-BROKEN
               MOVE "VAL" TO WS-CHAIN-BREAK-AT
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-SEQ-NO TO WS-CHAIN-PREV-SEQ
           MOVE TRANS-CHAIN-VAL TO WS-CHAIN-PREV-VAL.

      *> -------------------------------------------------------
      *> SHIP-ONE-MASTER: An image goes out when the master's
      *> checksum or line count differs from the last image
      *> shipped, or none has been. The image is checksummed
      *> again as it is written — the 'E' line carries what was
      *> actually shipped, even if the primary changed between
      *> the two reads.
      *> -------------------------------------------------------
       SHIP-ONE-MASTER.
           MOVE WS-MASTER-FILE(WS-MS-IDX) TO WS-BLD-FILE
           PERFORM BUILD-PRIMARY-NAME
           MOVE WS-BLD-NAME TO WS-MS-NAME
           PERFORM CHECKSUM-MASTER-FILE
           IF WS-CK-PRESENT = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ND-ID(WS-ND-IDX) TO WS-FIND-NODE
           MOVE WS-MASTER-FILE(WS-MS-IDX) TO WS-FIND-FILE
           MOVE 'Y' TO WS-FIND-ADD
           PERFORM FIND-CONTROL-ROW
           MOVE WS-CURRENT-DATE TO RC-SHIP-DATE
           MOVE WS-CURRENT-TIME TO RC-SHIP-TIME
           IF RC-SHIP-NO > 0
               AND WS-CK-SUM = RC-SHIP-SUM
               AND WS-CK-LINES = RC-PRI-POS
               PERFORM STORE-CONTROL-ROW
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MS-STATUS NOT = '00'
               PERFORM STORE-CONTROL-ROW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RC-SHIP-NO
           MOVE SPACES TO REPL-JOURNAL-RECORD
           MOVE 'B' TO RJ-REC-TYPE
           MOVE WS-MASTER-FILE(WS-MS-IDX) TO RJ-FILE
           MOVE RC-SHIP-NO TO RJ-SHIP-NO
           MOVE 0 TO RJ-LINE-NO
           MOVE 0 TO RJ-CHECKSUM
           MOVE WS-CURRENT-DATE TO RJ-SHIP-DATE
           MOVE WS-CURRENT-TIME TO RJ-SHIP-TIME
           WRITE REPL-JOURNAL-RECORD
           MOVE 0 TO WS-CK-SUM
           MOVE 0 TO WS-CK-LINES
           PERFORM UNTIL 1 = 0
               READ MASTER-FILE
                   AT END
                       CLOSE MASTER-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-CK-LINES
               MOVE MASTER-LINE TO WS-CK-LINE
               PERFORM FOLD-CHECKSUM-LINE
               MOVE 'M' TO RJ-REC-TYPE
               MOVE WS-CK-LINES TO RJ-LINE-NO
               MOVE MASTER-LINE TO RJ-DATA
               WRITE REPL-JOURNAL-RECORD
           END-PERFORM
           MOVE 'E' TO RJ-REC-TYPE
           MOVE WS-CK-LINES TO RJ-LINE-NO
           MOVE WS-CK-SUM TO RJ-CHECKSUM
           MOVE SPACES TO RJ-DATA
           WRITE REPL-JOURNAL-RECORD
           MOVE WS-CK-SUM TO RC-SHIP-SUM
           MOVE WS-CK-LINES TO RC-PRI-POS
           MOVE 'O' TO RC-STATE
           PERFORM STORE-CONTROL-ROW
           ADD 1 TO WS-NODE-IMAGES.

      *> -------------------------------------------------------
      *> CHECKSUM-MASTER-FILE: WS-MS-NAME -> WS-CK-SUM (the fold
      *> below over every line, blank-padded to 200) and
      *> WS-CK-LINES; WS-CK-PRESENT 'N' when the file will not
      *> open.
      *> -------------------------------------------------------
       CHECKSUM-MASTER-FILE.
           MOVE 0 TO WS-CK-SUM
           MOVE 0 TO WS-CK-LINES
           MOVE 'N' TO WS-CK-PRESENT
           OPEN INPUT MASTER-FILE
           IF WS-MS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CK-PRESENT
           PERFORM UNTIL 1 = 0
               READ MASTER-FILE
                   AT END
                       CLOSE MASTER-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-CK-LINES
               MOVE MASTER-LINE TO WS-CK-LINE
               PERFORM FOLD-CHECKSUM-LINE
           END-PERFORM.

       FOLD-CHECKSUM-LINE.
           PERFORM VARYING WS-CK-POS FROM 1 BY 1
               UNTIL WS-CK-POS > 200
               COMPUTE WS-CK-SUM =
                   FUNCTION MOD(WS-CK-SUM * 31
                       + FUNCTION ORD(WS-CK-LINE(WS-CK-POS:1)),
                       WS-CK-MODULUS)
           END-PERFORM.

      *> ═══════════════════════════════════════════════════════════
      *> APPLY
      *> ═══════════════════════════════════════════════════════════
       APPLY-NODE.
           MOVE 0 TO WS-NODE-RECORDS
           MOVE 0 TO WS-NODE-IMAGES
           MOVE 0 TO WS-NODE-BAD
           MOVE "REPLJRNL.DAT" TO WS-BLD-FILE
           PERFORM BUILD-STANDBY-NAME
           MOVE WS-BLD-NAME TO WS-JR-NAME
           OPEN INPUT JOURNAL-FILE
           IF WS-JR-STATUS NOT = '00'
               DISPLAY "REPL-APPLY|" FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
                   "|0|0|0|0|NO-JOURNAL"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LEDGER-FILE TO WS-BLD-FILE
           PERFORM BUILD-STANDBY-NAME
           MOVE WS-BLD-NAME TO WS-TX-NAME
           OPEN EXTEND LEDGER-FILE
           IF WS-TX-STATUS NOT = '00'
               OPEN OUTPUT LEDGER-FILE
           END-IF
           IF WS-TX-STATUS NOT = '00'
               CLOSE JOURNAL-FILE
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           ADD 1 TO WS-ND-DONE
           MOVE "REPLSTAG.DAT" TO WS-BLD-FILE
           PERFORM BUILD-STANDBY-NAME
           MOVE WS-BLD-NAME TO WS-SG-NAME

           MOVE WS-ND-ID(WS-ND-IDX) TO WS-FIND-NODE
           MOVE WS-LEDGER-FILE TO WS-FIND-FILE
           MOVE 'Y' TO WS-FIND-ADD
           PERFORM FIND-CONTROL-ROW
           MOVE WS-RC-IDX TO WS-LED-ROW
           MOVE 'N' TO WS-IMG-ACTIVE

           PERFORM UNTIL 1 = 0
               READ JOURNAL-FILE
                   AT END
                       CLOSE JOURNAL-FILE
                       EXIT PERFORM
               END-READ
               EVALUATE TRUE
                   WHEN RJ-LEDGER
                       PERFORM APPLY-LEDGER-LINE
                   WHEN RJ-IMAGE-BEGIN
                       PERFORM BEGIN-IMAGE
                   WHEN RJ-IMAGE-LINE
                       IF WS-IMG-ACTIVE = 'Y'
                           AND RJ-SHIP-NO = WS-IMG-SHIP-NO
                           AND RJ-FILE = WS-IMG-FILE
                           PERFORM STAGE-IMAGE-LINE
                       END-IF
                   WHEN RJ-IMAGE-END
                       IF WS-IMG-ACTIVE = 'Y'
                           AND RJ-SHIP-NO = WS-IMG-SHIP-NO
                           AND RJ-FILE = WS-IMG-FILE
                           PERFORM END-IMAGE
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-IMG-ACTIVE = 'Y'
               PERFORM ABANDON-IMAGE
           END-IF
           CLOSE LEDGER-FILE

      *>   Everything in the journal is now applied, passed over
      *>   as already applied, or reported and its checksum
      *>   cleared so the next SHIP sends it again — empty it.
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JR-STATUS = '00'
               CLOSE JOURNAL-FILE
           END-IF
           MOVE WS-LED-ROW TO WS-RC-IDX
           PERFORM FETCH-CONTROL-ROW
           MOVE WS-CURRENT-DATE TO RC-APPLY-DATE
           MOVE WS-CURRENT-TIME TO RC-APPLY-TIME
           PERFORM STORE-CONTROL-ROW
           PERFORM SAVE-CONTROL-FILE

           ADD WS-NODE-RECORDS TO WS-TOT-RECORDS
           ADD WS-NODE-IMAGES TO WS-TOT-IMAGES
           MOVE WS-LED-ROW TO WS-RC-IDX
           PERFORM FETCH-CONTROL-ROW
           DISPLAY "REPL-APPLY|" FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
               "|" WS-NODE-RECORDS "|" WS-NODE-IMAGES
               "|" WS-NODE-BAD "|" RC-APPLY-SEQ "|OK".

       APPLY-LEDGER-LINE.
           MOVE WS-LED-ROW TO WS-RC-IDX
           PERFORM FETCH-CONTROL-ROW
           IF RJ-SHIP-NO NOT > RC-APPLY-NO
               EXIT PARAGRAPH
           END-IF
           MOVE RJ-DATA TO TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-WRITE|" WS-TX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE RJ-SHIP-NO TO RC-APPLY-NO
           IF TRANS-SEQ-NO > 0
               MOVE TRANS-SEQ-NO TO RC-APPLY-SEQ
           END-IF
           PERFORM STORE-CONTROL-ROW
           ADD 1 TO WS-NODE-RECORDS.

      *> -------------------------------------------------------
      *> BEGIN-IMAGE / STAGE-IMAGE-LINE / END-IMAGE: An image not
      *> yet applied is staged to REPLSTAG.DAT and checksummed
      *> as it lands; only an image whose line count and
      *> checksum agree with its 'E' line replaces the standby's
      *> copy. A new 'B' before the 'E' means the SHIP that
      *> wrote the first one died part way.
      *> -------------------------------------------------------
       BEGIN-IMAGE.
           IF WS-IMG-ACTIVE = 'Y'
               PERFORM ABANDON-IMAGE
           END-IF
           MOVE WS-ND-ID(WS-ND-IDX) TO WS-FIND-NODE
           MOVE RJ-FILE TO WS-FIND-FILE
           MOVE 'Y' TO WS-FIND-ADD
           PERFORM FIND-CONTROL-ROW
           IF RJ-SHIP-NO NOT > RC-APPLY-NO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STAGE-FILE
           IF WS-SG-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SG-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-RC-IDX TO WS-IMG-ROW
           MOVE RJ-FILE TO WS-IMG-FILE
           MOVE RJ-SHIP-NO TO WS-IMG-SHIP-NO
           MOVE 0 TO WS-CK-SUM
           MOVE 0 TO WS-CK-LINES
           MOVE 'Y' TO WS-IMG-ACTIVE.

       STAGE-IMAGE-LINE.
           MOVE RJ-DATA TO STAGE-LINE
           WRITE STAGE-LINE
           ADD 1 TO WS-CK-LINES
           MOVE RJ-DATA TO WS-CK-LINE
           PERFORM FOLD-CHECKSUM-LINE.

       END-IMAGE.
           CLOSE STAGE-FILE
           MOVE 'N' TO WS-IMG-ACTIVE
           MOVE WS-IMG-ROW TO WS-RC-IDX
           PERFORM FETCH-CONTROL-ROW
           IF WS-CK-LINES NOT = RJ-LINE-NO
               OR WS-CK-SUM NOT = RJ-CHECKSUM
               DISPLAY "REPL-IMAGE-BAD|"
                   FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
                   "|" FUNCTION TRIM(WS-IMG-FILE)
                   "|" WS-IMG-SHIP-NO
               MOVE 0 TO RC-SHIP-SUM
               PERFORM STORE-CONTROL-ROW
               ADD 1 TO WS-NODE-BAD
               MOVE 'Y' TO WS-ANY-PROBLEM
               EXIT PARAGRAPH
           END-IF
           PERFORM INSTALL-STAGED-IMAGE
           MOVE WS-IMG-SHIP-NO TO RC-APPLY-NO
           MOVE WS-CK-SUM TO RC-APPLY-SUM
           MOVE WS-CURRENT-DATE TO RC-APPLY-DATE
           MOVE WS-CURRENT-TIME TO RC-APPLY-TIME
           PERFORM STORE-CONTROL-ROW
           ADD 1 TO WS-NODE-IMAGES.

       ABANDON-IMAGE.
           CLOSE STAGE-FILE
           MOVE 'N' TO WS-IMG-ACTIVE
           DISPLAY "REPL-IMAGE-INCOMPLETE|"
               FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
               "|" FUNCTION TRIM(WS-IMG-FILE)
               "|" WS-IMG-SHIP-NO
           MOVE WS-IMG-ROW TO WS-RC-IDX
           PERFORM FETCH-CONTROL-ROW
           MOVE 0 TO RC-SHIP-SUM
           PERFORM STORE-CONTROL-ROW
           ADD 1 TO WS-NODE-BAD
           MOVE 'Y' TO WS-ANY-PROBLEM.

       INSTALL-STAGED-IMAGE.
           MOVE WS-IMG-FILE TO WS-BLD-FILE
           PERFORM BUILD-STANDBY-NAME
           MOVE WS-BLD-NAME TO WS-MS-NAME
           OPEN INPUT STAGE-FILE
           OPEN OUTPUT MASTER-FILE
           IF WS-SG-STATUS NOT = '00' OR WS-MS-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SG-STATUS
                   "|" WS-MS-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ STAGE-FILE
                   AT END
                       CLOSE STAGE-FILE
                       EXIT PERFORM
               END-READ
               MOVE STAGE-LINE TO MASTER-LINE
               WRITE MASTER-LINE
           END-PERFORM
           CLOSE MASTER-FILE.

      *> ═══════════════════════════════════════════════════════════
      *> LAG
      *> ═══════════════════════════════════════════════════════════
       REPORT-NODE-LAG.
           MOVE 0 TO WS-LAG-ROWS
           PERFORM VARYING WS-LAG-IDX FROM 1 BY 1
               UNTIL WS-LAG-IDX > WS-RC-COUNT
               MOVE WS-RC-ROW(WS-LAG-IDX) TO REPL-CONTROL-RECORD
               IF RC-NODE = WS-ND-ID(WS-ND-IDX)
                   PERFORM REPORT-LAG-ROW
               END-IF
           END-PERFORM
           IF WS-LAG-ROWS = 0
               DISPLAY "REPL-LAG|" FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
                   "|NOT-REPLICATED"
           END-IF.

      *> -------------------------------------------------------
      *> REPORT-LAG-ROW: Pending is shipped but not applied.
      *> Unshipped is, for the ledger, the records a SHIP now
      *> would send; for a master, 1 when it has changed since
      *> the last image shipped.
      *> -------------------------------------------------------
       REPORT-LAG-ROW.
           ADD 1 TO WS-LAG-ROWS
           MOVE 0 TO WS-LAG-UNSHIPPED
           IF RC-FILE = WS-LEDGER-FILE
               MOVE 'C' TO WS-SCAN-MODE
               PERFORM SCAN-PRIMARY-LEDGER
               MOVE WS-SCAN-SHIPPED TO WS-LAG-UNSHIPPED
               MOVE WS-RC-ROW(WS-LAG-IDX) TO REPL-CONTROL-RECORD
           ELSE
               MOVE RC-FILE TO WS-BLD-FILE
               PERFORM BUILD-PRIMARY-NAME
               MOVE WS-BLD-NAME TO WS-MS-NAME
               PERFORM CHECKSUM-MASTER-FILE
               IF WS-CK-PRESENT = 'Y'
                   AND (WS-CK-SUM NOT = RC-SHIP-SUM
                        OR WS-CK-LINES NOT = RC-PRI-POS)
                   MOVE 1 TO WS-LAG-UNSHIPPED
               END-IF
           END-IF
           MOVE 0 TO WS-LAG-PENDING
           IF RC-SHIP-NO > RC-APPLY-NO
               COMPUTE WS-LAG-PENDING = RC-SHIP-NO - RC-APPLY-NO
           END-IF
           EVALUATE TRUE
               WHEN RC-CHAIN-BROKEN
                   MOVE "CHAIN-BROKEN" TO WS-SCAN-STATE
                   MOVE 'Y' TO WS-ANY-PROBLEM
               WHEN RC-RESEED
                   MOVE "RESEED-NEEDED" TO WS-SCAN-STATE
                   MOVE 'Y' TO WS-ANY-PROBLEM
               WHEN WS-LAG-PENDING > 0 OR WS-LAG-UNSHIPPED > 0
                   MOVE "LAGGING" TO WS-SCAN-STATE
               WHEN OTHER
                   MOVE "OK" TO WS-SCAN-STATE
           END-EVALUATE
           DISPLAY "REPL-LAG|" FUNCTION TRIM(RC-NODE)
               "|" FUNCTION TRIM(RC-FILE)
               "|" RC-SHIP-NO "|" RC-SHIP-SEQ
               "|" RC-SHIP-DATE "|" RC-SHIP-TIME
               "|" RC-APPLY-NO "|" RC-APPLY-SEQ
               "|" RC-APPLY-DATE "|" RC-APPLY-TIME
               "|" WS-LAG-PENDING "|" WS-LAG-UNSHIPPED
               "|" FUNCTION TRIM(WS-SCAN-STATE).

      *> ═══════════════════════════════════════════════════════════
      *> READY
      *> ═══════════════════════════════════════════════════════════
       OPEN-EVIDENCE-FILE.
           OPEN EXTEND EVIDENCE-FILE
           IF WS-EV-STATUS NOT = '00'
               OPEN OUTPUT EVIDENCE-FILE
           END-IF
           IF WS-EV-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-EV-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF.

      *> -------------------------------------------------------
      *> PROVE-NODE-READY: The standby is ready only when every
      *> check passes; the reason given is the first that did
      *> not, in the order below.
      *> -------------------------------------------------------
       PROVE-NODE-READY.
           ADD 1 TO WS-RD-NODES
           MOVE SPACES TO WS-RD-REASON
           MOVE 0 TO WS-RD-MATCHED
           MOVE 0 TO WS-RD-MISMATCHED
           MOVE 0 TO WS-RD-STALE
           PERFORM LOAD-PRIMARY-BALANCES
           PERFORM COMPARE-STANDBY-BALANCES
           PERFORM FIND-PRIMARY-TIP
           PERFORM WALK-STANDBY-CHAIN
           IF WS-RD-PRI-TIP-SEQ = WS-RD-SBY-TIP-SEQ
               AND WS-RD-PRI-TIP-VAL = WS-RD-SBY-TIP-VAL
               MOVE 'Y' TO WS-RD-TIP-MATCH
           ELSE
               MOVE 'N' TO WS-RD-TIP-MATCH
           END-IF
           MOVE 'C' TO WS-SCAN-MODE
           PERFORM SCAN-PRIMARY-LEDGER
           MOVE WS-SCAN-SHIPPED TO WS-RD-UNSHIPPED
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > WS-MASTER-COUNT
               PERFORM COMPARE-MASTER-IMAGE
           END-PERFORM

           IF WS-RD-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-PA-OVERFLOW = 'Y'
                       MOVE "ACCOUNT-TABLE-FULL" TO WS-RD-REASON
                   WHEN WS-RD-MISMATCHED > 0
                       MOVE "BALANCE-MISMATCH" TO WS-RD-REASON
                   WHEN WS-RD-CHAIN-OK = 'N'
                       MOVE "STANDBY-CHAIN-BROKEN" TO WS-RD-REASON
                   WHEN WS-RD-TIP-MATCH = 'N'
                       MOVE "CHAIN-TIP-MISMATCH" TO WS-RD-REASON
                   WHEN WS-RD-STALE > 0
                       MOVE "MASTER-STALE" TO WS-RD-REASON
                   WHEN OTHER
                       MOVE "PROVED" TO WS-RD-REASON
               END-EVALUATE
           END-IF
           IF WS-RD-REASON = "PROVED"
               MOVE "READY" TO WS-RD-VERDICT
               ADD 1 TO WS-RD-READY
           ELSE
               MOVE "NOT-READY" TO WS-RD-VERDICT
               ADD 1 TO WS-RD-NOT-READY
               MOVE 'Y' TO WS-ANY-PROBLEM
           END-IF
           DISPLAY "REPL-READY|" FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
               "|" WS-PA-COUNT "|" WS-RD-MATCHED
               "|" WS-RD-MISMATCHED
               "|" WS-RD-PRI-TIP-SEQ "|" WS-RD-SBY-TIP-SEQ
               "|" WS-RD-TIP-MATCH "|" WS-RD-CHAIN-OK
               "|" WS-RD-STALE "|" WS-RD-UNSHIPPED
               "|" FUNCTION TRIM(WS-RD-VERDICT)
               "|" FUNCTION TRIM(WS-RD-REASON)

           MOVE SPACES TO REPL-EVIDENCE-RECORD
           MOVE WS-CURRENT-DATE TO RE-DATE
           MOVE WS-CURRENT-TIME TO RE-TIME
           MOVE WS-ND-ID(WS-ND-IDX) TO RE-NODE
           IF WS-RD-REASON = "PROVED"
               MOVE 'R' TO RE-VERDICT
           ELSE
               MOVE 'N' TO RE-VERDICT
           END-IF
           MOVE WS-PA-COUNT TO RE-PRI-ACCTS
           MOVE WS-RD-MATCHED TO RE-MATCHED
           MOVE WS-RD-MISMATCHED TO RE-MISMATCHED
           MOVE WS-RD-PRI-TIP-SEQ TO RE-PRI-TIP-SEQ
           MOVE WS-RD-SBY-TIP-SEQ TO RE-SBY-TIP-SEQ
           MOVE WS-RD-TIP-MATCH TO RE-TIP-MATCH
           MOVE WS-RD-CHAIN-OK TO RE-CHAIN-OK
           MOVE WS-RD-STALE TO RE-MASTERS-STALE
           MOVE WS-RD-UNSHIPPED TO RE-UNSHIPPED
           MOVE WS-RD-REASON TO RE-REASON
           WRITE REPL-EVIDENCE-RECORD.

       LOAD-PRIMARY-BALANCES.
           MOVE 0 TO WS-PA-COUNT
           MOVE 'N' TO WS-PA-OVERFLOW
           MOVE "ACCOUNTS.DAT" TO WS-BLD-FILE
           PERFORM BUILD-PRIMARY-NAME
           MOVE WS-BLD-NAME TO WS-AC-NAME
           OPEN INPUT ACCOUNT-FILE
           IF WS-AC-STATUS NOT = '00'
               MOVE "NO-PRIMARY-ACCOUNTS" TO WS-RD-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNT-FILE
                   AT END
                       CLOSE ACCOUNT-FILE
                       EXIT PERFORM
               END-READ
               IF WS-PA-COUNT < 1000
                   ADD 1 TO WS-PA-COUNT
                   MOVE ACCT-ID TO WS-PA-ID(WS-PA-COUNT)
                   MOVE ACCT-BALANCE TO WS-PA-BAL(WS-PA-COUNT)
                   MOVE 'N' TO WS-PA-SEEN(WS-PA-COUNT)
               ELSE
                   MOVE 'Y' TO WS-PA-OVERFLOW
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> COMPARE-STANDBY-BALANCES: Every standby account against
      *> the primary table; then every primary account the
      *> standby did not have. A missing standby ACCOUNTS.DAT
      *> leaves every primary account missing.
      *> -------------------------------------------------------
       COMPARE-STANDBY-BALANCES.
           MOVE "ACCOUNTS.DAT" TO WS-BLD-FILE
           PERFORM BUILD-STANDBY-NAME
           MOVE WS-BLD-NAME TO WS-AC-NAME
           OPEN INPUT ACCOUNT-FILE
           IF WS-AC-STATUS NOT = '00'
               IF WS-RD-REASON = SPACES
                   MOVE "NO-STANDBY-ACCOUNTS" TO WS-RD-REASON
               END-IF
               MOVE WS-PA-COUNT TO WS-RD-MISMATCHED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNT-FILE
                   AT END
                       CLOSE ACCOUNT-FILE
                       EXIT PERFORM
               END-READ
               MOVE 0 TO WS-PA-FOUND
               PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                   UNTIL WS-PA-IDX > WS-PA-COUNT
                   IF WS-PA-ID(WS-PA-IDX) = ACCT-ID
                       MOVE WS-PA-IDX TO WS-PA-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE ACCT-BALANCE TO WS-RD-SBY-BAL
               EVALUATE TRUE
                   WHEN WS-PA-FOUND = 0
                       ADD 1 TO WS-RD-MISMATCHED
                       DISPLAY "REPL-ACCT-DIFF|"
                           FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
                           "|" ACCT-ID "|0|" WS-RD-SBY-BAL "|EXTRA"
                   WHEN WS-PA-BAL(WS-PA-FOUND) = WS-RD-SBY-BAL
                       ADD 1 TO WS-RD-MATCHED
                       MOVE 'Y' TO WS-PA-SEEN(WS-PA-FOUND)
                   WHEN OTHER
                       ADD 1 TO WS-RD-MISMATCHED
                       MOVE 'Y' TO WS-PA-SEEN(WS-PA-FOUND)
                       DISPLAY "REPL-ACCT-DIFF|"
                           FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
                           "|" ACCT-ID "|" WS-PA-BAL(WS-PA-FOUND)
                           "|" WS-RD-SBY-BAL "|MISMATCH"
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
               UNTIL WS-PA-IDX > WS-PA-COUNT
               IF WS-PA-SEEN(WS-PA-IDX) = 'N'
                   ADD 1 TO WS-RD-MISMATCHED
                   DISPLAY "REPL-ACCT-DIFF|"
                       FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
                       "|" WS-PA-ID(WS-PA-IDX) "|" WS-PA-BAL(WS-PA-IDX)
                       "|0|MISSING"
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> FIND-PRIMARY-TIP: Highest chained sequence on the
      *> primary ledger and its chain value — TRANSACT.cob's
      *> RESOLVE-CHAIN-TIP.
      *> -------------------------------------------------------
       FIND-PRIMARY-TIP.
           MOVE 0 TO WS-RD-PRI-TIP-SEQ
           MOVE 0 TO WS-RD-PRI-TIP-VAL
           MOVE WS-LEDGER-FILE TO WS-BLD-FILE
           PERFORM BUILD-PRIMARY-NAME
           MOVE WS-BLD-NAME TO WS-TX-NAME
           OPEN INPUT LEDGER-FILE
           IF WS-TX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LEDGER-FILE
                   AT END
                       CLOSE LEDGER-FILE
                       EXIT PERFORM
               END-READ
               IF TRANS-SEQ-NO > WS-RD-PRI-TIP-SEQ
                   MOVE TRANS-SEQ-NO TO WS-RD-PRI-TIP-SEQ
                   MOVE TRANS-CHAIN-VAL TO WS-RD-PRI-TIP-VAL
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> WALK-STANDBY-CHAIN: The standby ledger must verify end
      *> to end on its own; its tip is the last link verified.
      *> -------------------------------------------------------
       WALK-STANDBY-CHAIN.
           MOVE 0 TO WS-RD-SBY-TIP-SEQ
           MOVE 0 TO WS-RD-SBY-TIP-VAL
           MOVE 'Y' TO WS-RD-CHAIN-OK
           MOVE 0 TO WS-CHAIN-PREV-SEQ
           MOVE 0 TO WS-CHAIN-PREV-VAL
           MOVE 'N' TO WS-CHAIN-BROKEN
           MOVE WS-LEDGER-FILE TO WS-BLD-FILE
           PERFORM BUILD-STANDBY-NAME
           MOVE WS-BLD-NAME TO WS-TX-NAME
           OPEN INPUT LEDGER-FILE
           IF WS-TX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LEDGER-FILE
                   AT END
                       CLOSE LEDGER-FILE
                       EXIT PERFORM
               END-READ
               IF TRANS-SEQ-NO > 0
                   PERFORM CHECK-CHAIN-LINK
                   IF WS-CHAIN-BROKEN = 'Y'
                       MOVE 'N' TO WS-RD-CHAIN-OK
                       CLOSE LEDGER-FILE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CHAIN-PREV-SEQ TO WS-RD-SBY-TIP-SEQ
           MOVE WS-CHAIN-PREV-VAL TO WS-RD-SBY-TIP-VAL.

       COMPARE-MASTER-IMAGE.
           MOVE WS-MASTER-FILE(WS-MS-IDX) TO WS-BLD-FILE
           PERFORM BUILD-PRIMARY-NAME
           MOVE WS-BLD-NAME TO WS-MS-NAME
           PERFORM CHECKSUM-MASTER-FILE
           IF WS-CK-PRESENT = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CK-SUM TO WS-PRI-SUM
           MOVE WS-CK-LINES TO WS-PRI-LINES
           MOVE WS-CK-PRESENT TO WS-PRI-PRESENT
           PERFORM BUILD-STANDBY-NAME
           MOVE WS-BLD-NAME TO WS-MS-NAME
           PERFORM CHECKSUM-MASTER-FILE
           IF WS-CK-PRESENT = 'N'
               OR WS-CK-SUM NOT = WS-PRI-SUM
               OR WS-CK-LINES NOT = WS-PRI-LINES
               ADD 1 TO WS-RD-STALE
               DISPLAY "REPL-MASTER-STALE|"
                   FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
                   "|" FUNCTION TRIM(WS-MASTER-FILE(WS-MS-IDX))
           END-IF.

      *> ═══════════════════════════════════════════════════════════
      *> RESEED
      *> ═══════════════════════════════════════════════════════════
      *> -------------------------------------------------------
      *> RESEED-NODE: Drop the node's control rows and empty its
      *> standby ledger and journal. The next SHIP finds no row,
      *> ships the whole primary ledger and an image of every
      *> master, and APPLY rebuilds the standby from them.
      *> -------------------------------------------------------
       RESEED-NODE.
           MOVE "REPLJRNL.DAT" TO WS-BLD-FILE
           PERFORM BUILD-STANDBY-NAME
           MOVE WS-BLD-NAME TO WS-JR-NAME
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JR-STATUS NOT = '00'
               DISPLAY "REPL-RESEED|" FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
                   "|0|NO-STANDBY-DIR"
               MOVE 'Y' TO WS-ANY-PROBLEM
               EXIT PARAGRAPH
           END-IF
           CLOSE JOURNAL-FILE
           MOVE WS-LEDGER-FILE TO WS-BLD-FILE
           PERFORM BUILD-STANDBY-NAME
           MOVE WS-BLD-NAME TO WS-TX-NAME
           OPEN OUTPUT LEDGER-FILE
           IF WS-TX-STATUS = '00'
               CLOSE LEDGER-FILE
           END-IF

           MOVE 0 TO WS-RC-KEEP
           MOVE 0 TO WS-RC-CLEARED
           PERFORM VARYING WS-RC-SCAN FROM 1 BY 1
               UNTIL WS-RC-SCAN > WS-RC-COUNT
               MOVE WS-RC-ROW(WS-RC-SCAN) TO REPL-CONTROL-RECORD
               IF RC-NODE = WS-ND-ID(WS-ND-IDX)
                   ADD 1 TO WS-RC-CLEARED
               ELSE
                   ADD 1 TO WS-RC-KEEP
                   MOVE REPL-CONTROL-RECORD TO WS-RC-ROW(WS-RC-KEEP)
               END-IF
           END-PERFORM
           MOVE WS-RC-KEEP TO WS-RC-COUNT
           PERFORM SAVE-CONTROL-FILE
           DISPLAY "REPL-RESEED|" FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
               "|" WS-RC-CLEARED "|OK".
