      *>================================================================*
      *>  Program:     GLCONSOL.cob
      *>  System:      LEGACY LEDGER — Consolidated Financial Statements
      *>  Node:        CLEARING (run from the clearing node's data
      *>               directory; reads every node's directory
      *>               alongside it)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    GLSTMT.cob states one node at a time; the holding company
      *>    reports one balance sheet and one income statement for
      *>    the group. This program reads GLCHART.DAT and GLJRNL.DAT
      *>    from each node's data directory (BANK_A ... BANK_E and
      *>    CLEARING — siblings under the same parent, the layout
      *>    the Python bridge runs every node in), maps each local
      *>    account into the common chart (CONSMAP.DAT exceptions,
      *>    otherwise the same account number), and sums them the
      *>    way GLSTMT.cob does — cumulative through the period end
      *>    for the balance sheet, in-period activity (closing
      *>    entries excluded) for the income statement.
      *>
      *>    Intercompany elimination. SETTLE.cob carries each
      *>    node's due-to/due-from position with the clearing node
      *>    on NOSTRO-A ... NOSTRO-E, and GLPOST.cob journals those
      *>    postings on the clearing node like any other deposit or
      *>    withdrawal — Dr cash / Cr customer deposits. Those are
      *>    balances the group owes itself. Each nostro's position
      *>    through the period end is rebuilt from the clearing
      *>    node's TRANSACT.DAT and reversed out (Dr deposits /
      *>    Cr cash) in the ELIM column. Every settlement day nets
      *>    to zero across the nodes, so the positions must too;
      *>    whatever does not is reported as an intercompany break
      *>    (CONS-IC-BREAK) for the settlement team to run down —
      *>    a skipped nostro, a hand posting, a lost settlement day.
      *>
      *>    Columns: one per node, ELIM, and CONSOLIDATED (the sum
      *>    across). PRINT to STDOUT, or the same rows to
      *>    CONSOL.CSV with the CSV token, as GLSTMT.cob does.
      *>    Read-only against every node's files.
      *>
      *>  Operations (via command-line argument):
      *>    GLCONSOL yyyymm [CSV]
      *>
      *>  Files:
      *>    Input:  CONSMAP.DAT (optional, this directory)
      *>            ../<node>/GLCHART.DAT, ../<node>/GLJRNL.DAT
      *>            ../CLEARING/TRANSACT.DAT (nostro positions)
      *>    Output: CONSOL.CSV (CSV mode only)
      *>
      *>  Copybooks:
      *>    GLJREC.cpy, GLCHART.cpy, CONSMAP.cpy, TRANSREC.cpy,
      *>    COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    CONS-NODE|node|chart-accts|journal-lines|uncharted|
      *>        OK-or-NO-CHART-or-NO-JOURNAL
      *>    CONS-ELIM|node|nostro-id|position|DUE-TO-or-DUE-FROM
      *>    CONS-IC-BREAK|amount          (positions do not net)
      *>    CONS-IC-BALANCED|amount-eliminated
      *>    CONS-BS|acct|name|A|B|C|D|E|CLEARING|ELIM|CONSOLIDATED
      *>    CONS-BS-TOTAL||ASSETS-or-LIAB|...same columns
      *>    CONS-IS|acct|name|...same columns
      *>    CONS-IS-TOTAL||INCOME-or-EXPENSE|...same columns
      *>    CONS-NET-INCOME|||...same columns
      *>    CONS-SUMMARY|nodes-read|accounts|eliminated|break
      *>    RESULT|XX
      *>
      *>  Output Format (CSV mode):
      *>    CONSOL.CSV: SECTION,ACCT,NAME,BANK_A,BANK_B,BANK_C,
      *>                BANK_D,BANK_E,CLEARING,ELIM,CONSOLIDATED
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Statements generated
      *>    RESULT|99 — Missing period, no node readable, or file
      *>                I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCONSOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE
               ASSIGN TO "CONSMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT CHART-FILE
               ASSIGN TO DYNAMIC WS-CH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT GLJRNL-FILE
               ASSIGN TO DYNAMIC WS-GJ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO DYNAMIC WS-TX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT CSV-FILE
               ASSIGN TO "CONSOL.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE.
       COPY "CONSMAP.cpy".
       FD  CHART-FILE.
       COPY "GLCHART.cpy".
       FD  GLJRNL-FILE.
       COPY "GLJREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  CSV-FILE.
       01  CSV-LINE               PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-MAP-STATUS          PIC XX VALUE SPACES.
       01  WS-CH-STATUS           PIC XX VALUE SPACES.
       01  WS-GJ-STATUS           PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-CSV-STATUS          PIC XX VALUE SPACES.
       01  WS-CH-NAME             PIC X(40) VALUE SPACES.
       01  WS-GJ-NAME             PIC X(40) VALUE SPACES.
       01  WS-TX-NAME             PIC X(40) VALUE SPACES.
      *>   Every node's data directory sits beside this one.
       01  WS-NODE-ROOT           PIC X(3) VALUE "../".
       01  WS-CMD-LINE            PIC X(40) VALUE SPACES.
       01  WS-IN-PERIOD-STR       PIC X(6) VALUE SPACES.
       01  WS-IN-FORMAT           PIC X(3) VALUE SPACES.
       01  WS-CSV-MODE            PIC X(1) VALUE 'N'.
       01  WS-PERIOD              PIC 9(6) VALUE 0.
       01  WS-JRNL-PERIOD         PIC 9(6) VALUE 0.
       01  WS-LINE-NET            PIC S9(13)V99 VALUE 0.

      *>   The six nodes, in column order. The letter is the one
      *>   SETTLE.cob appends to "NOSTRO-"; the clearing node has
      *>   no nostro of its own.
       01  WS-ND-TABLE.
           05  WS-ND-ENTRY OCCURS 6 TIMES.
               10  WS-ND-ID       PIC X(8).
               10  WS-ND-LTR      PIC X(1).
               10  WS-ND-CHARTED  PIC 9(3).
               10  WS-ND-LINES    PIC 9(7).
               10  WS-ND-UNCHART  PIC 9(7).
               10  WS-ND-STATE    PIC X(10).
               10  WS-ND-POSITION PIC S9(13)V99.
       01  WS-ND-IDX              PIC 9(1) VALUE 0.
       01  WS-ND-READ             PIC 9(1) VALUE 0.
       01  WS-CLEARING-IDX        PIC 9(1) VALUE 6.

      *>   CONSMAP.DAT exceptions.
       01  WS-MP-TABLE.
           05  WS-MP-ENTRY OCCURS 200 TIMES.
               10  WS-MP-NODE     PIC X(8).
               10  WS-MP-LOCAL    PIC 9(4).
               10  WS-MP-CONS     PIC 9(4).
               10  WS-MP-NAME     PIC X(30).
               10  WS-MP-TYPE     PIC X(1).
       01  WS-MP-COUNT            PIC 9(3) VALUE 0.
       01  WS-MP-IDX              PIC 9(3) VALUE 0.
       01  WS-MP-HIT              PIC 9(3) VALUE 0.

      *>   Common chart, one column of cumulative net (balance
      *>   sheet) and in-period activity (income statement) per
      *>   node, plus the elimination column. Net is held
      *>   debit-positive, as in GLSTMT.cob.
       01  WS-CN-TABLE.
           05  WS-CN-ENTRY OCCURS 100 TIMES.
               10  WS-CN-ACCT     PIC 9(4).
               10  WS-CN-NAME     PIC X(30).
               10  WS-CN-TYPE     PIC X(1).
               10  WS-CN-CUM      PIC S9(13)V99 OCCURS 6 TIMES.
               10  WS-CN-ACT      PIC S9(13)V99 OCCURS 6 TIMES.
               10  WS-CN-ELIM     PIC S9(13)V99.
       01  WS-CN-COUNT            PIC 9(3) VALUE 0.
       01  WS-CN-IDX              PIC 9(3) VALUE 0.
       01  WS-CN-FOUND            PIC 9(3) VALUE 0.

      *>   Node + local account -> common chart entry.
       01  WS-LM-TABLE.
           05  WS-LM-ENTRY OCCURS 600 TIMES.
               10  WS-LM-NODE     PIC 9(1).
               10  WS-LM-LOCAL    PIC 9(4).
               10  WS-LM-CN       PIC 9(3).
       01  WS-LM-COUNT            PIC 9(3) VALUE 0.
       01  WS-LM-IDX              PIC 9(3) VALUE 0.
       01  WS-LM-FOUND            PIC 9(3) VALUE 0.

       01  WS-RES-ACCT            PIC 9(4) VALUE 0.
       01  WS-RES-NAME            PIC X(30) VALUE SPACES.
       01  WS-RES-TYPE            PIC X(1) VALUE SPACES.
       01  WS-FIND-LOCAL          PIC 9(4) VALUE 0.

      *>   Where GLPOST.cob journals the clearing node's nostro
      *>   postings: cash and customer deposits.
       01  WS-IC-CASH-ACCT        PIC 9(4) VALUE 1010.
       01  WS-IC-DEP-ACCT         PIC 9(4) VALUE 2010.
       01  WS-IC-CASH-CN          PIC 9(3) VALUE 0.
       01  WS-IC-DEP-CN           PIC 9(3) VALUE 0.
       01  WS-IC-NET              PIC S9(13)V99 VALUE 0.
       01  WS-IC-GROSS            PIC S9(13)V99 VALUE 0.
       01  WS-IC-SIDE             PIC X(8) VALUE SPACES.
       01  WS-NOSTRO-ID           PIC X(10) VALUE SPACES.

      *>   One printed row: six nodes, ELIM, CONSOLIDATED.
       01  WS-ROW.
           05  WS-ROW-COL         PIC S9(13)V99 OCCURS 8 TIMES.
       01  WS-ROW-IDX             PIC 9(1) VALUE 0.
       01  WS-ROW-SIGN            PIC S9(1) VALUE 1.
       01  WS-ROW-SECTION         PIC X(16) VALUE SPACES.
       01  WS-ROW-ACCT            PIC X(4) VALUE SPACES.
       01  WS-ROW-NAME            PIC X(30) VALUE SPACES.
       01  WS-TOT-ASSET.
           05  WS-TA-COL          PIC S9(13)V99 OCCURS 8 TIMES.
       01  WS-TOT-LIAB.
           05  WS-TL-COL          PIC S9(13)V99 OCCURS 8 TIMES.
       01  WS-TOT-INC.
           05  WS-TI-COL          PIC S9(13)V99 OCCURS 8 TIMES.
       01  WS-TOT-EXP.
           05  WS-TE-COL          PIC S9(13)V99 OCCURS 8 TIMES.
       01  WS-DELIM               PIC X(1) VALUE '|'.
       01  WS-OUT-LINE            PIC X(250) VALUE SPACES.
       01  WS-OUT-PTR             PIC 9(3) VALUE 1.
       01  WS-CSV-AMT             PIC -(12)9.99.
       01  WS-CSV-ROW-COUNT       PIC 9(5) VALUE 0.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-IN-PERIOD-STR
                    WS-IN-FORMAT
           END-UNSTRING
           IF WS-IN-PERIOD-STR NOT NUMERIC
               DISPLAY "ERROR|PERIOD-REQUIRED"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-IN-PERIOD-STR) TO WS-PERIOD
           IF FUNCTION TRIM(WS-IN-FORMAT) = "CSV"
               MOVE 'Y' TO WS-CSV-MODE
               MOVE ',' TO WS-DELIM
           END-IF

           PERFORM INIT-NODES
           PERFORM LOAD-CONSOL-MAP
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
               UNTIL WS-ND-IDX > 6
               PERFORM LOAD-NODE-CHART
               PERFORM SUM-NODE-JOURNAL
               DISPLAY "CONS-NODE|" FUNCTION TRIM(WS-ND-ID(WS-ND-IDX))
                   "|" WS-ND-CHARTED(WS-ND-IDX)
                   "|" WS-ND-LINES(WS-ND-IDX)
                   "|" WS-ND-UNCHART(WS-ND-IDX)
                   "|" FUNCTION TRIM(WS-ND-STATE(WS-ND-IDX))
           END-PERFORM
           IF WS-ND-READ = 0
               DISPLAY "ERROR|NO-NODE-READABLE"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           PERFORM LOAD-NOSTRO-POSITIONS
           PERFORM APPLY-ELIMINATIONS

           IF WS-CSV-MODE = 'Y'
               OPEN OUTPUT CSV-FILE
               IF WS-CSV-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CSV-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE SPACES TO CSV-LINE
               STRING "SECTION,ACCT,NAME,BANK_A,BANK_B,BANK_C,"
                   "BANK_D,BANK_E,CLEARING,ELIM,CONSOLIDATED"
                   DELIMITED BY SIZE INTO CSV-LINE
               END-STRING
               WRITE CSV-LINE
           END-IF
           PERFORM PRINT-BALANCE-SHEET
           PERFORM PRINT-INCOME-STATEMENT
           IF WS-CSV-MODE = 'Y'
               CLOSE CSV-FILE
               DISPLAY "CSV-FILE|CONSOL.CSV|" WS-CSV-ROW-COUNT
           END-IF
           DISPLAY "CONS-SUMMARY|" WS-ND-READ "|" WS-CN-COUNT
               "|" WS-IC-GROSS "|" WS-IC-NET
           DISPLAY "RESULT|00"
           STOP RUN.

       INIT-NODES.
           MOVE BANK-FIRST-NATL TO WS-ND-ID(1)
           MOVE BANK-COMM-TRUST TO WS-ND-ID(2)
           MOVE BANK-PAC-SVGS   TO WS-ND-ID(3)
           MOVE BANK-HRTG-FED   TO WS-ND-ID(4)
           MOVE BANK-METRO-CU   TO WS-ND-ID(5)
           MOVE BANK-CLEARING   TO WS-ND-ID(6)
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
               UNTIL WS-ND-IDX > 6
               IF WS-ND-IDX = WS-CLEARING-IDX
                   MOVE SPACE TO WS-ND-LTR(WS-ND-IDX)
               ELSE
                   MOVE WS-ND-ID(WS-ND-IDX)(6:1)
                       TO WS-ND-LTR(WS-ND-IDX)
               END-IF
               MOVE 0 TO WS-ND-CHARTED(WS-ND-IDX)
               MOVE 0 TO WS-ND-LINES(WS-ND-IDX)
               MOVE 0 TO WS-ND-UNCHART(WS-ND-IDX)
               MOVE "OK" TO WS-ND-STATE(WS-ND-IDX)
               MOVE 0 TO WS-ND-POSITION(WS-ND-IDX)
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-CONSOL-MAP: The mapping file is optional — with
      *> none, every node's standard chart consolidates as is.
      *> -------------------------------------------------------
       LOAD-CONSOL-MAP.
           MOVE 0 TO WS-MP-COUNT
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY "NOTE|NO-CONSMAP-FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ MAP-FILE
                   AT END
                       CLOSE MAP-FILE
                       EXIT PERFORM
               END-READ
               IF CM-LOCAL-ACCT NUMERIC AND CM-CONS-ACCT NUMERIC
                   AND WS-MP-COUNT < 200
                   ADD 1 TO WS-MP-COUNT
                   MOVE CM-NODE TO WS-MP-NODE(WS-MP-COUNT)
                   MOVE CM-LOCAL-ACCT TO WS-MP-LOCAL(WS-MP-COUNT)
                   MOVE CM-CONS-ACCT TO WS-MP-CONS(WS-MP-COUNT)
                   MOVE CM-CONS-NAME TO WS-MP-NAME(WS-MP-COUNT)
                   MOVE CM-CONS-TYPE TO WS-MP-TYPE(WS-MP-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-NODE-CHART: Every account on the node's chart is
      *> resolved into the common chart once, so the journal
      *> pass is a table lookup per line.
      *> -------------------------------------------------------
       LOAD-NODE-CHART.
           MOVE SPACES TO WS-CH-NAME
           STRING WS-NODE-ROOT DELIMITED BY SPACE
               WS-ND-ID(WS-ND-IDX) DELIMITED BY SPACE
               "/GLCHART.DAT" DELIMITED BY SIZE
               INTO WS-CH-NAME
           END-STRING
           OPEN INPUT CHART-FILE
           IF WS-CH-STATUS NOT = '00'
               MOVE "NO-CHART" TO WS-ND-STATE(WS-ND-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ND-READ
           PERFORM UNTIL 1 = 0
               READ CHART-FILE
                   AT END
                       CLOSE CHART-FILE
                       EXIT PERFORM
               END-READ
               PERFORM RESOLVE-COMMON-ACCOUNT
               PERFORM FIND-OR-ADD-COMMON
               IF WS-CN-FOUND > 0 AND WS-LM-COUNT < 600
                   ADD 1 TO WS-LM-COUNT
                   MOVE WS-ND-IDX TO WS-LM-NODE(WS-LM-COUNT)
                   MOVE GLC-ACCT TO WS-LM-LOCAL(WS-LM-COUNT)
                   MOVE WS-CN-FOUND TO WS-LM-CN(WS-LM-COUNT)
                   ADD 1 TO WS-ND-CHARTED(WS-ND-IDX)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> RESOLVE-COMMON-ACCOUNT: GL-CHART-RECORD -> WS-RES-*.
      *> A row for this node beats a '*' row; no row at all
      *> keeps the local number, title and type.
      *> -------------------------------------------------------
       RESOLVE-COMMON-ACCOUNT.
           MOVE GLC-ACCT TO WS-RES-ACCT
           MOVE GLC-NAME TO WS-RES-NAME
           MOVE GLC-TYPE TO WS-RES-TYPE
           MOVE 0 TO WS-MP-HIT
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-COUNT
               IF WS-MP-LOCAL(WS-MP-IDX) = GLC-ACCT
                   IF WS-MP-NODE(WS-MP-IDX) = WS-ND-ID(WS-ND-IDX)
                       MOVE WS-MP-IDX TO WS-MP-HIT
                       EXIT PERFORM
                   END-IF
                   IF WS-MP-NODE(WS-MP-IDX) = '*'
                       MOVE WS-MP-IDX TO WS-MP-HIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MP-HIT > 0
               MOVE WS-MP-CONS(WS-MP-HIT) TO WS-RES-ACCT
               IF WS-MP-NAME(WS-MP-HIT) NOT = SPACES
                   MOVE WS-MP-NAME(WS-MP-HIT) TO WS-RES-NAME
               END-IF
               IF WS-MP-TYPE(WS-MP-HIT) NOT = SPACE
                   MOVE WS-MP-TYPE(WS-MP-HIT) TO WS-RES-TYPE
               END-IF
           END-IF.

      *> -------------------------------------------------------
      *> FIND-OR-ADD-COMMON: WS-RES-* -> WS-CN-FOUND (0 when the
      *> common chart is full). The first node to bring an
      *> account names and types it; a later node typing it
      *> differently is reported, not silently reclassified.
      *> -------------------------------------------------------
       FIND-OR-ADD-COMMON.
           MOVE 0 TO WS-CN-FOUND
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
               UNTIL WS-CN-IDX > WS-CN-COUNT
               IF WS-CN-ACCT(WS-CN-IDX) = WS-RES-ACCT
                   MOVE WS-CN-IDX TO WS-CN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CN-FOUND > 0
               IF WS-CN-TYPE(WS-CN-FOUND) NOT = WS-RES-TYPE
                   DISPLAY "CONS-TYPE-CONFLICT|"
                       FUNCTION TRIM(WS-ND-ID(WS-ND-IDX)) "|"
                       GLC-ACCT "|" WS-RES-ACCT "|"
                       WS-RES-TYPE "|" WS-CN-TYPE(WS-CN-FOUND)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CN-COUNT >= 100
               DISPLAY "CONS-CHART-FULL|"
                   FUNCTION TRIM(WS-ND-ID(WS-ND-IDX)) "|" GLC-ACCT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CN-COUNT
           MOVE WS-CN-COUNT TO WS-CN-FOUND
           MOVE WS-RES-ACCT TO WS-CN-ACCT(WS-CN-COUNT)
           MOVE WS-RES-NAME TO WS-CN-NAME(WS-CN-COUNT)
           MOVE WS-RES-TYPE TO WS-CN-TYPE(WS-CN-COUNT)
           MOVE 0 TO WS-CN-ELIM(WS-CN-COUNT)
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > 6
               MOVE 0 TO WS-CN-CUM(WS-CN-COUNT, WS-ROW-IDX)
               MOVE 0 TO WS-CN-ACT(WS-CN-COUNT, WS-ROW-IDX)
           END-PERFORM.

      *> -------------------------------------------------------
      *> FIND-LOCAL-MAP: (WS-ND-IDX, WS-FIND-LOCAL) -> WS-LM-FOUND
      *> common chart entry, 0 when the account is not on that
      *> node's chart.
      *> -------------------------------------------------------
       FIND-LOCAL-MAP.
           MOVE 0 TO WS-LM-FOUND
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
               UNTIL WS-LM-IDX > WS-LM-COUNT
               IF WS-LM-NODE(WS-LM-IDX) = WS-ND-IDX
                   AND WS-LM-LOCAL(WS-LM-IDX) = WS-FIND-LOCAL
                   MOVE WS-LM-CN(WS-LM-IDX) TO WS-LM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SUM-NODE-JOURNAL: GLSTMT.cob's SUM-JOURNAL, one column
      *> per node. A journal line against an account the node's
      *> chart does not carry is counted, not guessed at.
      *> -------------------------------------------------------
       SUM-NODE-JOURNAL.
           IF WS-ND-STATE(WS-ND-IDX) NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GJ-NAME
           STRING WS-NODE-ROOT DELIMITED BY SPACE
               WS-ND-ID(WS-ND-IDX) DELIMITED BY SPACE
               "/GLJRNL.DAT" DELIMITED BY SIZE
               INTO WS-GJ-NAME
           END-STRING
           OPEN INPUT GLJRNL-FILE
           IF WS-GJ-STATUS NOT = '00'
               MOVE "NO-JOURNAL" TO WS-ND-STATE(WS-ND-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ GLJRNL-FILE
                   AT END
                       CLOSE GLJRNL-FILE
                       EXIT PERFORM
               END-READ
               COMPUTE WS-JRNL-PERIOD = GLJ-DATE / 100
               IF WS-JRNL-PERIOD <= WS-PERIOD
                   ADD 1 TO WS-ND-LINES(WS-ND-IDX)
                   MOVE GLJ-GL-ACCT TO WS-FIND-LOCAL
                   PERFORM FIND-LOCAL-MAP
                   IF WS-LM-FOUND = 0
                       ADD 1 TO WS-ND-UNCHART(WS-ND-IDX)
                   ELSE
                       COMPUTE WS-LINE-NET = GLJ-DEBIT - GLJ-CREDIT
                       ADD WS-LINE-NET
                           TO WS-CN-CUM(WS-LM-FOUND, WS-ND-IDX)
                       IF GLJ-SOURCE NOT = "GLCLOSE"
                           AND WS-JRNL-PERIOD = WS-PERIOD
                           ADD WS-LINE-NET
                               TO WS-CN-ACT(WS-LM-FOUND, WS-ND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-NOSTRO-POSITIONS: Each node's due-to/due-from with
      *> the clearing node through the period end, credit-
      *> positive (the clearing node owes the node), rebuilt from
      *> the clearing node's successful NOSTRO-x postings.
      *> ARCHIVE.cob's carry-forward rows bring in the history
      *> already swept off the file.
      *> -------------------------------------------------------
       LOAD-NOSTRO-POSITIONS.
           MOVE SPACES TO WS-TX-NAME
           STRING WS-NODE-ROOT DELIMITED BY SPACE
               BANK-CLEARING DELIMITED BY SPACE
               "/TRANSACT.DAT" DELIMITED BY SIZE
               INTO WS-TX-NAME
           END-STRING
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "NOTE|NO-CLEARING-TRANSACT-FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       CLOSE TRANSACT-FILE
                       EXIT PERFORM
               END-READ
               COMPUTE WS-JRNL-PERIOD = TRANS-DATE / 100
               IF TRANS-ACCT-ID(1:7) = "NOSTRO-"
                   AND TRANS-SUCCESS
                   AND WS-JRNL-PERIOD <= WS-PERIOD
                   PERFORM VARYING WS-ND-IDX FROM 1 BY 1
                       UNTIL WS-ND-IDX > 5
                       IF WS-ND-LTR(WS-ND-IDX) = TRANS-ACCT-ID(8:1)
                           AND TRANS-ACCT-ID(9:2) = SPACES
                           EVALUATE TRUE
                               WHEN TRANS-IS-DEPOSIT
                               WHEN TRANS-IS-CARRYFWD
                                   ADD TRANS-AMOUNT
                                       TO WS-ND-POSITION(WS-ND-IDX)
                               WHEN TRANS-IS-WITHDRAW
                                   SUBTRACT TRANS-AMOUNT
                                       FROM WS-ND-POSITION(WS-ND-IDX)
                           END-EVALUATE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> APPLY-ELIMINATIONS: Reverse each position out of the
      *> clearing node's deposits and cash (Dr deposits / Cr
      *> cash for a due-to; the mirror for a due-from). The
      *> positions' sum is the intercompany break — zero when
      *> every settlement day netted across the nodes.
      *> -------------------------------------------------------
       APPLY-ELIMINATIONS.
           MOVE WS-CLEARING-IDX TO WS-ND-IDX
           MOVE WS-IC-CASH-ACCT TO WS-FIND-LOCAL
           PERFORM FIND-LOCAL-MAP
           MOVE WS-LM-FOUND TO WS-IC-CASH-CN
           MOVE WS-IC-DEP-ACCT TO WS-FIND-LOCAL
           PERFORM FIND-LOCAL-MAP
           MOVE WS-LM-FOUND TO WS-IC-DEP-CN
           MOVE 0 TO WS-IC-NET
           MOVE 0 TO WS-IC-GROSS
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
               UNTIL WS-ND-IDX > 5
               MOVE SPACES TO WS-NOSTRO-ID
               STRING "NOSTRO-" WS-ND-LTR(WS-ND-IDX)
                   DELIMITED BY SIZE INTO WS-NOSTRO-ID
               END-STRING
               IF WS-ND-POSITION(WS-ND-IDX) < 0
                   MOVE "DUE-FROM" TO WS-IC-SIDE
                   SUBTRACT WS-ND-POSITION(WS-ND-IDX)
                       FROM WS-IC-GROSS
               ELSE
                   MOVE "DUE-TO" TO WS-IC-SIDE
                   ADD WS-ND-POSITION(WS-ND-IDX) TO WS-IC-GROSS
               END-IF
               DISPLAY "CONS-ELIM|"
                   FUNCTION TRIM(WS-ND-ID(WS-ND-IDX)) "|"
                   FUNCTION TRIM(WS-NOSTRO-ID) "|"
                   WS-ND-POSITION(WS-ND-IDX) "|"
                   FUNCTION TRIM(WS-IC-SIDE)
               ADD WS-ND-POSITION(WS-ND-IDX) TO WS-IC-NET
           END-PERFORM
           IF WS-IC-CASH-CN = 0 OR WS-IC-DEP-CN = 0
               DISPLAY "NOTE|IC-ACCOUNTS-NOT-CHARTED|"
                   FUNCTION TRIM(BANK-CLEARING)
           ELSE
               ADD WS-IC-NET TO WS-CN-ELIM(WS-IC-DEP-CN)
               SUBTRACT WS-IC-NET FROM WS-CN-ELIM(WS-IC-CASH-CN)
           END-IF
           IF WS-IC-NET NOT = 0
               DISPLAY "CONS-IC-BREAK|" WS-IC-NET
           ELSE
               DISPLAY "CONS-IC-BALANCED|" WS-IC-GROSS
           END-IF.

       PRINT-BALANCE-SHEET.
           INITIALIZE WS-TOT-ASSET WS-TOT-LIAB
           MOVE "CONS-BS" TO WS-ROW-SECTION
           MOVE 1 TO WS-ROW-SIGN
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
               UNTIL WS-CN-IDX > WS-CN-COUNT
               IF WS-CN-TYPE(WS-CN-IDX) = 'A'
                   PERFORM BUILD-CUM-ROW
                   PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > 8
                       ADD WS-ROW-COL(WS-ROW-IDX)
                           TO WS-TA-COL(WS-ROW-IDX)
                   END-PERFORM
                   PERFORM EMIT-ACCOUNT-ROW
               END-IF
           END-PERFORM
           MOVE WS-TOT-ASSET TO WS-ROW
           MOVE "CONS-BS-TOTAL" TO WS-ROW-SECTION
           MOVE SPACES TO WS-ROW-ACCT
           MOVE "ASSETS" TO WS-ROW-NAME
           PERFORM EMIT-ROW
           MOVE "CONS-BS" TO WS-ROW-SECTION
           MOVE -1 TO WS-ROW-SIGN
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
               UNTIL WS-CN-IDX > WS-CN-COUNT
               IF WS-CN-TYPE(WS-CN-IDX) = 'L'
                   PERFORM BUILD-CUM-ROW
                   PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > 8
                       ADD WS-ROW-COL(WS-ROW-IDX)
                           TO WS-TL-COL(WS-ROW-IDX)
                   END-PERFORM
                   PERFORM EMIT-ACCOUNT-ROW
               END-IF
           END-PERFORM
           MOVE WS-TOT-LIAB TO WS-ROW
           MOVE "CONS-BS-TOTAL" TO WS-ROW-SECTION
           MOVE SPACES TO WS-ROW-ACCT
           MOVE "LIAB" TO WS-ROW-NAME
           PERFORM EMIT-ROW.

       PRINT-INCOME-STATEMENT.
           INITIALIZE WS-TOT-INC WS-TOT-EXP
           MOVE "CONS-IS" TO WS-ROW-SECTION
           MOVE -1 TO WS-ROW-SIGN
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
               UNTIL WS-CN-IDX > WS-CN-COUNT
               IF WS-CN-TYPE(WS-CN-IDX) = 'I'
                   PERFORM BUILD-ACT-ROW
                   PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > 8
                       ADD WS-ROW-COL(WS-ROW-IDX)
                           TO WS-TI-COL(WS-ROW-IDX)
                   END-PERFORM
                   PERFORM EMIT-ACCOUNT-ROW
               END-IF
           END-PERFORM
           MOVE 1 TO WS-ROW-SIGN
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
               UNTIL WS-CN-IDX > WS-CN-COUNT
               IF WS-CN-TYPE(WS-CN-IDX) = 'E'
                   PERFORM BUILD-ACT-ROW
                   PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > 8
                       ADD WS-ROW-COL(WS-ROW-IDX)
                           TO WS-TE-COL(WS-ROW-IDX)
                   END-PERFORM
                   PERFORM EMIT-ACCOUNT-ROW
               END-IF
           END-PERFORM
           MOVE "CONS-IS-TOTAL" TO WS-ROW-SECTION
           MOVE SPACES TO WS-ROW-ACCT
           MOVE WS-TOT-INC TO WS-ROW
           MOVE "INCOME" TO WS-ROW-NAME
           PERFORM EMIT-ROW
           MOVE WS-TOT-EXP TO WS-ROW
           MOVE "EXPENSE" TO WS-ROW-NAME
           PERFORM EMIT-ROW
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > 8
               COMPUTE WS-ROW-COL(WS-ROW-IDX) =
                   WS-TI-COL(WS-ROW-IDX) - WS-TE-COL(WS-ROW-IDX)
           END-PERFORM
           MOVE "CONS-NET-INCOME" TO WS-ROW-SECTION
           MOVE SPACES TO WS-ROW-NAME
           PERFORM EMIT-ROW.

      *> -------------------------------------------------------
      *> BUILD-CUM-ROW / BUILD-ACT-ROW: One common account into
      *> WS-ROW in its natural sign (WS-ROW-SIGN -1 flips a
      *> liability or income account). Eliminations touch only
      *> balances, so the activity row's ELIM column is zero.
      *> -------------------------------------------------------
       BUILD-CUM-ROW.
           MOVE 0 TO WS-ROW-COL(8)
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > 6
               COMPUTE WS-ROW-COL(WS-ROW-IDX) = WS-ROW-SIGN *
                   WS-CN-CUM(WS-CN-IDX, WS-ROW-IDX)
               ADD WS-ROW-COL(WS-ROW-IDX) TO WS-ROW-COL(8)
           END-PERFORM
           COMPUTE WS-ROW-COL(7) = WS-ROW-SIGN * WS-CN-ELIM(WS-CN-IDX)
           ADD WS-ROW-COL(7) TO WS-ROW-COL(8).

       BUILD-ACT-ROW.
           MOVE 0 TO WS-ROW-COL(8)
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > 6
               COMPUTE WS-ROW-COL(WS-ROW-IDX) = WS-ROW-SIGN *
                   WS-CN-ACT(WS-CN-IDX, WS-ROW-IDX)
               ADD WS-ROW-COL(WS-ROW-IDX) TO WS-ROW-COL(8)
           END-PERFORM
           MOVE 0 TO WS-ROW-COL(7).

       EMIT-ACCOUNT-ROW.
           MOVE WS-CN-ACCT(WS-CN-IDX) TO WS-ROW-ACCT
           MOVE WS-CN-NAME(WS-CN-IDX) TO WS-ROW-NAME
           PERFORM EMIT-ROW.

      *> -------------------------------------------------------
      *> EMIT-ROW: section, account, title and the eight amount
      *> columns — to STDOUT pipe-delimited, or one CSV row.
      *> -------------------------------------------------------
       EMIT-ROW.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING FUNCTION TRIM(WS-ROW-SECTION) WS-DELIM
               FUNCTION TRIM(WS-ROW-ACCT) WS-DELIM
               FUNCTION TRIM(WS-ROW-NAME)
               DELIMITED BY SIZE INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           END-STRING
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > 8
               MOVE WS-ROW-COL(WS-ROW-IDX) TO WS-CSV-AMT
               STRING WS-DELIM FUNCTION TRIM(WS-CSV-AMT)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
               END-STRING
           END-PERFORM
           IF WS-CSV-MODE = 'Y'
               MOVE WS-OUT-LINE TO CSV-LINE
               WRITE CSV-LINE
               ADD 1 TO WS-CSV-ROW-COUNT
           ELSE
               DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
           END-IF.
