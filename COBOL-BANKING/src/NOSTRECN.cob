      *>================================================================*
      *>  Program:     NOSTRECN.cob
      *>  System:      LEGACY LEDGER — Nostro / Fed Account
      *>               Reconciliation
      *>  Node:        CLEARING (runs against the clearing node's data
      *>               directory, where the per-node nostro accounts
      *>               are carried — any node that carries its own
      *>               correspondent or Fed account runs it the same
      *>               way)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Reconciles our books against what the correspondent or
      *>    the Fed says happened. SETTLE.cob posts the due-to/due-
      *>    from entries against NOSTRO-A ... NOSTRO-E, and wires
      *>    move through correspondents, but nothing compared those
      *>    postings to the banks' own statements. RECON loads the
      *>    day's MT940/MT950 statement messages (NOSTSTMT.DAT),
      *>    one message per account per statement, and the ledger
      *>    postings dated the recon day to every account being
      *>    reconciled, into the NOSTRECN.DAT item file (see
      *>    NOSTREC.cpy). Open items from both sides — today's and
      *>    every earlier day's still outstanding — are then
      *>    auto-matched, same account, same direction, same
      *>    amount:
      *>      1. by reference — the :61: account-owner reference
      *>         equals our TRANS-ID;
      *>      2. by value date — the nearest date within
      *>         WS-NR-DATE-WINDOW days.
      *>    What does not match stays open, is carried forward to
      *>    the next run, and is reported with its age:
      *>      THEY-HAVE — on the statement, not on our books;
      *>      WE-HAVE   — on our books, not on the statement.
      *>    The exception report NOSTRECN.RPT lists each account's
      *>    open items and, when a statement came in this run, the
      *>    proof of its closing balance against the ledger.
      *>
      *>    Accounts reconciled: every ACCOUNTS.DAT account whose
      *>    ID begins NOSTRO-, plus any account named on a
      *>    statement's :25: tag (the Fed settlement account, a
      *>    correspondent account), plus any account with items
      *>    still open. A statement naming an account not on
      *>    ACCOUNTS.DAT is reported and not loaded.
      *>
      *>    Statement message format — the same block/tag shape
      *>    SWIFTIN.cob reads: {1:...} / {2:...} / {4: opening a
      *>    text block of :nn: tags, closed by a line beginning
      *>    "-}". Tags used: :20: statement reference, :25:
      *>    account (our ACCT-ID), :62F:/:62M: closing balance
      *>    (D/C, YYMMDD, currency, amount), :61: statement line
      *>    (value date YYMMDD, optional entry date MMDD, D/C/RD/RC
      *>    mark, optional funds code, amount with a comma or
      *>    point decimal, type code, account-owner reference,
      *>    "//" servicing-bank reference), :86: narrative for
      *>    the line before it.
      *>
      *>  Operations (via command-line argument):
      *>    RECON [yyyymmdd]      — load and match (business date
      *>                            when omitted)
      *>    OPEN [acct]           — list open items, aged as of the
      *>                            business date
      *>    MATCH <item> <item>   — pair a statement item and a
      *>                            ledger item by hand (signed-on
      *>                            operator, BANK_OPERATOR_ID /
      *>                            BANK_OPERATOR_PIN)
      *>
      *>  Files:
      *>    Input:        NOSTSTMT.DAT (LINE SEQUENTIAL, MT940/MT950
      *>                  message blocks — missing is a day with no
      *>                  statements, not an error)
      *>    Input:        ACCOUNTS.DAT, TRANSACT.DAT, BUSDATE.DAT,
      *>                  OPERATORS.DAT (MATCH)
      *>    Input/Output: NOSTRECN.DAT (NOSTREC.cpy — rewritten
      *>                  whole)
      *>    Output:       NOSTRECN.RPT (fresh each RECON)
      *>
      *>  Copybooks:
      *>    NOSTREC.cpy, ACCTREC.cpy, TRANSREC.cpy, BUSDATE.cpy,
      *>    OPERREC.cpy, OPERIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    NOSTRO-STMT|acct|stmt-ref|lines|closing-dc|closing-amt
      *>    NOSTRO-STMT-UNKNOWN|acct|stmt-ref
      *>    NOSTRO-MATCHED|acct|stmt-item|ledger-item|amount|rule
      *>    NOSTRO-OPEN|item|acct|THEY-HAVE/WE-HAVE|dc|amount|
      *>          value-date|age-days|ref
      *>    NOSTRO-AGING|0-30|31-60|61-90|OVER-90
      *>    NOSTRO-SUMMARY|NEW-STMT|NEW-LEDGER|MATCHED|THEY-HAVE|
      *>          WE-HAVE
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success (open items are the output)
      *>    RESULT|03 — MATCH: item not found, not open, or the two
      *>                items are not a pair
      *>    RESULT|07 — MATCH: operator sign-on failed
      *>    RESULT|99 — Bad operation / item file full / I/O error
      *>
      *>  Dependencies:
      *>    Run after SETTLE.cob on the recon day, once the day's
      *>    correspondent and Fed statements are in NOSTSTMT.DAT.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTRECN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-FILE
               ASSIGN TO "NOSTSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           SELECT NOSTRO-RECON-FILE
               ASSIGN TO "NOSTRECN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NR-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "NOSTRECN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-FILE.
       01  STMT-RECORD            PIC X(100).
       FD  NOSTRO-RECON-FILE.
       COPY "NOSTREC.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(132).
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ST-STATUS           PIC XX VALUE SPACES.
       01  WS-NR-STATUS           PIC XX VALUE SPACES.
       01  WS-RPT-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-CMD-LINE            PIC X(80) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-ARG-2               PIC X(20) VALUE SPACES.
       01  WS-ARG-3               PIC X(20) VALUE SPACES.

      *>   Matching policy — an amount match with no common
      *>   reference pairs only when the two value dates are this
      *>   close; a wider gap is left for the desk to pair by hand.
       01  WS-NR-DATE-WINDOW      PIC 9(2) VALUE 3.

      *>   The item file in memory, one entry per NOSTRECN.DAT
      *>   row, same layout as NOSTREC.cpy so a row moves in and
      *>   out whole.
       01  WS-NR-TABLE.
           05  WS-NR-ENTRY OCCURS 2000 TIMES.
               10  WS-NR-ITEM-ID      PIC 9(6).
               10  WS-NR-ACCT-ID      PIC X(10).
               10  WS-NR-SIDE         PIC X(1).
               10  WS-NR-DC           PIC X(1).
               10  WS-NR-AMOUNT       PIC 9(10)V99.
               10  WS-NR-VALUE-DATE   PIC 9(8).
               10  WS-NR-REF          PIC X(16).
               10  WS-NR-SRC-KEY      PIC X(20).
               10  WS-NR-FIRST-SEEN   PIC 9(8).
               10  WS-NR-STAT         PIC X(1).
               10  WS-NR-CLEAR-DATE   PIC 9(8).
               10  WS-NR-MATCH-ID     PIC 9(6).
               10  WS-NR-MATCH-RULE   PIC X(1).
               10  WS-NR-CLEARED-BY   PIC X(8).
               10  WS-NR-DESC         PIC X(30).
               10  FILLER             PIC X(4).
       01  WS-NR-COUNT            PIC 9(4) VALUE 0.
       01  WS-NR-IDX              PIC 9(4) VALUE 0.
       01  WS-NR-IDX2             PIC 9(4) VALUE 0.
       01  WS-NR-BEST             PIC 9(4) VALUE 0.
       01  WS-NR-BEST-GAP         PIC 9(5) VALUE 0.
       01  WS-NR-GAP              PIC S9(7) VALUE 0.
       01  WS-NR-NEXT-ID          PIC 9(6) VALUE 0.
       01  WS-NR-KEY              PIC X(20) VALUE SPACES.
       01  WS-NR-KEY-FOUND        PIC X(1) VALUE 'N'.
       01  WS-NR-FULL             PIC X(1) VALUE 'N'.

      *>   Accounts under reconciliation — NOSTRO- accounts, the
      *>   accounts statements name, and accounts with open items.
       01  WS-RA-TABLE.
           05  WS-RA-ENTRY OCCURS 50 TIMES.
               10  WS-RA-ACCT-ID      PIC X(10).
               10  WS-RA-LEDGER-BAL   PIC S9(10)V99.
               10  WS-RA-HAVE-STMT    PIC X(1).
               10  WS-RA-STMT-REF     PIC X(16).
               10  WS-RA-CLOSE-BAL    PIC S9(10)V99.
       01  WS-RA-COUNT            PIC 9(2) VALUE 0.
       01  WS-RA-IDX              PIC 9(2) VALUE 0.
       01  WS-RA-FOUND            PIC X(1) VALUE 'N'.
       01  WS-RA-FOUND-IDX        PIC 9(2) VALUE 0.
       01  WS-RA-ACCT             PIC X(10) VALUE SPACES.

      *>   Every ACCOUNTS.DAT ID and balance, for the statement
      *>   account check and the proof line.
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 500 TIMES.
               10  WS-AC-ID           PIC X(10).
               10  WS-AC-BALANCE      PIC S9(10)V99.
       01  WS-AC-COUNT            PIC 9(3) VALUE 0.
       01  WS-AC-IDX              PIC 9(3) VALUE 0.
       01  WS-AC-FOUND            PIC X(1) VALUE 'N'.
       01  WS-AC-FOUND-IDX        PIC 9(3) VALUE 0.

      *>   One statement message's raw lines, accumulated until the
      *>   closing "-}" line — SWIFTIN.cob's collection scheme, with
      *>   room for a full day of statement lines.
       01  WS-MSG-TABLE.
           05  WS-MSG-LINE OCCURS 300 TIMES PIC X(100).
       01  WS-MSG-LINE-COUNT      PIC 9(3) VALUE 0.
       01  WS-MSG-IDX             PIC 9(3) VALUE 0.
       01  WS-MSG-REF             PIC X(16) VALUE SPACES.
       01  WS-MSG-ACCT            PIC X(10) VALUE SPACES.
       01  WS-MSG-LINE-SEQ        PIC 9(4) VALUE 0.
       01  WS-MSG-LOADED          PIC 9(4) VALUE 0.
       01  WS-MSG-LAST-IDX        PIC 9(4) VALUE 0.
       01  WS-MSG-CLOSE-DC        PIC X(1) VALUE SPACES.
       01  WS-MSG-CLOSE-STR       PIC X(20) VALUE SPACES.
       01  WS-MSG-CLOSE-AMT       PIC 9(10)V99 VALUE 0.
       01  WS-MSG-SKIP            PIC X(1) VALUE 'N'.

      *>   :61: statement line parse work fields
       01  WS-SL-TEXT             PIC X(96) VALUE SPACES.
       01  WS-SL-POS              PIC 9(3) VALUE 0.
       01  WS-SL-YY               PIC 9(2) VALUE 0.
       01  WS-SL-VALUE-DATE       PIC 9(8) VALUE 0.
       01  WS-SL-DC               PIC X(1) VALUE SPACES.
       01  WS-SL-AMT-STR          PIC X(20) VALUE SPACES.
       01  WS-SL-AMT-LEN          PIC 9(2) VALUE 0.
       01  WS-SL-AMOUNT           PIC 9(10)V99 VALUE 0.
       01  WS-SL-REF              PIC X(16) VALUE SPACES.
       01  WS-SL-BANK-REF         PIC X(16) VALUE SPACES.
       01  WS-SL-REST             PIC X(96) VALUE SPACES.
       01  WS-SL-VALID            PIC X(1) VALUE 'N'.

      *>   Aging and counts
       01  WS-AGE-DAYS            PIC S9(5) VALUE 0.
       01  WS-AGE-0-30            PIC 9(5) VALUE 0.
       01  WS-AGE-31-60           PIC 9(5) VALUE 0.
       01  WS-AGE-61-90           PIC 9(5) VALUE 0.
       01  WS-AGE-OVER-90         PIC 9(5) VALUE 0.
       01  WS-NEW-STMT-COUNT      PIC 9(5) VALUE 0.
       01  WS-NEW-LEDGER-COUNT    PIC 9(5) VALUE 0.
       01  WS-MATCHED-COUNT       PIC 9(5) VALUE 0.
       01  WS-THEY-HAVE-COUNT     PIC 9(5) VALUE 0.
       01  WS-WE-HAVE-COUNT       PIC 9(5) VALUE 0.
       01  WS-SIDE-NAME           PIC X(9) VALUE SPACES.

      *>   Proof of a statement's closing balance: ours, plus what
      *>   they have that we don't, less what we have that they
      *>   don't, should equal theirs.
       01  WS-PF-THEY-NET         PIC S9(10)V99 VALUE 0.
       01  WS-PF-WE-NET           PIC S9(10)V99 VALUE 0.
       01  WS-PF-ADJUSTED         PIC S9(10)V99 VALUE 0.
       01  WS-PF-DIFF             PIC S9(10)V99 VALUE 0.

      *>   Report-line amount formatting — edited pictures before
      *>   STRING, same trick REPORTS.cob's WS-CSV-AMT uses.
       01  WS-RPT-AMT             PIC -(10)9.99.
       01  WS-RPT-AMT2            PIC -(10)9.99.
       01  WS-RPT-AMT3            PIC -(10)9.99.
       01  WS-RPT-AGE             PIC -(4)9.
       01  WS-RPT-LINE            PIC X(132) VALUE SPACES.

       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-ARG-2
                    WS-ARG-3
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           EVALUATE WS-OPERATION
               WHEN "RECON"
                   IF WS-ARG-2 NOT = SPACES
                       IF WS-ARG-2(1:8) IS NOT NUMERIC
                           DISPLAY "ERROR|BAD-DATE|" WS-ARG-2
                           DISPLAY "RESULT|99"
                           STOP RUN
                       END-IF
                       MOVE WS-ARG-2(1:8) TO WS-RUN-DATE
                   END-IF
                   PERFORM RECON-RUN
               WHEN "OPEN"
                   PERFORM LOAD-RECON-ITEMS
                   PERFORM LIST-OPEN-ITEMS
               WHEN "MATCH"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM LOAD-RECON-ITEMS
                   PERFORM MATCH-BY-OPERATOR
                   PERFORM SAVE-RECON-ITEMS
               WHEN OTHER
                   DISPLAY "ERROR|BAD-OPERATION|" WS-OPERATION
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-EVALUATE
           DISPLAY "RESULT|00"
           STOP RUN.

      *> -------------------------------------------------------
      *> RECON-RUN: Load both sides, match, carry the rest
      *> forward. Nothing is rewritten until every new item has
      *> fitted in the table — a full item file stops the run
      *> with NOSTRECN.DAT exactly as it was.
      *> -------------------------------------------------------
       RECON-RUN.
           PERFORM LOAD-RECON-ITEMS
           PERFORM LOAD-ACCOUNT-LIST
           PERFORM LOAD-STATEMENTS
           PERFORM LOAD-LEDGER-POSTINGS
           IF WS-NR-FULL = 'Y'
               DISPLAY "ERROR|NOSTRECN-FULL|NOTHING-WRITTEN"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM MATCH-BY-REFERENCE
           PERFORM MATCH-BY-VALUE-DATE
           PERFORM SAVE-RECON-ITEMS
           PERFORM WRITE-RECON-REPORT
           PERFORM LIST-OPEN-ITEMS
           DISPLAY "NOSTRO-SUMMARY|" WS-NEW-STMT-COUNT "|"
               WS-NEW-LEDGER-COUNT "|" WS-MATCHED-COUNT "|"
               WS-THEY-HAVE-COUNT "|" WS-WE-HAVE-COUNT.

      *> -------------------------------------------------------
      *> LOAD-ACCOUNT-LIST: Every ACCOUNTS.DAT ID and balance;
      *> the NOSTRO- accounts, and any account with items still
      *> open, go on the reconciled list.
      *> -------------------------------------------------------
       LOAD-ACCOUNT-LIST.
           MOVE 0 TO WS-AC-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE
                   AT END
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
               IF WS-AC-COUNT < 500
                   ADD 1 TO WS-AC-COUNT
                   MOVE ACCT-ID TO WS-AC-ID(WS-AC-COUNT)
                   MOVE ACCT-BALANCE TO WS-AC-BALANCE(WS-AC-COUNT)
               END-IF
               IF ACCT-ID(1:7) = "NOSTRO-"
                   MOVE ACCT-ID TO WS-RA-ACCT
                   PERFORM ADD-RECON-ACCOUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NR-IDX FROM 1 BY 1
               UNTIL WS-NR-IDX > WS-NR-COUNT
               IF WS-NR-STAT(WS-NR-IDX) = 'O'
                   MOVE WS-NR-ACCT-ID(WS-NR-IDX) TO WS-RA-ACCT
                   PERFORM ADD-RECON-ACCOUNT
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> ADD-RECON-ACCOUNT / FIND-RECON-ACCOUNT: The reconciled
      *> list, keyed by WS-RA-ACCT; an add of an account already
      *> listed is a no-op.
      *> -------------------------------------------------------
       ADD-RECON-ACCOUNT.
           PERFORM FIND-RECON-ACCOUNT
           IF WS-RA-FOUND = 'Y' OR WS-RA-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RA-COUNT
           MOVE WS-RA-ACCT TO WS-RA-ACCT-ID(WS-RA-COUNT)
           MOVE 'N' TO WS-RA-HAVE-STMT(WS-RA-COUNT)
           MOVE SPACES TO WS-RA-STMT-REF(WS-RA-COUNT)
           MOVE 0 TO WS-RA-CLOSE-BAL(WS-RA-COUNT)
           MOVE 0 TO WS-RA-LEDGER-BAL(WS-RA-COUNT)
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-ID(WS-AC-IDX) = WS-RA-ACCT
                   MOVE WS-AC-BALANCE(WS-AC-IDX)
                       TO WS-RA-LEDGER-BAL(WS-RA-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-RA-COUNT TO WS-RA-FOUND-IDX.

       FIND-RECON-ACCOUNT.
           MOVE 'N' TO WS-RA-FOUND
           MOVE 0 TO WS-RA-FOUND-IDX
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
               UNTIL WS-RA-IDX > WS-RA-COUNT
               IF WS-RA-ACCT-ID(WS-RA-IDX) = WS-RA-ACCT
                   MOVE 'Y' TO WS-RA-FOUND
                   MOVE WS-RA-IDX TO WS-RA-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-STATEMENTS: Collect each message's lines, then
      *> load it whole. A {1: basic header resets the table so a
      *> message missing its terminator cannot bleed into the
      *> next one — same as SWIFTIN.cob.
      *> -------------------------------------------------------
       LOAD-STATEMENTS.
           MOVE 0 TO WS-MSG-LINE-COUNT
           OPEN INPUT STMT-FILE
           IF WS-ST-STATUS NOT = '00'
               DISPLAY "NOTE|NO-STATEMENT-FILE|LEDGER-SIDE-ONLY"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ STMT-FILE
                   AT END
                       CLOSE STMT-FILE
                       EXIT PERFORM
               END-READ
               IF STMT-RECORD(1:3) = "{1:"
                   MOVE 0 TO WS-MSG-LINE-COUNT
               END-IF
               IF WS-MSG-LINE-COUNT < 300
                   ADD 1 TO WS-MSG-LINE-COUNT
                   MOVE STMT-RECORD TO WS-MSG-LINE(WS-MSG-LINE-COUNT)
               END-IF
               IF STMT-RECORD(1:2) = "-}"
                   PERFORM LOAD-ONE-STATEMENT
                   MOVE 0 TO WS-MSG-LINE-COUNT
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-ONE-STATEMENT: Walk the message's tags in order —
      *> :20: and :25: come ahead of the :61: lines, and each
      *> :86: follows the :61: it describes.
      *> -------------------------------------------------------
       LOAD-ONE-STATEMENT.
           MOVE SPACES TO WS-MSG-REF WS-MSG-ACCT WS-MSG-CLOSE-DC
           MOVE 0 TO WS-MSG-LINE-SEQ WS-MSG-LOADED WS-MSG-LAST-IDX
               WS-MSG-CLOSE-AMT
           MOVE 'N' TO WS-MSG-SKIP
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
               UNTIL WS-MSG-IDX > WS-MSG-LINE-COUNT
               EVALUATE TRUE
                   WHEN WS-MSG-LINE(WS-MSG-IDX)(1:4) = ":20:"
                       MOVE WS-MSG-LINE(WS-MSG-IDX)(5:16)
                           TO WS-MSG-REF
                   WHEN WS-MSG-LINE(WS-MSG-IDX)(1:4) = ":25:"
                       PERFORM CHECK-STATEMENT-ACCOUNT
                   WHEN WS-MSG-LINE(WS-MSG-IDX)(1:4) = ":61:"
                       ADD 1 TO WS-MSG-LINE-SEQ
                       MOVE 0 TO WS-MSG-LAST-IDX
                       IF WS-MSG-SKIP = 'N'
                           PERFORM LOAD-STATEMENT-LINE
                       END-IF
                   WHEN WS-MSG-LINE(WS-MSG-IDX)(1:4) = ":86:"
                       IF WS-MSG-LAST-IDX > 0
                           MOVE WS-MSG-LINE(WS-MSG-IDX)(5:30)
                               TO WS-NR-DESC(WS-MSG-LAST-IDX)
                       END-IF
                   WHEN WS-MSG-LINE(WS-MSG-IDX)(1:5) = ":62F:"
                       OR WS-MSG-LINE(WS-MSG-IDX)(1:5) = ":62M:"
                       PERFORM PARSE-CLOSING-BALANCE
               END-EVALUATE
           END-PERFORM
           IF WS-MSG-ACCT = SPACES OR WS-MSG-SKIP = 'Y'
               EXIT PARAGRAPH
           END-IF
      *>   The last statement in the file for an account is the
      *>   one whose closing balance the report proves.
           MOVE WS-MSG-ACCT TO WS-RA-ACCT
           PERFORM FIND-RECON-ACCOUNT
           IF WS-RA-FOUND = 'Y' AND WS-MSG-CLOSE-DC NOT = SPACES
               MOVE 'Y' TO WS-RA-HAVE-STMT(WS-RA-FOUND-IDX)
               MOVE WS-MSG-REF TO WS-RA-STMT-REF(WS-RA-FOUND-IDX)
               IF WS-MSG-CLOSE-DC = 'D'
                   SUBTRACT WS-MSG-CLOSE-AMT FROM 0
                       GIVING WS-RA-CLOSE-BAL(WS-RA-FOUND-IDX)
               ELSE
                   MOVE WS-MSG-CLOSE-AMT
                       TO WS-RA-CLOSE-BAL(WS-RA-FOUND-IDX)
               END-IF
           END-IF
           DISPLAY "NOSTRO-STMT|" WS-MSG-ACCT "|" WS-MSG-REF "|"
               WS-MSG-LOADED "|" WS-MSG-CLOSE-DC "|"
               WS-MSG-CLOSE-AMT.

      *> -------------------------------------------------------
      *> CHECK-STATEMENT-ACCOUNT: :25: names our ledger account,
      *> optionally with a leading "/". Not on ACCOUNTS.DAT — the
      *> whole message is reported and passed over.
      *> -------------------------------------------------------
       CHECK-STATEMENT-ACCOUNT.
           IF WS-MSG-LINE(WS-MSG-IDX)(5:1) = "/"
               MOVE WS-MSG-LINE(WS-MSG-IDX)(6:10) TO WS-MSG-ACCT
           ELSE
               MOVE WS-MSG-LINE(WS-MSG-IDX)(5:10) TO WS-MSG-ACCT
           END-IF
           MOVE 'N' TO WS-AC-FOUND
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-ID(WS-AC-IDX) = WS-MSG-ACCT
                   MOVE 'Y' TO WS-AC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AC-FOUND = 'N'
               MOVE 'Y' TO WS-MSG-SKIP
               DISPLAY "NOSTRO-STMT-UNKNOWN|" WS-MSG-ACCT "|"
                   WS-MSG-REF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MSG-ACCT TO WS-RA-ACCT
           PERFORM ADD-RECON-ACCOUNT.

      *> -------------------------------------------------------
      *> PARSE-CLOSING-BALANCE: :62F:D/C YYMMDD CCY amount.
      *> -------------------------------------------------------
       PARSE-CLOSING-BALANCE.
           MOVE WS-MSG-LINE(WS-MSG-IDX)(6:1) TO WS-MSG-CLOSE-DC
           MOVE WS-MSG-LINE(WS-MSG-IDX)(16:20) TO WS-MSG-CLOSE-STR
           INSPECT WS-MSG-CLOSE-STR REPLACING ALL ',' BY '.'
           IF WS-MSG-CLOSE-STR = SPACES
               MOVE SPACES TO WS-MSG-CLOSE-DC
           ELSE
               COMPUTE WS-MSG-CLOSE-AMT =
                   FUNCTION NUMVAL(WS-MSG-CLOSE-STR)
           END-IF.

      *> -------------------------------------------------------
      *> LOAD-STATEMENT-LINE: Parse one :61: line and add it as a
      *> THEY-HAVE item, unless an earlier run already loaded it
      *> (same :20: reference and line position).
      *> -------------------------------------------------------
       LOAD-STATEMENT-LINE.
           MOVE SPACES TO WS-NR-KEY
           STRING WS-MSG-REF DELIMITED BY SIZE
               WS-MSG-LINE-SEQ DELIMITED BY SIZE
               INTO WS-NR-KEY
           END-STRING
           PERFORM FIND-SOURCE-KEY
           IF WS-NR-KEY-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-STATEMENT-LINE
           IF WS-SL-VALID = 'N'
               DISPLAY "NOSTRO-BAD-LINE|" WS-MSG-ACCT "|" WS-MSG-REF
                   "|" WS-MSG-LINE-SEQ
               EXIT PARAGRAPH
           END-IF
           IF WS-NR-COUNT >= 2000
               MOVE 'Y' TO WS-NR-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NR-COUNT
           ADD 1 TO WS-NR-NEXT-ID
           MOVE WS-NR-NEXT-ID TO WS-NR-ITEM-ID(WS-NR-COUNT)
           MOVE WS-MSG-ACCT TO WS-NR-ACCT-ID(WS-NR-COUNT)
           MOVE 'S' TO WS-NR-SIDE(WS-NR-COUNT)
           MOVE WS-SL-DC TO WS-NR-DC(WS-NR-COUNT)
           MOVE WS-SL-AMOUNT TO WS-NR-AMOUNT(WS-NR-COUNT)
           MOVE WS-SL-VALUE-DATE TO WS-NR-VALUE-DATE(WS-NR-COUNT)
           MOVE WS-SL-REF TO WS-NR-REF(WS-NR-COUNT)
           MOVE WS-NR-KEY TO WS-NR-SRC-KEY(WS-NR-COUNT)
           PERFORM OPEN-NEW-ITEM
           MOVE WS-SL-BANK-REF TO WS-NR-DESC(WS-NR-COUNT)
           MOVE WS-NR-COUNT TO WS-MSG-LAST-IDX
           ADD 1 TO WS-MSG-LOADED
           ADD 1 TO WS-NEW-STMT-COUNT.

      *> -------------------------------------------------------
      *> PARSE-STATEMENT-LINE: :61: subfields, left to right —
      *> value date YYMMDD; entry date MMDD when digits follow;
      *> the mark C, D, RC or RD (a reversal runs the other way);
      *> a funds-code letter when one precedes the amount; the
      *> amount, comma or point decimal; the type code (N/F/S
      *> and three characters); the account-owner reference up
      *> to "//"; the servicing bank's reference after it.
      *> -------------------------------------------------------
       PARSE-STATEMENT-LINE.
           MOVE 'N' TO WS-SL-VALID
           MOVE SPACES TO WS-SL-DC WS-SL-AMT-STR WS-SL-REF
               WS-SL-BANK-REF WS-SL-REST
           MOVE 0 TO WS-SL-AMOUNT WS-SL-AMT-LEN
           MOVE WS-MSG-LINE(WS-MSG-IDX)(5:96) TO WS-SL-TEXT
           IF WS-SL-TEXT(1:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SL-TEXT(1:2) TO WS-SL-YY
           COMPUTE WS-SL-VALUE-DATE =
               (2000 + WS-SL-YY) * 10000
               + FUNCTION NUMVAL(WS-SL-TEXT(3:4))
           MOVE 7 TO WS-SL-POS
           IF WS-SL-TEXT(7:4) IS NUMERIC
               MOVE 11 TO WS-SL-POS
           END-IF
           EVALUATE TRUE
               WHEN WS-SL-TEXT(WS-SL-POS:2) = "RC"
                   MOVE 'D' TO WS-SL-DC
                   ADD 2 TO WS-SL-POS
               WHEN WS-SL-TEXT(WS-SL-POS:2) = "RD"
                   MOVE 'C' TO WS-SL-DC
                   ADD 2 TO WS-SL-POS
               WHEN WS-SL-TEXT(WS-SL-POS:1) = "C"
                   OR WS-SL-TEXT(WS-SL-POS:1) = "D"
                   MOVE WS-SL-TEXT(WS-SL-POS:1) TO WS-SL-DC
                   ADD 1 TO WS-SL-POS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-SL-TEXT(WS-SL-POS:1) IS ALPHABETIC
               ADD 1 TO WS-SL-POS
           END-IF
           PERFORM UNTIL WS-SL-POS > 96
               OR WS-SL-AMT-LEN >= 20
               IF WS-SL-TEXT(WS-SL-POS:1) IS NUMERIC
                   OR WS-SL-TEXT(WS-SL-POS:1) = ","
                   OR WS-SL-TEXT(WS-SL-POS:1) = "."
                   ADD 1 TO WS-SL-AMT-LEN
                   MOVE WS-SL-TEXT(WS-SL-POS:1)
                       TO WS-SL-AMT-STR(WS-SL-AMT-LEN:1)
                   ADD 1 TO WS-SL-POS
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SL-AMT-LEN = 0 OR WS-SL-POS > 93
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-SL-AMT-STR REPLACING ALL ',' BY '.'
           COMPUTE WS-SL-AMOUNT = FUNCTION NUMVAL(WS-SL-AMT-STR)
      *>   Type code: one of N/F/S plus three characters.
           ADD 4 TO WS-SL-POS
           MOVE WS-SL-TEXT(WS-SL-POS:) TO WS-SL-REST
           UNSTRING WS-SL-REST DELIMITED BY "//" OR SPACE
               INTO WS-SL-REF
                    WS-SL-BANK-REF
           END-UNSTRING
           IF WS-SL-AMOUNT > 0
               MOVE 'Y' TO WS-SL-VALID
           END-IF.

      *> -------------------------------------------------------
      *> LOAD-LEDGER-POSTINGS: Successful TRANSACT.DAT postings
      *> dated the recon day to a reconciled account, as WE-HAVE
      *> items, unless already loaded (same TRANS-ID). Deposits,
      *> interest and chargebacks raise the account, withdrawals,
      *> fees and transfers lower it — RECONCILE.cob's credit/
      *> debit split; a negative amount runs the other way.
      *> ARCHIVE.cob carry-forward summaries are not movements.
      *> -------------------------------------------------------
       LOAD-LEDGER-POSTINGS.
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       CLOSE TRANSACT-FILE
                       EXIT PERFORM
               END-READ
               IF TRANS-DATE = WS-RUN-DATE
                   AND TRANS-STATUS = RC-SUCCESS
                   AND TRANS-AMOUNT NOT = 0
                   MOVE TRANS-ACCT-ID TO WS-RA-ACCT
                   PERFORM FIND-RECON-ACCOUNT
                   IF WS-RA-FOUND = 'Y'
                       PERFORM LOAD-ONE-POSTING
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-ONE-POSTING.
           EVALUATE TRANS-TYPE
               WHEN 'D'
               WHEN 'I'
               WHEN 'C'
                   MOVE 'C' TO WS-SL-DC
               WHEN 'W'
               WHEN 'F'
               WHEN 'T'
               WHEN 'R'
                   MOVE 'D' TO WS-SL-DC
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO WS-NR-KEY
           MOVE TRANS-ID TO WS-NR-KEY
           PERFORM FIND-SOURCE-KEY
           IF WS-NR-KEY-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-NR-COUNT >= 2000
               MOVE 'Y' TO WS-NR-FULL
               EXIT PARAGRAPH
           END-IF
           IF TRANS-AMOUNT < 0
               IF WS-SL-DC = 'C'
                   MOVE 'D' TO WS-SL-DC
               ELSE
                   MOVE 'C' TO WS-SL-DC
               END-IF
               SUBTRACT TRANS-AMOUNT FROM 0 GIVING WS-SL-AMOUNT
           ELSE
               MOVE TRANS-AMOUNT TO WS-SL-AMOUNT
           END-IF
           ADD 1 TO WS-NR-COUNT
           ADD 1 TO WS-NR-NEXT-ID
           MOVE WS-NR-NEXT-ID TO WS-NR-ITEM-ID(WS-NR-COUNT)
           MOVE TRANS-ACCT-ID TO WS-NR-ACCT-ID(WS-NR-COUNT)
           MOVE 'L' TO WS-NR-SIDE(WS-NR-COUNT)
           MOVE WS-SL-DC TO WS-NR-DC(WS-NR-COUNT)
           MOVE WS-SL-AMOUNT TO WS-NR-AMOUNT(WS-NR-COUNT)
           MOVE TRANS-DATE TO WS-NR-VALUE-DATE(WS-NR-COUNT)
           MOVE TRANS-ID TO WS-NR-REF(WS-NR-COUNT)
           MOVE WS-NR-KEY TO WS-NR-SRC-KEY(WS-NR-COUNT)
           PERFORM OPEN-NEW-ITEM
           MOVE TRANS-DESC TO WS-NR-DESC(WS-NR-COUNT)
           ADD 1 TO WS-NEW-LEDGER-COUNT.

      *> -------------------------------------------------------
      *> OPEN-NEW-ITEM: The open-item fields every new entry
      *> starts with.
      *> -------------------------------------------------------
       OPEN-NEW-ITEM.
           MOVE WS-RUN-DATE TO WS-NR-FIRST-SEEN(WS-NR-COUNT)
           MOVE 'O' TO WS-NR-STAT(WS-NR-COUNT)
           MOVE 0 TO WS-NR-CLEAR-DATE(WS-NR-COUNT)
           MOVE 0 TO WS-NR-MATCH-ID(WS-NR-COUNT)
           MOVE SPACES TO WS-NR-MATCH-RULE(WS-NR-COUNT)
           MOVE SPACES TO WS-NR-CLEARED-BY(WS-NR-COUNT)
           MOVE SPACES TO WS-NR-DESC(WS-NR-COUNT).

       FIND-SOURCE-KEY.
           MOVE 'N' TO WS-NR-KEY-FOUND
           PERFORM VARYING WS-NR-IDX FROM 1 BY 1
               UNTIL WS-NR-IDX > WS-NR-COUNT
               IF WS-NR-SRC-KEY(WS-NR-IDX) = WS-NR-KEY
                   MOVE 'Y' TO WS-NR-KEY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> MATCH-BY-REFERENCE: An open statement item whose
      *> reference is one of our TRANS-IDs pairs with that open
      *> ledger item when account, direction and amount agree.
      *> -------------------------------------------------------
       MATCH-BY-REFERENCE.
           PERFORM VARYING WS-NR-IDX FROM 1 BY 1
               UNTIL WS-NR-IDX > WS-NR-COUNT
               IF WS-NR-STAT(WS-NR-IDX) = 'O'
                   AND WS-NR-SIDE(WS-NR-IDX) = 'S'
                   AND WS-NR-REF(WS-NR-IDX) NOT = SPACES
                   PERFORM VARYING WS-NR-IDX2 FROM 1 BY 1
                       UNTIL WS-NR-IDX2 > WS-NR-COUNT
                       IF WS-NR-STAT(WS-NR-IDX2) = 'O'
                           AND WS-NR-SIDE(WS-NR-IDX2) = 'L'
                           AND WS-NR-REF(WS-NR-IDX2)
                               = WS-NR-REF(WS-NR-IDX)
                           AND WS-NR-ACCT-ID(WS-NR-IDX2)
                               = WS-NR-ACCT-ID(WS-NR-IDX)
                           AND WS-NR-DC(WS-NR-IDX2)
                               = WS-NR-DC(WS-NR-IDX)
                           AND WS-NR-AMOUNT(WS-NR-IDX2)
                               = WS-NR-AMOUNT(WS-NR-IDX)
                           MOVE WS-NR-IDX2 TO WS-NR-BEST
                           MOVE 'R' TO WS-NR-MATCH-RULE(WS-NR-IDX)
                           MOVE "NOSTRECN" TO WS-NR-CLEARED-BY(WS-NR-IDX)
                           PERFORM PAIR-ITEMS
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> MATCH-BY-VALUE-DATE: What is left pairs on account,
      *> direction and amount, with the nearest value date inside
      *> the window — oldest statement items first, so a
      *> carried-forward item clears before a fresh one.
      *> -------------------------------------------------------
       MATCH-BY-VALUE-DATE.
           PERFORM VARYING WS-NR-IDX FROM 1 BY 1
               UNTIL WS-NR-IDX > WS-NR-COUNT
               IF WS-NR-STAT(WS-NR-IDX) = 'O'
                   AND WS-NR-SIDE(WS-NR-IDX) = 'S'
                   MOVE 0 TO WS-NR-BEST
                   MOVE 99999 TO WS-NR-BEST-GAP
                   PERFORM VARYING WS-NR-IDX2 FROM 1 BY 1
                       UNTIL WS-NR-IDX2 > WS-NR-COUNT
                       IF WS-NR-STAT(WS-NR-IDX2) = 'O'
                           AND WS-NR-SIDE(WS-NR-IDX2) = 'L'
                           AND WS-NR-ACCT-ID(WS-NR-IDX2)
                               = WS-NR-ACCT-ID(WS-NR-IDX)
                           AND WS-NR-DC(WS-NR-IDX2)
                               = WS-NR-DC(WS-NR-IDX)
                           AND WS-NR-AMOUNT(WS-NR-IDX2)
                               = WS-NR-AMOUNT(WS-NR-IDX)
                           PERFORM CHECK-DATE-GAP
                       END-IF
                   END-PERFORM
                   IF WS-NR-BEST > 0
                       MOVE 'A' TO WS-NR-MATCH-RULE(WS-NR-IDX)
                       MOVE "NOSTRECN" TO WS-NR-CLEARED-BY(WS-NR-IDX)
                       PERFORM PAIR-ITEMS
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-DATE-GAP.
           COMPUTE WS-NR-GAP =
               FUNCTION INTEGER-OF-DATE(WS-NR-VALUE-DATE(WS-NR-IDX))
               - FUNCTION INTEGER-OF-DATE
                   (WS-NR-VALUE-DATE(WS-NR-IDX2))
           IF WS-NR-GAP < 0
               MULTIPLY -1 BY WS-NR-GAP
           END-IF
           IF WS-NR-GAP <= WS-NR-DATE-WINDOW
               AND WS-NR-GAP < WS-NR-BEST-GAP
               MOVE WS-NR-GAP TO WS-NR-BEST-GAP
               MOVE WS-NR-IDX2 TO WS-NR-BEST
           END-IF.

      *> -------------------------------------------------------
      *> PAIR-ITEMS: Close the statement item at WS-NR-IDX and
      *> the ledger item at WS-NR-BEST against each other. The
      *> caller has set the rule and who cleared it on the first;
      *> the second takes the same.
      *> -------------------------------------------------------
       PAIR-ITEMS.
           MOVE 'M' TO WS-NR-STAT(WS-NR-IDX)
           MOVE 'M' TO WS-NR-STAT(WS-NR-BEST)
           MOVE WS-RUN-DATE TO WS-NR-CLEAR-DATE(WS-NR-IDX)
           MOVE WS-RUN-DATE TO WS-NR-CLEAR-DATE(WS-NR-BEST)
           MOVE WS-NR-ITEM-ID(WS-NR-BEST) TO WS-NR-MATCH-ID(WS-NR-IDX)
           MOVE WS-NR-ITEM-ID(WS-NR-IDX) TO WS-NR-MATCH-ID(WS-NR-BEST)
           MOVE WS-NR-MATCH-RULE(WS-NR-IDX)
               TO WS-NR-MATCH-RULE(WS-NR-BEST)
           MOVE WS-NR-CLEARED-BY(WS-NR-IDX)
               TO WS-NR-CLEARED-BY(WS-NR-BEST)
           ADD 1 TO WS-MATCHED-COUNT
           DISPLAY "NOSTRO-MATCHED|" WS-NR-ACCT-ID(WS-NR-IDX) "|"
               WS-NR-ITEM-ID(WS-NR-IDX) "|"
               WS-NR-ITEM-ID(WS-NR-BEST) "|"
               WS-NR-AMOUNT(WS-NR-IDX) "|"
               WS-NR-MATCH-RULE(WS-NR-IDX).

      *> -------------------------------------------------------
      *> MATCH-BY-OPERATOR: MATCH <item> <item> — a statement
      *> item and a ledger item the desk has tied together by
      *> hand (a reference the bank mangled, a value date outside
      *> the window). Both open, same account, same direction,
      *> same amount; anything else is refused.
      *> -------------------------------------------------------
       MATCH-BY-OPERATOR.
           MOVE 0 TO WS-NR-BEST WS-NR-IDX2
           IF WS-ARG-2 = SPACES OR WS-ARG-3 = SPACES
               OR FUNCTION TRIM(WS-ARG-2) IS NOT NUMERIC
               OR FUNCTION TRIM(WS-ARG-3) IS NOT NUMERIC
               DISPLAY "ERROR|MATCH-NEEDS-TWO-ITEMS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-NR-IDX FROM 1 BY 1
               UNTIL WS-NR-IDX > WS-NR-COUNT
               IF WS-NR-ITEM-ID(WS-NR-IDX)
                   = FUNCTION NUMVAL(WS-ARG-2)
                   OR WS-NR-ITEM-ID(WS-NR-IDX)
                   = FUNCTION NUMVAL(WS-ARG-3)
                   IF WS-NR-SIDE(WS-NR-IDX) = 'S'
                       MOVE WS-NR-IDX TO WS-NR-IDX2
                   ELSE
                       MOVE WS-NR-IDX TO WS-NR-BEST
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NR-IDX2 = 0 OR WS-NR-BEST = 0
               DISPLAY "ERROR|NOT-A-STATEMENT-LEDGER-PAIR"
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF WS-NR-STAT(WS-NR-IDX2) NOT = 'O'
               OR WS-NR-STAT(WS-NR-BEST) NOT = 'O'
               OR WS-NR-ACCT-ID(WS-NR-IDX2)
                   NOT = WS-NR-ACCT-ID(WS-NR-BEST)
               OR WS-NR-DC(WS-NR-IDX2) NOT = WS-NR-DC(WS-NR-BEST)
               OR WS-NR-AMOUNT(WS-NR-IDX2)
                   NOT = WS-NR-AMOUNT(WS-NR-BEST)
               DISPLAY "ERROR|ITEMS-DO-NOT-PAIR"
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           MOVE WS-NR-IDX2 TO WS-NR-IDX
           MOVE 'M' TO WS-NR-MATCH-RULE(WS-NR-IDX)
           MOVE WS-IN-OPER-ID TO WS-NR-CLEARED-BY(WS-NR-IDX)
           PERFORM PAIR-ITEMS.

      *> -------------------------------------------------------
      *> LIST-OPEN-ITEMS: Every open item (OPEN <acct> narrows
      *> it to one account), aged from its value date to the
      *> recon / business date.
      *> -------------------------------------------------------
       LIST-OPEN-ITEMS.
           MOVE 0 TO WS-AGE-0-30 WS-AGE-31-60 WS-AGE-61-90
               WS-AGE-OVER-90 WS-THEY-HAVE-COUNT WS-WE-HAVE-COUNT
           PERFORM VARYING WS-NR-IDX FROM 1 BY 1
               UNTIL WS-NR-IDX > WS-NR-COUNT
               IF WS-NR-STAT(WS-NR-IDX) = 'O'
                   AND (WS-OPERATION NOT = "OPEN"
                       OR WS-ARG-2 = SPACES
                       OR WS-NR-ACCT-ID(WS-NR-IDX) = WS-ARG-2(1:10))
                   PERFORM AGE-ONE-ITEM
                   DISPLAY "NOSTRO-OPEN|" WS-NR-ITEM-ID(WS-NR-IDX) "|"
                       WS-NR-ACCT-ID(WS-NR-IDX) "|" WS-SIDE-NAME "|"
                       WS-NR-DC(WS-NR-IDX) "|"
                       WS-NR-AMOUNT(WS-NR-IDX) "|"
                       WS-NR-VALUE-DATE(WS-NR-IDX) "|"
                       WS-AGE-DAYS "|" WS-NR-REF(WS-NR-IDX)
               END-IF
           END-PERFORM
           DISPLAY "NOSTRO-AGING|" WS-AGE-0-30 "|" WS-AGE-31-60 "|"
               WS-AGE-61-90 "|" WS-AGE-OVER-90.

      *> -------------------------------------------------------
      *> AGE-ONE-ITEM: Age in days, its bucket, and which side
      *> of the reconciliation it is outstanding on.
      *> -------------------------------------------------------
       AGE-ONE-ITEM.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-NR-VALUE-DATE(WS-NR-IDX))
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-AGE-0-30
               WHEN WS-AGE-DAYS <= 60
                   ADD 1 TO WS-AGE-31-60
               WHEN WS-AGE-DAYS <= 90
                   ADD 1 TO WS-AGE-61-90
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-90
           END-EVALUATE
           IF WS-NR-SIDE(WS-NR-IDX) = 'S'
               MOVE "THEY-HAVE" TO WS-SIDE-NAME
               ADD 1 TO WS-THEY-HAVE-COUNT
           ELSE
               MOVE "WE-HAVE" TO WS-SIDE-NAME
               ADD 1 TO WS-WE-HAVE-COUNT
           END-IF.

      *> -------------------------------------------------------
      *> WRITE-RECON-REPORT: NOSTRECN.RPT, one block per
      *> reconciled account — its open items with age, and when
      *> a statement came in this run, the closing-balance proof.
      *> The proof ties when the ledger has nothing posted after
      *> the statement's closing date.
      *> -------------------------------------------------------
       WRITE-RECON-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-RPT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "NOSTRO / FED ACCOUNT RECONCILIATION " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
               UNTIL WS-RA-IDX > WS-RA-COUNT
               PERFORM REPORT-ONE-ACCOUNT
           END-PERFORM
           CLOSE REPORT-FILE.

       REPORT-ONE-ACCOUNT.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RA-LEDGER-BAL(WS-RA-IDX) TO WS-RPT-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT " WS-RA-ACCT-ID(WS-RA-IDX)
               "  LEDGER BALANCE " WS-RPT-AMT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE 0 TO WS-PF-THEY-NET WS-PF-WE-NET
           PERFORM VARYING WS-NR-IDX FROM 1 BY 1
               UNTIL WS-NR-IDX > WS-NR-COUNT
               IF WS-NR-STAT(WS-NR-IDX) = 'O'
                   AND WS-NR-ACCT-ID(WS-NR-IDX)
                       = WS-RA-ACCT-ID(WS-RA-IDX)
                   PERFORM REPORT-ONE-ITEM
               END-IF
           END-PERFORM
           IF WS-RA-HAVE-STMT(WS-RA-IDX) = 'N'
               MOVE SPACES TO REPORT-RECORD
               STRING "  NO STATEMENT RECEIVED THIS RUN"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PF-ADJUSTED = WS-RA-LEDGER-BAL(WS-RA-IDX)
               + WS-PF-THEY-NET - WS-PF-WE-NET
           COMPUTE WS-PF-DIFF = WS-RA-CLOSE-BAL(WS-RA-IDX)
               - WS-PF-ADJUSTED
           MOVE WS-RA-CLOSE-BAL(WS-RA-IDX) TO WS-RPT-AMT
           MOVE WS-PF-ADJUSTED TO WS-RPT-AMT2
           MOVE WS-PF-DIFF TO WS-RPT-AMT3
           MOVE SPACES TO REPORT-RECORD
           STRING "  PROOF STMT " WS-RA-STMT-REF(WS-RA-IDX)
               " CLOSING " WS-RPT-AMT " ADJUSTED LEDGER " WS-RPT-AMT2
               " DIFFERENCE " WS-RPT-AMT3
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       REPORT-ONE-ITEM.
           PERFORM AGE-ONE-ITEM
           IF WS-NR-SIDE(WS-NR-IDX) = 'S'
               IF WS-NR-DC(WS-NR-IDX) = 'C'
                   ADD WS-NR-AMOUNT(WS-NR-IDX) TO WS-PF-THEY-NET
               ELSE
                   SUBTRACT WS-NR-AMOUNT(WS-NR-IDX) FROM WS-PF-THEY-NET
               END-IF
           ELSE
               IF WS-NR-DC(WS-NR-IDX) = 'C'
                   ADD WS-NR-AMOUNT(WS-NR-IDX) TO WS-PF-WE-NET
               ELSE
                   SUBTRACT WS-NR-AMOUNT(WS-NR-IDX) FROM WS-PF-WE-NET
               END-IF
           END-IF
           MOVE WS-NR-AMOUNT(WS-NR-IDX) TO WS-RPT-AMT
           MOVE WS-AGE-DAYS TO WS-RPT-AGE
           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-NR-ITEM-ID(WS-NR-IDX) " " WS-SIDE-NAME " "
               WS-NR-DC(WS-NR-IDX) " " WS-RPT-AMT " "
               WS-NR-VALUE-DATE(WS-NR-IDX) " AGE " WS-RPT-AGE " "
               WS-NR-REF(WS-NR-IDX) " " WS-NR-DESC(WS-NR-IDX)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      *> -------------------------------------------------------
      *> LOAD-RECON-ITEMS / SAVE-RECON-ITEMS: NOSTRECN.DAT in and
      *> out whole. No file yet is a first run.
      *> -------------------------------------------------------
       LOAD-RECON-ITEMS.
           MOVE 0 TO WS-NR-COUNT WS-NR-NEXT-ID
           OPEN INPUT NOSTRO-RECON-FILE
           IF WS-NR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ NOSTRO-RECON-FILE
                   AT END
                       CLOSE NOSTRO-RECON-FILE
                       EXIT PERFORM
               END-READ
               IF WS-NR-COUNT >= 2000
                   DISPLAY "ERROR|NOSTRECN-FULL"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-NR-COUNT
               MOVE NOSTRO-RECON-RECORD TO WS-NR-ENTRY(WS-NR-COUNT)
               IF NR-ITEM-ID > WS-NR-NEXT-ID
                   MOVE NR-ITEM-ID TO WS-NR-NEXT-ID
               END-IF
           END-PERFORM.

       SAVE-RECON-ITEMS.
           OPEN OUTPUT NOSTRO-RECON-FILE
           IF WS-NR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-NR-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-NR-IDX FROM 1 BY 1
               UNTIL WS-NR-IDX > WS-NR-COUNT
               MOVE WS-NR-ENTRY(WS-NR-IDX) TO NOSTRO-RECON-RECORD
               WRITE NOSTRO-RECON-RECORD
           END-PERFORM
           CLOSE NOSTRO-RECON-FILE.

       SIGN-ON-OPERATOR.
           ACCEPT WS-IN-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
           ACCEPT WS-IN-OPER-PIN FROM ENVIRONMENT "BANK_OPERATOR_PIN"
           PERFORM AUTHENTICATE-OPERATOR.

      *> -------------------------------------------------------
      *> LOAD-OPERATORS / AUTHENTICATE-OPERATOR: Same fail-closed
      *> sign-on sequence as LOANMST.cob.
      *> -------------------------------------------------------
       LOAD-OPERATORS.
           MOVE 0 TO WS-OPERATOR-COUNT
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ OPERATOR-FILE
                   AT END
                       CLOSE OPERATOR-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE OPER-ID     TO WS-OP-ID(WS-OPERATOR-COUNT)
               MOVE OPER-NAME   TO WS-OP-NAME(WS-OPERATOR-COUNT)
               MOVE OPER-PIN    TO WS-OP-PIN(WS-OPERATOR-COUNT)
               MOVE OPER-ROLE   TO WS-OP-ROLE(WS-OPERATOR-COUNT)
               MOVE OPER-STATUS TO WS-OP-STATUS(WS-OPERATOR-COUNT)
           END-PERFORM.

       AUTHENTICATE-OPERATOR.
           MOVE 'N' TO WS-OPER-AUTH-FLAG
           MOVE 'N' TO WS-OPER-FOUND-FLAG
           MOVE 0 TO WS-OPER-FOUND-IDX
           PERFORM LOAD-OPERATORS
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPERATOR-COUNT
               IF WS-OP-ID(WS-OPER-IDX) = WS-IN-OPER-ID
                   MOVE 'Y' TO WS-OPER-FOUND-FLAG
                   MOVE WS-OPER-IDX TO WS-OPER-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OPER-FOUND-FLAG = 'N'
               DISPLAY "ERROR|OPERATOR-NOT-FOUND|" WS-IN-OPER-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-PIN(WS-OPER-FOUND-IDX) NOT = WS-IN-OPER-PIN
               DISPLAY "ERROR|OPERATOR-BAD-PIN|" WS-IN-OPER-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-STATUS(WS-OPER-FOUND-IDX) NOT = 'A'
               DISPLAY "ERROR|OPERATOR-LOCKED|" WS-IN-OPER-ID
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-OPER-AUTH-FLAG.

      *> -------------------------------------------------------
      *> RESOLVE-BUSINESS-DATE: Replace the system calendar date
      *> with the bank's posting date from BUSDATE.DAT when the
      *> control file is present — see BUSDATE.cpy and EODRUN.cob.
      *> -------------------------------------------------------
       RESOLVE-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ BUSDATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BUS-DATE NOT = 0
                       MOVE BUS-DATE TO WS-CURRENT-DATE
                   END-IF
           END-READ
           CLOSE BUSDATE-FILE.
