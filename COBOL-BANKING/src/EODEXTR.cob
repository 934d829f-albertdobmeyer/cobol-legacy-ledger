      *>================================================================*
      *>  Program:     EODEXTR.cob
      *>  System:      LEGACY LEDGER — EOD Account Activity Extract
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    FEES.cob, REGDMON.cob, ACCTANAL.cob and BEHAVMON.cob
      *>    each read TRANSACT.DAT end to end every night for a
      *>    handful of per-account figures, and the batch window
      *>    grew with the ledger. This job makes the one pass for
      *>    all of them early in the chain: ACCOUNTS.DAT is loaded
      *>    and put in ACCT-ID order, TRANSACT.DAT is read once
      *>    with each posting found by binary search, and
      *>    ACCTEXTR.DAT is cut — a header, one summary record per
      *>    account, and a trailer of control totals (see
      *>    ACCTEXT.cpy). After a clean close the extract's own
      *>    FILEMANF.DAT row is written; the readers prove the
      *>    file against it before they trust it, and fall back
      *>    to their own ledger scan when it does not prove.
      *>
      *>    ACCOUNTS.DAT's manifest is verified on load, as every
      *>    manifest reader does, and the run stops on a truncated
      *>    master rather than summarise half of it.
      *>
      *>  Operation (via command-line argument):
      *>    (none)  — nightly extract (EOD chain job EODEXTR; runs
      *>              once the day's postings are in, ahead of the
      *>              jobs that read the extract)
      *>
      *>  Files:
      *>    Input:  ACCOUNTS.DAT, TRANSACT.DAT (may be absent),
      *>            BUSDATE.DAT
      *>    Output: ACCTEXTR.DAT (rewritten), FILEMANF.DAT,
      *>            RUNHIST.DAT (appended)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy, TRANSREC.cpy, ACCTEXT.cpy, MANIFEST.cpy,
      *>    MANFWORK.cpy, RUNHIST.cpy, BUSDATE.cpy, ACCTIO.cpy,
      *>    COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    EXTRACT-SUMMARY|ACCOUNTS|TX-READ|TX-FOLDED|CUT-SEQ
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Extract written
      *>    RESULT|99 — ACCOUNTS.DAT missing, truncated (manifest),
      *>                over the table size, or file I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODEXTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT EXTRACT-FILE
               ASSIGN TO "ACCTEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO "FILEMANF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  EXTRACT-FILE.
       COPY "ACCTEXT.cpy".
       FD  MANIFEST-FILE.
       COPY "MANIFEST.cpy".
       FD  RUN-HISTORY-FILE.
       COPY "RUNHIST.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-EXT-STATUS          PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-RUN-TIME            PIC 9(6) VALUE 0.
      *>   The cycles the extract buckets by — the business date's
      *>   calendar month and the month before it — and
      *>   BEHAVMON.cob's profile window, stamped in the header so
      *>   a reader can tell whether the file answers its question.
       01  WS-CYCLE               PIC 9(6) VALUE 0.
       01  WS-PRIOR-CYCLE         PIC 9(6) VALUE 0.
       01  WS-HIST-DAYS           PIC 9(3) VALUE 90.
       01  WS-TX-MONTH            PIC 9(6) VALUE 0.
       01  WS-DAYS-AGO            PIC S9(5) VALUE 0.
      *>   Bucket order — must match ACCTEXT.cpy.
       01  WS-TYPE-CODES          PIC X(8) VALUE "DWTIFCRB".
       01  WS-CHAN-CODES.
           05  FILLER             PIC X(18)
               VALUE "TLACCKWRCDBTLNIN  ".
       01  WS-CHAN-CODES-REDEF REDEFINES WS-CHAN-CODES.
           05  WS-CHAN-CODE       PIC X(2) OCCURS 9 TIMES.
       01  WS-TYPE-IDX            PIC 9(1) VALUE 0.
       01  WS-CHAN-IDX            PIC 9(2) VALUE 0.
       01  WS-PER-IDX             PIC 9(1) VALUE 0.
      *>   Per-account accumulators, parallel to the (sorted)
      *>   account table by index. The period and channel groups
      *>   are laid out exactly as ACCTEXT.cpy's so each moves to
      *>   the record whole.
       01  WS-EX-TABLE.
           05  WS-EX-ENTRY OCCURS 100 TIMES.
               10  WS-EX-LAST-POSTED  PIC 9(8).
               10  WS-EX-LEDGER-WD    PIC 9(7).
               10  WS-EX-DAY-MAX-WD   PIC S9(10)V99.
               10  WS-EX-HIST-COUNT   PIC 9(6).
               10  WS-EX-HIST-SUM     PIC S9(12)V99.
               10  WS-EX-HIST-MAX     PIC S9(10)V99.
               10  WS-EX-PERIOD OCCURS 3 TIMES.
                   15  WS-EX-PERIOD-COUNT  PIC 9(6).
                   15  WS-EX-TYPE-BUCKET OCCURS 8 TIMES.
                       20  WS-EX-TYPE-COUNT  PIC 9(5).
                       20  WS-EX-TYPE-AMOUNT PIC S9(11)V99.
               10  WS-EX-CHAN-PERIOD OCCURS 2 TIMES.
                   15  WS-EX-CHAN-BUCKET OCCURS 9 TIMES.
                       20  WS-EX-CHAN-COUNT  PIC 9(5).
                       20  WS-EX-CHAN-AMOUNT PIC S9(11)V99.
      *>   Table sort and binary search working fields.
       01  WS-SORT-I              PIC 9(3) VALUE 0.
       01  WS-SORT-J              PIC 9(3) VALUE 0.
       01  WS-SORT-HOLD           PIC X(170) VALUE SPACES.
       01  WS-BS-LOW              PIC 9(3) VALUE 0.
       01  WS-BS-HIGH             PIC 9(3) VALUE 0.
       01  WS-BS-MID              PIC 9(3) VALUE 0.
       01  WS-ABS-AMOUNT          PIC S9(10)V99 VALUE 0.
      *>   Control totals for the trailer.
       01  WS-TX-READ             PIC 9(9) VALUE 0.
       01  WS-TX-FOLDED           PIC 9(9) VALUE 0.
       01  WS-CUT-SEQ             PIC 9(9) VALUE 0.
       01  WS-TX-HASH             PIC S9(13)V99 VALUE 0.
       01  WS-BAL-HASH            PIC S9(13)V99 VALUE 0.
      *>   Control-total manifest working fields — see
      *>   MANIFEST.cpy/MANFWORK.cpy and VERIFY-FILE-MANIFEST.
       COPY "MANFWORK.cpy".
      *>   Run-history working fields — see LOG-RUN-START/
      *>   LOG-RUN-END and RUNHIST.cpy, same as RECONCILE.cob.
       01  WS-RUNHIST-STATUS      PIC XX VALUE SPACES.
       01  WS-RUN-STATUS          PIC X(1) VALUE 'Y'.
       01  WS-RUNHIST-START-TIME  PIC 9(6) VALUE 0.
       01  WS-RUNHIST-START-SECS  PIC 9(8) VALUE 0.
       01  WS-RUNHIST-END-SECS    PIC 9(8) VALUE 0.
       COPY "ACCTIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME TO WS-RUN-TIME
           PERFORM LOG-RUN-START

           COMPUTE WS-CYCLE = WS-CURRENT-DATE / 100
           IF FUNCTION MOD(WS-CYCLE, 100) = 1
               COMPUTE WS-PRIOR-CYCLE = WS-CYCLE - 89
           ELSE
               COMPUTE WS-PRIOR-CYCLE = WS-CYCLE - 1
           END-IF

      *>   The accumulators must start at true zero — an OCCURS
      *>   table carries no VALUE clause.
           INITIALIZE WS-EX-TABLE
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM SORT-ACCOUNT-TABLE
           PERFORM SCAN-LEDGER
           PERFORM WRITE-EXTRACT

           DISPLAY "EXTRACT-SUMMARY|" WS-ACCOUNT-COUNT "|"
               WS-TX-READ "|" WS-TX-FOLDED "|" WS-CUT-SEQ
           PERFORM LOG-RUN-END
           DISPLAY "RESULT|00"
           STOP RUN.

      *> -------------------------------------------------------
      *> SORT-ACCOUNT-TABLE: Put the loaded accounts in ACCT-ID
      *> order (straight insertion — the table is small) so the
      *> ledger pass can binary-search it and the extract comes
      *> out sorted.
      *> -------------------------------------------------------
       SORT-ACCOUNT-TABLE.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
               UNTIL WS-SORT-I > WS-ACCOUNT-COUNT
               MOVE WS-ACCT-ENTRY(WS-SORT-I) TO WS-SORT-HOLD
               MOVE WS-SORT-I TO WS-SORT-J
               PERFORM UNTIL WS-SORT-J < 2
                   IF WS-A-ID(WS-SORT-J - 1) <= WS-SORT-HOLD(1:10)
                       EXIT PERFORM
                   END-IF
                   MOVE WS-ACCT-ENTRY(WS-SORT-J - 1)
                       TO WS-ACCT-ENTRY(WS-SORT-J)
                   SUBTRACT 1 FROM WS-SORT-J
               END-PERFORM
               MOVE WS-SORT-HOLD TO WS-ACCT-ENTRY(WS-SORT-J)
           END-PERFORM.

      *> -------------------------------------------------------
      *> SCAN-LEDGER: The night's one pass over TRANSACT.DAT.
      *> Every record counts toward the read total and the cut
      *> sequence; only posted records ('00') on a loaded account
      *> are summed. No ledger yet is an extract of zeroes.
      *> -------------------------------------------------------
       SCAN-LEDGER.
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "NOTE|No TRANSACT.DAT — activity all zero"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       CLOSE TRANSACT-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-TX-READ
               IF TRANS-SEQ-NO > WS-CUT-SEQ
                   MOVE TRANS-SEQ-NO TO WS-CUT-SEQ
               END-IF
               IF TRANS-STATUS = '00'
                   PERFORM FIND-ACCOUNT-SORTED
                   IF WS-FOUND-FLAG = 'Y'
                       PERFORM FOLD-ONE-POSTING
                   END-IF
               END-IF
           END-PERFORM.

       FIND-ACCOUNT-SORTED.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-FOUND-IDX
           MOVE 1 TO WS-BS-LOW
           MOVE WS-ACCOUNT-COUNT TO WS-BS-HIGH
           PERFORM UNTIL WS-BS-LOW > WS-BS-HIGH
               COMPUTE WS-BS-MID = (WS-BS-LOW + WS-BS-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-A-ID(WS-BS-MID) = TRANS-ACCT-ID
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE WS-BS-MID TO WS-FOUND-IDX
                       EXIT PERFORM
                   WHEN WS-A-ID(WS-BS-MID) < TRANS-ACCT-ID
                       COMPUTE WS-BS-LOW = WS-BS-MID + 1
                   WHEN OTHER
                       IF WS-BS-MID = 1
                           EXIT PERFORM
                       END-IF
                       COMPUTE WS-BS-HIGH = WS-BS-MID - 1
               END-EVALUATE
           END-PERFORM.

      *> -------------------------------------------------------
      *> FOLD-ONE-POSTING: One posted record into its account's
      *> buckets — the day, the cycle it is dated in, the ledger
      *> withdrawal count, and the profile window.
      *> -------------------------------------------------------
       FOLD-ONE-POSTING.
           ADD 1 TO WS-TX-FOLDED
           MOVE FUNCTION ABS(TRANS-AMOUNT) TO WS-ABS-AMOUNT
           ADD WS-ABS-AMOUNT TO WS-TX-HASH
           IF TRANS-DATE > WS-EX-LAST-POSTED(WS-FOUND-IDX)
               MOVE TRANS-DATE TO WS-EX-LAST-POSTED(WS-FOUND-IDX)
           END-IF
           IF TRANS-TYPE = 'W'
               ADD 1 TO WS-EX-LEDGER-WD(WS-FOUND-IDX)
           END-IF

           MOVE 0 TO WS-TYPE-IDX
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > 8
               IF WS-TYPE-CODES(WS-PER-IDX:1) = TRANS-TYPE
                   MOVE WS-PER-IDX TO WS-TYPE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CHAN-IDX
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > 9
               IF WS-CHAN-CODE(WS-PER-IDX) = TRANS-CHANNEL
                   MOVE WS-PER-IDX TO WS-CHAN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF TRANS-DATE = WS-CURRENT-DATE
               MOVE 1 TO WS-PER-IDX
               PERFORM FOLD-INTO-PERIOD
               IF WS-CHAN-IDX > 0
                   ADD 1 TO WS-EX-CHAN-COUNT(WS-FOUND-IDX, 1,
                       WS-CHAN-IDX)
                   ADD TRANS-AMOUNT TO WS-EX-CHAN-AMOUNT(
                       WS-FOUND-IDX, 1, WS-CHAN-IDX)
               END-IF
               IF (TRANS-TYPE = 'W' OR TRANS-TYPE = 'T')
                   AND WS-ABS-AMOUNT
                       > WS-EX-DAY-MAX-WD(WS-FOUND-IDX)
                   MOVE WS-ABS-AMOUNT
                       TO WS-EX-DAY-MAX-WD(WS-FOUND-IDX)
               END-IF
           END-IF

           COMPUTE WS-TX-MONTH = TRANS-DATE / 100
           IF WS-TX-MONTH = WS-CYCLE
               MOVE 2 TO WS-PER-IDX
               PERFORM FOLD-INTO-PERIOD
               IF WS-CHAN-IDX > 0
                   ADD 1 TO WS-EX-CHAN-COUNT(WS-FOUND-IDX, 2,
                       WS-CHAN-IDX)
                   ADD TRANS-AMOUNT TO WS-EX-CHAN-AMOUNT(
                       WS-FOUND-IDX, 2, WS-CHAN-IDX)
               END-IF
           END-IF
           IF WS-TX-MONTH = WS-PRIOR-CYCLE
               MOVE 3 TO WS-PER-IDX
               PERFORM FOLD-INTO-PERIOD
           END-IF

      *>   BEHAVMON.cob's profile: the window before today, every
      *>   posted type, by magnitude.
           COMPUTE WS-DAYS-AGO =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(TRANS-DATE)
           IF WS-DAYS-AGO > 0
               AND WS-DAYS-AGO <= WS-HIST-DAYS
               ADD 1 TO WS-EX-HIST-COUNT(WS-FOUND-IDX)
               ADD WS-ABS-AMOUNT TO WS-EX-HIST-SUM(WS-FOUND-IDX)
               IF WS-ABS-AMOUNT > WS-EX-HIST-MAX(WS-FOUND-IDX)
                   MOVE WS-ABS-AMOUNT
                       TO WS-EX-HIST-MAX(WS-FOUND-IDX)
               END-IF
           END-IF.

       FOLD-INTO-PERIOD.
           ADD 1 TO WS-EX-PERIOD-COUNT(WS-FOUND-IDX, WS-PER-IDX)
           IF WS-TYPE-IDX > 0
               ADD 1 TO WS-EX-TYPE-COUNT(WS-FOUND-IDX, WS-PER-IDX,
                   WS-TYPE-IDX)
               ADD TRANS-AMOUNT TO WS-EX-TYPE-AMOUNT(WS-FOUND-IDX,
                   WS-PER-IDX, WS-TYPE-IDX)
           END-IF.

      *> -------------------------------------------------------
      *> WRITE-EXTRACT: Header, one record per account in
      *> ACCT-ID order, trailer; then the extract's manifest row
      *> once the file has closed clean.
      *> -------------------------------------------------------
       WRITE-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXT-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-EXT-STATUS
               PERFORM ABORT-RUN
           END-IF
           MOVE SPACES TO ACCT-EXTRACT-RECORD
           SET EXT-HEADER TO TRUE
           MOVE WS-CURRENT-DATE TO EXT-H-BUS-DATE
           MOVE WS-CYCLE TO EXT-H-CYCLE
           MOVE WS-PRIOR-CYCLE TO EXT-H-PRIOR-CYCLE
           MOVE WS-HIST-DAYS TO EXT-H-HIST-DAYS
           MOVE WS-RUN-DATE TO EXT-H-RUN-DATE
           MOVE WS-RUN-TIME TO EXT-H-RUN-TIME
           WRITE ACCT-EXTRACT-RECORD

           MOVE 0 TO WS-BAL-HASH
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               MOVE SPACES TO ACCT-EXTRACT-RECORD
               SET EXT-ACCOUNT TO TRUE
               MOVE WS-A-ID(WS-ACCT-IDX) TO EXT-ACCT-ID
               MOVE WS-A-TYPE(WS-ACCT-IDX) TO EXT-ACCT-TYPE
               MOVE WS-A-STATUS(WS-ACCT-IDX) TO EXT-ACCT-STATUS
               MOVE WS-A-DORMANT(WS-ACCT-IDX) TO EXT-DORMANT-FLAG
               MOVE WS-A-CURRENCY(WS-ACCT-IDX) TO EXT-CURRENCY
               MOVE WS-A-BRANCH(WS-ACCT-IDX) TO EXT-BRANCH
               MOVE WS-A-BALANCE(WS-ACCT-IDX) TO EXT-BALANCE
               MOVE WS-A-HOLD(WS-ACCT-IDX) TO EXT-HOLD-AMOUNT
               MOVE WS-EX-LAST-POSTED(WS-ACCT-IDX)
                   TO EXT-LAST-POSTED
               MOVE WS-EX-LEDGER-WD(WS-ACCT-IDX)
                   TO EXT-LEDGER-WD-COUNT
               MOVE WS-EX-DAY-MAX-WD(WS-ACCT-IDX) TO EXT-DAY-MAX-WD
               MOVE WS-EX-HIST-COUNT(WS-ACCT-IDX) TO EXT-HIST-COUNT
               MOVE WS-EX-HIST-SUM(WS-ACCT-IDX) TO EXT-HIST-SUM
               MOVE WS-EX-HIST-MAX(WS-ACCT-IDX) TO EXT-HIST-MAX
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 3
                   MOVE WS-EX-PERIOD(WS-ACCT-IDX, WS-PER-IDX)
                       TO EXT-PERIOD(WS-PER-IDX)
               END-PERFORM
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 2
                   MOVE WS-EX-CHAN-PERIOD(WS-ACCT-IDX, WS-PER-IDX)
                       TO EXT-CHAN-PERIOD(WS-PER-IDX)
               END-PERFORM
               ADD FUNCTION ABS(WS-A-BALANCE(WS-ACCT-IDX))
                   TO WS-BAL-HASH
               WRITE ACCT-EXTRACT-RECORD
           END-PERFORM

           MOVE SPACES TO ACCT-EXTRACT-RECORD
           SET EXT-TRAILER TO TRUE
           MOVE WS-ACCOUNT-COUNT TO EXT-T-ACCT-COUNT
           MOVE WS-TX-READ TO EXT-T-TX-READ
           MOVE WS-TX-FOLDED TO EXT-T-TX-FOLDED
           MOVE WS-CUT-SEQ TO EXT-T-CUT-SEQ
           MOVE WS-TX-HASH TO EXT-T-TX-HASH
           MOVE WS-BAL-HASH TO EXT-T-BAL-HASH
           WRITE ACCT-EXTRACT-RECORD
           CLOSE EXTRACT-FILE

           MOVE "ACCTEXTR.DAT" TO WS-MF-FILE
           MOVE WS-ACCOUNT-COUNT TO WS-MF-COUNT
           MOVE WS-BAL-HASH TO WS-MF-HASH
           PERFORM WRITE-FILE-MANIFEST.

       LOAD-ALL-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-COUNT
           MOVE 0 TO WS-MF-HASH
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               PERFORM ABORT-RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE
                   AT END
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
      *>       A short extract would silently drop accounts from
      *>       every reader's figures — stop instead.
               IF WS-ACCOUNT-COUNT >= 100
                   DISPLAY "ERROR|ACCOUNT-TABLE-FULL"
                   CLOSE ACCOUNTS-FILE
                   PERFORM ABORT-RUN
               END-IF
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE ACCT-ID TO WS-A-ID(WS-ACCOUNT-COUNT)
               MOVE ACCT-NAME TO WS-A-NAME(WS-ACCOUNT-COUNT)
               MOVE ACCT-TYPE TO WS-A-TYPE(WS-ACCOUNT-COUNT)
               MOVE ACCT-BALANCE TO WS-A-BALANCE(WS-ACCOUNT-COUNT)
               MOVE ACCT-STATUS TO WS-A-STATUS(WS-ACCOUNT-COUNT)
               MOVE ACCT-OPEN-DATE TO WS-A-OPEN(WS-ACCOUNT-COUNT)
               MOVE ACCT-LAST-ACTIVITY TO WS-A-ACTIVITY(WS-ACCOUNT-COUNT)
               MOVE ACCT-OWNER2 TO WS-A-OWNER2(WS-ACCOUNT-COUNT)
               MOVE ACCT-OWNER3 TO WS-A-OWNER3(WS-ACCOUNT-COUNT)
               MOVE ACCT-DORMANT-FLAG TO WS-A-DORMANT(WS-ACCOUNT-COUNT)
               MOVE ACCT-CD-TERM-MONTHS TO WS-A-CD-TERM(WS-ACCOUNT-COUNT)
               MOVE ACCT-MATURITY-DATE TO WS-A-MATURITY(WS-ACCOUNT-COUNT)
               MOVE ACCT-LINKED-ACCT TO WS-A-LINKED(WS-ACCOUNT-COUNT)
               MOVE ACCT-HOLD-AMOUNT TO WS-A-HOLD(WS-ACCOUNT-COUNT)
               MOVE ACCT-CURRENCY TO WS-A-CURRENCY(WS-ACCOUNT-COUNT)
               MOVE ACCT-BRANCH TO WS-A-BRANCH(WS-ACCOUNT-COUNT)
               ADD FUNCTION ABS(ACCT-BALANCE) TO WS-MF-HASH
           END-PERFORM
           MOVE "ACCOUNTS.DAT" TO WS-MF-FILE
           MOVE WS-ACCOUNT-COUNT TO WS-MF-COUNT
           PERFORM VERIFY-FILE-MANIFEST.

      *> -------------------------------------------------------
      *> VERIFY-FILE-MANIFEST / WRITE-FILE-MANIFEST: The control-
      *> total manifest — see MANIFEST.cpy/MANFWORK.cpy. A master
      *> SHORTER than its last manifest row is a truncated
      *> rewrite and the extract is not cut from it. The
      *> extract's own row is written after its clean close.
      *> -------------------------------------------------------
       VERIFY-FILE-MANIFEST.
           MOVE 'N' TO WS-MF-FOUND
           OPEN INPUT MANIFEST-FILE
           IF WS-MF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ MANIFEST-FILE
                   AT END
                       CLOSE MANIFEST-FILE
                       EXIT PERFORM
               END-READ
               IF MF-FILE-NAME = WS-MF-FILE
                   MOVE 'Y' TO WS-MF-FOUND
                   MOVE MF-REC-COUNT TO WS-MF-EXP-COUNT
                   MOVE MF-AMT-HASH TO WS-MF-EXP-HASH
               END-IF
           END-PERFORM
           IF WS-MF-FOUND = 'Y'
               AND WS-MF-COUNT < WS-MF-EXP-COUNT
               DISPLAY "MANIFEST-MISMATCH|" WS-MF-FILE "|"
                   WS-MF-COUNT "|" WS-MF-EXP-COUNT
               DISPLAY "MANIFEST-MISMATCH|FILE HAS FEWER RECORDS "
                   "THAN ITS LAST MANIFEST - RESTORE FROM BACKUP "
                   "BEFORE RUNNING ANYTHING AGAINST IT"
               PERFORM ABORT-RUN
           END-IF.

       WRITE-FILE-MANIFEST.
           OPEN EXTEND MANIFEST-FILE
           IF WS-MF-STATUS NOT = '00'
               OPEN OUTPUT MANIFEST-FILE
               IF WS-MF-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-MF-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO FILE-MANIFEST-RECORD
           MOVE WS-MF-FILE TO MF-FILE-NAME
           MOVE WS-MF-COUNT TO MF-REC-COUNT
           MOVE WS-MF-HASH TO MF-AMT-HASH
           MOVE WS-CURRENT-DATE TO MF-WRITTEN-DATE
           MOVE WS-RUN-TIME TO MF-WRITTEN-TIME
           MOVE "EODEXTR" TO MF-WRITTEN-BY
           WRITE FILE-MANIFEST-RECORD
           CLOSE MANIFEST-FILE.

       ABORT-RUN.
           MOVE 'N' TO WS-RUN-STATUS
           PERFORM LOG-RUN-END
           DISPLAY "RESULT|99"
           STOP RUN.

      *> -------------------------------------------------------
      *> LOG-RUN-START / LOG-RUN-END: This run's running and
      *> completed records in the shared RUNHIST.DAT, so EODRUN.cob
      *> holds the extract's readers behind a failed cut.
      *> -------------------------------------------------------
       LOG-RUN-START.
           MOVE WS-CURRENT-TIME TO WS-RUNHIST-START-TIME
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = '00'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           IF WS-RUNHIST-STATUS = '00'
               MOVE SPACES TO RUN-HISTORY-RECORD
               MOVE WS-CURRENT-DATE TO RUNHIST-RUN-DATE
               MOVE WS-RUNHIST-START-TIME TO RUNHIST-START-TIME
               MOVE 0 TO RUNHIST-END-TIME
               MOVE "EODEXTR" TO RUNHIST-JOB-ID
               MOVE SPACES TO RUNHIST-NODE-CODE
               MOVE 'R' TO RUNHIST-STATUS
               MOVE 0 TO RUNHIST-DURATION-SEC
               MOVE "ACCOUNT ACTIVITY EXTRACT" TO RUNHIST-DETAIL
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "ERROR|RUNHIST-OPEN|" WS-RUNHIST-STATUS
           END-IF.

       LOG-RUN-END.
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-RUNHIST-START-SECS =
               FUNCTION INTEGER(WS-RUNHIST-START-TIME / 10000) * 3600
               + FUNCTION INTEGER(
                   FUNCTION MOD(WS-RUNHIST-START-TIME, 10000) / 100) * 60
               + FUNCTION MOD(WS-RUNHIST-START-TIME, 100)
           COMPUTE WS-RUNHIST-END-SECS =
               FUNCTION INTEGER(WS-CURRENT-TIME / 10000) * 3600
               + FUNCTION INTEGER(
                   FUNCTION MOD(WS-CURRENT-TIME, 10000) / 100) * 60
               + FUNCTION MOD(WS-CURRENT-TIME, 100)
           IF WS-RUNHIST-END-SECS < WS-RUNHIST-START-SECS
               ADD 86400 TO WS-RUNHIST-END-SECS
           END-IF

           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = '00'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           IF WS-RUNHIST-STATUS = '00'
               MOVE SPACES TO RUN-HISTORY-RECORD
               MOVE WS-CURRENT-DATE TO RUNHIST-RUN-DATE
               MOVE WS-RUNHIST-START-TIME TO RUNHIST-START-TIME
               MOVE WS-CURRENT-TIME TO RUNHIST-END-TIME
               MOVE "EODEXTR" TO RUNHIST-JOB-ID
               MOVE SPACES TO RUNHIST-NODE-CODE
               MOVE WS-RUN-STATUS TO RUNHIST-STATUS
               COMPUTE RUNHIST-DURATION-SEC =
                   WS-RUNHIST-END-SECS - WS-RUNHIST-START-SECS
               MOVE SPACES TO RUNHIST-DETAIL
               STRING "ACCOUNT ACTIVITY EXTRACT " WS-TX-READ " TX"
                   DELIMITED BY SIZE INTO RUNHIST-DETAIL
               END-STRING
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "ERROR|RUNHIST-OPEN|" WS-RUNHIST-STATUS
           END-IF.

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
