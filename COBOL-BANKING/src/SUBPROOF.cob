      *>================================================================*
      *>  Program:     SUBPROOF.cob
      *>  System:      LEGACY LEDGER — Subledger-to-GL Proof
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    RECONCILE.cob's CHECK-GL-TIEOUT proves the deposit
      *>    subledger against the GL; this program proves the
      *>    others. Each night, each subledger's own total is set
      *>    against the cumulative balance of its GL control
      *>    account in GLJRNL.DAT through the proof date (the
      *>    balance-sheet rule GLSTMT.cob applies — an asset's
      *>    debits less credits, a liability's credits less
      *>    debits):
      *>      LOANS    — principal of every active loan in
      *>                 LOANS.DAT against 1210 LOANS RECEIVABLE
      *>      OFFCHKS  — every outstanding official check in
      *>                 CHECKISSUE.DAT (drawn on the OFFCHK0001
      *>                 settlement account) against 2020 OFFICIAL
      *>                 CHECKS OUTSTANDING
      *>      MERCHRSV — the merchant reserve position in
      *>                 MERCHRSV.DAT (open accruals less claims,
      *>                 as RESMGMT.cob reports it) against 2060
      *>                 MERCHANT RESERVES HELD
      *>      CASH     — every active branch vault in VAULT.DAT
      *>                 plus the proof date's teller drawers in
      *>                 DRAWER.DAT (opening + in - out, as
      *>                 DAILYPRF.cob computes them) against 1010
      *>                 CASH
      *>    Every proof prints its difference (subledger less GL).
      *>    A proof still broken at the end of a run is carried
      *>    forward in PROOFBRK.DAT with the date it first broke
      *>    and its consecutive-run streak, the way RECONCILE.cob
      *>    carries account mismatches in MISMATCH.DAT, and raises
      *>    a same-morning ALERT.DAT item for the finance desk.
      *>
      *>  Operation (via command-line argument):
      *>    SUBPROOF [yyyymmdd]  — proof date; defaults to the
      *>                           business date (BUSDATE.DAT)
      *>
      *>  Files:
      *>    Input:        GLJRNL.DAT, LOANS.DAT, CHECKISSUE.DAT,
      *>                  MERCHRSV.DAT, VAULT.DAT, DRAWER.DAT (all
      *>                  optional — a missing subledger proves as
      *>                  zero), BUSDATE.DAT
      *>    Input/Output: PROOFBRK.DAT (carry-forward of open
      *>                  breaks; read at start, fully rewritten
      *>                  at end)
      *>    Output:       ALERT.DAT (appended, one per break),
      *>                  RUNHIST.DAT (appended)
      *>
      *>  Copybooks:
      *>    GLJREC.cpy, LOANREC.cpy, CHKISSUE.cpy, RSVREC.cpy,
      *>    VAULTREC.cpy, DRAWREC.cpy, PRFBRK.cpy, ALERTREC.cpy,
      *>    RUNHIST.cpy, BUSDATE.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    SUBPROOF|PROOF|GL-ACCT|SUBLEDGER|GL|DIFFERENCE|
      *>             MATCH-or-BREAK
      *>    BREAK-STREAK|PROOF|FIRST-DETECTED-DATE|CONSECUTIVE-RUNS
      *>    ALERT-SENT|COUNT (omitted on a clean run)
      *>    SUBPROOF-SUMMARY|MATCHED|BROKEN
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Every subledger proves to its GL account
      *>    RESULT|01 — At least one proof broke
      *>    RESULT|99 — Bad date or file I/O error
      *>
      *>  Dependencies:
      *>    Run after GLPOST.cob and the day's subledger jobs, so
      *>    both sides of each proof carry the same day. The GL
      *>    side of each proof is journaled by the programs that
      *>    move the subledger: 2020 by OFFCHECK.cob (issue) and
      *>    CHKPRES.cob (paid); 2060 by MERCHSTL.cob (withheld,
      *>    released) and RESMGMT.cob (claims).
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>    2026-10-15  AKD  OFFCHKS counts only OFFCHK0001 issues —
      *>                     payroll checks in CHECKISSUE.DAT draw
      *>                     on a deposit account, not 2020
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBPROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLJRNL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.
           SELECT LOAN-FILE
               ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.
           SELECT ISSUE-FILE
               ASSIGN TO "CHECKISSUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IS-STATUS.
           SELECT RESERVE-FILE
               ASSIGN TO "MERCHRSV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSV-STATUS.
           SELECT VAULT-FILE
               ASSIGN TO "VAULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VLT-STATUS.
           SELECT DRAWER-FILE
               ASSIGN TO "DRAWER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRW-STATUS.
           SELECT BREAK-FILE
               ASSIGN TO "PROOFBRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PB-STATUS.
           SELECT ALERT-FILE
               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
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
       FD  GLJRNL-FILE.
       COPY "GLJREC.cpy".
       FD  LOAN-FILE.
       COPY "LOANREC.cpy".
       FD  ISSUE-FILE.
       COPY "CHKISSUE.cpy".
       FD  RESERVE-FILE.
       COPY "RSVREC.cpy".
       FD  VAULT-FILE.
       COPY "VAULTREC.cpy".
       FD  DRAWER-FILE.
       COPY "DRAWREC.cpy".
       FD  BREAK-FILE.
       COPY "PRFBRK.cpy".
       FD  ALERT-FILE.
       COPY "ALERTREC.cpy".
       FD  RUN-HISTORY-FILE.
       COPY "RUNHIST.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".

       WORKING-STORAGE SECTION.
       01  WS-GJ-STATUS           PIC XX VALUE SPACES.
       01  WS-LN-STATUS           PIC XX VALUE SPACES.
       01  WS-IS-STATUS           PIC XX VALUE SPACES.
       01  WS-RSV-STATUS          PIC XX VALUE SPACES.
       01  WS-VLT-STATUS          PIC XX VALUE SPACES.
       01  WS-DRW-STATUS          PIC XX VALUE SPACES.
       01  WS-PB-STATUS           PIC XX VALUE SPACES.
       01  WS-ALERT-STATUS        PIC XX VALUE SPACES.
       01  WS-ALERT-COUNT         PIC 9(3) VALUE 0.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
      *>   Run-history working fields — see LOG-RUN-START/
      *>   LOG-RUN-END and RUNHIST.cpy, same as RECONCILE.cob.
       01  WS-RUNHIST-STATUS      PIC XX VALUE SPACES.
       01  WS-RUN-STATUS          PIC X VALUE 'Y'.
       01  WS-RUNHIST-START-TIME  PIC 9(6) VALUE 0.
       01  WS-RUNHIST-START-SECS  PIC 9(8) VALUE 0.
       01  WS-RUNHIST-END-SECS    PIC 9(8) VALUE 0.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-CMD-LINE            PIC X(40) VALUE SPACES.
       01  WS-ARG-DATE            PIC X(8) VALUE SPACES.

      *>   The four proofs, set up by INIT-PROOF-TABLE. WS-PF-SIGN
      *>   is the control account's natural side — 'D' an asset
      *>   (debits less credits), 'C' a liability (credits less
      *>   debits) — so every difference reads subledger less GL
      *>   in the subledger's own sign.
       01  WS-PROOF-TABLE.
           05  WS-PF-ENTRY OCCURS 4 TIMES.
               10  WS-PF-ID       PIC X(8).
               10  WS-PF-GL-ACCT  PIC 9(4).
               10  WS-PF-SIGN     PIC X(1).
               10  WS-PF-SUB-AMT  PIC S9(12)V99.
               10  WS-PF-GL-AMT   PIC S9(12)V99.
               10  WS-PF-DIFF     PIC S9(12)V99.
       01  WS-PF-IDX              PIC 9(2) VALUE 0.
       01  WS-OFFCHK-ACCT         PIC X(10) VALUE "OFFCHK0001".
       01  WS-PF-MATCHED          PIC 9(2) VALUE 0.
       01  WS-PF-BROKEN           PIC 9(2) VALUE 0.
       01  WS-DRW-EXPECTED        PIC S9(12)V99 VALUE 0.

      *>   Break carry-forward — WS-OLD-BRK-TABLE is what the last
      *>   run left in PROOFBRK.DAT, WS-NEW-BRK-TABLE this run's
      *>   still-open breaks (the next run's PROOFBRK.DAT). Same
      *>   split as RECONCILE.cob's WS-OLD/NEW-MISM-TABLE.
       01  WS-OLD-BRK-TABLE.
           05  WS-OLD-BRK-ENTRY OCCURS 10 TIMES.
               10  WS-OLD-BRK-ID          PIC X(8).
               10  WS-OLD-BRK-FIRST-DATE  PIC 9(8).
               10  WS-OLD-BRK-STREAK      PIC 9(3).
       01  WS-OLD-BRK-COUNT       PIC 9(2) VALUE 0.
       01  WS-NEW-BRK-TABLE.
           05  WS-NEW-BRK-ENTRY OCCURS 10 TIMES.
               10  WS-NEW-BRK-ID          PIC X(8).
               10  WS-NEW-BRK-GL-ACCT     PIC 9(4).
               10  WS-NEW-BRK-FIRST-DATE  PIC 9(8).
               10  WS-NEW-BRK-STREAK      PIC 9(3).
               10  WS-NEW-BRK-DIFF        PIC S9(12)V99.
       01  WS-NEW-BRK-COUNT       PIC 9(2) VALUE 0.
       01  WS-BRK-IDX             PIC 9(2) VALUE 0.
       01  WS-BRK-FOUND-IDX       PIC 9(2) VALUE 0.
       01  WS-BRK-FIRST-DATE      PIC 9(8) VALUE 0.
       01  WS-BRK-STREAK-DAYS     PIC 9(3) VALUE 0.
      *>   Display amounts — edited pictures before STRING, same
      *>   trick REPORTS.cob's WS-CSV-AMT uses.
       01  WS-D-DIFF              PIC -(10)9.99.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-DATE
           END-UNSTRING
           IF WS-ARG-DATE NOT = SPACES
               IF WS-ARG-DATE IS NOT NUMERIC
                   DISPLAY "ERROR|BAD-DATE|" WS-ARG-DATE
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE WS-ARG-DATE TO WS-CURRENT-DATE
           END-IF

           DISPLAY "========================================"
           DISPLAY "  SUBLEDGER-TO-GL PROOF"
           DISPLAY "  DATE: " WS-CURRENT-DATE
               "  TIME: " WS-CURRENT-TIME
           DISPLAY "========================================"

           PERFORM LOG-RUN-START
           PERFORM INIT-PROOF-TABLE
           PERFORM LOAD-BREAK-CARRY

      *>   Both sides of every proof
           PERFORM SUM-GL-CONTROL
           PERFORM SUM-LOAN-PRINCIPAL
           PERFORM SUM-OUTSTANDING-CHECKS
           PERFORM SUM-RESERVE-POSITION
           PERFORM SUM-VAULT-CASH
           PERFORM SUM-DRAWER-CASH

           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > 4
               PERFORM PROVE-ONE-SUBLEDGER
           END-PERFORM

           PERFORM SEND-BREAK-ALERTS
           PERFORM SAVE-BREAK-CARRY

           DISPLAY "SUBPROOF-SUMMARY|" WS-PF-MATCHED "|"
               WS-PF-BROKEN
           IF WS-PF-BROKEN = 0
               DISPLAY "RESULT|00"
           ELSE
               DISPLAY "RESULT|01"
           END-IF
           PERFORM LOG-RUN-END
           STOP RUN.

       INIT-PROOF-TABLE.
           MOVE "LOANS" TO WS-PF-ID(1)
           MOVE 1210 TO WS-PF-GL-ACCT(1)
           MOVE 'D' TO WS-PF-SIGN(1)
           MOVE "OFFCHKS" TO WS-PF-ID(2)
           MOVE 2020 TO WS-PF-GL-ACCT(2)
           MOVE 'C' TO WS-PF-SIGN(2)
           MOVE "MERCHRSV" TO WS-PF-ID(3)
           MOVE 2060 TO WS-PF-GL-ACCT(3)
           MOVE 'C' TO WS-PF-SIGN(3)
           MOVE "CASH" TO WS-PF-ID(4)
           MOVE 1010 TO WS-PF-GL-ACCT(4)
           MOVE 'D' TO WS-PF-SIGN(4)
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > 4
               MOVE 0 TO WS-PF-SUB-AMT(WS-PF-IDX)
               MOVE 0 TO WS-PF-GL-AMT(WS-PF-IDX)
               MOVE 0 TO WS-PF-DIFF(WS-PF-IDX)
           END-PERFORM.

      *> -------------------------------------------------------
      *> SUM-GL-CONTROL: One pass over GLJRNL.DAT — every line
      *> dated on or before the proof date that hits one of the
      *> four control accounts is folded into that proof's GL
      *> side in the account's natural sign. No journal at all
      *> is a zero GL side, not an error: a node that has never
      *> posted proves against nothing.
      *> -------------------------------------------------------
       SUM-GL-CONTROL.
           OPEN INPUT GLJRNL-FILE
           IF WS-GJ-STATUS NOT = '00'
               DISPLAY "NOTE|No GLJRNL.DAT — GL side is zero"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ GLJRNL-FILE
                   AT END
                       CLOSE GLJRNL-FILE
                       EXIT PERFORM
               END-READ
               IF GLJ-DATE <= WS-CURRENT-DATE
                   PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                       UNTIL WS-PF-IDX > 4
                       IF GLJ-GL-ACCT = WS-PF-GL-ACCT(WS-PF-IDX)
                           IF WS-PF-SIGN(WS-PF-IDX) = 'D'
                               COMPUTE WS-PF-GL-AMT(WS-PF-IDX) =
                                   WS-PF-GL-AMT(WS-PF-IDX)
                                   + GLJ-DEBIT - GLJ-CREDIT
                           ELSE
                               COMPUTE WS-PF-GL-AMT(WS-PF-IDX) =
                                   WS-PF-GL-AMT(WS-PF-IDX)
                                   + GLJ-CREDIT - GLJ-DEBIT
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SUM-LOAN-PRINCIPAL: Active loans only — a paid-off loan
      *> carries no principal, and a charged-off one has already
      *> been written out of 1210.
      *> -------------------------------------------------------
       SUM-LOAN-PRINCIPAL.
           OPEN INPUT LOAN-FILE
           IF WS-LN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LOAN-FILE
                   AT END
                       CLOSE LOAN-FILE
                       EXIT PERFORM
               END-READ
               IF LOAN-ACTIVE
                   ADD LOAN-PRINCIPAL-BAL TO WS-PF-SUB-AMT(1)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SUM-OUTSTANDING-CHECKS: Official checks sold and not yet
      *> paid or voided — OFFCHECK.cob's instruments, drawn on the
      *> OFFCHK0001 settlement account. CHECKPRT.cob's payroll
      *> checks share the file but are drawn on the payroll
      *> deposit account and never touch 2020.
      *> -------------------------------------------------------
       SUM-OUTSTANDING-CHECKS.
           OPEN INPUT ISSUE-FILE
           IF WS-IS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ISSUE-FILE
                   AT END
                       CLOSE ISSUE-FILE
                       EXIT PERFORM
               END-READ
               IF ISSUE-OUTSTANDING
                   AND ISSUE-ACCT-ID = WS-OFFCHK-ACCT
                   ADD ISSUE-AMOUNT TO WS-PF-SUB-AMT(2)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SUM-RESERVE-POSITION: The bank's reserve liability to
      *> its merchants — open accruals less claims taken against
      *> them, the position RESMGMT.cob's REPORT prints.
      *> -------------------------------------------------------
       SUM-RESERVE-POSITION.
           OPEN INPUT RESERVE-FILE
           IF WS-RSV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ RESERVE-FILE
                   AT END
                       CLOSE RESERVE-FILE
                       EXIT PERFORM
               END-READ
               EVALUATE TRUE
                   WHEN RSV-IS-ACCRUAL AND RSV-OPEN
                       ADD RSV-AMOUNT TO WS-PF-SUB-AMT(3)
                   WHEN RSV-IS-CLAIM
                       SUBTRACT RSV-AMOUNT FROM WS-PF-SUB-AMT(3)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       SUM-VAULT-CASH.
           OPEN INPUT VAULT-FILE
           IF WS-VLT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ VAULT-FILE
                   AT END
                       CLOSE VAULT-FILE
                       EXIT PERFORM
               END-READ
               IF VAULT-ACTIVE
                   ADD VLT-BALANCE TO WS-PF-SUB-AMT(4)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SUM-DRAWER-CASH: The proof date's teller drawers at
      *> their computed position (opening + in - out), the same
      *> figure DAILYPRF.cob's cash section carries.
      *> -------------------------------------------------------
       SUM-DRAWER-CASH.
           OPEN INPUT DRAWER-FILE
           IF WS-DRW-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ DRAWER-FILE
                   AT END
                       CLOSE DRAWER-FILE
                       EXIT PERFORM
               END-READ
               IF DRW-DATE = WS-CURRENT-DATE
                   COMPUTE WS-DRW-EXPECTED =
                       DRW-OPENING + DRW-CASH-IN - DRW-CASH-OUT
                   ADD WS-DRW-EXPECTED TO WS-PF-SUB-AMT(4)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> PROVE-ONE-SUBLEDGER: Print the proof line for
      *> WS-PF-IDX; a break is looked up in the last run's carry
      *> table — a repeat keeps its first-detected date and
      *> extends its streak, a new one starts a streak of one
      *> dated today — and queued for PROOFBRK.DAT and ALERT.DAT.
      *> -------------------------------------------------------
       PROVE-ONE-SUBLEDGER.
           COMPUTE WS-PF-DIFF(WS-PF-IDX) =
               WS-PF-SUB-AMT(WS-PF-IDX) - WS-PF-GL-AMT(WS-PF-IDX)
           IF WS-PF-DIFF(WS-PF-IDX) = 0
               ADD 1 TO WS-PF-MATCHED
               DISPLAY "SUBPROOF|" WS-PF-ID(WS-PF-IDX) "|"
                   WS-PF-GL-ACCT(WS-PF-IDX) "|"
                   WS-PF-SUB-AMT(WS-PF-IDX) "|"
                   WS-PF-GL-AMT(WS-PF-IDX) "|"
                   WS-PF-DIFF(WS-PF-IDX) "|MATCH"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PF-BROKEN
           DISPLAY "SUBPROOF|" WS-PF-ID(WS-PF-IDX) "|"
               WS-PF-GL-ACCT(WS-PF-IDX) "|"
               WS-PF-SUB-AMT(WS-PF-IDX) "|"
               WS-PF-GL-AMT(WS-PF-IDX) "|"
               WS-PF-DIFF(WS-PF-IDX) "|BREAK"

           MOVE 0 TO WS-BRK-FOUND-IDX
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
               UNTIL WS-BRK-IDX > WS-OLD-BRK-COUNT
               IF WS-OLD-BRK-ID(WS-BRK-IDX) = WS-PF-ID(WS-PF-IDX)
                   MOVE WS-BRK-IDX TO WS-BRK-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BRK-FOUND-IDX > 0
               MOVE WS-OLD-BRK-FIRST-DATE(WS-BRK-FOUND-IDX)
                   TO WS-BRK-FIRST-DATE
               COMPUTE WS-BRK-STREAK-DAYS =
                   WS-OLD-BRK-STREAK(WS-BRK-FOUND-IDX) + 1
           ELSE
               MOVE WS-CURRENT-DATE TO WS-BRK-FIRST-DATE
               MOVE 1 TO WS-BRK-STREAK-DAYS
           END-IF
           DISPLAY "BREAK-STREAK|" WS-PF-ID(WS-PF-IDX) "|"
               WS-BRK-FIRST-DATE "|" WS-BRK-STREAK-DAYS

           ADD 1 TO WS-NEW-BRK-COUNT
           MOVE WS-PF-ID(WS-PF-IDX)
               TO WS-NEW-BRK-ID(WS-NEW-BRK-COUNT)
           MOVE WS-PF-GL-ACCT(WS-PF-IDX)
               TO WS-NEW-BRK-GL-ACCT(WS-NEW-BRK-COUNT)
           MOVE WS-BRK-FIRST-DATE
               TO WS-NEW-BRK-FIRST-DATE(WS-NEW-BRK-COUNT)
           MOVE WS-BRK-STREAK-DAYS
               TO WS-NEW-BRK-STREAK(WS-NEW-BRK-COUNT)
           MOVE WS-PF-DIFF(WS-PF-IDX)
               TO WS-NEW-BRK-DIFF(WS-NEW-BRK-COUNT).

      *> -------------------------------------------------------
      *> LOAD-BREAK-CARRY: Read PROOFBRK.DAT (if it exists) into
      *> WS-OLD-BRK-TABLE. Missing file — first run, or the run
      *> after a clean one — leaves the table empty.
      *> -------------------------------------------------------
       LOAD-BREAK-CARRY.
           MOVE 0 TO WS-OLD-BRK-COUNT
           OPEN INPUT BREAK-FILE
           IF WS-PB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BREAK-FILE
                   AT END
                       CLOSE BREAK-FILE
                       EXIT PERFORM
               END-READ
               IF WS-OLD-BRK-COUNT < 10
                   ADD 1 TO WS-OLD-BRK-COUNT
                   MOVE PB-PROOF-ID
                       TO WS-OLD-BRK-ID(WS-OLD-BRK-COUNT)
                   MOVE PB-FIRST-DATE
                       TO WS-OLD-BRK-FIRST-DATE(WS-OLD-BRK-COUNT)
                   MOVE PB-STREAK-DAYS
                       TO WS-OLD-BRK-STREAK(WS-OLD-BRK-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SAVE-BREAK-CARRY: Rewrite PROOFBRK.DAT with only this
      *> run's open breaks — a proof that ties out today drops
      *> off, the same full-rewrite SAVE-MISMATCH-CARRY does.
      *> -------------------------------------------------------
       SAVE-BREAK-CARRY.
           OPEN OUTPUT BREAK-FILE
           IF WS-PB-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-PB-STATUS
               DISPLAY "RESULT|99"
               MOVE 'N' TO WS-RUN-STATUS
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
               UNTIL WS-BRK-IDX > WS-NEW-BRK-COUNT
               MOVE SPACES TO PROOF-BREAK-RECORD
               MOVE WS-NEW-BRK-ID(WS-BRK-IDX) TO PB-PROOF-ID
               MOVE WS-NEW-BRK-GL-ACCT(WS-BRK-IDX) TO PB-GL-ACCT
               MOVE WS-NEW-BRK-FIRST-DATE(WS-BRK-IDX)
                   TO PB-FIRST-DATE
               MOVE WS-NEW-BRK-STREAK(WS-BRK-IDX) TO PB-STREAK-DAYS
               MOVE WS-NEW-BRK-DIFF(WS-BRK-IDX) TO PB-LAST-DIFF
               WRITE PROOF-BREAK-RECORD
           END-PERFORM
           CLOSE BREAK-FILE.

      *> -------------------------------------------------------
      *> SEND-BREAK-ALERTS: One ALERT-SUBLEDGER-PROOF record per
      *> open break, appended to ALERT.DAT like every other
      *> same-morning alert. ALERT-ACCT-ID carries the GL control
      *> account; the detail names the proof, its difference and
      *> how many runs it has stood.
      *> -------------------------------------------------------
       SEND-BREAK-ALERTS.
           IF WS-NEW-BRK-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE
               IF WS-ALERT-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-ALERT-STATUS
                   DISPLAY "RESULT|99"
                   MOVE 'N' TO WS-RUN-STATUS
                   PERFORM LOG-RUN-END
                   STOP RUN
               END-IF
           END-IF

           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
               UNTIL WS-BRK-IDX > WS-NEW-BRK-COUNT
               MOVE WS-CURRENT-DATE TO ALERT-DATE
               MOVE WS-CURRENT-TIME TO ALERT-TIME
               MOVE SPACE TO ALERT-NODE-CODE
               SET ALERT-SUBLEDGER-PROOF TO TRUE
               MOVE SPACES TO ALERT-ACCT-ID
               MOVE WS-NEW-BRK-GL-ACCT(WS-BRK-IDX) TO ALERT-ACCT-ID
               MOVE WS-NEW-BRK-DIFF(WS-BRK-IDX) TO WS-D-DIFF
               MOVE SPACES TO ALERT-DETAIL
               STRING WS-NEW-BRK-ID(WS-BRK-IDX) " OFF GL BY "
                   FUNCTION TRIM(WS-D-DIFF) " RUN "
                   WS-NEW-BRK-STREAK(WS-BRK-IDX)
                   DELIMITED BY SIZE INTO ALERT-DETAIL
               END-STRING
               WRITE ALERT-RECORD
               ADD 1 TO WS-ALERT-COUNT
           END-PERFORM

           CLOSE ALERT-FILE
           DISPLAY "ALERT-SENT|" WS-ALERT-COUNT.

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

      *> -------------------------------------------------------
      *> LOG-RUN-START / LOG-RUN-END: This run's running and
      *> completed records in the shared RUNHIST.DAT, so EODRUN.cob
      *> can chain on the proof — RECONCILE.cob's paragraphs.
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
               MOVE "SUBPROOF" TO RUNHIST-JOB-ID
               MOVE SPACES TO RUNHIST-NODE-CODE
               MOVE 'R' TO RUNHIST-STATUS
               MOVE 0 TO RUNHIST-DURATION-SEC
               MOVE "SUBLEDGER-TO-GL PROOF" TO RUNHIST-DETAIL
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
               MOVE "SUBPROOF" TO RUNHIST-JOB-ID
               MOVE SPACES TO RUNHIST-NODE-CODE
               MOVE WS-RUN-STATUS TO RUNHIST-STATUS
               COMPUTE RUNHIST-DURATION-SEC =
                   WS-RUNHIST-END-SECS - WS-RUNHIST-START-SECS
               MOVE "SUBLEDGER-TO-GL PROOF" TO RUNHIST-DETAIL
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "ERROR|RUNHIST-OPEN|" WS-RUNHIST-STATUS
           END-IF.
