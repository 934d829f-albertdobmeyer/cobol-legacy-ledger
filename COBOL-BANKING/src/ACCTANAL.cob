      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-08-23
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Monthly account analysis for business checking. For each
      *>    month's net movement walked back from the current
      *>    balance gives the implied opening; the average of
      *>    opening and closing is the collected-balance figure a
      *>    monthly analysis statement runs on — or, where
      *>    BALHIST.DAT covers the whole month, the true average
      *>    daily balance from the nightly snapshots), applies the
      *>    earnings credit rate, and nets the credit against the
      *>    service fees FEES.cob assessed that month. The offset
      *>    posts as an earnings-credit deposit of up to the
      *>    Input:        BUSDATE.DAT (posting-date control — see
      *>                  BUSDATE.cpy and EODRUN.cob)
      *>    Input:        TRANSACT.DAT (month activity and fees)
      *>    Input:        BALHIST.DAT (end-of-day balances — see
      *>                  BALHREC.cpy; optional)
      *>    Input:        ACCTEXTR.DAT (EODEXTR.cob's account extract,
      *>                  used for its prior cycle when it proves),
      *>                  FILEMANF.DAT
      *>    Output:       TRANSACT.DAT (credit postings appended)
      *>    Output:       ANALYSIS.RPT (rebuilt each run)
      *>    Output:       RUNHIST.DAT (appended)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout
      *>    TRANSREC.cpy  — Transaction record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>    ACCTIO.cpy    — Shared account I/O variables
      *>    BALHREC.cpy   — End-of-day balance history record
      *>    ACCTEXT.cpy, MANIFEST.cpy, MANFWORK.cpy, RUNHIST.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    ANALYSIS|ACCT|AVG-BAL|EARN-CREDIT|FEES|OFFSET|SHORTFALL
      *>                     and INTEREST.cob — a run crossing
      *>                     midnight no longer splits the
      *>                     business day
      *>
      *>    2026-10-15  AKD  Average balance is the month's true
      *>                     average daily balance from the
      *>                     BALHIST.DAT nightly snapshots when
      *>                     they cover the whole month; the
      *>                     opening/closing midpoint remains for
      *>                     months before the history began
      *>
      *>    2026-10-15  AKD  A month that is EODEXTR.cob's prior
      *>                     cycle takes its net movement and fees
      *>                     from tonight's ACCTEXTR.DAT when it
      *>                     proves against its trailer and
      *>                     FILEMANF.DAT row, instead of a full
      *>                     TRANSACT.DAT scan; the current month
      *>                     still scans, since this month's fees
      *>                     post after the extract is cut. The run
      *>                     is logged to RUNHIST.DAT with the
      *>                     source it used
      *>================================================================*

       IDENTIFICATION DIVISION.
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
           SELECT REPORT-FILE
               ASSIGN TO "ANALYSIS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT BALHIST-FILE
               ASSIGN TO "BALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ACCTVERS.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  EXTRACT-FILE.
       COPY "ACCTEXT.cpy".
       FD  MANIFEST-FILE.
       COPY "MANIFEST.cpy".
       FD  RUN-HISTORY-FILE.
       COPY "RUNHIST.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(120).
       FD  BALHIST-FILE.
       COPY "BALHREC.cpy".

       WORKING-STORAGE SECTION.
      *>   Business-date control file status — see BUSDATE.cpy
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-RPT-STATUS          PIC XX VALUE SPACES.
       01  WS-BH-STATUS           PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(20) VALUE SPACES.
       01  WS-IN-MONTH            PIC 9(6) VALUE 0.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
           05  WS-AN-ENTRY OCCURS 100 TIMES.
               10  WS-AN-NET      PIC S9(10)V99.
               10  WS-AN-FEES     PIC S9(10)V99.
      *>           Balance-days from BALHIST.DAT (the BALHIST.cob
      *>           AVERAGE rule): opening-balance flag, the date
      *>           the running balance stood from, and the sum.
               10  WS-AN-BH-HAVE  PIC X(1).
               10  WS-AN-BH-FULL  PIC X(1).
               10  WS-AN-BH-CURSOR PIC 9(8).
               10  WS-AN-BH-BASE  PIC S9(10)V99.
               10  WS-AN-BH-SUM   PIC S9(14)V99.
      *>   The month's first and last calendar days.
       01  WS-MONTH-FROM          PIC 9(8) VALUE 0.
       01  WS-MONTH-TO            PIC 9(8) VALUE 0.
       01  WS-MONTH-INT           PIC 9(8) VALUE 0.
       01  WS-BH-GAP-DAYS         PIC S9(5) VALUE 0.
       01  WS-BH-DAYS             PIC 9(5) VALUE 0.
       01  WS-TX-MONTH            PIC 9(6) VALUE 0.
       01  WS-OPENING-BAL         PIC S9(10)V99 VALUE 0.
       01  WS-AVG-BAL             PIC S9(10)V99 VALUE 0.
       01  WS-RPT-A2              PIC -(11)9.99.
       01  WS-RPT-A3              PIC -(11)9.99.
       01  WS-RPT-A4              PIC -(11)9.99.
      *>   EODEXTR.cob's account extract — see ACCTEXT.cpy and
      *>   LOAD-ACCOUNT-EXTRACT. Trusted only for its prior cycle
      *>   and only when every check passes.
       01  WS-EXT-STATUS          PIC XX VALUE SPACES.
       01  WS-EXT-USABLE          PIC X(1) VALUE 'N'.
       01  WS-EXT-TRAILER-OK      PIC X(1) VALUE 'N'.
       01  WS-EXT-ROWS            PIC 9(7) VALUE 0.
       01  WS-EXT-HASH            PIC S9(13)V99 VALUE 0.
       01  WS-EXT-MATCHED         PIC 9(3) VALUE 0.
      *>   Control-total manifest working fields — see
      *>   MANIFEST.cpy/MANFWORK.cpy and PROVE-EXTRACT-MANIFEST.
       COPY "MANFWORK.cpy".
      *>   Run-history working fields — see LOG-RUN-START/
      *>   LOG-RUN-END and RUNHIST.cpy, same as RECONCILE.cob.
       01  WS-RUNHIST-STATUS      PIC XX VALUE SPACES.
       01  WS-RUN-STATUS          PIC X(1) VALUE 'Y'.
       01  WS-RUN-DETAIL          PIC X(40) VALUE SPACES.
       01  WS-RUNHIST-START-TIME  PIC 9(6) VALUE 0.
       01  WS-RUNHIST-START-SECS  PIC 9(8) VALUE 0.
       01  WS-RUNHIST-END-SECS    PIC 9(8) VALUE 0.
       COPY "ACCTIO.cpy".
      *>   ACCOUNTS.DAT update-token working fields — see
      *>   ACCTVERS.cpy and NOTE-ACCT-VERSION/GUARD-ACCT-VERSION.
               STOP RUN
           END-IF
           COMPUTE WS-IN-MONTH = FUNCTION NUMVAL(WS-CMD-LINE)
           PERFORM LOG-RUN-START

           PERFORM LOAD-ALL-ACCOUNTS
      *>   A closed month is already summed in tonight's extract;
      *>   any other month, or an extract that does not prove, is
      *>   summed from the ledger.
           PERFORM LOAD-ACCOUNT-EXTRACT
           IF WS-EXT-USABLE = 'Y'
               MOVE "ACCTANAL ACTIVITY FROM ACCTEXTR.DAT"
                   TO WS-RUN-DETAIL
           ELSE
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
                   MOVE 0 TO WS-AN-NET(WS-ACCT-IDX)
                   MOVE 0 TO WS-AN-FEES(WS-ACCT-IDX)
               END-PERFORM
               PERFORM SUM-MONTH-ACTIVITY
               MOVE "ACCTANAL ACTIVITY FROM TRANSACT.DAT SCAN"
                   TO WS-RUN-DETAIL
           END-IF
           PERFORM SUM-MONTH-BALANCE-HISTORY

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
           PERFORM SAVE-ALL-ACCOUNTS
           DISPLAY "ANALYSIS-SUMMARY|" WS-ANALYZED-COUNT "|"
               WS-CREDITED-COUNT "|" WS-TOTAL-OFFSET
           PERFORM LOG-RUN-END
           DISPLAY "RESULT|00"
           STOP RUN.

               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-ACCOUNT-EXTRACT: Take each account's month net
      *> movement and fees from the prior-cycle period of
      *> EODEXTR.cob's ACCTEXTR.DAT. The file is used only when
      *> its header is for today's business date with the
      *> requested month as its prior cycle, its rows count and
      *> hash to its trailer and to its own FILEMANF.DAT row,
      *> and every loaded account is in it (see ACCTEXT.cpy) —
      *> anything less leaves WS-EXT-USABLE 'N' and the caller
      *> scans the ledger instead.
      *> -------------------------------------------------------
       LOAD-ACCOUNT-EXTRACT.
           MOVE 'N' TO WS-EXT-USABLE
           MOVE 'N' TO WS-EXT-TRAILER-OK
           MOVE 0 TO WS-EXT-ROWS
           MOVE 0 TO WS-EXT-HASH
           MOVE 0 TO WS-EXT-MATCHED
           OPEN INPUT EXTRACT-FILE
           IF WS-EXT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ EXTRACT-FILE
               AT END
                   MOVE SPACES TO ACCT-EXTRACT-RECORD
           END-READ
           IF NOT EXT-HEADER
               OR EXT-H-BUS-DATE NOT = WS-CURRENT-DATE
               OR EXT-H-PRIOR-CYCLE NOT = WS-IN-MONTH
               CLOSE EXTRACT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ EXTRACT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF EXT-TRAILER
                   IF EXT-T-ACCT-COUNT = WS-EXT-ROWS
                       AND EXT-T-BAL-HASH = WS-EXT-HASH
                       MOVE 'Y' TO WS-EXT-TRAILER-OK
                   END-IF
                   EXIT PERFORM
               END-IF
               IF NOT EXT-ACCOUNT
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-EXT-ROWS
               ADD FUNCTION ABS(EXT-BALANCE) TO WS-EXT-HASH
               PERFORM APPLY-EXTRACT-ROW
           END-PERFORM
           CLOSE EXTRACT-FILE
           IF WS-EXT-TRAILER-OK = 'Y'
               AND WS-EXT-MATCHED = WS-ACCOUNT-COUNT
               PERFORM PROVE-EXTRACT-MANIFEST
           END-IF
           IF WS-EXT-USABLE NOT = 'Y'
               DISPLAY "NOTE|ACCTEXTR.DAT does not prove — scanning "
                   "TRANSACT.DAT"
           END-IF.

      *>   Period 3 is the prior cycle; type buckets run D W T I F
      *>   C R B — the same credits and debits FOLD-ONE-TRANSACTION
      *>   nets, see ACCTEXT.cpy.
       APPLY-EXTRACT-ROW.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-A-ID(WS-ACCT-IDX) = EXT-ACCT-ID
                   COMPUTE WS-AN-NET(WS-ACCT-IDX) =
                       EXT-TYPE-AMOUNT(3, 1) + EXT-TYPE-AMOUNT(3, 4)
                       + EXT-TYPE-AMOUNT(3, 6)
                       - EXT-TYPE-AMOUNT(3, 2) - EXT-TYPE-AMOUNT(3, 3)
                       - EXT-TYPE-AMOUNT(3, 5)
                   MOVE EXT-TYPE-AMOUNT(3, 5)
                       TO WS-AN-FEES(WS-ACCT-IDX)
                   ADD 1 TO WS-EXT-MATCHED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   The extract's last manifest row must agree exactly — a
      *>   short or altered file is not trusted either way.
       PROVE-EXTRACT-MANIFEST.
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
               IF MF-FILE-NAME = "ACCTEXTR.DAT"
                   MOVE 'Y' TO WS-MF-FOUND
                   MOVE MF-REC-COUNT TO WS-MF-EXP-COUNT
                   MOVE MF-AMT-HASH TO WS-MF-EXP-HASH
               END-IF
           END-PERFORM
           IF WS-MF-FOUND = 'Y'
               AND WS-MF-EXP-COUNT = WS-EXT-ROWS
               AND WS-MF-EXP-HASH = WS-EXT-HASH
               MOVE 'Y' TO WS-EXT-USABLE
           END-IF.

      *> -------------------------------------------------------
      *> SUM-MONTH-BALANCE-HISTORY: One pass over BALHIST.DAT
      *> (date order) summing each account's balance-days for
      *> the month, the same day-by-day rule as BALHIST.cob's
      *> AVERAGE. Only an account with a snapshot on or before
      *> the 1st is marked as fully covered; any other falls
      *> back to the walk-back midpoint.
      *> -------------------------------------------------------
       SUM-MONTH-BALANCE-HISTORY.
           COMPUTE WS-MONTH-FROM = WS-IN-MONTH * 100 + 1
           COMPUTE WS-TX-MONTH = WS-CURRENT-DATE / 100
           IF WS-IN-MONTH = WS-TX-MONTH
               MOVE WS-CURRENT-DATE TO WS-MONTH-TO
           ELSE
               IF FUNCTION MOD(WS-IN-MONTH, 100) = 12
                   COMPUTE WS-MONTH-INT =
                       (WS-IN-MONTH + 89) * 100 + 1
               ELSE
                   COMPUTE WS-MONTH-INT =
                       (WS-IN-MONTH + 1) * 100 + 1
               END-IF
               COMPUTE WS-MONTH-TO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-INT) - 1)
           END-IF
           OPEN INPUT BALHIST-FILE
           IF WS-BH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BALHIST-FILE
                   AT END
                       CLOSE BALHIST-FILE
                       EXIT PERFORM
               END-READ
               IF BALH-DATE <= WS-MONTH-TO
                   PERFORM FOLD-ONE-SNAPSHOT
               END-IF
           END-PERFORM.

       FOLD-ONE-SNAPSHOT.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-A-ID(WS-ACCT-IDX) = BALH-ACCT-ID
                   IF BALH-DATE <= WS-MONTH-FROM
                       MOVE 'Y' TO WS-AN-BH-HAVE(WS-ACCT-IDX)
                       MOVE 'Y' TO WS-AN-BH-FULL(WS-ACCT-IDX)
                       MOVE WS-MONTH-FROM
                           TO WS-AN-BH-CURSOR(WS-ACCT-IDX)
                       MOVE BALH-LEDGER TO WS-AN-BH-BASE(WS-ACCT-IDX)
                   ELSE
                       IF WS-AN-BH-HAVE(WS-ACCT-IDX) = 'Y'
                           COMPUTE WS-BH-GAP-DAYS =
                               FUNCTION INTEGER-OF-DATE(BALH-DATE)
                               - FUNCTION INTEGER-OF-DATE(
                                   WS-AN-BH-CURSOR(WS-ACCT-IDX))
                           COMPUTE WS-AN-BH-SUM(WS-ACCT-IDX) =
                               WS-AN-BH-SUM(WS-ACCT-IDX)
                               + WS-AN-BH-BASE(WS-ACCT-IDX)
                               * WS-BH-GAP-DAYS
                       END-IF
                       MOVE 'Y' TO WS-AN-BH-HAVE(WS-ACCT-IDX)
                       MOVE BALH-DATE TO WS-AN-BH-CURSOR(WS-ACCT-IDX)
                       MOVE BALH-LEDGER TO WS-AN-BH-BASE(WS-ACCT-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FOLD-ONE-TRANSACTION.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
      *> -------------------------------------------------------
       ANALYZE-ONE-ACCOUNT.
           ADD 1 TO WS-ANALYZED-COUNT
           IF WS-AN-BH-FULL(WS-ACCT-IDX) = 'Y'
      *>       The last snapshot's balance carries to month end.
               COMPUTE WS-BH-GAP-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-TO)
                   - FUNCTION INTEGER-OF-DATE(
                       WS-AN-BH-CURSOR(WS-ACCT-IDX)) + 1
               COMPUTE WS-AN-BH-SUM(WS-ACCT-IDX) =
                   WS-AN-BH-SUM(WS-ACCT-IDX)
                   + WS-AN-BH-BASE(WS-ACCT-IDX) * WS-BH-GAP-DAYS
               COMPUTE WS-BH-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-TO)
                   - FUNCTION INTEGER-OF-DATE(WS-MONTH-FROM) + 1
               COMPUTE WS-AVG-BAL ROUNDED =
                   WS-AN-BH-SUM(WS-ACCT-IDX) / WS-BH-DAYS
           ELSE
               COMPUTE WS-OPENING-BAL =
                   WS-A-BALANCE(WS-ACCT-IDX) - WS-AN-NET(WS-ACCT-IDX)
               COMPUTE WS-AVG-BAL ROUNDED =
                   (WS-OPENING-BAL + WS-A-BALANCE(WS-ACCT-IDX)) / 2
           END-IF
           IF WS-AVG-BAL < 0
               MOVE 0 TO WS-AVG-BAL
           END-IF
               MOVE ACCT-BRANCH TO WS-A-BRANCH(WS-ACCOUNT-COUNT)
               MOVE 0 TO WS-AN-NET(WS-ACCOUNT-COUNT)
               MOVE 0 TO WS-AN-FEES(WS-ACCOUNT-COUNT)
               MOVE 'N' TO WS-AN-BH-HAVE(WS-ACCOUNT-COUNT)
               MOVE 'N' TO WS-AN-BH-FULL(WS-ACCOUNT-COUNT)
               MOVE 0 TO WS-AN-BH-CURSOR(WS-ACCOUNT-COUNT)
               MOVE 0 TO WS-AN-BH-BASE(WS-ACCOUNT-COUNT)
               MOVE 0 TO WS-AN-BH-SUM(WS-ACCOUNT-COUNT)
           END-PERFORM.

      *> -------------------------------------------------------
                   MOVE VERS-NUMBER TO WS-VERS-CURRENT
           END-READ
           CLOSE ACCTVERS-FILE.

      *> -------------------------------------------------------
      *> LOG-RUN-START / LOG-RUN-END: This run's running and
      *> completed records in the shared RUNHIST.DAT — the detail
      *> names where the month activity came from, so the
      *> extract's saving shows in the job's run times.
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
               MOVE "ACCTANAL" TO RUNHIST-JOB-ID
               MOVE SPACES TO RUNHIST-NODE-CODE
               MOVE 'R' TO RUNHIST-STATUS
               MOVE 0 TO RUNHIST-DURATION-SEC
               MOVE "ACCOUNT ANALYSIS" TO RUNHIST-DETAIL
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
               MOVE "ACCTANAL" TO RUNHIST-JOB-ID
               MOVE SPACES TO RUNHIST-NODE-CODE
               MOVE WS-RUN-STATUS TO RUNHIST-STATUS
               COMPUTE RUNHIST-DURATION-SEC =
                   WS-RUNHIST-END-SECS - WS-RUNHIST-START-SECS
               MOVE WS-RUN-DETAIL TO RUNHIST-DETAIL
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "ERROR|RUNHIST-OPEN|" WS-RUNHIST-STATUS
           END-IF.
