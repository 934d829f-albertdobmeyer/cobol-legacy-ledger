      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-08-23
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Monthly monitoring of convenient-transfer activity on
      *>    Input/Output: ACCOUNTS.DAT (fee debits), REGDHIST.DAT
      *>                  (month counts appended)
      *>    Input:        TRANSACT.DAT
      *>    Input:        ACCTEXTR.DAT (EODEXTR.cob's account extract,
      *>                  used for the current or prior cycle when it
      *>                  proves), FILEMANF.DAT
      *>    Output:       TRANSACT.DAT (fee postings appended),
      *>                  REGDWARN.DAT (appended),
      *>                  RUNHIST.DAT (appended)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout
      *>    TRANSREC.cpy  — Transaction record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>    ACCTIO.cpy    — Shared account I/O variables
      *>    ACCTEXT.cpy, MANIFEST.cpy, MANFWORK.cpy, RUNHIST.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    REGD-COUNT|ACCT|MONTH|COUNT
      *>                     address and tracks queued/printed/
      *>                     mailed; the legacy notice file is
      *>                     still written unchanged
      *>    2026-10-15  AKD  A month that is EODEXTR.cob's current
      *>                     or prior cycle is counted from tonight's
      *>                     ACCTEXTR.DAT when it proves against its
      *>                     trailer and FILEMANF.DAT row, instead of
      *>                     a full TRANSACT.DAT scan (any other
      *>                     month, or an unproven extract, still
      *>                     scans); the run is logged to RUNHIST.DAT
      *>                     with the source it used
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
           SELECT WARN-FILE
               ASSIGN TO "REGDWARN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       COPY "ACCTVERS.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  EXTRACT-FILE.
       COPY "ACCTEXT.cpy".
       FD  MANIFEST-FILE.
       COPY "MANIFEST.cpy".
       FD  RUN-HISTORY-FILE.
       COPY "RUNHIST.cpy".
       FD  WARN-FILE.
       01  WARN-RECORD            PIC X(40).
       FD  HIST-FILE.
       01  WS-BREACH-MONTHS       PIC 9(3) VALUE 0.
       01  WS-TX-SEQ              PIC 9(5) VALUE 0.
       01  WS-TX-MONTH            PIC 9(6) VALUE 0.
      *>   EODEXTR.cob's account extract — see ACCTEXT.cpy and
      *>   LOAD-ACCOUNT-EXTRACT. WS-EXT-PERIOD is the extract
      *>   period holding the requested month (2 current cycle,
      *>   3 prior cycle); trusted only when every check passes.
       01  WS-EXT-STATUS          PIC XX VALUE SPACES.
       01  WS-EXT-USABLE          PIC X(1) VALUE 'N'.
       01  WS-EXT-TRAILER-OK      PIC X(1) VALUE 'N'.
       01  WS-EXT-PERIOD          PIC 9(1) VALUE 0.
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
      *>   Tonight's extract holds the current and prior cycles'
      *>   counts already; the scan is for any other month or an
      *>   extract that does not prove.
           PERFORM LOAD-ACCOUNT-EXTRACT
           IF WS-EXT-USABLE = 'Y'
               MOVE "REGDMON COUNTS FROM ACCTEXTR.DAT"
                   TO WS-RUN-DETAIL
           ELSE
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
                   MOVE 0 TO WS-RD-COUNT(WS-ACCT-IDX)
               END-PERFORM
               PERFORM COUNT-MONTH-ACTIVITY
               MOVE "REGDMON COUNTS FROM TRANSACT.DAT SCAN"
                   TO WS-RUN-DETAIL
           END-IF

           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
           DISPLAY "REGD-SUMMARY|" WS-MONITORED-COUNT "|"
               WS-WARNED-COUNT "|" WS-FEED-COUNT "|"
               WS-CONVERT-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "RESULT|00"
           STOP RUN.

               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-ACCOUNT-EXTRACT: Take each account's month count —
      *> withdrawals plus transfers — from EODEXTR.cob's
      *> ACCTEXTR.DAT. The file is used only when its header is
      *> for today's business date with the requested month as
      *> its current or prior cycle, its rows count and hash to
      *> its trailer and to its own FILEMANF.DAT row, and every
      *> loaded account is in it (see ACCTEXT.cpy) — anything
      *> less leaves WS-EXT-USABLE 'N' and the caller scans the
      *> ledger instead.
      *> -------------------------------------------------------
       LOAD-ACCOUNT-EXTRACT.
           MOVE 'N' TO WS-EXT-USABLE
           MOVE 'N' TO WS-EXT-TRAILER-OK
           MOVE 0 TO WS-EXT-PERIOD
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
           IF EXT-HEADER
               AND EXT-H-BUS-DATE = WS-CURRENT-DATE
               IF EXT-H-CYCLE = WS-IN-MONTH
                   MOVE 2 TO WS-EXT-PERIOD
               END-IF
               IF EXT-H-PRIOR-CYCLE = WS-IN-MONTH
                   MOVE 3 TO WS-EXT-PERIOD
               END-IF
           END-IF
           IF WS-EXT-PERIOD = 0
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

      *>   Type buckets 2 and 3 are W and T — see ACCTEXT.cpy.
       APPLY-EXTRACT-ROW.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-A-ID(WS-ACCT-IDX) = EXT-ACCT-ID
                   COMPUTE WS-RD-COUNT(WS-ACCT-IDX) =
                       EXT-TYPE-COUNT(WS-EXT-PERIOD, 2)
                       + EXT-TYPE-COUNT(WS-EXT-PERIOD, 3)
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
      *> EVALUATE-ONE-SAVINGS: Apply the threshold to one savings
      *> account's month count — warn at it, fee past it, record
                   MOVE CORR-ID TO WS-CORR-SEQ
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOG-RUN-START / LOG-RUN-END: This run's running and
      *> completed records in the shared RUNHIST.DAT — the detail
      *> names where the month counts came from, so the
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
               MOVE "REGDMON" TO RUNHIST-JOB-ID
               MOVE SPACES TO RUNHIST-NODE-CODE
               MOVE 'R' TO RUNHIST-STATUS
               MOVE 0 TO RUNHIST-DURATION-SEC
               MOVE "REG D ACTIVITY MONITOR" TO RUNHIST-DETAIL
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
               MOVE "REGDMON" TO RUNHIST-JOB-ID
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
