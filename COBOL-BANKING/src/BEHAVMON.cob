      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-09-01
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The consumer-account counterpart of RISKCHK.cob's
      *>
      *>  Files:
      *>    Input:  ACCOUNTS.DAT, TRANSACT.DAT, BUSDATE.DAT
      *>    Input:  ACCTEXTR.DAT (EODEXTR.cob's account extract —
      *>            the profiles come from it when it proves),
      *>            FILEMANF.DAT
      *>    Output: ALERT.DAT (appended), RUNHIST.DAT (appended)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy, TRANSREC.cpy, ALERTREC.cpy, BUSDATE.cpy,
      *>    ACCTIO.cpy, COMCODE.cpy, ACCTEXT.cpy, MANIFEST.cpy,
      *>    MANFWORK.cpy, RUNHIST.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    BEHAV-ALERT|ACCT|PATTERN|DETAIL
      *>  Change Log:
      *>    2026-09-01  AKD  Initial implementation
      *>
      *>    2026-10-15  AKD  Profiles and today's movement are taken
      *>                     from EODEXTR.cob's ACCTEXTR.DAT when it
      *>                     is tonight's, covers the same history
      *>                     window and proves against its trailer
      *>                     and FILEMANF.DAT row, instead of a full
      *>                     TRANSACT.DAT scan (the scan stays as
      *>                     the fallback); the run is logged to
      *>                     RUNHIST.DAT with the source it used
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
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
           SELECT ALERT-FILE
               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       COPY "TRANSREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  EXTRACT-FILE.
       COPY "ACCTEXT.cpy".
       FD  MANIFEST-FILE.
       COPY "MANIFEST.cpy".
       FD  RUN-HISTORY-FILE.
       COPY "RUNHIST.cpy".
       FD  ALERT-FILE.
       COPY "ALERTREC.cpy".

       01  WS-ALERT-PATTERN       PIC X(13) VALUE SPACES.
       01  WS-ALERT-DETAIL        PIC X(40) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
      *>   EODEXTR.cob's account extract — see ACCTEXT.cpy and
      *>   LOAD-ACCOUNT-EXTRACT. Trusted only when every check
      *>   passes; otherwise the profiles are rebuilt from the
      *>   ledger.
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
       COPY "COMCODE.cpy".

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM LOG-RUN-START
      *>   The profile accumulators must start at true zero — an
      *>   OCCURS table carries no VALUE clause.
           INITIALIZE WS-BM-PROFILE

           PERFORM LOAD-ALL-ACCOUNTS
      *>   Tonight's extract carries the profiles already; the
      *>   ledger pass is only the fallback.
           PERFORM LOAD-ACCOUNT-EXTRACT
           IF WS-EXT-USABLE = 'Y'
               MOVE "BEHAVMON PROFILES FROM ACCTEXTR.DAT"
                   TO WS-RUN-DETAIL
           ELSE
               INITIALIZE WS-BM-PROFILE
               PERFORM BUILD-PROFILES
               MOVE "BEHAVMON PROFILES FROM TRANSACT.DAT SCAN"
                   TO WS-RUN-DETAIL
           END-IF
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               PERFORM TEST-ONE-ACCOUNT
           END-PERFORM
           DISPLAY "BEHAV-SUMMARY|" WS-PROFILED-COUNT "|"
               WS-ALERT-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "RESULT|00"
           STOP RUN.

               END-IF
           END-IF.

      *> -------------------------------------------------------
      *> LOAD-ACCOUNT-EXTRACT: Take each account's profile and
      *> today's movement from EODEXTR.cob's ACCTEXTR.DAT. The
      *> file is used only when its header is for today's
      *> business date with this program's history window, its
      *> rows count and hash to its trailer and to its own
      *> FILEMANF.DAT row, and every loaded account is in it (see
      *> ACCTEXT.cpy) — anything less leaves WS-EXT-USABLE 'N'
      *> and the caller scans the ledger instead.
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
               OR EXT-H-HIST-DAYS NOT = WS-BM-HISTORY-DAYS
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

      *>   Period 1 is the business day; type buckets 1, 2 and 3
      *>   are D, W and T — see ACCTEXT.cpy.
       APPLY-EXTRACT-ROW.
           MOVE EXT-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXT-MATCHED
           MOVE EXT-HIST-COUNT TO WS-BM-HIST-COUNT(WS-FOUND-IDX)
           MOVE EXT-HIST-SUM TO WS-BM-HIST-SUM(WS-FOUND-IDX)
           MOVE EXT-HIST-MAX TO WS-BM-HIST-MAX(WS-FOUND-IDX)
           MOVE EXT-PERIOD-COUNT(1) TO WS-BM-TODAY-COUNT(WS-FOUND-IDX)
           MOVE EXT-TYPE-AMOUNT(1, 1) TO WS-BM-TODAY-DEP(WS-FOUND-IDX)
           COMPUTE WS-BM-TODAY-WD(WS-FOUND-IDX) =
               FUNCTION ABS(EXT-TYPE-AMOUNT(1, 2))
               + FUNCTION ABS(EXT-TYPE-AMOUNT(1, 3))
           MOVE EXT-DAY-MAX-WD TO WS-BM-TODAY-MAXWD(WS-FOUND-IDX).

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
      *> TEST-ONE-ACCOUNT: Today's movement against the profile —
      *> each firing pattern raises its own alert.
                   END-IF
           END-READ
           CLOSE BUSDATE-FILE.

      *> -------------------------------------------------------
      *> LOG-RUN-START / LOG-RUN-END: This run's running and
      *> completed records in the shared RUNHIST.DAT — the detail
      *> names where the profiles came from, so the
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
               MOVE "BEHAVMON" TO RUNHIST-JOB-ID
               MOVE SPACES TO RUNHIST-NODE-CODE
               MOVE 'R' TO RUNHIST-STATUS
               MOVE 0 TO RUNHIST-DURATION-SEC
               MOVE "CONSUMER BEHAVIOR MONITOR" TO RUNHIST-DETAIL
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
               MOVE "BEHAVMON" TO RUNHIST-JOB-ID
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
