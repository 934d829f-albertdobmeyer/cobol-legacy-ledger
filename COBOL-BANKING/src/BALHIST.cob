      *>================================================================*
      *>  Program:     BALHIST.cob
      *>  System:      LEGACY LEDGER — End-of-Day Balance History
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Keeps each account's end-of-day balances so "what was
      *>    my balance on March 3rd" is a lookup, not a walk back
      *>    through TRANSACT.DAT from today's figure (a walk that
      *>    runs out of detail once ARCHIVE.cob trims the ledger).
      *>    SNAPSHOT is the nightly chain step: after the night's
      *>    postings it appends one BALHIST.DAT row per account
      *>    (see BALHREC.cpy) with the closing ledger balance, the
      *>    amount on hold and the available balance for the
      *>    business date. A rerun for a date already snapshotted
      *>    writes nothing. ASOF answers an account's balances at
      *>    the close of any past date — the last snapshot on or
      *>    before it, since nothing posts on a closed day.
      *>    AVERAGE is the average daily balance service: every
      *>    calendar day in the period counts at the balance it
      *>    closed with, month to date or over any statement
      *>    cycle. A period reaching today before tonight's
      *>    snapshot has run takes today at the live ACCOUNTS.DAT
      *>    balance.
      *>
      *>  Operations (via command-line argument):
      *>    SNAPSHOT                       — nightly (EOD chain
      *>                                     job BALHIST)
      *>    ASOF acct_id yyyymmdd          — balances at close
      *>    AVERAGE acct_id MTD            — month to date
      *>    AVERAGE acct_id from to        — cycle, yyyymmdd
      *>                                     both ends inclusive
      *>
      *>  Files:
      *>    Input:        ACCOUNTS.DAT, BUSDATE.DAT
      *>    Input/Output: BALHIST.DAT (appended by SNAPSHOT)
      *>    Output:       RUNHIST.DAT (SNAPSHOT)
      *>
      *>  Copybooks:
      *>    BALHREC.cpy, ACCTREC.cpy, RUNHIST.cpy, BUSDATE.cpy,
      *>    COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    BALH-SNAPSHOT|DATE|ACCOUNTS|TOTAL-LEDGER|TOTAL-HOLD
      *>    BALH-SNAP-EXISTS|DATE
      *>    BALH-ASOF|ACCT|DATE|SNAPSHOT-DATE|LEDGER|HOLD|AVAILABLE
      *>    BALH-AVERAGE|ACCT|FROM|TO|DAYS|AVG-LEDGER|AVG-AVAILABLE
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — No balance on record for the account on or
      *>                before the date / within the period
      *>    RESULT|99 — Bad arguments, a date after today's
      *>                business date, or file I/O error
      *>
      *>  Dependencies:
      *>    Runs in the nightly chain (EODCHAIN.DAT) after the
      *>    posting jobs (INTEREST, FEES, STANDORD and the rest) so
      *>    the snapshot is the day's true close.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALHIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BALHIST-FILE
               ASSIGN TO "BALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BH-STATUS.
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
       FD  BALHIST-FILE.
       COPY "BALHREC.cpy".
       FD  RUN-HISTORY-FILE.
       COPY "RUNHIST.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-BH-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(60) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-ARG3             PIC X(10) VALUE SPACES.
       01  WS-IN-ARG4             PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   SNAPSHOT totals.
       01  WS-SNAP-EXISTS         PIC X(1) VALUE 'N'.
       01  WS-SNAP-COUNT          PIC 9(5) VALUE 0.
       01  WS-SNAP-LEDGER         PIC S9(12)V99 VALUE 0.
       01  WS-SNAP-HOLD           PIC S9(12)V99 VALUE 0.
      *>   ASOF — the last row on or before the target date.
       01  WS-TARGET-DATE         PIC 9(8) VALUE 0.
       01  WS-ASOF-FOUND          PIC X(1) VALUE 'N'.
       01  WS-ASOF-ROW-DATE       PIC 9(8) VALUE 0.
       01  WS-ASOF-LEDGER         PIC S9(10)V99 VALUE 0.
       01  WS-ASOF-HOLD           PIC S9(10)V99 VALUE 0.
       01  WS-ASOF-AVAIL          PIC S9(10)V99 VALUE 0.
      *>   AVERAGE — balance-days summed day by day across the
      *>   period: each row's balances count from its date until
      *>   the next row's date (or the period end). Days before
      *>   the account's first row in the period are not covered
      *>   and do not dilute the average.
       01  WS-FROM-DATE           PIC 9(8) VALUE 0.
       01  WS-TO-DATE             PIC 9(8) VALUE 0.
       01  WS-AVG-HAVE            PIC X(1) VALUE 'N'.
       01  WS-AVG-CURSOR          PIC 9(8) VALUE 0.
       01  WS-AVG-FIRST           PIC 9(8) VALUE 0.
       01  WS-AVG-LAST-ROW        PIC 9(8) VALUE 0.
       01  WS-AVG-BASE-LEDGER     PIC S9(10)V99 VALUE 0.
       01  WS-AVG-BASE-AVAIL      PIC S9(10)V99 VALUE 0.
       01  WS-AVG-SUM-LEDGER      PIC S9(14)V99 VALUE 0.
       01  WS-AVG-SUM-AVAIL       PIC S9(14)V99 VALUE 0.
       01  WS-AVG-GAP-DAYS        PIC S9(5) VALUE 0.
       01  WS-AVG-DAYS            PIC 9(5) VALUE 0.
       01  WS-AVG-LEDGER          PIC S9(10)V99 VALUE 0.
       01  WS-AVG-AVAIL           PIC S9(10)V99 VALUE 0.
      *>   One row's balances handed to FOLD-AVERAGE-ROW.
       01  WS-ROW-DATE            PIC 9(8) VALUE 0.
       01  WS-ROW-LEDGER          PIC S9(10)V99 VALUE 0.
       01  WS-ROW-AVAIL           PIC S9(10)V99 VALUE 0.
      *>   Today's live balance, for a period ending today before
      *>   tonight's snapshot.
       01  WS-LIVE-FOUND          PIC X(1) VALUE 'N'.
       01  WS-LIVE-LEDGER         PIC S9(10)V99 VALUE 0.
       01  WS-LIVE-HOLD           PIC S9(10)V99 VALUE 0.
      *>   Run-history working fields — see LOG-RUN-START/
      *>   LOG-RUN-END and RUNHIST.cpy, same as RECONCILE.cob.
       01  WS-RUNHIST-STATUS      PIC XX VALUE SPACES.
       01  WS-RUN-STATUS          PIC X(1) VALUE 'Y'.
       01  WS-RUNHIST-START-TIME  PIC 9(6) VALUE 0.
       01  WS-RUNHIST-START-SECS  PIC 9(8) VALUE 0.
       01  WS-RUNHIST-END-SECS    PIC 9(8) VALUE 0.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-ACCT-ID
                    WS-IN-ARG3
                    WS-IN-ARG4
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           EVALUATE WS-OPERATION
               WHEN "SNAPSHOT"
                   PERFORM LOG-RUN-START
                   PERFORM TAKE-SNAPSHOT
                   PERFORM LOG-RUN-END
               WHEN "ASOF"
                   IF WS-IN-ACCT-ID = SPACES
                       OR WS-IN-ARG3(1:8) IS NOT NUMERIC
                       DISPLAY "ERROR|BAD-ARGUMENTS"
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   MOVE WS-IN-ARG3(1:8) TO WS-TARGET-DATE
                   PERFORM CHECK-NOT-FUTURE
                   PERFORM ASOF-INQUIRY
               WHEN "AVERAGE"
                   PERFORM RESOLVE-AVERAGE-PERIOD
                   PERFORM AVERAGE-INQUIRY
               WHEN OTHER
                   DISPLAY "ERROR|UNKNOWN-OPERATION|" WS-OPERATION
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-EVALUATE
           DISPLAY "RESULT|00"
           STOP RUN.

      *> -------------------------------------------------------
      *> TAKE-SNAPSHOT: One row per account for the business
      *> date, unless the date is already on file — a rerun of
      *> the chain step never doubles a night.
      *> -------------------------------------------------------
       TAKE-SNAPSHOT.
           MOVE 'N' TO WS-SNAP-EXISTS
           OPEN INPUT BALHIST-FILE
           IF WS-BH-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ BALHIST-FILE
                       AT END
                           CLOSE BALHIST-FILE
                           EXIT PERFORM
                   END-READ
                   IF BALH-DATE = WS-CURRENT-DATE
                       MOVE 'Y' TO WS-SNAP-EXISTS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SNAP-EXISTS = 'Y'
               DISPLAY "BALH-SNAP-EXISTS|" WS-CURRENT-DATE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               MOVE 'N' TO WS-RUN-STATUS
               PERFORM LOG-RUN-END
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           OPEN EXTEND BALHIST-FILE
           IF WS-BH-STATUS NOT = '00'
               OPEN OUTPUT BALHIST-FILE
               IF WS-BH-STATUS NOT = '00'
                   CLOSE ACCOUNTS-FILE
                   DISPLAY "ERROR|FILE-OPEN|" WS-BH-STATUS
                   MOVE 'N' TO WS-RUN-STATUS
                   PERFORM LOG-RUN-END
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO BALANCE-HISTORY-RECORD
               MOVE WS-CURRENT-DATE TO BALH-DATE
               MOVE ACCT-ID TO BALH-ACCT-ID
               MOVE ACCT-BALANCE TO BALH-LEDGER
               MOVE ACCT-HOLD-AMOUNT TO BALH-HOLD
               COMPUTE BALH-AVAILABLE =
                   ACCT-BALANCE - ACCT-HOLD-AMOUNT
               MOVE ACCT-STATUS TO BALH-STATUS
               MOVE ACCT-CURRENCY TO BALH-CURRENCY
               MOVE ACCT-BRANCH TO BALH-BRANCH
               MOVE WS-CURRENT-TIME TO BALH-TIME
               WRITE BALANCE-HISTORY-RECORD
               ADD 1 TO WS-SNAP-COUNT
               ADD ACCT-BALANCE TO WS-SNAP-LEDGER
               ADD ACCT-HOLD-AMOUNT TO WS-SNAP-HOLD
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE BALHIST-FILE
           DISPLAY "BALH-SNAPSHOT|" WS-CURRENT-DATE "|"
               WS-SNAP-COUNT "|" WS-SNAP-LEDGER "|" WS-SNAP-HOLD.

      *> -------------------------------------------------------
      *> ASOF-INQUIRY: The account's last row on or before the
      *> target date. Today, before tonight's snapshot, answers
      *> from the live master.
      *> -------------------------------------------------------
       ASOF-INQUIRY.
           MOVE 'N' TO WS-ASOF-FOUND
           OPEN INPUT BALHIST-FILE
           IF WS-BH-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ BALHIST-FILE
                       AT END
                           CLOSE BALHIST-FILE
                           EXIT PERFORM
                   END-READ
                   IF BALH-ACCT-ID = WS-IN-ACCT-ID
                       AND BALH-DATE <= WS-TARGET-DATE
                       AND BALH-DATE >= WS-ASOF-ROW-DATE
                       MOVE 'Y' TO WS-ASOF-FOUND
                       MOVE BALH-DATE TO WS-ASOF-ROW-DATE
                       MOVE BALH-LEDGER TO WS-ASOF-LEDGER
                       MOVE BALH-HOLD TO WS-ASOF-HOLD
                       MOVE BALH-AVAILABLE TO WS-ASOF-AVAIL
                   END-IF
               END-PERFORM
           END-IF

           IF WS-TARGET-DATE = WS-CURRENT-DATE
               AND WS-ASOF-ROW-DATE < WS-CURRENT-DATE
               PERFORM FIND-LIVE-BALANCE
               IF WS-LIVE-FOUND = 'Y'
                   MOVE 'Y' TO WS-ASOF-FOUND
                   MOVE WS-CURRENT-DATE TO WS-ASOF-ROW-DATE
                   MOVE WS-LIVE-LEDGER TO WS-ASOF-LEDGER
                   MOVE WS-LIVE-HOLD TO WS-ASOF-HOLD
                   COMPUTE WS-ASOF-AVAIL =
                       WS-LIVE-LEDGER - WS-LIVE-HOLD
               END-IF
           END-IF

           IF WS-ASOF-FOUND = 'N'
               DISPLAY "BALH-NO-HISTORY|" WS-IN-ACCT-ID "|"
                   WS-TARGET-DATE
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           DISPLAY "BALH-ASOF|" WS-IN-ACCT-ID "|" WS-TARGET-DATE
               "|" WS-ASOF-ROW-DATE "|" WS-ASOF-LEDGER "|"
               WS-ASOF-HOLD "|" WS-ASOF-AVAIL.

      *> -------------------------------------------------------
      *> RESOLVE-AVERAGE-PERIOD: MTD runs from the first of the
      *> business month through the business date; otherwise the
      *> two dates given.
      *> -------------------------------------------------------
       RESOLVE-AVERAGE-PERIOD.
           IF WS-IN-ACCT-ID = SPACES
               DISPLAY "ERROR|BAD-ARGUMENTS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF FUNCTION TRIM(WS-IN-ARG3) = "MTD"
               COMPUTE WS-FROM-DATE = WS-CURRENT-DATE
                   - FUNCTION MOD(WS-CURRENT-DATE, 100) + 1
               MOVE WS-CURRENT-DATE TO WS-TO-DATE
           ELSE
               IF WS-IN-ARG3(1:8) IS NOT NUMERIC
                   OR WS-IN-ARG4(1:8) IS NOT NUMERIC
                   DISPLAY "ERROR|BAD-ARGUMENTS"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE WS-IN-ARG3(1:8) TO WS-FROM-DATE
               MOVE WS-IN-ARG4(1:8) TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "ERROR|BAD-PERIOD|" WS-FROM-DATE "|"
                   WS-TO-DATE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-TO-DATE TO WS-TARGET-DATE
           PERFORM CHECK-NOT-FUTURE.

      *> -------------------------------------------------------
      *> AVERAGE-INQUIRY: Balance-days over the period from the
      *> account's rows (file order is date order), then today's
      *> live balance when the period ends today and tonight's
      *> row is not yet written.
      *> -------------------------------------------------------
       AVERAGE-INQUIRY.
           MOVE 'N' TO WS-AVG-HAVE
           MOVE 0 TO WS-AVG-SUM-LEDGER WS-AVG-SUM-AVAIL
               WS-AVG-LAST-ROW
           MOVE WS-FROM-DATE TO WS-AVG-CURSOR
           OPEN INPUT BALHIST-FILE
           IF WS-BH-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ BALHIST-FILE
                       AT END
                           CLOSE BALHIST-FILE
                           EXIT PERFORM
                   END-READ
                   IF BALH-ACCT-ID = WS-IN-ACCT-ID
                       MOVE BALH-DATE TO WS-ROW-DATE
                       MOVE BALH-LEDGER TO WS-ROW-LEDGER
                       MOVE BALH-AVAILABLE TO WS-ROW-AVAIL
                       PERFORM FOLD-AVERAGE-ROW
                   END-IF
               END-PERFORM
           END-IF

           IF WS-TO-DATE = WS-CURRENT-DATE
               AND WS-AVG-LAST-ROW < WS-CURRENT-DATE
               PERFORM FIND-LIVE-BALANCE
               IF WS-LIVE-FOUND = 'Y'
                   MOVE WS-CURRENT-DATE TO WS-ROW-DATE
                   MOVE WS-LIVE-LEDGER TO WS-ROW-LEDGER
                   COMPUTE WS-ROW-AVAIL =
                       WS-LIVE-LEDGER - WS-LIVE-HOLD
                   PERFORM FOLD-AVERAGE-ROW
               END-IF
           END-IF

           IF WS-AVG-HAVE = 'N'
               DISPLAY "BALH-NO-HISTORY|" WS-IN-ACCT-ID "|"
                   WS-FROM-DATE "|" WS-TO-DATE
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
      *>   The last balance carries through the period end.
           COMPUTE WS-AVG-GAP-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-AVG-CURSOR) + 1
           COMPUTE WS-AVG-SUM-LEDGER = WS-AVG-SUM-LEDGER
               + WS-AVG-BASE-LEDGER * WS-AVG-GAP-DAYS
           COMPUTE WS-AVG-SUM-AVAIL = WS-AVG-SUM-AVAIL
               + WS-AVG-BASE-AVAIL * WS-AVG-GAP-DAYS
           COMPUTE WS-AVG-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-AVG-FIRST) + 1
           COMPUTE WS-AVG-LEDGER ROUNDED =
               WS-AVG-SUM-LEDGER / WS-AVG-DAYS
           COMPUTE WS-AVG-AVAIL ROUNDED =
               WS-AVG-SUM-AVAIL / WS-AVG-DAYS
           DISPLAY "BALH-AVERAGE|" WS-IN-ACCT-ID "|" WS-AVG-FIRST
               "|" WS-TO-DATE "|" WS-AVG-DAYS "|" WS-AVG-LEDGER "|"
               WS-AVG-AVAIL.

      *> -------------------------------------------------------
      *> FOLD-AVERAGE-ROW: One dated balance into the period's
      *> balance-days. A row on or before the period start sets
      *> the opening balance; a row inside the period closes out
      *> the days the previous balance stood and becomes the new
      *> running balance.
      *> -------------------------------------------------------
       FOLD-AVERAGE-ROW.
           IF WS-ROW-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-DATE TO WS-AVG-LAST-ROW
           IF WS-ROW-DATE <= WS-FROM-DATE
               MOVE 'Y' TO WS-AVG-HAVE
               MOVE WS-FROM-DATE TO WS-AVG-FIRST
               MOVE WS-ROW-LEDGER TO WS-AVG-BASE-LEDGER
               MOVE WS-ROW-AVAIL TO WS-AVG-BASE-AVAIL
               EXIT PARAGRAPH
           END-IF
           IF WS-AVG-HAVE = 'Y'
               COMPUTE WS-AVG-GAP-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-ROW-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-AVG-CURSOR)
               COMPUTE WS-AVG-SUM-LEDGER = WS-AVG-SUM-LEDGER
                   + WS-AVG-BASE-LEDGER * WS-AVG-GAP-DAYS
               COMPUTE WS-AVG-SUM-AVAIL = WS-AVG-SUM-AVAIL
                   + WS-AVG-BASE-AVAIL * WS-AVG-GAP-DAYS
           ELSE
      *>       First balance on record falls inside the period —
      *>       the average covers the days from here on.
               MOVE 'Y' TO WS-AVG-HAVE
               MOVE WS-ROW-DATE TO WS-AVG-FIRST
           END-IF
           MOVE WS-ROW-DATE TO WS-AVG-CURSOR
           MOVE WS-ROW-LEDGER TO WS-AVG-BASE-LEDGER
           MOVE WS-ROW-AVAIL TO WS-AVG-BASE-AVAIL.

       FIND-LIVE-BALANCE.
           MOVE 'N' TO WS-LIVE-FOUND
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE
                   AT END
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
               IF ACCT-ID = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-LIVE-FOUND
                   MOVE ACCT-BALANCE TO WS-LIVE-LEDGER
                   MOVE ACCT-HOLD-AMOUNT TO WS-LIVE-HOLD
               END-IF
           END-PERFORM.

       CHECK-NOT-FUTURE.
           IF WS-TARGET-DATE > WS-CURRENT-DATE
               DISPLAY "ERROR|FUTURE-DATE|" WS-TARGET-DATE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF.

      *> -------------------------------------------------------
      *> LOG-RUN-START / LOG-RUN-END: This run's running and
      *> completed records in the shared RUNHIST.DAT, so EODRUN.cob
      *> sees the chain step's own verdict.
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
               MOVE "BALHIST" TO RUNHIST-JOB-ID
               MOVE SPACES TO RUNHIST-NODE-CODE
               MOVE 'R' TO RUNHIST-STATUS
               MOVE 0 TO RUNHIST-DURATION-SEC
               MOVE "BALANCE HISTORY SNAPSHOT" TO RUNHIST-DETAIL
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
               MOVE "BALHIST" TO RUNHIST-JOB-ID
               MOVE SPACES TO RUNHIST-NODE-CODE
               MOVE WS-RUN-STATUS TO RUNHIST-STATUS
               COMPUTE RUNHIST-DURATION-SEC =
                   WS-RUNHIST-END-SECS - WS-RUNHIST-START-SECS
               MOVE "BALANCE HISTORY SNAPSHOT" TO RUNHIST-DETAIL
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
