      *>================================================================*
      *>  Program:     GLBUDGET.cob
      *>  System:      LEGACY LEDGER — GL Budget and Variance
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The board-approved budget beside GLSTMT.cob's actuals,
      *>    instead of the controller re-keying both into a
      *>    spreadsheet every month. GLBUDGET.DAT holds one line
      *>    per GLCHART.DAT account, branch and month (see
      *>    GLBUDREC.cpy):
      *>      LOAD — the annual plan, keyed in by a supervisor,
      *>        twelve months per account line; a year already
      *>        loaded for an account and branch is refused (a
      *>        change after the board signs is a revision, not
      *>        a reload).
      *>      REVISE / APPROVE / REJECT — a revision is queued in
      *>        GLBUDREV.DAT by one operator and applied only when
      *>        a second (supervisor or admin, never the maker)
      *>        approves it — GLENTRY.cob's two-person rule. The
      *>        plan figure stays as loaded; the current budget
      *>        moves, and the revision row keeps the before and
      *>        after.
      *>      VARIANCE — for a month: each income and expense
      *>        account's actual (GLJRNL.DAT activity, closing
      *>        entries excluded, natural sign — the figures
      *>        GLSTMT.cob prints) against budget, for the month
      *>        and year-to-date, dollar and percent variance,
      *>        with lines outside the tolerance flagged. Bank-
      *>        wide it is followed by one section per department
      *>        of its expense accounts, for the department heads;
      *>        with BRANCH it is cut by branch instead, actuals
      *>        by the GLJ-BRANCH GLPOST.cob stamps on ledger lines
      *>        (lines carrying no branch, and bank-level budget
      *>        lines, report under MAIN as in BRANCHRPT.cob).
      *>        CSV writes the same rows to GLBUDVAR.CSV.
      *>    The budget year is the calendar year.
      *>
      *>  Operations (via command-line argument):
      *>    LOAD yyyy — plan lines read from standard input, one
      *>        per line, pipe-delimited:
      *>            ACCT|BRANCH|DEPT|M01|M02|...|M12
      *>        (BRANCH empty = main/bank level) terminated by a
      *>        line reading END. Supervisor or admin.
      *>    REVISE yyyymm acct branch amount reason...
      *>        (branch "-" = main/bank level)
      *>    APPROVE seq / REJECT seq — supervisor or admin, not
      *>        the maker
      *>    LIST — the revision history
      *>    VARIANCE yyyymm [tolerance-pct] [BRANCH] [CSV]
      *>        (tolerance defaults to 10.00 percent)
      *>
      *>  Files:
      *>    Input/Output: GLBUDGET.DAT, GLBUDREV.DAT
      *>    Input:        GLCHART.DAT, GLJRNL.DAT, OPERATORS.DAT,
      *>                  BUSDATE.DAT
      *>    Output:       GLBUDVAR.CSV (VARIANCE CSV only)
      *>
      *>  Copybooks:
      *>    GLBUDREC.cpy, GLBUDREV.cpy, GLCHART.cpy, GLJREC.cpy,
      *>    BUSDATE.cpy, OPERREC.cpy, OPERIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    BUDGET-PLAN|acct|branch|dept|annual
      *>    BUDGET-LOADED|year|lines|records
      *>    BUDREV-QUEUED|seq|period|acct|branch|amount
      *>    BUDREV-APPROVED|seq|old|new|checker
      *>    BUDREV-REJECTED|seq|checker
      *>    BUDREV|seq|period|acct|branch|old|new|status|maker|
      *>        checker|reason                                (LIST)
      *>    VAR-HDR|period|tolerance|ALL-or-BRANCH
      *>    VAR|branch|acct|name|type|mtd-actual|mtd-budget|
      *>        mtd-var|mtd-pct|ytd-actual|ytd-budget|ytd-var|
      *>        ytd-pct|flag
      *>    VAR-TOTAL|branch|INCOME-EXPENSE-NET|(same 8 figures)
      *>    VAR-DEPT|dept
      *>    VAR-DEPT-LINE|dept|acct|name|(8 figures)|flag
      *>    VAR-DEPT-TOTAL|dept|(8 figures)
      *>    VAR-SUMMARY|lines|flagged
      *>    RESULT|XX
      *>    Variance is actual less budget in the account's
      *>    natural sign; percent is of budget. Flag: TOL-MTD,
      *>    TOL-YTD or TOL-BOTH when the percent is outside the
      *>    tolerance either way, NO-BUDGET for activity against
      *>    a zero budget.
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — APPROVE/REJECT target not found or not
      *>                pending
      *>    RESULT|07 — Operator denied, below rank, or the maker
      *>                approving their own revision
      *>    RESULT|99 — Bad arguments, plan line invalid or already
      *>                loaded, off-chart account, or I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBUDGET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SYSIN IS STANDARD-INPUT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE
               ASSIGN TO "GLBUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BG-STATUS.
           SELECT BUDREV-FILE
               ASSIGN TO "GLBUDREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.
           SELECT CHART-FILE
               ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT GLJRNL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.
           SELECT CSV-FILE
               ASSIGN TO "GLBUDVAR.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
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
       FD  BUDGET-FILE.
       COPY "GLBUDREC.cpy".
       FD  BUDREV-FILE.
       COPY "GLBUDREV.cpy".
       FD  CHART-FILE.
       COPY "GLCHART.cpy".
       FD  GLJRNL-FILE.
       COPY "GLJREC.cpy".
       FD  CSV-FILE.
       01  CSV-LINE               PIC X(250).
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BG-STATUS           PIC XX VALUE SPACES.
       01  WS-BR-STATUS           PIC XX VALUE SPACES.
       01  WS-CH-STATUS           PIC XX VALUE SPACES.
       01  WS-GJ-STATUS           PIC XX VALUE SPACES.
       01  WS-CSV-STATUS          PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(120) VALUE SPACES.
       01  WS-CMD-PTR             PIC 9(3) VALUE 1.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-ARG-2               PIC X(15) VALUE SPACES.
       01  WS-ARG-3               PIC X(15) VALUE SPACES.
       01  WS-ARG-4               PIC X(15) VALUE SPACES.
       01  WS-ARG-5               PIC X(15) VALUE SPACES.
       01  WS-ARG-REST            PIC X(60) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
      *>   The chart, with the responsible department picked up
      *>   from the year's budget lines (VARIANCE only).
       01  WS-CHART-TABLE.
           05  WS-CH-ENTRY OCCURS 100 TIMES.
               10  WS-CH-ACCT     PIC 9(4).
               10  WS-CH-NAME     PIC X(30).
               10  WS-CH-TYPE     PIC X(1).
               10  WS-CH-DEPT     PIC X(4).
       01  WS-CH-COUNT            PIC 9(3) VALUE 0.
       01  WS-CH-IDX              PIC 9(3) VALUE 0.
       01  WS-CH-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-CHECK-ACCT          PIC 9(4) VALUE 0.
      *>   GLBUDGET.DAT and GLBUDREV.DAT held whole — load-modify-
      *>   save, as GLENTRY.cob does with its queue.
       01  WS-BG-TABLE.
           05  WS-BG-LINE OCCURS 3000 TIMES PIC X(80).
       01  WS-BG-COUNT            PIC 9(4) VALUE 0.
       01  WS-BG-IDX              PIC 9(4) VALUE 0.
       01  WS-BG-FOUND-IDX        PIC 9(4) VALUE 0.
       01  WS-BR-TABLE.
           05  WS-BR-LINE OCCURS 500 TIMES PIC X(120).
       01  WS-BR-COUNT            PIC 9(3) VALUE 0.
       01  WS-BR-IDX              PIC 9(3) VALUE 0.
       01  WS-BR-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-BR-SEQ              PIC 9(5) VALUE 0.
       01  WS-TARGET-SEQ          PIC 9(5) VALUE 0.
      *>   LOAD — the plan staged whole; one bad line refuses the
      *>   lot, nothing half-loaded.
       01  WS-IN-LINE             PIC X(250) VALUE SPACES.
       01  WS-PL-ACCT-STR         PIC X(5) VALUE SPACES.
       01  WS-PL-BRANCH-STR       PIC X(4) VALUE SPACES.
       01  WS-PL-DEPT-STR         PIC X(4) VALUE SPACES.
       01  WS-PL-MON-STRS.
           05  WS-PL-MON-STR OCCURS 12 TIMES PIC X(15).
       01  WS-PL-TABLE.
           05  WS-PL-ENTRY OCCURS 100 TIMES.
               10  WS-PL-ACCT     PIC 9(4).
               10  WS-PL-BRANCH   PIC X(3).
               10  WS-PL-DEPT     PIC X(4).
               10  WS-PL-AMT OCCURS 12 TIMES PIC S9(12)V99.
               10  WS-PL-ANNUAL   PIC S9(13)V99.
       01  WS-PL-COUNT            PIC 9(3) VALUE 0.
       01  WS-PL-IDX              PIC 9(3) VALUE 0.
       01  WS-PL-IDX2             PIC 9(3) VALUE 0.
       01  WS-MON-IDX             PIC 9(2) VALUE 0.
       01  WS-LOAD-YEAR           PIC 9(4) VALUE 0.
       01  WS-LOAD-RECORDS        PIC 9(5) VALUE 0.
       01  WS-KEY-PERIOD          PIC 9(6) VALUE 0.
       01  WS-KEY-ACCT            PIC 9(4) VALUE 0.
       01  WS-KEY-BRANCH          PIC X(3) VALUE SPACES.
       01  WS-KEY-DEPT            PIC X(4) VALUE SPACES.
       01  WS-REV-AMOUNT          PIC S9(12)V99 VALUE 0.
       01  WS-OLD-AMOUNT          PIC S9(12)V99 VALUE 0.
      *>   VARIANCE — one accumulator per account (and per branch
      *>   with BRANCH), month and year-to-date.
       01  WS-PERIOD              PIC 9(6) VALUE 0.
       01  WS-YEAR                PIC 9(4) VALUE 0.
       01  WS-JRNL-PERIOD         PIC 9(6) VALUE 0.
       01  WS-ROW-YEAR            PIC 9(4) VALUE 0.
       01  WS-TOLERANCE           PIC 9(3)V99 VALUE 10.00.
       01  WS-BRANCH-MODE         PIC X(1) VALUE 'N'.
       01  WS-CSV-MODE            PIC X(1) VALUE 'N'.
       01  WS-OPT-ARG             PIC X(15) VALUE SPACES.
       01  WS-VA-TABLE.
           05  WS-VA-ENTRY OCCURS 600 TIMES.
               10  WS-VA-ACCT     PIC 9(4).
               10  WS-VA-BRANCH   PIC X(3).
               10  WS-VA-MTD-ACT  PIC S9(13)V99.
               10  WS-VA-MTD-BUD  PIC S9(13)V99.
               10  WS-VA-YTD-ACT  PIC S9(13)V99.
               10  WS-VA-YTD-BUD  PIC S9(13)V99.
       01  WS-VA-COUNT            PIC 9(3) VALUE 0.
       01  WS-VA-IDX              PIC 9(3) VALUE 0.
       01  WS-VA-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-LINE-NET            PIC S9(13)V99 VALUE 0.
       01  WS-BL-TABLE.
           05  WS-BL-BRANCH OCCURS 50 TIMES PIC X(3).
       01  WS-BL-COUNT            PIC 9(2) VALUE 0.
       01  WS-BL-IDX              PIC 9(2) VALUE 0.
       01  WS-DP-TABLE.
           05  WS-DP-DEPT OCCURS 50 TIMES PIC X(4).
       01  WS-DP-COUNT            PIC 9(2) VALUE 0.
       01  WS-DP-IDX              PIC 9(2) VALUE 0.
       01  WS-DP-FOUND            PIC X(1) VALUE 'N'.
       01  WS-SEC-BRANCH          PIC X(3) VALUE SPACES.
       01  WS-SEC-LABEL           PIC X(4) VALUE SPACES.
       01  WS-SEC-TYPE            PIC X(1) VALUE SPACES.
      *>   The figures for the line being printed, and the section
      *>   totals they roll into.
       01  WS-CV-MTD-ACT          PIC S9(13)V99 VALUE 0.
       01  WS-CV-MTD-BUD          PIC S9(13)V99 VALUE 0.
       01  WS-CV-YTD-ACT          PIC S9(13)V99 VALUE 0.
       01  WS-CV-YTD-BUD          PIC S9(13)V99 VALUE 0.
       01  WS-CV-MTD-VAR          PIC S9(13)V99 VALUE 0.
       01  WS-CV-YTD-VAR          PIC S9(13)V99 VALUE 0.
       01  WS-CV-MTD-PCT          PIC S9(5)V99 VALUE 0.
       01  WS-CV-YTD-PCT          PIC S9(5)V99 VALUE 0.
       01  WS-CV-FLAG             PIC X(9) VALUE SPACES.
       01  WS-INC-TOTALS.
           05  WS-INC-MTD-ACT     PIC S9(13)V99 VALUE 0.
           05  WS-INC-MTD-BUD     PIC S9(13)V99 VALUE 0.
           05  WS-INC-YTD-ACT     PIC S9(13)V99 VALUE 0.
           05  WS-INC-YTD-BUD     PIC S9(13)V99 VALUE 0.
       01  WS-EXP-TOTALS.
           05  WS-EXP-MTD-ACT     PIC S9(13)V99 VALUE 0.
           05  WS-EXP-MTD-BUD     PIC S9(13)V99 VALUE 0.
           05  WS-EXP-YTD-ACT     PIC S9(13)V99 VALUE 0.
           05  WS-EXP-YTD-BUD     PIC S9(13)V99 VALUE 0.
       01  WS-LINE-COUNT          PIC 9(5) VALUE 0.
       01  WS-FLAG-COUNT          PIC 9(5) VALUE 0.
       01  WS-TOL-MTD             PIC X(1) VALUE 'N'.
       01  WS-TOL-YTD             PIC X(1) VALUE 'N'.
       01  WS-NEG-TOLERANCE       PIC S9(3)V99 VALUE 0.
      *>   Output row assembly — the same pipe row goes to STDOUT
      *>   or, commas for pipes, to GLBUDVAR.CSV.
       01  WS-OUT-ROW             PIC X(250) VALUE SPACES.
       01  WS-FIG-TEXT            PIC X(160) VALUE SPACES.
       01  WS-OUT-BRANCH          PIC X(4) VALUE SPACES.
       01  WS-D-AMT1              PIC -(12)9.99.
       01  WS-D-AMT2              PIC -(12)9.99.
       01  WS-D-AMT3              PIC -(12)9.99.
       01  WS-D-AMT4              PIC -(12)9.99.
       01  WS-D-AMT5              PIC -(12)9.99.
       01  WS-D-AMT6              PIC -(12)9.99.
       01  WS-D-PCT1              PIC -(5)9.99.
       01  WS-D-PCT2              PIC -(5)9.99.
       01  WS-D-TOL               PIC ZZ9.99.
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE 1 TO WS-CMD-PTR
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-ARG-2
                    WS-ARG-3
                    WS-ARG-4
                    WS-ARG-5
               WITH POINTER WS-CMD-PTR
           END-UNSTRING
           IF WS-CMD-PTR <= 120
               MOVE WS-CMD-LINE(WS-CMD-PTR:) TO WS-ARG-REST
           END-IF
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

      *>   The report is read-only and needs no sign-on, like
      *>   GLSTMT.cob; everything that changes the budget does.
           IF WS-OPERATION = "VARIANCE"
               PERFORM PRINT-VARIANCE
               STOP RUN
           END-IF
           ACCEPT WS-IN-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
           ACCEPT WS-IN-OPER-PIN
               FROM ENVIRONMENT "BANK_OPERATOR_PIN"
           PERFORM AUTHENTICATE-OPERATOR
           IF WS-OPER-DENIED
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF

           PERFORM LOAD-BUDGET
           PERFORM LOAD-REVISIONS
           EVALUATE WS-OPERATION
               WHEN "LOAD"
                   PERFORM LOAD-ANNUAL-PLAN
               WHEN "REVISE"
                   PERFORM QUEUE-REVISION
               WHEN "APPROVE"
                   PERFORM RESOLVE-REVISION
                   PERFORM APPROVE-REVISION
               WHEN "REJECT"
                   PERFORM RESOLVE-REVISION
                   PERFORM REJECT-REVISION
               WHEN "LIST"
                   PERFORM LIST-REVISIONS
               WHEN OTHER
                   DISPLAY "RESULT|99"
           END-EVALUATE
           STOP RUN.

      *> -------------------------------------------------------
      *> LOAD-ANNUAL-PLAN: Read the plan lines from standard input
      *> (ACCT|BRANCH|DEPT|M01..M12, END terminates), validate
      *> every one — an income or expense account on the chart,
      *> twelve numeric months, not already loaded for the year,
      *> not keyed twice — then write twelve budget lines each.
      *> -------------------------------------------------------
       LOAD-ANNUAL-PLAN.
           IF WS-OPER-ROLE = 'T'
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF
           IF WS-ARG-2(1:4) NOT NUMERIC
               OR WS-ARG-2(5:1) NOT = SPACE
               DISPLAY "ERROR|YEAR-REQUIRED"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:4) TO WS-LOAD-YEAR
           PERFORM LOAD-CHART
           MOVE 0 TO WS-PL-COUNT
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO WS-IN-LINE
               ACCEPT WS-IN-LINE FROM STANDARD-INPUT
               IF FUNCTION TRIM(WS-IN-LINE) = "END"
                   OR WS-IN-LINE = SPACES
                   EXIT PERFORM
               END-IF
               PERFORM STAGE-PLAN-LINE
           END-PERFORM
           IF WS-PL-COUNT = 0
               DISPLAY "ERROR|PLAN-EMPTY"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 0 TO WS-LOAD-RECORDS
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
                   IF WS-BG-COUNT >= 3000
                       DISPLAY "ERROR|BUDGET-TABLE-FULL"
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   MOVE SPACES TO GL-BUDGET-RECORD
                   COMPUTE BG-PERIOD =
                       WS-LOAD-YEAR * 100 + WS-MON-IDX
                   MOVE WS-PL-ACCT(WS-PL-IDX) TO BG-GL-ACCT
                   MOVE WS-PL-BRANCH(WS-PL-IDX) TO BG-BRANCH
                   MOVE WS-PL-DEPT(WS-PL-IDX) TO BG-DEPT
                   MOVE WS-PL-AMT(WS-PL-IDX, WS-MON-IDX)
                       TO BG-PLAN-AMT
                   MOVE WS-PL-AMT(WS-PL-IDX, WS-MON-IDX)
                       TO BG-AMOUNT
                   MOVE 0 TO BG-REV-COUNT
                   MOVE 0 TO BG-LAST-REV
                   MOVE WS-CURRENT-DATE TO BG-LOAD-DATE
                   MOVE WS-IN-OPER-ID TO BG-LOADED-BY
                   ADD 1 TO WS-BG-COUNT
                   MOVE GL-BUDGET-RECORD TO WS-BG-LINE(WS-BG-COUNT)
                   ADD 1 TO WS-LOAD-RECORDS
               END-PERFORM
               MOVE WS-PL-ANNUAL(WS-PL-IDX) TO WS-D-AMT1
               MOVE WS-PL-BRANCH(WS-PL-IDX) TO WS-KEY-BRANCH
               PERFORM SET-OUT-BRANCH
               DISPLAY "BUDGET-PLAN|" WS-PL-ACCT(WS-PL-IDX) "|"
                   FUNCTION TRIM(WS-OUT-BRANCH) "|"
                   FUNCTION TRIM(WS-PL-DEPT(WS-PL-IDX)) "|"
                   FUNCTION TRIM(WS-D-AMT1)
           END-PERFORM
           PERFORM SAVE-BUDGET
           DISPLAY "BUDGET-LOADED|" WS-LOAD-YEAR "|" WS-PL-COUNT
               "|" WS-LOAD-RECORDS
           DISPLAY "RESULT|00".

       STAGE-PLAN-LINE.
           MOVE SPACES TO WS-PL-ACCT-STR WS-PL-BRANCH-STR
               WS-PL-DEPT-STR WS-PL-MON-STRS
           UNSTRING WS-IN-LINE DELIMITED BY '|'
               INTO WS-PL-ACCT-STR
                    WS-PL-BRANCH-STR
                    WS-PL-DEPT-STR
                    WS-PL-MON-STR(1)  WS-PL-MON-STR(2)
                    WS-PL-MON-STR(3)  WS-PL-MON-STR(4)
                    WS-PL-MON-STR(5)  WS-PL-MON-STR(6)
                    WS-PL-MON-STR(7)  WS-PL-MON-STR(8)
                    WS-PL-MON-STR(9)  WS-PL-MON-STR(10)
                    WS-PL-MON-STR(11) WS-PL-MON-STR(12)
           END-UNSTRING
           IF WS-PL-COUNT >= 100
               DISPLAY "ERROR|PLAN-TOO-LONG"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PL-ACCT-STR) NOT = 0
               DISPLAY "ERROR|BAD-PLAN-ACCT|" WS-PL-ACCT-STR
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           ADD 1 TO WS-PL-COUNT
           COMPUTE WS-PL-ACCT(WS-PL-COUNT) =
               FUNCTION NUMVAL(WS-PL-ACCT-STR)
           MOVE WS-PL-ACCT(WS-PL-COUNT) TO WS-CHECK-ACCT
           PERFORM FIND-CHART-ACCT
           IF WS-CH-FOUND-IDX = 0
               DISPLAY "ERROR|GL-ACCT-NOT-ON-CHART|" WS-CHECK-ACCT
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-CH-TYPE(WS-CH-FOUND-IDX) NOT = 'I'
               AND WS-CH-TYPE(WS-CH-FOUND-IDX) NOT = 'E'
               DISPLAY "ERROR|NOT-INCOME-OR-EXPENSE|" WS-CHECK-ACCT
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-PL-BRANCH-STR = "MAIN" OR WS-PL-BRANCH-STR = "-"
               MOVE SPACES TO WS-PL-BRANCH-STR
           END-IF
           MOVE WS-PL-BRANCH-STR TO WS-PL-BRANCH(WS-PL-COUNT)
           MOVE WS-PL-DEPT-STR TO WS-PL-DEPT(WS-PL-COUNT)
           MOVE 0 TO WS-PL-ANNUAL(WS-PL-COUNT)
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > 12
               MOVE 0 TO WS-PL-AMT(WS-PL-COUNT, WS-MON-IDX)
               IF WS-PL-MON-STR(WS-MON-IDX) NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-PL-MON-STR(WS-MON-IDX))
                       NOT = 0
                       DISPLAY "ERROR|BAD-PLAN-AMOUNT|" WS-CHECK-ACCT
                           "|" WS-MON-IDX
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   COMPUTE WS-PL-AMT(WS-PL-COUNT, WS-MON-IDX) =
                       FUNCTION NUMVAL(WS-PL-MON-STR(WS-MON-IDX))
               END-IF
               ADD WS-PL-AMT(WS-PL-COUNT, WS-MON-IDX)
                   TO WS-PL-ANNUAL(WS-PL-COUNT)
           END-PERFORM
      *>   The same account and branch twice in one plan, or a
      *>   year already on file for it, refuses the whole load.
           PERFORM VARYING WS-PL-IDX2 FROM 1 BY 1
               UNTIL WS-PL-IDX2 >= WS-PL-COUNT
               IF WS-PL-ACCT(WS-PL-IDX2) = WS-PL-ACCT(WS-PL-COUNT)
                   AND WS-PL-BRANCH(WS-PL-IDX2)
                       = WS-PL-BRANCH(WS-PL-COUNT)
                   DISPLAY "ERROR|PLAN-LINE-DUPLICATED|"
                       WS-CHECK-ACCT
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BG-IDX FROM 1 BY 1
               UNTIL WS-BG-IDX > WS-BG-COUNT
               MOVE WS-BG-LINE(WS-BG-IDX) TO GL-BUDGET-RECORD
               COMPUTE WS-ROW-YEAR = BG-PERIOD / 100
               IF WS-ROW-YEAR = WS-LOAD-YEAR
                   AND BG-GL-ACCT = WS-PL-ACCT(WS-PL-COUNT)
                   AND BG-BRANCH = WS-PL-BRANCH(WS-PL-COUNT)
                   DISPLAY "ERROR|BUDGET-ALREADY-LOADED|"
                       WS-CHECK-ACCT "|" WS-LOAD-YEAR
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> QUEUE-REVISION: REVISE yyyymm acct branch amount reason.
      *> Validated against the chart now, applied only at APPROVE.
      *> -------------------------------------------------------
       QUEUE-REVISION.
           IF WS-ARG-2(1:6) NOT NUMERIC
               OR WS-ARG-2(7:1) NOT = SPACE
               DISPLAY "ERROR|PERIOD-REQUIRED"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:6) TO WS-KEY-PERIOD
           IF WS-KEY-PERIOD(5:2) < "01" OR WS-KEY-PERIOD(5:2) > "12"
               DISPLAY "ERROR|PERIOD-REQUIRED"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ARG-3) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-ARG-5) NOT = 0
               OR WS-ARG-5 = SPACES
               DISPLAY "ERROR|BAD-REVISION-ARGS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           COMPUTE WS-KEY-ACCT = FUNCTION NUMVAL(WS-ARG-3)
           MOVE WS-ARG-4 TO WS-KEY-BRANCH
           IF WS-ARG-4 = "-" OR WS-ARG-4 = "MAIN"
               MOVE SPACES TO WS-KEY-BRANCH
           END-IF
           COMPUTE WS-REV-AMOUNT = FUNCTION NUMVAL(WS-ARG-5)
           PERFORM LOAD-CHART
           MOVE WS-KEY-ACCT TO WS-CHECK-ACCT
           PERFORM FIND-CHART-ACCT
           IF WS-CH-FOUND-IDX = 0
               DISPLAY "ERROR|GL-ACCT-NOT-ON-CHART|" WS-CHECK-ACCT
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-CH-TYPE(WS-CH-FOUND-IDX) NOT = 'I'
               AND WS-CH-TYPE(WS-CH-FOUND-IDX) NOT = 'E'
               DISPLAY "ERROR|NOT-INCOME-OR-EXPENSE|" WS-CHECK-ACCT
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-BR-COUNT >= 500
               DISPLAY "ERROR|REVISION-FILE-FULL"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 0 TO WS-BR-SEQ
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-LINE(WS-BR-IDX) TO GL-BUDGET-REV-RECORD
               IF BR-SEQ > WS-BR-SEQ
                   MOVE BR-SEQ TO WS-BR-SEQ
               END-IF
           END-PERFORM
           ADD 1 TO WS-BR-SEQ
           MOVE SPACES TO GL-BUDGET-REV-RECORD
           MOVE WS-BR-SEQ TO BR-SEQ
           MOVE WS-KEY-PERIOD TO BR-PERIOD
           MOVE WS-KEY-ACCT TO BR-GL-ACCT
           MOVE WS-KEY-BRANCH TO BR-BRANCH
           MOVE 0 TO BR-OLD-AMT
           MOVE WS-REV-AMOUNT TO BR-NEW-AMT
           MOVE WS-ARG-REST TO BR-REASON
           MOVE WS-IN-OPER-ID TO BR-MAKER
           MOVE SPACES TO BR-CHECKER
           MOVE 'P' TO BR-STATUS
           MOVE WS-CURRENT-DATE TO BR-REQ-DATE
           MOVE 0 TO BR-ACT-DATE
           ADD 1 TO WS-BR-COUNT
           MOVE GL-BUDGET-REV-RECORD TO WS-BR-LINE(WS-BR-COUNT)
           PERFORM SAVE-REVISIONS
           PERFORM SET-OUT-BRANCH
           MOVE WS-REV-AMOUNT TO WS-D-AMT1
           DISPLAY "BUDREV-QUEUED|" WS-BR-SEQ "|" WS-KEY-PERIOD "|"
               WS-KEY-ACCT "|" FUNCTION TRIM(WS-OUT-BRANCH) "|"
               FUNCTION TRIM(WS-D-AMT1)
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> RESOLVE-REVISION: Locate the pending revision named on the
      *> command line.
      *> -------------------------------------------------------
       RESOLVE-REVISION.
           IF FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           COMPUTE WS-TARGET-SEQ = FUNCTION NUMVAL(WS-ARG-2)
           MOVE 0 TO WS-BR-FOUND-IDX
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-LINE(WS-BR-IDX) TO GL-BUDGET-REV-RECORD
               IF BR-SEQ = WS-TARGET-SEQ AND BR-PENDING
                   MOVE WS-BR-IDX TO WS-BR-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BR-FOUND-IDX = 0
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF.

      *> -------------------------------------------------------
      *> APPROVE-REVISION: The checker — supervisor or admin, never
      *> the maker — moves the budget line's current figure and
      *> records the figure it replaced. A month with no budget
      *> line yet gets one (plan zero), its department taken from
      *> the account's other lines.
      *> -------------------------------------------------------
       APPROVE-REVISION.
           IF WS-OPER-ROLE = 'T'
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF
           MOVE WS-BR-LINE(WS-BR-FOUND-IDX) TO GL-BUDGET-REV-RECORD
           IF BR-MAKER = WS-IN-OPER-ID
               DISPLAY "ERROR|MAKER-CANNOT-APPROVE"
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF
           MOVE BR-PERIOD TO WS-KEY-PERIOD
           MOVE BR-GL-ACCT TO WS-KEY-ACCT
           MOVE BR-BRANCH TO WS-KEY-BRANCH
           MOVE BR-NEW-AMT TO WS-REV-AMOUNT
           MOVE 0 TO WS-BG-FOUND-IDX
           MOVE SPACES TO WS-KEY-DEPT
           PERFORM VARYING WS-BG-IDX FROM 1 BY 1
               UNTIL WS-BG-IDX > WS-BG-COUNT
               MOVE WS-BG-LINE(WS-BG-IDX) TO GL-BUDGET-RECORD
               IF BG-GL-ACCT = WS-KEY-ACCT
                   IF BG-DEPT NOT = SPACES
                       MOVE BG-DEPT TO WS-KEY-DEPT
                   END-IF
                   IF BG-PERIOD = WS-KEY-PERIOD
                       AND BG-BRANCH = WS-KEY-BRANCH
                       MOVE WS-BG-IDX TO WS-BG-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BG-FOUND-IDX = 0
               IF WS-BG-COUNT >= 3000
                   DISPLAY "ERROR|BUDGET-TABLE-FULL"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE SPACES TO GL-BUDGET-RECORD
               MOVE WS-KEY-PERIOD TO BG-PERIOD
               MOVE WS-KEY-ACCT TO BG-GL-ACCT
               MOVE WS-KEY-BRANCH TO BG-BRANCH
               MOVE WS-KEY-DEPT TO BG-DEPT
               MOVE 0 TO BG-PLAN-AMT BG-AMOUNT
               MOVE 0 TO BG-REV-COUNT BG-LAST-REV
               MOVE WS-CURRENT-DATE TO BG-LOAD-DATE
               MOVE WS-IN-OPER-ID TO BG-LOADED-BY
               ADD 1 TO WS-BG-COUNT
               MOVE WS-BG-COUNT TO WS-BG-FOUND-IDX
           ELSE
               MOVE WS-BG-LINE(WS-BG-FOUND-IDX) TO GL-BUDGET-RECORD
           END-IF
           MOVE BG-AMOUNT TO WS-OLD-AMOUNT
           MOVE WS-REV-AMOUNT TO BG-AMOUNT
           IF BG-REV-COUNT < 99
               ADD 1 TO BG-REV-COUNT
           END-IF
           MOVE WS-TARGET-SEQ TO BG-LAST-REV
           MOVE GL-BUDGET-RECORD TO WS-BG-LINE(WS-BG-FOUND-IDX)
           MOVE WS-OLD-AMOUNT TO BR-OLD-AMT
           MOVE WS-IN-OPER-ID TO BR-CHECKER
           MOVE 'A' TO BR-STATUS
           MOVE WS-CURRENT-DATE TO BR-ACT-DATE
           MOVE GL-BUDGET-REV-RECORD TO WS-BR-LINE(WS-BR-FOUND-IDX)
           PERFORM SAVE-BUDGET
           PERFORM SAVE-REVISIONS
           MOVE WS-OLD-AMOUNT TO WS-D-AMT1
           MOVE WS-REV-AMOUNT TO WS-D-AMT2
           DISPLAY "BUDREV-APPROVED|" WS-TARGET-SEQ "|"
               FUNCTION TRIM(WS-D-AMT1) "|" FUNCTION TRIM(WS-D-AMT2)
               "|" WS-IN-OPER-ID
           DISPLAY "RESULT|00".

       REJECT-REVISION.
           IF WS-OPER-ROLE = 'T'
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF
           MOVE WS-BR-LINE(WS-BR-FOUND-IDX) TO GL-BUDGET-REV-RECORD
           MOVE WS-IN-OPER-ID TO BR-CHECKER
           MOVE 'R' TO BR-STATUS
           MOVE WS-CURRENT-DATE TO BR-ACT-DATE
           MOVE GL-BUDGET-REV-RECORD TO WS-BR-LINE(WS-BR-FOUND-IDX)
           PERFORM SAVE-REVISIONS
           DISPLAY "BUDREV-REJECTED|" WS-TARGET-SEQ "|" WS-IN-OPER-ID
           DISPLAY "RESULT|00".

       LIST-REVISIONS.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-LINE(WS-BR-IDX) TO GL-BUDGET-REV-RECORD
               MOVE BR-BRANCH TO WS-KEY-BRANCH
               PERFORM SET-OUT-BRANCH
               MOVE BR-OLD-AMT TO WS-D-AMT1
               MOVE BR-NEW-AMT TO WS-D-AMT2
               DISPLAY "BUDREV|" BR-SEQ "|" BR-PERIOD "|" BR-GL-ACCT
                   "|" FUNCTION TRIM(WS-OUT-BRANCH) "|"
                   FUNCTION TRIM(WS-D-AMT1) "|"
                   FUNCTION TRIM(WS-D-AMT2) "|" BR-STATUS "|"
                   BR-MAKER "|" BR-CHECKER "|"
                   FUNCTION TRIM(BR-REASON)
           END-PERFORM
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> PRINT-VARIANCE: VARIANCE yyyymm [tolerance] [BRANCH]
      *> [CSV]. Budget lines for the year through the month, and
      *> GLJRNL.DAT activity for the same span (closing entries
      *> excluded, as GLSTMT.cob's income statement), are summed
      *> per income/expense account — per account and branch
      *> with BRANCH — then printed section by section.
      *> -------------------------------------------------------
       PRINT-VARIANCE.
           IF WS-ARG-2(1:6) NOT NUMERIC
               OR WS-ARG-2(7:1) NOT = SPACE
               DISPLAY "ERROR|PERIOD-REQUIRED"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:6) TO WS-PERIOD
           COMPUTE WS-YEAR = WS-PERIOD / 100
           MOVE WS-ARG-3 TO WS-OPT-ARG
           PERFORM SET-VARIANCE-OPTION
           MOVE WS-ARG-4 TO WS-OPT-ARG
           PERFORM SET-VARIANCE-OPTION
           MOVE WS-ARG-5 TO WS-OPT-ARG
           PERFORM SET-VARIANCE-OPTION
           COMPUTE WS-NEG-TOLERANCE = 0 - WS-TOLERANCE
           PERFORM LOAD-CHART
           PERFORM LOAD-BUDGET
           PERFORM SUM-BUDGET
           PERFORM SUM-ACTUALS
           IF WS-CSV-MODE = 'Y'
               OPEN OUTPUT CSV-FILE
               IF WS-CSV-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CSV-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-TOLERANCE TO WS-D-TOL
           MOVE SPACES TO WS-OUT-ROW
           IF WS-BRANCH-MODE = 'Y'
               STRING "VAR-HDR|" WS-PERIOD "|" FUNCTION TRIM(WS-D-TOL)
                   "|BRANCH" DELIMITED BY SIZE INTO WS-OUT-ROW
               END-STRING
           ELSE
               STRING "VAR-HDR|" WS-PERIOD "|" FUNCTION TRIM(WS-D-TOL)
                   "|ALL" DELIMITED BY SIZE INTO WS-OUT-ROW
               END-STRING
           END-IF
           PERFORM EMIT-ROW
           IF WS-BRANCH-MODE = 'Y'
               PERFORM BUILD-BRANCH-LIST
               PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT
                   MOVE WS-BL-BRANCH(WS-BL-IDX) TO WS-SEC-BRANCH
                   PERFORM PRINT-STATEMENT
               END-PERFORM
           ELSE
               MOVE SPACES TO WS-SEC-BRANCH
               PERFORM PRINT-STATEMENT
               PERFORM PRINT-DEPT-SECTIONS
           END-IF
           MOVE SPACES TO WS-OUT-ROW
           STRING "VAR-SUMMARY|" WS-LINE-COUNT "|" WS-FLAG-COUNT
               DELIMITED BY SIZE INTO WS-OUT-ROW
           END-STRING
           PERFORM EMIT-ROW
           IF WS-CSV-MODE = 'Y'
               CLOSE CSV-FILE
               DISPLAY "CSV-FILE|GLBUDVAR.CSV"
           END-IF
           DISPLAY "RESULT|00".

       SET-VARIANCE-OPTION.
           EVALUATE TRUE
               WHEN WS-OPT-ARG = SPACES
                   CONTINUE
               WHEN WS-OPT-ARG = "BRANCH"
                   MOVE 'Y' TO WS-BRANCH-MODE
               WHEN WS-OPT-ARG = "CSV"
                   MOVE 'Y' TO WS-CSV-MODE
               WHEN FUNCTION TEST-NUMVAL(WS-OPT-ARG) = 0
                   COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(WS-OPT-ARG)
               WHEN OTHER
                   DISPLAY "ERROR|BAD-OPTION|" WS-OPT-ARG
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-EVALUATE.

       SUM-BUDGET.
           PERFORM VARYING WS-BG-IDX FROM 1 BY 1
               UNTIL WS-BG-IDX > WS-BG-COUNT
               MOVE WS-BG-LINE(WS-BG-IDX) TO GL-BUDGET-RECORD
               COMPUTE WS-ROW-YEAR = BG-PERIOD / 100
               MOVE BG-GL-ACCT TO WS-CHECK-ACCT
               PERFORM FIND-CHART-ACCT
               IF WS-ROW-YEAR = WS-YEAR AND WS-CH-FOUND-IDX > 0
                   IF WS-CH-DEPT(WS-CH-FOUND-IDX) = SPACES
                       MOVE BG-DEPT TO WS-CH-DEPT(WS-CH-FOUND-IDX)
                   END-IF
                   IF BG-PERIOD <= WS-PERIOD
                       AND (WS-CH-TYPE(WS-CH-FOUND-IDX) = 'I'
                         OR WS-CH-TYPE(WS-CH-FOUND-IDX) = 'E')
                       MOVE BG-GL-ACCT TO WS-KEY-ACCT
                       MOVE SPACES TO WS-KEY-BRANCH
                       IF WS-BRANCH-MODE = 'Y'
                           MOVE BG-BRANCH TO WS-KEY-BRANCH
                       END-IF
                       PERFORM FIND-OR-ADD-VA
                       ADD BG-AMOUNT TO WS-VA-YTD-BUD(WS-VA-FOUND-IDX)
                       IF BG-PERIOD = WS-PERIOD
                           ADD BG-AMOUNT
                               TO WS-VA-MTD-BUD(WS-VA-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SUM-ACTUALS.
           OPEN INPUT GLJRNL-FILE
           IF WS-GJ-STATUS NOT = '00'
               DISPLAY "NOTE|NO-JOURNAL-FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ GLJRNL-FILE
                   AT END
                       CLOSE GLJRNL-FILE
                       EXIT PERFORM
               END-READ
               COMPUTE WS-JRNL-PERIOD = GLJ-DATE / 100
               COMPUTE WS-ROW-YEAR = WS-JRNL-PERIOD / 100
               IF WS-ROW-YEAR = WS-YEAR
                   AND WS-JRNL-PERIOD <= WS-PERIOD
                   AND GLJ-SOURCE NOT = "GLCLOSE"
                   MOVE GLJ-GL-ACCT TO WS-CHECK-ACCT
                   PERFORM FIND-CHART-ACCT
                   IF WS-CH-FOUND-IDX > 0
                       PERFORM ADD-ONE-ACTUAL
                   END-IF
               END-IF
           END-PERFORM.

       ADD-ONE-ACTUAL.
           EVALUATE WS-CH-TYPE(WS-CH-FOUND-IDX)
               WHEN 'I'
                   COMPUTE WS-LINE-NET = GLJ-CREDIT - GLJ-DEBIT
               WHEN 'E'
                   COMPUTE WS-LINE-NET = GLJ-DEBIT - GLJ-CREDIT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE GLJ-GL-ACCT TO WS-KEY-ACCT
           MOVE SPACES TO WS-KEY-BRANCH
           IF WS-BRANCH-MODE = 'Y'
               MOVE GLJ-BRANCH TO WS-KEY-BRANCH
           END-IF
           PERFORM FIND-OR-ADD-VA
           ADD WS-LINE-NET TO WS-VA-YTD-ACT(WS-VA-FOUND-IDX)
           IF WS-JRNL-PERIOD = WS-PERIOD
               ADD WS-LINE-NET TO WS-VA-MTD-ACT(WS-VA-FOUND-IDX)
           END-IF.

       FIND-OR-ADD-VA.
           MOVE 0 TO WS-VA-FOUND-IDX
           PERFORM VARYING WS-VA-IDX FROM 1 BY 1
               UNTIL WS-VA-IDX > WS-VA-COUNT
               IF WS-VA-ACCT(WS-VA-IDX) = WS-KEY-ACCT
                   AND WS-VA-BRANCH(WS-VA-IDX) = WS-KEY-BRANCH
                   MOVE WS-VA-IDX TO WS-VA-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VA-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-VA-COUNT >= 600
               DISPLAY "ERROR|VARIANCE-TABLE-FULL"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           ADD 1 TO WS-VA-COUNT
           MOVE WS-VA-COUNT TO WS-VA-FOUND-IDX
           MOVE WS-KEY-ACCT TO WS-VA-ACCT(WS-VA-COUNT)
           MOVE WS-KEY-BRANCH TO WS-VA-BRANCH(WS-VA-COUNT)
           MOVE 0 TO WS-VA-MTD-ACT(WS-VA-COUNT)
           MOVE 0 TO WS-VA-MTD-BUD(WS-VA-COUNT)
           MOVE 0 TO WS-VA-YTD-ACT(WS-VA-COUNT)
           MOVE 0 TO WS-VA-YTD-BUD(WS-VA-COUNT).

       BUILD-BRANCH-LIST.
           MOVE 0 TO WS-BL-COUNT
           PERFORM VARYING WS-VA-IDX FROM 1 BY 1
               UNTIL WS-VA-IDX > WS-VA-COUNT
               MOVE 'N' TO WS-DP-FOUND
               PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT
                   IF WS-BL-BRANCH(WS-BL-IDX) = WS-VA-BRANCH(WS-VA-IDX)
                       MOVE 'Y' TO WS-DP-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-DP-FOUND = 'N' AND WS-BL-COUNT < 50
                   ADD 1 TO WS-BL-COUNT
                   MOVE WS-VA-BRANCH(WS-VA-IDX)
                       TO WS-BL-BRANCH(WS-BL-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> PRINT-STATEMENT: One section — income accounts, then
      *> expense accounts, in chart order, for WS-SEC-BRANCH, with
      *> income, expense and net totals.
      *> -------------------------------------------------------
       PRINT-STATEMENT.
           INITIALIZE WS-INC-TOTALS WS-EXP-TOTALS
           MOVE WS-SEC-BRANCH TO WS-KEY-BRANCH
           PERFORM SET-OUT-BRANCH
           IF WS-BRANCH-MODE = 'N'
               MOVE "ALL" TO WS-OUT-BRANCH
           END-IF
           MOVE 'I' TO WS-SEC-TYPE
           PERFORM PRINT-SECTION-TYPE
           MOVE 'E' TO WS-SEC-TYPE
           PERFORM PRINT-SECTION-TYPE
           MOVE WS-INC-MTD-ACT TO WS-CV-MTD-ACT
           MOVE WS-INC-MTD-BUD TO WS-CV-MTD-BUD
           MOVE WS-INC-YTD-ACT TO WS-CV-YTD-ACT
           MOVE WS-INC-YTD-BUD TO WS-CV-YTD-BUD
           PERFORM COMPUTE-VARIANCE
           PERFORM FORMAT-FIGURES
           MOVE SPACES TO WS-OUT-ROW
           STRING "VAR-TOTAL|" FUNCTION TRIM(WS-OUT-BRANCH)
               "|INCOME|" FUNCTION TRIM(WS-FIG-TEXT)
               DELIMITED BY SIZE INTO WS-OUT-ROW
           END-STRING
           PERFORM EMIT-ROW
           MOVE WS-EXP-MTD-ACT TO WS-CV-MTD-ACT
           MOVE WS-EXP-MTD-BUD TO WS-CV-MTD-BUD
           MOVE WS-EXP-YTD-ACT TO WS-CV-YTD-ACT
           MOVE WS-EXP-YTD-BUD TO WS-CV-YTD-BUD
           PERFORM COMPUTE-VARIANCE
           PERFORM FORMAT-FIGURES
           MOVE SPACES TO WS-OUT-ROW
           STRING "VAR-TOTAL|" FUNCTION TRIM(WS-OUT-BRANCH)
               "|EXPENSE|" FUNCTION TRIM(WS-FIG-TEXT)
               DELIMITED BY SIZE INTO WS-OUT-ROW
           END-STRING
           PERFORM EMIT-ROW
           COMPUTE WS-CV-MTD-ACT = WS-INC-MTD-ACT - WS-EXP-MTD-ACT
           COMPUTE WS-CV-MTD-BUD = WS-INC-MTD-BUD - WS-EXP-MTD-BUD
           COMPUTE WS-CV-YTD-ACT = WS-INC-YTD-ACT - WS-EXP-YTD-ACT
           COMPUTE WS-CV-YTD-BUD = WS-INC-YTD-BUD - WS-EXP-YTD-BUD
           PERFORM COMPUTE-VARIANCE
           PERFORM FORMAT-FIGURES
           MOVE SPACES TO WS-OUT-ROW
           STRING "VAR-TOTAL|" FUNCTION TRIM(WS-OUT-BRANCH)
               "|NET|" FUNCTION TRIM(WS-FIG-TEXT)
               DELIMITED BY SIZE INTO WS-OUT-ROW
           END-STRING
           PERFORM EMIT-ROW.

       PRINT-SECTION-TYPE.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-COUNT
               IF WS-CH-TYPE(WS-CH-IDX) = WS-SEC-TYPE
                   MOVE WS-CH-ACCT(WS-CH-IDX) TO WS-KEY-ACCT
                   MOVE WS-SEC-BRANCH TO WS-KEY-BRANCH
                   PERFORM FIND-VA
                   IF WS-VA-FOUND-IDX > 0
                       PERFORM LOAD-CV-FROM-VA
                       PERFORM COMPUTE-VARIANCE
                       PERFORM FORMAT-FIGURES
                       PERFORM COUNT-LINE
                       MOVE SPACES TO WS-OUT-ROW
                       STRING "VAR|" FUNCTION TRIM(WS-OUT-BRANCH) "|"
                           WS-CH-ACCT(WS-CH-IDX) "|"
                           FUNCTION TRIM(WS-CH-NAME(WS-CH-IDX)) "|"
                           WS-SEC-TYPE "|"
                           FUNCTION TRIM(WS-FIG-TEXT) "|"
                           FUNCTION TRIM(WS-CV-FLAG)
                           DELIMITED BY SIZE INTO WS-OUT-ROW
                       END-STRING
                       PERFORM EMIT-ROW
                       IF WS-SEC-TYPE = 'I'
                           ADD WS-CV-MTD-ACT TO WS-INC-MTD-ACT
                           ADD WS-CV-MTD-BUD TO WS-INC-MTD-BUD
                           ADD WS-CV-YTD-ACT TO WS-INC-YTD-ACT
                           ADD WS-CV-YTD-BUD TO WS-INC-YTD-BUD
                       ELSE
                           ADD WS-CV-MTD-ACT TO WS-EXP-MTD-ACT
                           ADD WS-CV-MTD-BUD TO WS-EXP-MTD-BUD
                           ADD WS-CV-YTD-ACT TO WS-EXP-YTD-ACT
                           ADD WS-CV-YTD-BUD TO WS-EXP-YTD-BUD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> PRINT-DEPT-SECTIONS: Each department head's own page —
      *> the expense accounts the budget assigns to the
      *> department, bank-wide, with the department's total.
      *> Expense accounts budgeted without a department appear
      *> only in the statement above.
      *> -------------------------------------------------------
       PRINT-DEPT-SECTIONS.
           MOVE 0 TO WS-DP-COUNT
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-COUNT
               IF WS-CH-TYPE(WS-CH-IDX) = 'E'
                   AND WS-CH-DEPT(WS-CH-IDX) NOT = SPACES
                   MOVE 'N' TO WS-DP-FOUND
                   PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                       UNTIL WS-DP-IDX > WS-DP-COUNT
                       IF WS-DP-DEPT(WS-DP-IDX) = WS-CH-DEPT(WS-CH-IDX)
                           MOVE 'Y' TO WS-DP-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-DP-FOUND = 'N' AND WS-DP-COUNT < 50
                       ADD 1 TO WS-DP-COUNT
                       MOVE WS-CH-DEPT(WS-CH-IDX)
                           TO WS-DP-DEPT(WS-DP-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               PERFORM PRINT-ONE-DEPT
           END-PERFORM.

       PRINT-ONE-DEPT.
           MOVE WS-DP-DEPT(WS-DP-IDX) TO WS-SEC-LABEL
           INITIALIZE WS-EXP-TOTALS
           MOVE SPACES TO WS-OUT-ROW
           STRING "VAR-DEPT|" FUNCTION TRIM(WS-SEC-LABEL)
               DELIMITED BY SIZE INTO WS-OUT-ROW
           END-STRING
           PERFORM EMIT-ROW
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-COUNT
               IF WS-CH-TYPE(WS-CH-IDX) = 'E'
                   AND WS-CH-DEPT(WS-CH-IDX) = WS-SEC-LABEL
                   MOVE WS-CH-ACCT(WS-CH-IDX) TO WS-KEY-ACCT
                   MOVE SPACES TO WS-KEY-BRANCH
                   PERFORM FIND-VA
                   IF WS-VA-FOUND-IDX > 0
                       PERFORM LOAD-CV-FROM-VA
                       PERFORM COMPUTE-VARIANCE
                       PERFORM FORMAT-FIGURES
                       MOVE SPACES TO WS-OUT-ROW
                       STRING "VAR-DEPT-LINE|"
                           FUNCTION TRIM(WS-SEC-LABEL) "|"
                           WS-CH-ACCT(WS-CH-IDX) "|"
                           FUNCTION TRIM(WS-CH-NAME(WS-CH-IDX)) "|"
                           FUNCTION TRIM(WS-FIG-TEXT) "|"
                           FUNCTION TRIM(WS-CV-FLAG)
                           DELIMITED BY SIZE INTO WS-OUT-ROW
                       END-STRING
                       PERFORM EMIT-ROW
                       ADD WS-CV-MTD-ACT TO WS-EXP-MTD-ACT
                       ADD WS-CV-MTD-BUD TO WS-EXP-MTD-BUD
                       ADD WS-CV-YTD-ACT TO WS-EXP-YTD-ACT
                       ADD WS-CV-YTD-BUD TO WS-EXP-YTD-BUD
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-EXP-MTD-ACT TO WS-CV-MTD-ACT
           MOVE WS-EXP-MTD-BUD TO WS-CV-MTD-BUD
           MOVE WS-EXP-YTD-ACT TO WS-CV-YTD-ACT
           MOVE WS-EXP-YTD-BUD TO WS-CV-YTD-BUD
           PERFORM COMPUTE-VARIANCE
           PERFORM FORMAT-FIGURES
           MOVE SPACES TO WS-OUT-ROW
           STRING "VAR-DEPT-TOTAL|" FUNCTION TRIM(WS-SEC-LABEL) "|"
               FUNCTION TRIM(WS-FIG-TEXT)
               DELIMITED BY SIZE INTO WS-OUT-ROW
           END-STRING
           PERFORM EMIT-ROW.

       FIND-VA.
           MOVE 0 TO WS-VA-FOUND-IDX
           PERFORM VARYING WS-VA-IDX FROM 1 BY 1
               UNTIL WS-VA-IDX > WS-VA-COUNT
               IF WS-VA-ACCT(WS-VA-IDX) = WS-KEY-ACCT
                   AND WS-VA-BRANCH(WS-VA-IDX) = WS-KEY-BRANCH
                   MOVE WS-VA-IDX TO WS-VA-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-CV-FROM-VA.
           MOVE WS-VA-MTD-ACT(WS-VA-FOUND-IDX) TO WS-CV-MTD-ACT
           MOVE WS-VA-MTD-BUD(WS-VA-FOUND-IDX) TO WS-CV-MTD-BUD
           MOVE WS-VA-YTD-ACT(WS-VA-FOUND-IDX) TO WS-CV-YTD-ACT
           MOVE WS-VA-YTD-BUD(WS-VA-FOUND-IDX) TO WS-CV-YTD-BUD.

      *> -------------------------------------------------------
      *> COMPUTE-VARIANCE: Dollar variance is actual less budget;
      *> percent is of budget. Outside the tolerance either way
      *> flags the line; activity against a zero budget flags
      *> NO-BUDGET (no percent to compare).
      *> -------------------------------------------------------
       COMPUTE-VARIANCE.
           COMPUTE WS-CV-MTD-VAR = WS-CV-MTD-ACT - WS-CV-MTD-BUD
           COMPUTE WS-CV-YTD-VAR = WS-CV-YTD-ACT - WS-CV-YTD-BUD
           MOVE 0 TO WS-CV-MTD-PCT WS-CV-YTD-PCT
           MOVE SPACES TO WS-CV-FLAG
           MOVE 'N' TO WS-TOL-MTD WS-TOL-YTD
           IF WS-CV-MTD-BUD NOT = 0
               COMPUTE WS-CV-MTD-PCT ROUNDED =
                   WS-CV-MTD-VAR * 100 / WS-CV-MTD-BUD
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CV-MTD-PCT
               END-COMPUTE
               IF WS-CV-MTD-PCT > WS-TOLERANCE
                   OR WS-CV-MTD-PCT < WS-NEG-TOLERANCE
                   MOVE 'Y' TO WS-TOL-MTD
               END-IF
           END-IF
           IF WS-CV-YTD-BUD NOT = 0
               COMPUTE WS-CV-YTD-PCT ROUNDED =
                   WS-CV-YTD-VAR * 100 / WS-CV-YTD-BUD
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CV-YTD-PCT
               END-COMPUTE
               IF WS-CV-YTD-PCT > WS-TOLERANCE
                   OR WS-CV-YTD-PCT < WS-NEG-TOLERANCE
                   MOVE 'Y' TO WS-TOL-YTD
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN (WS-CV-MTD-BUD = 0 AND WS-CV-MTD-ACT NOT = 0)
                 OR (WS-CV-YTD-BUD = 0 AND WS-CV-YTD-ACT NOT = 0)
                   MOVE "NO-BUDGET" TO WS-CV-FLAG
               WHEN WS-TOL-MTD = 'Y' AND WS-TOL-YTD = 'Y'
                   MOVE "TOL-BOTH" TO WS-CV-FLAG
               WHEN WS-TOL-MTD = 'Y'
                   MOVE "TOL-MTD" TO WS-CV-FLAG
               WHEN WS-TOL-YTD = 'Y'
                   MOVE "TOL-YTD" TO WS-CV-FLAG
           END-EVALUATE.

       COUNT-LINE.
           ADD 1 TO WS-LINE-COUNT
           IF WS-CV-FLAG NOT = SPACES
               ADD 1 TO WS-FLAG-COUNT
           END-IF.

       FORMAT-FIGURES.
           MOVE WS-CV-MTD-ACT TO WS-D-AMT1
           MOVE WS-CV-MTD-BUD TO WS-D-AMT2
           MOVE WS-CV-MTD-VAR TO WS-D-AMT3
           MOVE WS-CV-MTD-PCT TO WS-D-PCT1
           MOVE WS-CV-YTD-ACT TO WS-D-AMT4
           MOVE WS-CV-YTD-BUD TO WS-D-AMT5
           MOVE WS-CV-YTD-VAR TO WS-D-AMT6
           MOVE WS-CV-YTD-PCT TO WS-D-PCT2
           MOVE SPACES TO WS-FIG-TEXT
           STRING FUNCTION TRIM(WS-D-AMT1) "|"
               FUNCTION TRIM(WS-D-AMT2) "|"
               FUNCTION TRIM(WS-D-AMT3) "|"
               FUNCTION TRIM(WS-D-PCT1) "|"
               FUNCTION TRIM(WS-D-AMT4) "|"
               FUNCTION TRIM(WS-D-AMT5) "|"
               FUNCTION TRIM(WS-D-AMT6) "|"
               FUNCTION TRIM(WS-D-PCT2)
               DELIMITED BY SIZE INTO WS-FIG-TEXT
           END-STRING.

       EMIT-ROW.
           IF WS-CSV-MODE = 'Y'
               INSPECT WS-OUT-ROW REPLACING ALL '|' BY ','
               MOVE WS-OUT-ROW TO CSV-LINE
               WRITE CSV-LINE
           ELSE
               DISPLAY FUNCTION TRIM(WS-OUT-ROW TRAILING)
           END-IF.

       SET-OUT-BRANCH.
           IF WS-KEY-BRANCH = SPACES
               MOVE "MAIN" TO WS-OUT-BRANCH
           ELSE
               MOVE WS-KEY-BRANCH TO WS-OUT-BRANCH
           END-IF.

       LOAD-CHART.
           MOVE 0 TO WS-CH-COUNT
           OPEN INPUT CHART-FILE
           IF WS-CH-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|GLCHART|" WS-CH-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ CHART-FILE
                   AT END
                       CLOSE CHART-FILE
                       EXIT PERFORM
               END-READ
               IF WS-CH-COUNT < 100
                   ADD 1 TO WS-CH-COUNT
                   MOVE GLC-ACCT TO WS-CH-ACCT(WS-CH-COUNT)
                   MOVE GLC-NAME TO WS-CH-NAME(WS-CH-COUNT)
                   MOVE GLC-TYPE TO WS-CH-TYPE(WS-CH-COUNT)
                   MOVE SPACES TO WS-CH-DEPT(WS-CH-COUNT)
               END-IF
           END-PERFORM.

       FIND-CHART-ACCT.
           MOVE 0 TO WS-CH-FOUND-IDX
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-COUNT
               IF WS-CH-ACCT(WS-CH-IDX) = WS-CHECK-ACCT
                   MOVE WS-CH-IDX TO WS-CH-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-BUDGET.
           MOVE 0 TO WS-BG-COUNT
           OPEN INPUT BUDGET-FILE
           IF WS-BG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BUDGET-FILE
                   AT END
                       CLOSE BUDGET-FILE
                       EXIT PERFORM
               END-READ
               IF WS-BG-COUNT < 3000
                   ADD 1 TO WS-BG-COUNT
                   MOVE GL-BUDGET-RECORD TO WS-BG-LINE(WS-BG-COUNT)
               END-IF
           END-PERFORM.

       SAVE-BUDGET.
           OPEN OUTPUT BUDGET-FILE
           IF WS-BG-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-BG-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-BG-IDX FROM 1 BY 1
               UNTIL WS-BG-IDX > WS-BG-COUNT
               MOVE WS-BG-LINE(WS-BG-IDX) TO GL-BUDGET-RECORD
               WRITE GL-BUDGET-RECORD
           END-PERFORM
           CLOSE BUDGET-FILE.

       LOAD-REVISIONS.
           MOVE 0 TO WS-BR-COUNT
           OPEN INPUT BUDREV-FILE
           IF WS-BR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BUDREV-FILE
                   AT END
                       CLOSE BUDREV-FILE
                       EXIT PERFORM
               END-READ
               IF WS-BR-COUNT < 500
                   ADD 1 TO WS-BR-COUNT
                   MOVE GL-BUDGET-REV-RECORD TO WS-BR-LINE(WS-BR-COUNT)
               END-IF
           END-PERFORM.

       SAVE-REVISIONS.
           OPEN OUTPUT BUDREV-FILE
           IF WS-BR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-BR-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-LINE(WS-BR-IDX) TO GL-BUDGET-REV-RECORD
               WRITE GL-BUDGET-REV-RECORD
           END-PERFORM
           CLOSE BUDREV-FILE.

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
      *> LOAD-OPERATORS / AUTHENTICATE-OPERATOR: Same fail-closed
      *> sign-on sequence as GLENTRY.cob.
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
           MOVE SPACES TO WS-OPER-ROLE
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
           MOVE 'Y' TO WS-OPER-AUTH-FLAG
           MOVE WS-OP-ROLE(WS-OPER-FOUND-IDX) TO WS-OPER-ROLE.
