      *>================================================================*
      *>  Program:     BAI2RPT.cob
      *>  System:      LEGACY LEDGER — BAI2 Balance and Activity Reporting
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Balance and transaction reporting in the BAI2 format
      *>    business customers load straight into their treasury
      *>    and ERP systems. A customer is enrolled once
      *>    (BAIENRL.DAT — see BAIENRL.cpy) and every night gets
      *>    one file covering every account CUSTXREF.DAT links it
      *>    to: a group header, then per account the opening
      *>    ledger, closing ledger and closing available balance
      *>    (ACCT-BALANCE less ACCT-HOLD-AMOUNT), credit and debit
      *>    totals, and one detail record per posted ledger
      *>    entry, closed off by account, group and file trailers
      *>    carrying the control totals.
      *>
      *>    Balances are not stored by date, so the as-of day's
      *>    closing ledger is the account's balance today less
      *>    everything posted after that day, and the opening
      *>    ledger is the closing ledger less the day's own
      *>    activity — posted entries only (TRANS-STATUS '00'),
      *>    with the same credit/debit split RECONCILE.cob uses.
      *>
      *>    Customers enrolled for intraday also get a same-day
      *>    file on request, covering what has posted so far
      *>    today with current ledger and current available in
      *>    place of the closing figures — what a ZBA customer
      *>    needs to manage its concentration position before
      *>    the day closes.
      *>
      *>  Operations (via command-line argument):
      *>    ENROLL cust receiver [Y|N]
      *>                            — enroll or change: the ID the
      *>                              customer's system expects in
      *>                              the headers, intraday file
      *>                              wanted (default N)
      *>    DROP cust               — stop the customer's files
      *>    LIST                    — enrolled customers
      *>    PRIOR [yyyymmdd]        — prior-day files, as of the
      *>                              business date unless given
      *>    CURRENT                 — same-day files for intraday
      *>                              customers
      *>    ENROLL and DROP need a signed-on operator
      *>    (BANK_OPERATOR_ID / BANK_OPERATOR_PIN).
      *>
      *>  Files:
      *>    Input/Output: BAIENRL.DAT
      *>    Input:        CUSTXREF.DAT, ACCOUNTS.DAT, TRANSACT.DAT,
      *>                  OPERATORS.DAT, BUSDATE.DAT
      *>    Output:       BAIP-<cust>.DAT (prior-day) and
      *>                  BAIC-<cust>.DAT (current-day), one per
      *>                  customer, rewritten each run
      *>
      *>  Copybooks:
      *>    BAIENRL.cpy, CUSTXREF.cpy, ACCTREC.cpy, TRANSREC.cpy,
      *>    BUSDATE.cpy, OPERREC.cpy, ACCTIO.cpy, OPERIO.cpy,
      *>    COMCODE.cpy
      *>
      *>  BAI2 Content:
      *>    01 file header   — sender 091000019 (our routing
      *>                       number), receiver ID, creation
      *>                       date/time, version 2
      *>    02 group header  — as-of date; modifier 2 (final
      *>                       previous-day) or 3 (interim
      *>                       same-day)
      *>    03 account       — prior-day: 010 opening ledger,
      *>                       015 closing ledger, 045 closing
      *>                       available; current-day: 010, 030
      *>                       current ledger, 060 current
      *>                       available; continued on an 88
      *>                       record with 100 total credits and
      *>                       400 total debits (amount, count)
      *>    16 detail        — type code by TRANS-TYPE and
      *>                       TRANS-CHANNEL (see SET-DETAIL-CODE),
      *>                       bank reference = TRANS-ID, text =
      *>                       TRANS-DESC
      *>    49 / 98 / 99     — account, group and file trailers:
      *>                       control total, accounts or groups,
      *>                       record count
      *>    Amounts are in cents with no decimal point.
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    BAI-ENROLL|CUST|RECEIVER|INTRADAY|STATUS
      *>    BAI-FILE|CUST|FILE-NAME|ACCOUNTS|RECORDS|CONTROL-TOTAL
      *>    BAI-SKIP|CUST|REASON
      *>    BAI-SUMMARY|FILES|SKIPPED
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Customer not enrolled, or holds no
      *>                accounts
      *>    RESULT|07 — Operator not signed on
      *>    RESULT|99 — Invalid arguments or file I/O error
      *>
      *>  Dependencies:
      *>    PRIOR runs in the nightly batch after EODRUN.cob has
      *>    posted the day; CURRENT runs at whatever times the
      *>    intraday customers collect.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>    2026-10-15  AKD  Lockbox credits reported as 115
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAI2RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAIENRL-FILE
               ASSIGN TO "BAIENRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAE-STATUS.
           SELECT BAI-FILE
               ASSIGN TO DYNAMIC WS-BAI-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAI-STATUS.
           SELECT CUSTXREF-FILE
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
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
       FD  BAIENRL-FILE.
       COPY "BAIENRL.cpy".
       FD  BAI-FILE.
       01  BAI-RECORD             PIC X(80).
       FD  CUSTXREF-FILE.
       COPY "CUSTXREF.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BAE-STATUS          PIC XX VALUE SPACES.
       01  WS-BAI-STATUS          PIC XX VALUE SPACES.
       01  WS-XREF-STATUS         PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(80) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-ARG-2               PIC X(15) VALUE SPACES.
       01  WS-ARG-3               PIC X(15) VALUE SPACES.
       01  WS-ARG-4               PIC X(15) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-NOW-HHMM            PIC 9(4) VALUE 0.
      *>   Enrollments staged for load-modify-save.
       01  WS-BAE-TABLE.
           05  WS-BAE-LINE OCCURS 200 TIMES PIC X(50).
       01  WS-BAE-COUNT           PIC 9(3) VALUE 0.
       01  WS-BAE-IDX             PIC 9(3) VALUE 0.
       01  WS-BAE-FOUND-IDX       PIC 9(3) VALUE 0.
       01  WS-IN-CUST-ID          PIC X(10) VALUE SPACES.
      *>   The run: 'P' prior-day or 'C' current-day, the as-of
      *>   date reported and the BAI2 date/time forms of it.
       01  WS-RUN-MODE            PIC X(1) VALUE SPACES.
       01  WS-AS-OF-DATE          PIC 9(8) VALUE 0.
       01  WS-AS-OF-YYMMDD        PIC X(6) VALUE SPACES.
       01  WS-NOW-YYMMDD          PIC X(6) VALUE SPACES.
       01  WS-FILE-COUNT          PIC 9(3) VALUE 0.
       01  WS-SKIP-COUNT          PIC 9(3) VALUE 0.
      *>   The customer's accounts, by position in the account
      *>   table, from CUSTXREF.DAT.
       01  WS-CUST-ACCTS.
           05  WS-CA-IDX OCCURS 50 TIMES PIC 9(3).
       01  WS-CA-COUNT            PIC 9(3) VALUE 0.
       01  WS-CA-SUB              PIC 9(3) VALUE 0.
       01  WS-CA-SEEN             PIC X(1) VALUE 'N'.
      *>   One account's day: balances, activity totals.
       01  WS-ACCT-SUB            PIC 9(3) VALUE 0.
       01  WS-TX-EFFECT           PIC S9(10)V99 VALUE 0.
       01  WS-NET-AFTER           PIC S9(12)V99 VALUE 0.
       01  WS-NET-DAY             PIC S9(12)V99 VALUE 0.
       01  WS-CLOSE-LEDGER        PIC S9(12)V99 VALUE 0.
       01  WS-OPEN-LEDGER         PIC S9(12)V99 VALUE 0.
       01  WS-CLOSE-AVAIL         PIC S9(12)V99 VALUE 0.
       01  WS-DAY-CREDITS         PIC S9(12)V99 VALUE 0.
       01  WS-DAY-DEBITS          PIC S9(12)V99 VALUE 0.
       01  WS-CREDIT-COUNT        PIC 9(5) VALUE 0.
       01  WS-DEBIT-COUNT         PIC 9(5) VALUE 0.
       01  WS-DETAIL-CODE         PIC X(3) VALUE SPACES.
       01  WS-CURRENCY            PIC X(3) VALUE SPACES.
       01  WS-DESC-TEXT           PIC X(40) VALUE SPACES.
      *>   Record assembly: amounts go out as whole cents, the
      *>   trailers add up every amount written beneath them.
       01  WS-BAI-NAME            PIC X(20) VALUE SPACES.
       01  WS-BAI-LINE            PIC X(80) VALUE SPACES.
       01  WS-BAI-PTR             PIC 9(3) VALUE 1.
       01  WS-AMT-VALUE           PIC S9(12)V99 VALUE 0.
       01  WS-AMT-CENTS           PIC S9(16) VALUE 0.
       01  WS-AMT-EDIT            PIC -(16)9.
       01  WS-CNT-EDIT            PIC Z(6)9.
       01  WS-ACCT-TOTAL          PIC S9(16) VALUE 0.
       01  WS-GROUP-TOTAL         PIC S9(16) VALUE 0.
       01  WS-FILE-TOTAL          PIC S9(16) VALUE 0.
       01  WS-ACCT-RECORDS        PIC 9(7) VALUE 0.
       01  WS-GROUP-RECORDS       PIC 9(7) VALUE 0.
       01  WS-FILE-RECORDS        PIC 9(7) VALUE 0.
       01  WS-GROUP-ACCOUNTS      PIC 9(5) VALUE 0.
      *>   ACCTIO.cpy provides the in-memory account table and
      *>   the FIND-ACCOUNT search fields.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       COPY "ACCTIO.cpy".
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-NOW-HHMM = WS-CURRENT-TIME / 100
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-ARG-2
                    WS-ARG-3
                    WS-ARG-4
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           EVALUATE WS-OPERATION
               WHEN "ENROLL"
               WHEN "DROP"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM MAINTAIN-ENROLLMENT
               WHEN "LIST"
                   PERFORM LOAD-ENROLLMENT
                   PERFORM VARYING WS-BAE-IDX FROM 1 BY 1
                       UNTIL WS-BAE-IDX > WS-BAE-COUNT
                       MOVE WS-BAE-LINE(WS-BAE-IDX) TO BAI-ENROLL-RECORD
                       DISPLAY "BAI-ENROLL|" BAE-CUST-ID "|"
                           FUNCTION TRIM(BAE-RECEIVER-ID) "|"
                           BAE-INTRADAY "|" BAE-STATUS
                   END-PERFORM
               WHEN "PRIOR"
                   MOVE 'P' TO WS-RUN-MODE
                   MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
                   IF WS-ARG-2 NOT = SPACES
                       IF WS-ARG-2(1:8) IS NOT NUMERIC
                           OR WS-ARG-2(9:1) NOT = SPACE
                           DISPLAY "RESULT|99"
                           STOP RUN
                       END-IF
                       MOVE WS-ARG-2(1:8) TO WS-AS-OF-DATE
                   END-IF
                   PERFORM RUN-EXTRACT
               WHEN "CURRENT"
                   MOVE 'C' TO WS-RUN-MODE
                   MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
                   PERFORM RUN-EXTRACT
               WHEN OTHER
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-EVALUATE
           DISPLAY "RESULT|00"
           STOP RUN.

       SIGN-ON-OPERATOR.
           ACCEPT WS-IN-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
           ACCEPT WS-IN-OPER-PIN FROM ENVIRONMENT "BANK_OPERATOR_PIN"
           PERFORM AUTHENTICATE-OPERATOR.

      *> -------------------------------------------------------
      *> MAINTAIN-ENROLLMENT: ENROLL adds the customer or replaces
      *> its receiver ID and intraday choice (a dropped customer
      *> comes back active); DROP stops its files, keeping the
      *> row. A customer with no accounts in CUSTXREF.DAT has
      *> nothing to report and is refused.
      *> -------------------------------------------------------
       MAINTAIN-ENROLLMENT.
           IF WS-ARG-2 = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:10) TO WS-IN-CUST-ID
           PERFORM LOAD-ENROLLMENT
           PERFORM FIND-ENROLLMENT
           IF WS-OPERATION = "DROP"
               IF WS-BAE-FOUND-IDX = 0
                   DISPLAY "RESULT|" RC-INVALID-ACCT
                   STOP RUN
               END-IF
               MOVE WS-BAE-LINE(WS-BAE-FOUND-IDX) TO BAI-ENROLL-RECORD
               MOVE 'D' TO BAE-STATUS
           ELSE
               IF WS-ARG-3 = SPACES
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               IF WS-ARG-4 NOT = SPACES
                   AND WS-ARG-4 NOT = "Y" AND WS-ARG-4 NOT = "N"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               PERFORM LOAD-ALL-ACCOUNTS
               PERFORM COLLECT-CUSTOMER-ACCOUNTS
               IF WS-CA-COUNT = 0
                   DISPLAY "RESULT|" RC-INVALID-ACCT
                   STOP RUN
               END-IF
               IF WS-BAE-FOUND-IDX = 0
                   IF WS-BAE-COUNT >= 200
                       DISPLAY "ERROR|TABLE-FULL|BAIENRL"
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BAE-COUNT
                   MOVE WS-BAE-COUNT TO WS-BAE-FOUND-IDX
               END-IF
               MOVE SPACES TO BAI-ENROLL-RECORD
               MOVE WS-IN-CUST-ID TO BAE-CUST-ID
               MOVE WS-ARG-3 TO BAE-RECEIVER-ID
               MOVE 'N' TO BAE-INTRADAY
               IF WS-ARG-4 NOT = SPACES
                   MOVE WS-ARG-4(1:1) TO BAE-INTRADAY
               END-IF
               MOVE 'A' TO BAE-STATUS
           END-IF
           MOVE WS-IN-OPER-ID TO BAE-SET-BY
           MOVE WS-CURRENT-DATE TO BAE-SET-DATE
           MOVE BAI-ENROLL-RECORD TO WS-BAE-LINE(WS-BAE-FOUND-IDX)
           PERFORM SAVE-ENROLLMENT
           DISPLAY "BAI-ENROLL|" BAE-CUST-ID "|"
               FUNCTION TRIM(BAE-RECEIVER-ID) "|" BAE-INTRADAY "|"
               BAE-STATUS.

       FIND-ENROLLMENT.
           MOVE 0 TO WS-BAE-FOUND-IDX
           PERFORM VARYING WS-BAE-IDX FROM 1 BY 1
               UNTIL WS-BAE-IDX > WS-BAE-COUNT
               MOVE WS-BAE-LINE(WS-BAE-IDX) TO BAI-ENROLL-RECORD
               IF BAE-CUST-ID = WS-IN-CUST-ID
                   MOVE WS-BAE-IDX TO WS-BAE-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> RUN-EXTRACT: One file per active enrolled customer — all
      *> of them for PRIOR, the intraday ones for CURRENT.
      *> -------------------------------------------------------
       RUN-EXTRACT.
           PERFORM LOAD-ENROLLMENT
           PERFORM LOAD-ALL-ACCOUNTS
           MOVE WS-AS-OF-DATE(3:6) TO WS-AS-OF-YYMMDD
           MOVE WS-CURRENT-DATE(3:6) TO WS-NOW-YYMMDD
           PERFORM VARYING WS-BAE-IDX FROM 1 BY 1
               UNTIL WS-BAE-IDX > WS-BAE-COUNT
               MOVE WS-BAE-LINE(WS-BAE-IDX) TO BAI-ENROLL-RECORD
               IF BAE-ACTIVE
                   AND (WS-RUN-MODE = 'P' OR BAE-INTRADAY = 'Y')
                   PERFORM BUILD-CUSTOMER-FILE
               END-IF
           END-PERFORM
           DISPLAY "BAI-SUMMARY|" WS-FILE-COUNT "|" WS-SKIP-COUNT.

       BUILD-CUSTOMER-FILE.
           MOVE BAE-CUST-ID TO WS-IN-CUST-ID
           PERFORM COLLECT-CUSTOMER-ACCOUNTS
           IF WS-CA-COUNT = 0
               DISPLAY "BAI-SKIP|" BAE-CUST-ID "|NO-ACCOUNTS"
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BAI-NAME
           IF WS-RUN-MODE = 'P'
               STRING "BAIP-" DELIMITED BY SIZE
                   BAE-CUST-ID DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-BAI-NAME
               END-STRING
           ELSE
               STRING "BAIC-" DELIMITED BY SIZE
                   BAE-CUST-ID DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-BAI-NAME
               END-STRING
           END-IF
           OPEN OUTPUT BAI-FILE
           IF WS-BAI-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-BAI-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 0 TO WS-FILE-TOTAL
           MOVE 0 TO WS-FILE-RECORDS
      *>   01 file header. The file ID is 1 for the nightly file,
      *>   the creation time for same-day files so each intraday
      *>   pull is distinct.
           MOVE SPACES TO WS-BAI-LINE
           MOVE 1 TO WS-BAI-PTR
           STRING "01,091000019," DELIMITED BY SIZE
               BAE-RECEIVER-ID DELIMITED BY SPACE
               "," WS-NOW-YYMMDD "," WS-NOW-HHMM ","
                   DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           IF WS-RUN-MODE = 'P'
               STRING "1" DELIMITED BY SIZE
                   INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
               END-STRING
           ELSE
               STRING WS-CURRENT-TIME DELIMITED BY SIZE
                   INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
               END-STRING
           END-IF
           STRING ",,,2/" DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           PERFORM WRITE-BAI-LINE
           MOVE 0 TO WS-GROUP-TOTAL
           MOVE 0 TO WS-GROUP-RECORDS
           MOVE 0 TO WS-GROUP-ACCOUNTS
      *>   02 group header: status 1 (update), as-of date, as-of
      *>   time for same-day only, modifier 2 final previous-day
      *>   or 3 interim same-day.
           MOVE SPACES TO WS-BAI-LINE
           MOVE 1 TO WS-BAI-PTR
           STRING "02," DELIMITED BY SIZE
               BAE-RECEIVER-ID DELIMITED BY SPACE
               ",091000019,1," WS-AS-OF-YYMMDD ","
                   DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           IF WS-RUN-MODE = 'P'
               STRING ",USD,2/" DELIMITED BY SIZE
                   INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
               END-STRING
           ELSE
               STRING WS-NOW-HHMM ",USD,3/" DELIMITED BY SIZE
                   INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
               END-STRING
           END-IF
           PERFORM WRITE-BAI-LINE
           PERFORM VARYING WS-CA-SUB FROM 1 BY 1
               UNTIL WS-CA-SUB > WS-CA-COUNT
               MOVE WS-CA-IDX(WS-CA-SUB) TO WS-ACCT-SUB
               PERFORM WRITE-ACCOUNT-SECTION
           END-PERFORM
      *>   98 group trailer: its own record counts itself.
           ADD 1 TO WS-GROUP-RECORDS
           MOVE SPACES TO WS-BAI-LINE
           MOVE 1 TO WS-BAI-PTR
           STRING "98," DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           MOVE WS-GROUP-TOTAL TO WS-AMT-EDIT
           STRING FUNCTION TRIM(WS-AMT-EDIT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           MOVE WS-GROUP-ACCOUNTS TO WS-CNT-EDIT
           STRING FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           MOVE WS-GROUP-RECORDS TO WS-CNT-EDIT
           STRING FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           SUBTRACT 1 FROM WS-GROUP-RECORDS
           PERFORM WRITE-BAI-LINE
           ADD WS-GROUP-TOTAL TO WS-FILE-TOTAL
      *>   99 file trailer: one group per file.
           ADD 1 TO WS-FILE-RECORDS
           MOVE SPACES TO WS-BAI-LINE
           MOVE 1 TO WS-BAI-PTR
           MOVE WS-FILE-TOTAL TO WS-AMT-EDIT
           STRING "99," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMT-EDIT) DELIMITED BY SIZE
               ",1," DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           MOVE WS-FILE-RECORDS TO WS-CNT-EDIT
           STRING FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           WRITE BAI-RECORD FROM WS-BAI-LINE
           CLOSE BAI-FILE
           ADD 1 TO WS-FILE-COUNT
           DISPLAY "BAI-FILE|" BAE-CUST-ID "|"
               FUNCTION TRIM(WS-BAI-NAME) "|" WS-GROUP-ACCOUNTS "|"
               WS-FILE-RECORDS "|" FUNCTION TRIM(WS-AMT-EDIT).

      *> -------------------------------------------------------
      *> COLLECT-CUSTOMER-ACCOUNTS: Every account CUSTXREF.DAT
      *> links to the customer, in any role, once each — an
      *> account no longer on ACCOUNTS.DAT is left out.
      *> -------------------------------------------------------
       COLLECT-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-CA-COUNT
           OPEN INPUT CUSTXREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CUSTXREF-FILE
                   AT END
                       CLOSE CUSTXREF-FILE
                       EXIT PERFORM
               END-READ
               IF XREF-CUST-ID = WS-IN-CUST-ID
                   MOVE XREF-ACCT-ID TO WS-IN-ACCT-ID
                   PERFORM FIND-ACCOUNT
                   MOVE 'N' TO WS-CA-SEEN
                   PERFORM VARYING WS-CA-SUB FROM 1 BY 1
                       UNTIL WS-CA-SUB > WS-CA-COUNT
                       IF WS-CA-IDX(WS-CA-SUB) = WS-FOUND-IDX
                           MOVE 'Y' TO WS-CA-SEEN
                       END-IF
                   END-PERFORM
                   IF WS-FOUND-FLAG = 'Y' AND WS-CA-SEEN = 'N'
                       AND WS-CA-COUNT < 50
                       ADD 1 TO WS-CA-COUNT
                       MOVE WS-FOUND-IDX TO WS-CA-IDX(WS-CA-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> WRITE-ACCOUNT-SECTION: One account's 03/88 summary, its
      *> 16 details and its 49 trailer. The ledger is read twice
      *> — once for the balances the 03 record leads with, once
      *> for the details beneath it.
      *> -------------------------------------------------------
       WRITE-ACCOUNT-SECTION.
           MOVE 0 TO WS-NET-AFTER
           MOVE 0 TO WS-NET-DAY
           MOVE 0 TO WS-DAY-CREDITS
           MOVE 0 TO WS-DAY-DEBITS
           MOVE 0 TO WS-CREDIT-COUNT
           MOVE 0 TO WS-DEBIT-COUNT
           MOVE 0 TO WS-ACCT-TOTAL
           MOVE 0 TO WS-ACCT-RECORDS
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ TRANSACT-FILE
                       AT END
                           CLOSE TRANSACT-FILE
                           EXIT PERFORM
                   END-READ
                   IF TRANS-ACCT-ID = WS-A-ID(WS-ACCT-SUB)
                       AND TRANS-STATUS = '00'
                       PERFORM SET-TX-EFFECT
                       IF TRANS-DATE > WS-AS-OF-DATE
                           ADD WS-TX-EFFECT TO WS-NET-AFTER
                       END-IF
                       IF TRANS-DATE = WS-AS-OF-DATE
                           ADD WS-TX-EFFECT TO WS-NET-DAY
                           IF TRANS-TYPE NOT = 'B'
                               IF WS-TX-EFFECT < 0
                                   SUBTRACT WS-TX-EFFECT
                                       FROM WS-DAY-DEBITS
                                   ADD 1 TO WS-DEBIT-COUNT
                               ELSE
                                   ADD WS-TX-EFFECT TO WS-DAY-CREDITS
                                   ADD 1 TO WS-CREDIT-COUNT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-CLOSE-LEDGER =
               WS-A-BALANCE(WS-ACCT-SUB) - WS-NET-AFTER
           COMPUTE WS-OPEN-LEDGER = WS-CLOSE-LEDGER - WS-NET-DAY
           COMPUTE WS-CLOSE-AVAIL =
               WS-CLOSE-LEDGER - WS-A-HOLD(WS-ACCT-SUB)
           MOVE WS-A-CURRENCY(WS-ACCT-SUB) TO WS-CURRENCY
           IF WS-CURRENCY = SPACES
               MOVE "USD" TO WS-CURRENCY
           END-IF
      *>   03 account identifier and balances.
           MOVE SPACES TO WS-BAI-LINE
           MOVE 1 TO WS-BAI-PTR
           STRING "03," DELIMITED BY SIZE
               WS-A-ID(WS-ACCT-SUB) DELIMITED BY SPACE
               "," WS-CURRENCY ",010," DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           MOVE WS-OPEN-LEDGER TO WS-AMT-VALUE
           PERFORM APPEND-AMOUNT
           IF WS-RUN-MODE = 'P'
               STRING ",,,015," DELIMITED BY SIZE
                   INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
               END-STRING
           ELSE
               STRING ",,,030," DELIMITED BY SIZE
                   INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
               END-STRING
           END-IF
           MOVE WS-CLOSE-LEDGER TO WS-AMT-VALUE
           PERFORM APPEND-AMOUNT
           IF WS-RUN-MODE = 'P'
               STRING ",,,045," DELIMITED BY SIZE
                   INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
               END-STRING
           ELSE
               STRING ",,,060," DELIMITED BY SIZE
                   INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
               END-STRING
           END-IF
           MOVE WS-CLOSE-AVAIL TO WS-AMT-VALUE
           PERFORM APPEND-AMOUNT
           STRING ",,/" DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           PERFORM WRITE-BAI-LINE
      *>   88 continuation: day's credit and debit totals.
           MOVE SPACES TO WS-BAI-LINE
           MOVE 1 TO WS-BAI-PTR
           STRING "88,100," DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           MOVE WS-DAY-CREDITS TO WS-AMT-VALUE
           PERFORM APPEND-AMOUNT
           MOVE WS-CREDIT-COUNT TO WS-CNT-EDIT
           STRING "," FUNCTION TRIM(WS-CNT-EDIT) ",,400,"
               DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           MOVE WS-DAY-DEBITS TO WS-AMT-VALUE
           PERFORM APPEND-AMOUNT
           MOVE WS-DEBIT-COUNT TO WS-CNT-EDIT
           STRING "," FUNCTION TRIM(WS-CNT-EDIT) ",/"
               DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           PERFORM WRITE-BAI-LINE
      *>   16 details, second pass.
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ TRANSACT-FILE
                       AT END
                           CLOSE TRANSACT-FILE
                           EXIT PERFORM
                   END-READ
                   IF TRANS-ACCT-ID = WS-A-ID(WS-ACCT-SUB)
                       AND TRANS-STATUS = '00'
                       AND TRANS-DATE = WS-AS-OF-DATE
                       AND TRANS-TYPE NOT = 'B'
                       PERFORM WRITE-DETAIL-RECORD
                   END-IF
               END-PERFORM
           END-IF
      *>   49 account trailer: records from the 03 through itself.
           ADD 1 TO WS-ACCT-RECORDS
           MOVE SPACES TO WS-BAI-LINE
           MOVE 1 TO WS-BAI-PTR
           MOVE WS-ACCT-TOTAL TO WS-AMT-EDIT
           STRING "49," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMT-EDIT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           MOVE WS-ACCT-RECORDS TO WS-CNT-EDIT
           STRING FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           SUBTRACT 1 FROM WS-ACCT-RECORDS
           PERFORM WRITE-BAI-LINE
           ADD WS-ACCT-TOTAL TO WS-GROUP-TOTAL
           ADD 1 TO WS-GROUP-ACCOUNTS.

      *> -------------------------------------------------------
      *> SET-TX-EFFECT: Signed effect of a posted entry on the
      *> balance — credits D/I/C/B, debits W/F/T/R, as in
      *> RECONCILE.cob. A negative transfer is money arriving.
      *> -------------------------------------------------------
       SET-TX-EFFECT.
           EVALUATE TRANS-TYPE
               WHEN 'D'
               WHEN 'I'
               WHEN 'C'
               WHEN 'B'
                   MOVE TRANS-AMOUNT TO WS-TX-EFFECT
               WHEN OTHER
                   COMPUTE WS-TX-EFFECT = 0 - TRANS-AMOUNT
           END-EVALUATE.

      *> -------------------------------------------------------
      *> WRITE-DETAIL-RECORD: 16 record for one posted entry.
      *> -------------------------------------------------------
       WRITE-DETAIL-RECORD.
           PERFORM SET-TX-EFFECT
           PERFORM SET-DETAIL-CODE
           MOVE WS-TX-EFFECT TO WS-AMT-VALUE
           IF WS-AMT-VALUE < 0
               COMPUTE WS-AMT-VALUE = 0 - WS-AMT-VALUE
           END-IF
           MOVE TRANS-DESC TO WS-DESC-TEXT
           INSPECT WS-DESC-TEXT REPLACING ALL "," BY SPACE
           INSPECT WS-DESC-TEXT REPLACING ALL "/" BY SPACE
           MOVE SPACES TO WS-BAI-LINE
           MOVE 1 TO WS-BAI-PTR
           STRING "16," WS-DETAIL-CODE "," DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           PERFORM APPEND-AMOUNT
           STRING ",Z," DELIMITED BY SIZE
               TRANS-ID DELIMITED BY SPACE
               ",," DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING
           IF WS-DESC-TEXT = SPACES
               STRING "/" DELIMITED BY SIZE
                   INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-DESC-TEXT) DELIMITED BY SIZE
                   INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
               END-STRING
           END-IF
           PERFORM WRITE-BAI-LINE.

      *> -------------------------------------------------------
      *> SET-DETAIL-CODE: BAI2 type code for the entry.
      *>   Credits: 115 lockbox (LOCKBOX.cob), 165 ACH (AC), 195
      *>            incoming wire (WR), 301 deposit at teller or
      *>            by check (TL/CK), 354
      *>            interest, 275 ZBA sweep in, 206 other
      *>            transfer in, 399 anything else
      *>   Debits:  455 ACH (AC), 475 check paid (CK), 495
      *>            outgoing wire (WR), 698 fee, 575 ZBA sweep
      *>            out, 506 other transfer out, 699 anything
      *>            else
      *> -------------------------------------------------------
       SET-DETAIL-CODE.
           IF WS-TX-EFFECT < 0
               EVALUATE TRUE
                   WHEN TRANS-TYPE = 'F'
                       MOVE "698" TO WS-DETAIL-CODE
                   WHEN TRANS-TYPE = 'T'
                       AND TRANS-BATCH-ID = "ZBASWEEP"
                       MOVE "575" TO WS-DETAIL-CODE
                   WHEN TRANS-TYPE = 'T'
                       MOVE "506" TO WS-DETAIL-CODE
                   WHEN TRANS-TYPE = 'W' AND TRANS-CHANNEL = "AC"
                       MOVE "455" TO WS-DETAIL-CODE
                   WHEN TRANS-TYPE = 'W' AND TRANS-CHANNEL = "CK"
                       MOVE "475" TO WS-DETAIL-CODE
                   WHEN TRANS-TYPE = 'W' AND TRANS-CHANNEL = "WR"
                       MOVE "495" TO WS-DETAIL-CODE
                   WHEN OTHER
                       MOVE "699" TO WS-DETAIL-CODE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN TRANS-TYPE = 'I'
                       MOVE "354" TO WS-DETAIL-CODE
                   WHEN TRANS-TYPE = 'T'
                       AND TRANS-BATCH-ID = "ZBASWEEP"
                       MOVE "275" TO WS-DETAIL-CODE
                   WHEN TRANS-TYPE = 'T'
                       MOVE "206" TO WS-DETAIL-CODE
                   WHEN TRANS-TYPE = 'D'
                       AND TRANS-BATCH-ID = "LOCKBOX"
                       MOVE "115" TO WS-DETAIL-CODE
                   WHEN TRANS-TYPE = 'D' AND TRANS-CHANNEL = "AC"
                       MOVE "165" TO WS-DETAIL-CODE
                   WHEN TRANS-TYPE = 'D' AND TRANS-CHANNEL = "WR"
                       MOVE "195" TO WS-DETAIL-CODE
                   WHEN TRANS-TYPE = 'D'
                       AND (TRANS-CHANNEL = "TL" OR TRANS-CHANNEL = "CK")
                       MOVE "301" TO WS-DETAIL-CODE
                   WHEN OTHER
                       MOVE "399" TO WS-DETAIL-CODE
               END-EVALUATE
           END-IF.

      *> -------------------------------------------------------
      *> APPEND-AMOUNT: WS-AMT-VALUE as signed whole cents onto
      *> the record being built, added to the account's control
      *> total.
      *> -------------------------------------------------------
       APPEND-AMOUNT.
           COMPUTE WS-AMT-CENTS = WS-AMT-VALUE * 100
           ADD WS-AMT-CENTS TO WS-ACCT-TOTAL
           MOVE WS-AMT-CENTS TO WS-AMT-EDIT
           STRING FUNCTION TRIM(WS-AMT-EDIT) DELIMITED BY SIZE
               INTO WS-BAI-LINE WITH POINTER WS-BAI-PTR
           END-STRING.

      *> -------------------------------------------------------
      *> WRITE-BAI-LINE: Write the record and count it at every
      *> level it falls under.
      *> -------------------------------------------------------
       WRITE-BAI-LINE.
           WRITE BAI-RECORD FROM WS-BAI-LINE
           ADD 1 TO WS-ACCT-RECORDS
           ADD 1 TO WS-GROUP-RECORDS
           ADD 1 TO WS-FILE-RECORDS.

       LOAD-ENROLLMENT.
           MOVE 0 TO WS-BAE-COUNT
           OPEN INPUT BAIENRL-FILE
           IF WS-BAE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BAIENRL-FILE
                   AT END
                       CLOSE BAIENRL-FILE
                       EXIT PERFORM
               END-READ
               IF WS-BAE-COUNT >= 200
                   DISPLAY "ERROR|TABLE-FULL|BAIENRL"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-BAE-COUNT
               MOVE BAI-ENROLL-RECORD TO WS-BAE-LINE(WS-BAE-COUNT)
           END-PERFORM.

       SAVE-ENROLLMENT.
           OPEN OUTPUT BAIENRL-FILE
           IF WS-BAE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-BAE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-BAE-IDX FROM 1 BY 1
               UNTIL WS-BAE-IDX > WS-BAE-COUNT
               MOVE WS-BAE-LINE(WS-BAE-IDX) TO BAI-ENROLL-RECORD
               WRITE BAI-ENROLL-RECORD
           END-PERFORM
           CLOSE BAIENRL-FILE.

      *> -------------------------------------------------------
      *> LOAD-ALL-ACCOUNTS / FIND-ACCOUNT: Read-only account
      *> table — this program never rewrites ACCOUNTS.DAT.
      *> -------------------------------------------------------
       LOAD-ALL-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-COUNT
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
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE ACCT-ID TO WS-A-ID(WS-ACCOUNT-COUNT)
               MOVE ACCT-NAME TO WS-A-NAME(WS-ACCOUNT-COUNT)
               MOVE ACCT-TYPE TO WS-A-TYPE(WS-ACCOUNT-COUNT)
               MOVE ACCT-BALANCE TO WS-A-BALANCE(WS-ACCOUNT-COUNT)
               MOVE ACCT-STATUS TO WS-A-STATUS(WS-ACCOUNT-COUNT)
               MOVE ACCT-HOLD-AMOUNT TO WS-A-HOLD(WS-ACCOUNT-COUNT)
               MOVE ACCT-CURRENCY TO WS-A-CURRENCY(WS-ACCOUNT-COUNT)
           END-PERFORM.

       FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-A-ID(WS-ACCT-IDX) = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-ACCT-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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
