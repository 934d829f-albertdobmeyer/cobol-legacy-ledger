      *>================================================================*
      *>  Program:     ODOPTIN.cob
      *>  System:      LEGACY LEDGER — Overdraft Opt-In (Reg E)
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Records each account's Regulation E overdraft election —
      *>    whether the customer affirmatively agreed to overdraft
      *>    coverage of ATM and one-time debit card items — with the
      *>    date, the channel the customer used, and the operator
      *>    who took it, together with the account's courtesy
      *>    (discretionary) overdraft limit. ODOPTIN.DAT is append-
      *>    only (see ODREC.cpy): every election event is kept, so
      *>    the bank can show an examiner the account's standing on
      *>    any past day. AUTHORIZE.cob approves card requests into
      *>    the courtesy limit only for opted-in accounts, and
      *>    CHKPRES.cob waives the overdraft fee on a card item the
      *>    customer did not opt into. The REPORT pass gives the
      *>    opt-in rate across open checking accounts and the year's
      *>    NSF/overdraft fee income split by the election in force
      *>    on the day of each incident.
      *>
      *>  Operations (via command-line argument):
      *>    OPTIN acct channel [limit]
      *>        — opt in; the limit defaults to the account's last
      *>          limit on file, else WS-OD-DFLT-LIMIT (ODWORK.cpy)
      *>    OPTOUT acct channel
      *>        — revoke; card/ATM items stop paying into the limit
      *>          from this moment
      *>    LIMIT acct amount
      *>        — change the courtesy limit (supervisor only); the
      *>          election itself is unchanged
      *>    LIST [acct]
      *>        — the election history, all accounts or one
      *>    REPORT [yyyy]
      *>        — opt-in rate and fee income by opt-in status for
      *>          the year (default the current year)
      *>
      *>    channel is BR (branch), PH (telephone), OL (online
      *>    banking), ML (mail), or AT (ATM screen).
      *>
      *>  Files:
      *>    Input/Output: ODOPTIN.DAT (LINE SEQUENTIAL, append-only
      *>                  — see ODREC.cpy)
      *>    Input:        ACCOUNTS.DAT (account must be an open
      *>                  checking or savings account; REPORT
      *>                  population)
      *>    Input:        NSFFEES.DAT (REPORT — see NSFREC.cpy)
      *>    Operators:    OPERATORS.DAT (LINE SEQUENTIAL)
      *>
      *>  Copybooks:
      *>    ODREC.cpy     — Overdraft election record layout
      *>    ODWORK.cpy    — Election lookup working fields / policy
      *>    NSFREC.cpy    — NSF/overdraft fee incident layout
      *>    ACCTREC.cpy   — Account master record layout
      *>    OPERREC.cpy   — Operator master record layout
      *>    OPERIO.cpy    — Shared operator I/O variables
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    OD-ELECTION|acct|event|opted|limit|channel|oper
      *>    OD-HIST|acct|event|opted|date|time|channel|oper|limit
      *>    OD-SUMMARY|count (LIST)
      *>    ODRPT-ACCOUNTS|year|eligible|opted-in|not-opted|rate-pct
      *>    ODRPT-FEES|OPTED-IN or NOT-OPTED|incidents|charged|
      *>        fee-income|waived|capped|reg-e-suppressed
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Account not an open checking/savings account
      *>    RESULT|07 — Operator not signed on, wrong PIN, locked,
      *>                or (LIMIT) not a supervisor
      *>    RESULT|99 — Invalid operation/arguments or I/O error
      *>
      *>  Dependencies:
      *>    OPTIN, OPTOUT, LIMIT and LIST require BANK_OPERATOR_ID
      *>    and BANK_OPERATOR_PIN and a matching active operator in
      *>    OPERATORS.DAT, same as CUSTOMER.cob; LIMIT additionally
      *>    requires a non-teller role, same as SIGNMNT.cob. REPORT
      *>    runs unattended.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODOPTIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODOPT-FILE
               ASSIGN TO "ODOPTIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OD-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NSFFEE-FILE
               ASSIGN TO "NSFFEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ODOPT-FILE.
       COPY "ODREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  NSFFEE-FILE.
       COPY "NSFREC.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-NSF-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(80) VALUE SPACES.
       01  WS-OPERATION           PIC X(8) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-ARG-3            PIC X(12) VALUE SPACES.
       01  WS-IN-ARG-4            PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-ACCT-ON-FILE        PIC X(1) VALUE 'N'.
      *>   The election history staged in memory for LIST and the
      *>   REPORT as-of lookups. The file itself is only ever
      *>   appended to.
       01  WS-ODH-TABLE.
           05  WS-ODH-LINE OCCURS 2000 TIMES PIC X(50).
       01  WS-ODH-COUNT           PIC 9(4) VALUE 0.
       01  WS-ODH-IDX             PIC 9(4) VALUE 0.
       01  WS-ODH-SHOWN           PIC 9(4) VALUE 0.
      *>   The new event being recorded.
       01  WS-NEW-EVENT           PIC X(1) VALUE SPACES.
       01  WS-NEW-OPTED           PIC X(1) VALUE 'N'.
       01  WS-NEW-CHANNEL         PIC X(2) VALUE SPACES.
       01  WS-NEW-LIMIT           PIC 9(7)V99 VALUE 0.
      *>   REPORT accumulators — subscript 1 opted in, 2 not.
       01  WS-RPT-YEAR            PIC 9(4) VALUE 0.
       01  WS-RPT-ELIGIBLE        PIC 9(7) VALUE 0.
       01  WS-RPT-OPTED-IN        PIC 9(7) VALUE 0.
       01  WS-RPT-NOT-OPTED       PIC 9(7) VALUE 0.
       01  WS-RPT-RATE            PIC 9(3)V99 VALUE 0.
       01  WS-RPT-BUCKET          PIC 9(1) VALUE 0.
       01  WS-RPT-FEE-TABLE.
           05  WS-RPT-FEE-ENTRY OCCURS 2 TIMES.
               10  WS-RPT-INCIDENTS   PIC 9(7).
               10  WS-RPT-CHARGED     PIC 9(7).
               10  WS-RPT-INCOME      PIC 9(9)V99.
               10  WS-RPT-WAIVED      PIC 9(7).
               10  WS-RPT-CAPPED      PIC 9(7).
               10  WS-RPT-SUPPRESSED  PIC 9(7).
       01  WS-RPT-LABEL           PIC X(10) VALUE SPACES.
       COPY "ODWORK.cpy".
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-ACCT-ID
                    WS-IN-ARG-3
                    WS-IN-ARG-4
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           MOVE FUNCTION TRIM(WS-IN-ARG-3) TO WS-IN-ARG-3

           IF WS-OPERATION = "OPTIN" OR "OPTOUT" OR "LIMIT"
               OR "LIST"
               ACCEPT WS-IN-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
               ACCEPT WS-IN-OPER-PIN
                   FROM ENVIRONMENT "BANK_OPERATOR_PIN"
               PERFORM AUTHENTICATE-OPERATOR
               IF WS-OPER-DENIED
                   DISPLAY "RESULT|" RC-UNAUTHORIZED
                   STOP RUN
               END-IF
           ELSE
               MOVE "BATCH" TO WS-IN-OPER-ID
           END-IF

           PERFORM LOAD-ELECTIONS
           EVALUATE WS-OPERATION
               WHEN "OPTIN"
                   PERFORM RECORD-OPT-IN
               WHEN "OPTOUT"
                   PERFORM RECORD-OPT-OUT
               WHEN "LIMIT"
                   IF WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM RECORD-LIMIT-CHANGE
               WHEN "LIST"
                   PERFORM LIST-ELECTIONS
               WHEN "REPORT"
                   PERFORM OPT-IN-REPORT
               WHEN OTHER
                   DISPLAY "RESULT|99"
           END-EVALUATE
           STOP RUN.

      *> -------------------------------------------------------
      *> RECORD-OPT-IN: The customer's affirmative consent. A
      *> limit keyed with it becomes the account's courtesy limit;
      *> otherwise the last limit on file carries forward, and an
      *> account opting in for the first time gets the default.
      *> -------------------------------------------------------
       RECORD-OPT-IN.
           PERFORM VALIDATE-ELECTION-ARGS
           MOVE WS-IN-ACCT-ID TO WS-OD-ACCT-ID
           MOVE WS-CURRENT-DATE TO WS-OD-AS-OF
           PERFORM LOOKUP-OD-ELECTION
           IF WS-OD-OPTED-IN
               DISPLAY "ERROR|ALREADY-OPTED-IN|" WS-IN-ACCT-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-OD-LIMIT TO WS-NEW-LIMIT
           IF WS-OD-FOUND = 'N'
               MOVE WS-OD-DFLT-LIMIT TO WS-NEW-LIMIT
           END-IF
           IF WS-IN-ARG-4 NOT = SPACES
               COMPUTE WS-NEW-LIMIT = FUNCTION NUMVAL(WS-IN-ARG-4)
           END-IF
           MOVE 'I' TO WS-NEW-EVENT
           MOVE 'Y' TO WS-NEW-OPTED
           PERFORM APPEND-ELECTION
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> RECORD-OPT-OUT: Revocation. The courtesy limit stays on
      *> file (it still applies to items Reg E does not cover),
      *> but card and ATM requests no longer pay into it.
      *> -------------------------------------------------------
       RECORD-OPT-OUT.
           PERFORM VALIDATE-ELECTION-ARGS
           MOVE WS-IN-ACCT-ID TO WS-OD-ACCT-ID
           MOVE WS-CURRENT-DATE TO WS-OD-AS-OF
           PERFORM LOOKUP-OD-ELECTION
           IF NOT WS-OD-OPTED-IN
               DISPLAY "ERROR|NOT-OPTED-IN|" WS-IN-ACCT-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-OD-LIMIT TO WS-NEW-LIMIT
           MOVE 'O' TO WS-NEW-EVENT
           MOVE 'N' TO WS-NEW-OPTED
           PERFORM APPEND-ELECTION
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> RECORD-LIMIT-CHANGE: A bank decision, not a customer
      *> election — recorded through channel 'BK' with the
      *> election carried forward unchanged.
      *> -------------------------------------------------------
       RECORD-LIMIT-CHANGE.
           IF WS-IN-ACCT-ID = SPACES OR WS-IN-ARG-3 = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM CHECK-ACCOUNT-ON-FILE
           IF WS-ACCT-ON-FILE = 'N'
               DISPLAY "ERROR|ACCOUNT-NOT-ELIGIBLE|" WS-IN-ACCT-ID
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           MOVE WS-IN-ACCT-ID TO WS-OD-ACCT-ID
           MOVE WS-CURRENT-DATE TO WS-OD-AS-OF
           PERFORM LOOKUP-OD-ELECTION
           COMPUTE WS-NEW-LIMIT = FUNCTION NUMVAL(WS-IN-ARG-3)
           MOVE 'L' TO WS-NEW-EVENT
           MOVE WS-OD-OPTED TO WS-NEW-OPTED
           MOVE "BK" TO WS-NEW-CHANNEL
           PERFORM APPEND-ELECTION
           DISPLAY "RESULT|00".

      *>   Account and channel checks shared by OPTIN and OPTOUT.
       VALIDATE-ELECTION-ARGS.
           IF WS-IN-ACCT-ID = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-IN-ARG-3(1:2) TO ODO-CHANNEL
           IF NOT ODO-VALID-CHANNEL
               DISPLAY "ERROR|BAD-CHANNEL|" WS-IN-ARG-3
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE ODO-CHANNEL TO WS-NEW-CHANNEL
           PERFORM CHECK-ACCOUNT-ON-FILE
           IF WS-ACCT-ON-FILE = 'N'
               DISPLAY "ERROR|ACCOUNT-NOT-ELIGIBLE|" WS-IN-ACCT-ID
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF.

      *> -------------------------------------------------------
      *> APPEND-ELECTION: One event to ODOPTIN.DAT — OPEN EXTEND
      *> with the OPEN OUTPUT fallback, never a rewrite.
      *> -------------------------------------------------------
       APPEND-ELECTION.
           MOVE SPACES TO OD-ELECTION-RECORD
           MOVE WS-IN-ACCT-ID TO ODO-ACCT-ID
           MOVE WS-NEW-EVENT TO ODO-EVENT
           MOVE WS-NEW-OPTED TO ODO-OPTED
           MOVE WS-CURRENT-DATE TO ODO-DATE
           MOVE WS-CURRENT-TIME TO ODO-TIME
           MOVE WS-NEW-CHANNEL TO ODO-CHANNEL
           MOVE WS-IN-OPER-ID TO ODO-OPER-ID
           MOVE WS-NEW-LIMIT TO ODO-LIMIT
           OPEN EXTEND ODOPT-FILE
           IF WS-OD-STATUS NOT = '00'
               OPEN OUTPUT ODOPT-FILE
               IF WS-OD-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-OD-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE OD-ELECTION-RECORD
           CLOSE ODOPT-FILE
           DISPLAY "OD-ELECTION|" ODO-ACCT-ID "|" ODO-EVENT "|"
               ODO-OPTED "|" ODO-LIMIT "|" ODO-CHANNEL "|"
               ODO-OPER-ID.

       LIST-ELECTIONS.
           MOVE 0 TO WS-ODH-SHOWN
           PERFORM VARYING WS-ODH-IDX FROM 1 BY 1
               UNTIL WS-ODH-IDX > WS-ODH-COUNT
               MOVE WS-ODH-LINE(WS-ODH-IDX) TO OD-ELECTION-RECORD
               IF WS-IN-ACCT-ID = SPACES
                   OR ODO-ACCT-ID = WS-IN-ACCT-ID
                   ADD 1 TO WS-ODH-SHOWN
                   DISPLAY "OD-HIST|" ODO-ACCT-ID "|" ODO-EVENT "|"
                       ODO-OPTED "|" ODO-DATE "|" ODO-TIME "|"
                       ODO-CHANNEL "|" ODO-OPER-ID "|" ODO-LIMIT
               END-IF
           END-PERFORM
           DISPLAY "OD-SUMMARY|" WS-ODH-SHOWN
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> OPT-IN-REPORT: The examiner's two questions. How many of
      *> the open checking accounts are opted in today, and what
      *> did the bank earn in NSF/overdraft fees this year from
      *> accounts that were opted in versus not — each incident
      *> judged by the election in force on the day it happened,
      *> not by today's. Incidents CHKPRES.cob declined to charge
      *> under Reg E (disposition 'R') are counted separately.
      *> -------------------------------------------------------
       OPT-IN-REPORT.
           MOVE WS-CURRENT-DATE(1:4) TO WS-RPT-YEAR
           IF WS-IN-ACCT-ID NOT = SPACES
               AND WS-IN-ACCT-ID(1:4) IS NUMERIC
               MOVE WS-IN-ACCT-ID(1:4) TO WS-RPT-YEAR
           END-IF
           MOVE 0 TO WS-RPT-ELIGIBLE WS-RPT-OPTED-IN
               WS-RPT-NOT-OPTED WS-RPT-RATE
           PERFORM VARYING WS-RPT-BUCKET FROM 1 BY 1
               UNTIL WS-RPT-BUCKET > 2
               MOVE 0 TO WS-RPT-INCIDENTS(WS-RPT-BUCKET)
                   WS-RPT-CHARGED(WS-RPT-BUCKET)
                   WS-RPT-INCOME(WS-RPT-BUCKET)
                   WS-RPT-WAIVED(WS-RPT-BUCKET)
                   WS-RPT-CAPPED(WS-RPT-BUCKET)
                   WS-RPT-SUPPRESSED(WS-RPT-BUCKET)
           END-PERFORM

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
               IF ACCT-TYPE = 'C' AND ACCT-STATUS NOT = 'C'
                   ADD 1 TO WS-RPT-ELIGIBLE
                   MOVE ACCT-ID TO WS-OD-ACCT-ID
                   MOVE WS-CURRENT-DATE TO WS-OD-AS-OF
                   PERFORM LOOKUP-OD-ELECTION
                   IF WS-OD-OPTED-IN
                       ADD 1 TO WS-RPT-OPTED-IN
                   ELSE
                       ADD 1 TO WS-RPT-NOT-OPTED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RPT-ELIGIBLE > 0
               COMPUTE WS-RPT-RATE ROUNDED =
                   WS-RPT-OPTED-IN * 100 / WS-RPT-ELIGIBLE
           END-IF

           OPEN INPUT NSFFEE-FILE
           IF WS-NSF-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ NSFFEE-FILE
                       AT END
                           CLOSE NSFFEE-FILE
                           EXIT PERFORM
                   END-READ
                   IF NF-DATE(1:4) = WS-RPT-YEAR
                       PERFORM TALLY-FEE-INCIDENT
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY "ODRPT-ACCOUNTS|" WS-RPT-YEAR "|" WS-RPT-ELIGIBLE
               "|" WS-RPT-OPTED-IN "|" WS-RPT-NOT-OPTED "|"
               WS-RPT-RATE
           PERFORM VARYING WS-RPT-BUCKET FROM 1 BY 1
               UNTIL WS-RPT-BUCKET > 2
               IF WS-RPT-BUCKET = 1
                   MOVE "OPTED-IN" TO WS-RPT-LABEL
               ELSE
                   MOVE "NOT-OPTED" TO WS-RPT-LABEL
               END-IF
               DISPLAY "ODRPT-FEES|" FUNCTION TRIM(WS-RPT-LABEL) "|"
                   WS-RPT-INCIDENTS(WS-RPT-BUCKET) "|"
                   WS-RPT-CHARGED(WS-RPT-BUCKET) "|"
                   WS-RPT-INCOME(WS-RPT-BUCKET) "|"
                   WS-RPT-WAIVED(WS-RPT-BUCKET) "|"
                   WS-RPT-CAPPED(WS-RPT-BUCKET) "|"
                   WS-RPT-SUPPRESSED(WS-RPT-BUCKET)
           END-PERFORM
           DISPLAY "RESULT|00".

       TALLY-FEE-INCIDENT.
           MOVE NF-ACCT-ID TO WS-OD-ACCT-ID
           MOVE NF-DATE TO WS-OD-AS-OF
           PERFORM LOOKUP-OD-ELECTION
      *>   A Reg E suppression is itself the record that no opt-in
      *>   was in force — it decides the bucket even when the
      *>   customer opted in later the same day.
           IF WS-OD-OPTED-IN AND NOT NF-REG-E-SUPPRESSED
               MOVE 1 TO WS-RPT-BUCKET
           ELSE
               MOVE 2 TO WS-RPT-BUCKET
           END-IF
           ADD 1 TO WS-RPT-INCIDENTS(WS-RPT-BUCKET)
           EVALUATE TRUE
               WHEN NF-CHARGED
                   ADD 1 TO WS-RPT-CHARGED(WS-RPT-BUCKET)
                   ADD NF-FEE-AMOUNT TO WS-RPT-INCOME(WS-RPT-BUCKET)
               WHEN NF-WAIVED
                   ADD 1 TO WS-RPT-WAIVED(WS-RPT-BUCKET)
               WHEN NF-CAPPED
                   ADD 1 TO WS-RPT-CAPPED(WS-RPT-BUCKET)
               WHEN NF-REG-E-SUPPRESSED
                   ADD 1 TO WS-RPT-SUPPRESSED(WS-RPT-BUCKET)
           END-EVALUATE.

      *> -------------------------------------------------------
      *> LOOKUP-OD-ELECTION: The latest election for WS-OD-ACCT-ID
      *> dated on or before WS-OD-AS-OF. The history is in the
      *> order it was written, so the last qualifying row wins.
      *> See ODWORK.cpy.
      *> -------------------------------------------------------
       LOOKUP-OD-ELECTION.
           MOVE 'N' TO WS-OD-OPTED
           MOVE 'N' TO WS-OD-FOUND
           MOVE 0 TO WS-OD-LIMIT
           PERFORM VARYING WS-ODH-IDX FROM 1 BY 1
               UNTIL WS-ODH-IDX > WS-ODH-COUNT
               MOVE WS-ODH-LINE(WS-ODH-IDX) TO OD-ELECTION-RECORD
               IF ODO-ACCT-ID = WS-OD-ACCT-ID
                   AND ODO-DATE NOT > WS-OD-AS-OF
                   MOVE 'Y' TO WS-OD-FOUND
                   MOVE ODO-OPTED TO WS-OD-OPTED
                   MOVE ODO-LIMIT TO WS-OD-LIMIT
               END-IF
           END-PERFORM.

       LOAD-ELECTIONS.
           MOVE 0 TO WS-ODH-COUNT
           OPEN INPUT ODOPT-FILE
           IF WS-OD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ODOPT-FILE
                   AT END
                       CLOSE ODOPT-FILE
                       EXIT PERFORM
               END-READ
               IF WS-ODH-COUNT < 2000
                   ADD 1 TO WS-ODH-COUNT
                   MOVE OD-ELECTION-RECORD
                       TO WS-ODH-LINE(WS-ODH-COUNT)
               END-IF
           END-PERFORM.

      *>   Overdraft coverage is elected on the accounts cards draw
      *>   on: an open checking or savings account.
       CHECK-ACCOUNT-ON-FILE.
           MOVE 'N' TO WS-ACCT-ON-FILE
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
               IF ACCT-ID = WS-IN-ACCT-ID
                   AND ACCT-STATUS NOT = 'C'
                   AND (ACCT-TYPE = 'C' OR ACCT-TYPE = 'S')
                   MOVE 'Y' TO WS-ACCT-ON-FILE
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-OPERATORS / AUTHENTICATE-OPERATOR: Same fail-closed
      *> sign-on sequence as CUSTOMER.cob.
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
