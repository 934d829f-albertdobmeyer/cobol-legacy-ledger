      *>================================================================*
      *>  Program:     LOCLINE.cob
      *>  System:      LEGACY LEDGER — Revolving Personal Line of Credit
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The revolving counterpart to the installment loan
      *>    module (LOANMST/LOANBILL/LOANPAY). Maintains the line
      *>    of credit master (LOCMAST.DAT — see LOCREC.cpy): a
      *>    credit limit the borrower draws against into the
      *>    linked deposit account, daily interest on the
      *>    outstanding balance, a monthly statement with a
      *>    minimum payment due, and payments that bring the
      *>    balance down and so restore available credit. A line
      *>    opened with overdraft cover draws automatically each
      *>    night to bring an overdrawn linked checking account
      *>    back to zero.
      *>
      *>    Money moves exactly as the installment loans move it:
      *>    a draw credits the deposit account as an ordinary
      *>    chained 'D' ledger posting, a payment debits it ('W'),
      *>    and the GL picture is journaled straight into
      *>    GLJRNL.DAT —
      *>      draw       Dr 1220 LINES OF CREDIT RECEIVABLE
      *>                 Cr 2010 CUSTOMER DEPOSITS
      *>      payment    Dr 2010 / Cr 1220
      *>      statement  Dr 1220 / Cr 4110 LOAN INTEREST INCOME
      *>                 (the month's accrued interest capitalized)
      *>
      *>    Minimum payment: the greater of $25.00 or 2% of the
      *>    statement balance, plus any minimum already past due,
      *>    never more than the balance. A minimum not met by the
      *>    next statement rolls into LOC-PAST-DUE-AMT, and a line
      *>    with anything past due takes no new draws (manual or
      *>    overdraft cover) until it is made up.
      *>
      *>  Operations (via command-line argument):
      *>    OPEN cust_id deposit_acct limit rate [OD]
      *>              — open a line (supervisor); OD turns on
      *>                automatic overdraft cover
      *>    DRAW line_id amount  — advance into the deposit account
      *>                           (signed-on operator)
      *>    PAY line_id amount   — payment from the deposit account
      *>    ODCOVER   — nightly: cover overdrawn linked accounts
      *>    ACCRUE    — nightly: daily interest on the end-of-day
      *>                balance (run after ODCOVER)
      *>    STATEMENT — cycle every line whose statement date has
      *>                arrived
      *>    READ line_id / LIST
      *>
      *>  Files:
      *>    Input/Output: LOCMAST.DAT, ACCOUNTS.DAT (LINE SEQUENTIAL)
      *>    Output:       TRANSACT.DAT, GLJRNL.DAT (appended)
      *>    Output:       LOCSTMT.DAT (appended — statement lines)
      *>    Output:       CORRQ.DAT (appended — statement notices)
      *>    Input/Output: GLCHART.DAT — 1220 appended if the chart
      *>                  predates the line of credit product
      *>    Input:        OPERATORS.DAT, BUSDATE.DAT
      *>
      *>  Copybooks:
      *>    LOCREC.cpy, ACCTREC.cpy, TRANSREC.cpy, GLJREC.cpy,
      *>    GLCHART.cpy, CORRREC.cpy, CORRWORK.cpy, BUSDATE.cpy,
      *>    ACCTVERS.cpy, ACCTIO.cpy, VERSWORK.cpy, OPERREC.cpy,
      *>    OPERIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    LOC-OPENED|LINE-ID|ACCT|LIMIT|RATE|FIRST-STMT
      *>    LOC-DRAW|LINE-ID|AMOUNT|BALANCE|AVAILABLE
      *>    LOC-PAID|LINE-ID|AMOUNT|BALANCE|AVAILABLE
      *>    LOC-OD-COVER|LINE-ID|ACCT|AMOUNT|BALANCE
      *>    LOC-ACCRUED|LINE-ID|DAYS|INTEREST|ACCRUED
      *>    LOC-STMT|LINE-ID|BALANCE|INTEREST|MIN-DUE|DUE-DATE|PAST-DUE
      *>    LOC|ID|CUST|ACCT|LIMIT|BALANCE|AVAILABLE|RATE|MIN-DUE|
      *>        PAY-DUE|PAST-DUE|OD|STATUS
      *>    LOC-SUMMARY|LINES|AMOUNT (batch operations)
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|01 — Insufficient available funds for a payment
      *>    RESULT|02 — Draw exceeds available credit
      *>    RESULT|03 — Line or deposit account not found
      *>    RESULT|04 — Line closed, payment past due, or deposit
      *>                account not active
      *>    RESULT|07 — Operator not signed on / below supervisor
      *>    RESULT|99 — Invalid arguments or file I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCLINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOC-FILE
               ASSIGN TO "LOCMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT ACCTVERS-FILE
               ASSIGN TO "ACCTVERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERS-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT GLJRNL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.
           SELECT CHART-FILE
               ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT STMT-FILE
               ASSIGN TO "LOCSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           SELECT CORRQ-FILE
               ASSIGN TO "CORRQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOC-FILE.
       COPY "LOCREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  ACCTVERS-FILE.
       COPY "ACCTVERS.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  GLJRNL-FILE.
       COPY "GLJREC.cpy".
       FD  CHART-FILE.
       COPY "GLCHART.cpy".
       FD  STMT-FILE.
       01  STMT-RECORD            PIC X(120).
       FD  CORRQ-FILE.
       COPY "CORRREC.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LC-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-GJ-STATUS           PIC XX VALUE SPACES.
       01  WS-CH-STATUS           PIC XX VALUE SPACES.
       01  WS-ST-STATUS           PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(120) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-IN-ARG1             PIC X(10) VALUE SPACES.
       01  WS-IN-ARG2             PIC X(15) VALUE SPACES.
       01  WS-IN-LIMIT-STR        PIC X(15) VALUE SPACES.
       01  WS-IN-RATE-STR         PIC X(10) VALUE SPACES.
       01  WS-IN-OD-FLAG          PIC X(5) VALUE SPACES.
       01  WS-IN-LOC-ID           PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-CURRENT-DATE-INT    PIC S9(9) VALUE 0.
      *>   Product terms
       01  WS-MIN-PAY-FLOOR       PIC S9(5)V99 VALUE 25.00.
       01  WS-MIN-PAY-PCT         PIC 9V9(4) VALUE 0.0200.
       01  WS-PAY-GRACE-DAYS      PIC 9(3) VALUE 25.
      *>   Working amounts
       01  WS-AMOUNT              PIC S9(9)V99 VALUE 0.
       01  WS-LIMIT               PIC S9(9)V99 VALUE 0.
       01  WS-RATE                PIC 9(1)V9(4) VALUE 0.
       01  WS-AVAIL-CREDIT        PIC S9(9)V99 VALUE 0.
       01  WS-AVAILABLE           PIC S9(10)V99 VALUE 0.
       01  WS-ACCRUAL-DAYS        PIC S9(5) VALUE 0.
       01  WS-DAY-INTEREST        PIC S9(7)V9(4) VALUE 0.
       01  WS-CAP-INTEREST        PIC S9(7)V99 VALUE 0.
       01  WS-SHORTFALL           PIC S9(9)V99 VALUE 0.
       01  WS-MIN-DUE             PIC S9(9)V99 VALUE 0.
       01  WS-BATCH-COUNT         PIC 9(5) VALUE 0.
       01  WS-BATCH-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-ACCTS-DIRTY         PIC X(1) VALUE 'N'.
      *>   The line master staged in memory, updated in place and
      *>   rewritten once — same staging as LOANPAY.cob.
       01  WS-LC-TABLE.
           05  WS-LC-LINE OCCURS 200 TIMES PIC X(150).
       01  WS-LC-COUNT            PIC 9(3) VALUE 0.
       01  WS-LC-IDX              PIC 9(3) VALUE 0.
       01  WS-LC-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-LOC-SEQ             PIC 9(7) VALUE 0.
       01  WS-NEW-LOC-ID          PIC X(10) VALUE SPACES.
      *>   Statement-date month arithmetic — same year*12+month
      *>   folding LOANMST.cob's ADVANCE-DUE-ONE-MONTH uses.
       01  WS-DUE-YEAR            PIC 9(4) VALUE 0.
       01  WS-DUE-MONTH           PIC 9(2) VALUE 0.
       01  WS-DUE-TOTAL-MONTHS    PIC 9(6) VALUE 0.
       01  WS-DUE-NEW-YEAR        PIC 9(4) VALUE 0.
       01  WS-DUE-NEW-MONTH       PIC 9(2) VALUE 0.
       01  WS-NEXT-DUE-DATE       PIC 9(8) VALUE 0.
      *>   GL journal staging.
       01  WS-GL-ACCT             PIC 9(4) VALUE 0.
       01  WS-GL-DEBIT            PIC S9(12)V99 VALUE 0.
       01  WS-GL-CREDIT           PIC S9(12)V99 VALUE 0.
       01  WS-CHART-HAS-ACCT      PIC X(1) VALUE 'N'.
       01  WS-GL-CHECKED          PIC X(1) VALUE 'N'.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
      *>   TRANS-ID sequence — "LC" + YYMMDD + 4 digits, continued
      *>   past the highest already on the ledger for the day.
       01  WS-TX-SEQ              PIC 9(5) VALUE 0.
       01  WS-TX-ID-PREFIX        PIC X(8) VALUE SPACES.
       01  WS-RPT-BAL             PIC -(8)9.99.
       01  WS-RPT-MIN             PIC -(6)9.99.
       01  WS-RPT-LIMIT           PIC -(8)9.99.
       COPY "ACCTIO.cpy".
      *>   ACCOUNTS.DAT update-token working fields — see
      *>   ACCTVERS.cpy and NOTE-ACCT-VERSION/GUARD-ACCT-VERSION.
       COPY "VERSWORK.cpy".
      *>   Correspondence queue working fields — see CORRREC.cpy
      *>   and QUEUE-CORRESPONDENCE.
       COPY "CORRWORK.cpy".
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".
      *>   Ledger chain working fields — same machinery as
      *>   TRANSACT.cob/INTEREST.cob.
       01  WS-CHAIN-RESOLVED      PIC X(1) VALUE 'N'.
       01  WS-CHAIN-HOLD-REC      PIC X(126) VALUE SPACES.
       01  WS-CHAIN-PREV-SEQ      PIC 9(9) VALUE 0.
       01  WS-CHAIN-PREV-VAL      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-ARG1
                    WS-IN-ARG2
                    WS-IN-LIMIT-STR
                    WS-IN-RATE-STR
                    WS-IN-OD-FLAG
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           MOVE WS-IN-ARG1 TO WS-IN-LOC-ID
           COMPUTE WS-CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           STRING "LC" WS-CURRENT-DATE(3:6)
               DELIMITED BY SIZE INTO WS-TX-ID-PREFIX
           END-STRING

           PERFORM LOAD-LOC-MASTER
           EVALUATE WS-OPERATION
               WHEN "OPEN"
      *>           Extending credit is a supervisor action — same
      *>           bar as LOANMST.cob's CREATE.
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                   ELSE
                       PERFORM OPEN-LINE
                   END-IF
               WHEN "DRAW"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                   ELSE
                       PERFORM DRAW-ON-LINE
                   END-IF
               WHEN "PAY"
                   PERFORM PAY-ON-LINE
               WHEN "ODCOVER"
                   PERFORM OVERDRAFT-COVER-RUN
               WHEN "ACCRUE"
                   PERFORM ACCRUE-RUN
               WHEN "STATEMENT"
                   PERFORM STATEMENT-RUN
               WHEN "READ"
                   PERFORM FIND-LINE
                   IF WS-LC-FOUND-IDX = 0
                       DISPLAY "RESULT|03"
                   ELSE
                       PERFORM DISPLAY-ONE-LINE
                       DISPLAY "RESULT|00"
                   END-IF
               WHEN "LIST"
                   PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                       UNTIL WS-LC-IDX > WS-LC-COUNT
                       MOVE WS-LC-LINE(WS-LC-IDX) TO LOC-MASTER-RECORD
                       PERFORM DISPLAY-ONE-LINE
                   END-PERFORM
                   DISPLAY "RESULT|00"
               WHEN OTHER
                   DISPLAY "RESULT|99"
           END-EVALUATE
           STOP RUN.

       SIGN-ON-OPERATOR.
           ACCEPT WS-IN-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
           ACCEPT WS-IN-OPER-PIN FROM ENVIRONMENT "BANK_OPERATOR_PIN"
           PERFORM AUTHENTICATE-OPERATOR.

      *> -------------------------------------------------------
      *> OPEN-LINE: Validate the linked deposit account, issue the
      *> next LOC-ID and append the master. Nothing is advanced at
      *> opening — the first draw moves the money. Interest is
      *> accrued from the end of the opening day, and the first
      *> statement cuts on the first of next month.
      *> -------------------------------------------------------
       OPEN-LINE.
           MOVE 0 TO WS-LIMIT WS-RATE
           IF WS-IN-LIMIT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-LIMIT-STR) TO WS-LIMIT
           END-IF
           IF WS-IN-RATE-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-RATE-STR) TO WS-RATE
           END-IF
           IF WS-LIMIT NOT > 0 OR WS-IN-ARG1 = SPACES
               DISPLAY "ERROR|BAD-LINE-TERMS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-LC-COUNT >= 200
               DISPLAY "ERROR|TABLE-FULL|LOCMAST"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           PERFORM LOAD-ALL-ACCOUNTS
           MOVE WS-IN-ARG2(1:10) TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) NOT = 'A'
               DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
               STOP RUN
           END-IF

           PERFORM ISSUE-LOC-ID
           MOVE WS-CURRENT-DATE TO WS-NEXT-DUE-DATE
           PERFORM ADVANCE-DUE-ONE-MONTH

           MOVE SPACES TO LOC-MASTER-RECORD
           MOVE WS-NEW-LOC-ID TO LOC-ID
           MOVE WS-IN-ARG1 TO LOC-CUST-ID
           MOVE WS-IN-ARG2(1:10) TO LOC-DEPOSIT-ACCT
           MOVE WS-LIMIT TO LOC-CREDIT-LIMIT
           MOVE 0 TO LOC-BALANCE
           MOVE WS-RATE TO LOC-ANNUAL-RATE
           MOVE 0 TO LOC-ACCRUED-INT
           COMPUTE LOC-LAST-ACCRUAL = FUNCTION DATE-OF-INTEGER(
               WS-CURRENT-DATE-INT - 1)
           MOVE WS-NEXT-DUE-DATE TO LOC-NEXT-STMT
           MOVE 0 TO LOC-STMT-BAL
           MOVE 0 TO LOC-MIN-DUE
           MOVE 0 TO LOC-PAY-DUE
           MOVE 0 TO LOC-PAID-CYCLE
           MOVE 0 TO LOC-PAST-DUE-AMT
           IF FUNCTION TRIM(WS-IN-OD-FLAG) = "OD"
               MOVE 'Y' TO LOC-OD-COVER
           ELSE
               MOVE 'N' TO LOC-OD-COVER
           END-IF
           MOVE WS-CURRENT-DATE TO LOC-OPEN-DATE
           MOVE 'A' TO LOC-STATUS
           ADD 1 TO WS-LC-COUNT
           MOVE LOC-MASTER-RECORD TO WS-LC-LINE(WS-LC-COUNT)
           PERFORM SAVE-LOC-MASTER
           PERFORM ENSURE-LOC-GL-ACCOUNTS

           DISPLAY "LOC-OPENED|" LOC-ID "|" LOC-DEPOSIT-ACCT "|"
               LOC-CREDIT-LIMIT "|" LOC-ANNUAL-RATE "|"
               LOC-NEXT-STMT
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> ISSUE-LOC-ID: "LC" + the next 7-digit sequence past the
      *> highest already on file — same continue-past-the-max
      *> seeding as LOANMST.cob's ISSUE-LOAN-ID.
      *> -------------------------------------------------------
       ISSUE-LOC-ID.
           MOVE 0 TO WS-LOC-SEQ
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
               MOVE WS-LC-LINE(WS-LC-IDX) TO LOC-MASTER-RECORD
               IF LOC-ID(1:2) = "LC" AND LOC-ID(3:7) IS NUMERIC
                   IF FUNCTION NUMVAL(LOC-ID(3:7)) > WS-LOC-SEQ
                       COMPUTE WS-LOC-SEQ =
                           FUNCTION NUMVAL(LOC-ID(3:7))
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-LOC-SEQ
           MOVE SPACES TO WS-NEW-LOC-ID
           STRING "LC" WS-LOC-SEQ
               DELIMITED BY SIZE INTO WS-NEW-LOC-ID
           END-STRING.

      *> -------------------------------------------------------
      *> DRAW-ON-LINE: Advance funds into the linked deposit
      *> account, within available credit.
      *> -------------------------------------------------------
       DRAW-ON-LINE.
           PERFORM LOCATE-ACTIVE-LINE
           PERFORM PARSE-AMOUNT
           IF LOC-PAST-DUE-AMT > 0
               DISPLAY "ERROR|LINE-PAST-DUE|" LOC-PAST-DUE-AMT
               DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
               STOP RUN
           END-IF
           COMPUTE WS-AVAIL-CREDIT = LOC-CREDIT-LIMIT - LOC-BALANCE
           IF WS-AMOUNT > WS-AVAIL-CREDIT
               DISPLAY "ERROR|OVER-AVAILABLE-CREDIT|" WS-AVAIL-CREDIT
               DISPLAY "RESULT|" RC-LIMIT-EXCEEDED
               STOP RUN
           END-IF
           PERFORM LOAD-ALL-ACCOUNTS
           MOVE LOC-DEPOSIT-ACCT TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) NOT = 'A'
               DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
               STOP RUN
           END-IF
           PERFORM ADVANCE-TO-DEPOSIT
           PERFORM SAVE-ALL-ACCOUNTS
           MOVE LOC-MASTER-RECORD TO WS-LC-LINE(WS-LC-FOUND-IDX)
           PERFORM SAVE-LOC-MASTER
           COMPUTE WS-AVAIL-CREDIT = LOC-CREDIT-LIMIT - LOC-BALANCE
           DISPLAY "LOC-DRAW|" LOC-ID "|" WS-AMOUNT "|" LOC-BALANCE
               "|" WS-AVAIL-CREDIT
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> ADVANCE-TO-DEPOSIT: Move WS-AMOUNT from the line in
      *> LOC-MASTER-RECORD into the deposit account at WS-FOUND-IDX
      *> — balance, ledger posting, GL pair. Shared by DRAW and the
      *> overdraft cover; the caller saves the masters.
      *> -------------------------------------------------------
       ADVANCE-TO-DEPOSIT.
           ADD WS-AMOUNT TO LOC-BALANCE
           ADD WS-AMOUNT TO WS-A-BALANCE(WS-FOUND-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           MOVE LOC-DEPOSIT-ACCT TO TRANS-ACCT-ID
           MOVE TX-DEPOSIT TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE SPACES TO TRANS-DESC
           IF WS-OPERATION = "ODCOVER"
               STRING "LINE OVERDRAFT ADVANCE " LOC-ID
                   DELIMITED BY SIZE INTO TRANS-DESC
               END-STRING
           ELSE
               STRING "LINE OF CREDIT ADVANCE " LOC-ID
                   DELIMITED BY SIZE INTO TRANS-DESC
               END-STRING
           END-IF
           PERFORM POST-LOC-TRANSACTION
      *>   GL pair: the bank now holds a receivable and owes the
      *>   borrower the funds in their deposit account.
           PERFORM ENSURE-LOC-GL-ACCOUNTS
           MOVE 1220 TO WS-GL-ACCT
           MOVE WS-AMOUNT TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE
           MOVE 2010 TO WS-GL-ACCT
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-AMOUNT TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE.

      *> -------------------------------------------------------
      *> PAY-ON-LINE: A payment from the linked deposit account.
      *> Interest is already in the balance (capitalized at the
      *> statement), so the whole payment reduces LOC-BALANCE and
      *> restores that much available credit. Past-due minimums
      *> are made up first; a payment over the balance is trimmed
      *> and the trim reported, never held as a credit balance.
      *> -------------------------------------------------------
       PAY-ON-LINE.
           PERFORM LOCATE-ACTIVE-LINE
           PERFORM PARSE-AMOUNT
           IF LOC-BALANCE NOT > 0
               DISPLAY "ERROR|NOTHING-OWED|" LOC-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-AMOUNT > LOC-BALANCE
               MOVE LOC-BALANCE TO WS-AMOUNT
               DISPLAY "NOTE|PAYMENT-TRIMMED-TO-BALANCE|" WS-AMOUNT
           END-IF
      *>   Funds come out of the borrower's deposit account — the
      *>   same available-balance rule every debit path applies.
           PERFORM LOAD-ALL-ACCOUNTS
           MOVE LOC-DEPOSIT-ACCT TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           COMPUTE WS-AVAILABLE =
               WS-A-BALANCE(WS-FOUND-IDX) - WS-A-HOLD(WS-FOUND-IDX)
           IF WS-AVAILABLE < WS-AMOUNT
               DISPLAY "RESULT|" RC-NSF
               STOP RUN
           END-IF
           SUBTRACT WS-AMOUNT FROM WS-A-BALANCE(WS-FOUND-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           PERFORM SAVE-ALL-ACCOUNTS

           MOVE LOC-DEPOSIT-ACCT TO TRANS-ACCT-ID
           MOVE TX-WITHDRAW TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE SPACES TO TRANS-DESC
           STRING "LINE OF CREDIT PAYMENT " LOC-ID
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
           PERFORM POST-LOC-TRANSACTION
           MOVE 2010 TO WS-GL-ACCT
           MOVE WS-AMOUNT TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE
           MOVE 1220 TO WS-GL-ACCT
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-AMOUNT TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE

           SUBTRACT WS-AMOUNT FROM LOC-BALANCE
           ADD WS-AMOUNT TO LOC-PAID-CYCLE
           SUBTRACT WS-AMOUNT FROM LOC-PAST-DUE-AMT
           IF LOC-PAST-DUE-AMT < 0
               MOVE 0 TO LOC-PAST-DUE-AMT
           END-IF
           MOVE LOC-MASTER-RECORD TO WS-LC-LINE(WS-LC-FOUND-IDX)
           PERFORM SAVE-LOC-MASTER
           COMPUTE WS-AVAIL-CREDIT = LOC-CREDIT-LIMIT - LOC-BALANCE
           DISPLAY "LOC-PAID|" LOC-ID "|" WS-AMOUNT "|" LOC-BALANCE
               "|" WS-AVAIL-CREDIT
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> OVERDRAFT-COVER-RUN: Nightly, ahead of ACCRUE. Every
      *> active line with overdraft cover and nothing past due
      *> advances enough to bring its overdrawn linked account
      *> back to zero — or as much as the available credit
      *> allows. Runs before ODCOLL.cob ages the overdrafts, so a
      *> covered account never enters collections.
      *> -------------------------------------------------------
       OVERDRAFT-COVER-RUN.
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
               MOVE WS-LC-LINE(WS-LC-IDX) TO LOC-MASTER-RECORD
               IF LOC-ACTIVE AND LOC-AUTO-OD-COVER
                   AND LOC-PAST-DUE-AMT NOT > 0
                   PERFORM COVER-ONE-OVERDRAFT
               END-IF
           END-PERFORM
           IF WS-ACCTS-DIRTY = 'Y'
               PERFORM SAVE-ALL-ACCOUNTS
               PERFORM SAVE-LOC-MASTER
           END-IF
           DISPLAY "LOC-SUMMARY|" WS-BATCH-COUNT "|" WS-BATCH-TOTAL
           DISPLAY "RESULT|00".

       COVER-ONE-OVERDRAFT.
           MOVE LOC-DEPOSIT-ACCT TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-A-BALANCE(WS-FOUND-IDX) NOT < 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVAIL-CREDIT = LOC-CREDIT-LIMIT - LOC-BALANCE
           IF WS-AVAIL-CREDIT NOT > 0
               DISPLAY "LOC-OD-COVER|" LOC-ID "|" LOC-DEPOSIT-ACCT
                   "|NO-CREDIT-AVAILABLE"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT = 0 - WS-A-BALANCE(WS-FOUND-IDX)
           IF WS-AMOUNT > WS-AVAIL-CREDIT
               MOVE WS-AVAIL-CREDIT TO WS-AMOUNT
           END-IF
           PERFORM ADVANCE-TO-DEPOSIT
           MOVE LOC-MASTER-RECORD TO WS-LC-LINE(WS-LC-IDX)
           MOVE 'Y' TO WS-ACCTS-DIRTY
           ADD 1 TO WS-BATCH-COUNT
           ADD WS-AMOUNT TO WS-BATCH-TOTAL
           DISPLAY "LOC-OD-COVER|" LOC-ID "|" LOC-DEPOSIT-ACCT "|"
               WS-AMOUNT "|" WS-A-BALANCE(WS-FOUND-IDX).

      *> -------------------------------------------------------
      *> ACCRUE-RUN: Daily interest on each line's end-of-day
      *> balance — balance x rate / 365 for every day since the
      *> line was last accrued, so a missed night catches up and a
      *> second run the same day adds nothing.
      *> -------------------------------------------------------
       ACCRUE-RUN.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
               MOVE WS-LC-LINE(WS-LC-IDX) TO LOC-MASTER-RECORD
               IF LOC-ACTIVE AND LOC-LAST-ACCRUAL < WS-CURRENT-DATE
                   PERFORM ACCRUE-ONE-LINE
                   MOVE LOC-MASTER-RECORD TO WS-LC-LINE(WS-LC-IDX)
               END-IF
           END-PERFORM
           PERFORM SAVE-LOC-MASTER
           DISPLAY "LOC-SUMMARY|" WS-BATCH-COUNT "|" WS-BATCH-TOTAL
           DISPLAY "RESULT|00".

       ACCRUE-ONE-LINE.
           COMPUTE WS-ACCRUAL-DAYS = WS-CURRENT-DATE-INT
               - FUNCTION INTEGER-OF-DATE(LOC-LAST-ACCRUAL)
           MOVE WS-CURRENT-DATE TO LOC-LAST-ACCRUAL
           IF LOC-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-INTEREST ROUNDED =
               LOC-BALANCE * LOC-ANNUAL-RATE * WS-ACCRUAL-DAYS / 365
           ADD WS-DAY-INTEREST TO LOC-ACCRUED-INT
           ADD 1 TO WS-BATCH-COUNT
           ADD WS-DAY-INTEREST TO WS-BATCH-TOTAL
           DISPLAY "LOC-ACCRUED|" LOC-ID "|" WS-ACCRUAL-DAYS "|"
               WS-DAY-INTEREST "|" LOC-ACCRUED-INT.

      *> -------------------------------------------------------
      *> STATEMENT-RUN: Cycle every active line whose statement
      *> date has arrived. Run after ACCRUE so the month's last
      *> day of interest is in.
      *> -------------------------------------------------------
       STATEMENT-RUN.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
               MOVE WS-LC-LINE(WS-LC-IDX) TO LOC-MASTER-RECORD
               IF LOC-ACTIVE AND LOC-NEXT-STMT <= WS-CURRENT-DATE
                   PERFORM STATEMENT-ONE-LINE
                   MOVE LOC-MASTER-RECORD TO WS-LC-LINE(WS-LC-IDX)
               END-IF
           END-PERFORM
           PERFORM SAVE-LOC-MASTER
           DISPLAY "LOC-SUMMARY|" WS-BATCH-COUNT "|" WS-BATCH-TOTAL
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> STATEMENT-ONE-LINE:
      *>   1. a last minimum not met by payments this cycle rolls
      *>      into the past-due amount;
      *>   2. the month's accrued interest is capitalized into the
      *>      balance and journaled as income;
      *>   3. the new minimum is set, due in WS-PAY-GRACE-DAYS;
      *>   4. the statement line is written and the statement
      *>      notice queued ('LS') for CORRGEN.cob.
      *> -------------------------------------------------------
       STATEMENT-ONE-LINE.
           IF LOC-PAY-DUE NOT = 0
               COMPUTE WS-SHORTFALL = LOC-MIN-DUE - LOC-PAID-CYCLE
                   - LOC-PAST-DUE-AMT
               IF WS-SHORTFALL > 0
                   ADD WS-SHORTFALL TO LOC-PAST-DUE-AMT
               END-IF
           END-IF
           IF LOC-PAST-DUE-AMT > LOC-BALANCE
               MOVE LOC-BALANCE TO LOC-PAST-DUE-AMT
           END-IF

           COMPUTE WS-CAP-INTEREST ROUNDED = LOC-ACCRUED-INT
           MOVE 0 TO LOC-ACCRUED-INT
           IF WS-CAP-INTEREST > 0
               ADD WS-CAP-INTEREST TO LOC-BALANCE
               PERFORM ENSURE-LOC-GL-ACCOUNTS
               MOVE 1220 TO WS-GL-ACCT
               MOVE WS-CAP-INTEREST TO WS-GL-DEBIT
               MOVE 0 TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
               MOVE 4110 TO WS-GL-ACCT
               MOVE 0 TO WS-GL-DEBIT
               MOVE WS-CAP-INTEREST TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
           END-IF

           MOVE LOC-BALANCE TO LOC-STMT-BAL
           IF LOC-BALANCE NOT > 0
               MOVE 0 TO WS-MIN-DUE
           ELSE
               COMPUTE WS-MIN-DUE ROUNDED =
                   LOC-BALANCE * WS-MIN-PAY-PCT
               IF WS-MIN-DUE < WS-MIN-PAY-FLOOR
                   MOVE WS-MIN-PAY-FLOOR TO WS-MIN-DUE
               END-IF
               ADD LOC-PAST-DUE-AMT TO WS-MIN-DUE
               IF WS-MIN-DUE > LOC-BALANCE
                   MOVE LOC-BALANCE TO WS-MIN-DUE
               END-IF
           END-IF
           MOVE WS-MIN-DUE TO LOC-MIN-DUE
           COMPUTE LOC-PAY-DUE = FUNCTION DATE-OF-INTEGER(
               WS-CURRENT-DATE-INT + WS-PAY-GRACE-DAYS)
           MOVE 0 TO LOC-PAID-CYCLE
           MOVE LOC-NEXT-STMT TO WS-NEXT-DUE-DATE
           PERFORM ADVANCE-DUE-ONE-MONTH
      *>   A line idle past more than one cycle catches up to the
      *>   next future statement date rather than cutting several.
           IF WS-NEXT-DUE-DATE <= WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE TO WS-NEXT-DUE-DATE
               PERFORM ADVANCE-DUE-ONE-MONTH
           END-IF
           MOVE WS-NEXT-DUE-DATE TO LOC-NEXT-STMT
           ADD 1 TO WS-BATCH-COUNT
           ADD WS-CAP-INTEREST TO WS-BATCH-TOTAL

           COMPUTE WS-AVAIL-CREDIT = LOC-CREDIT-LIMIT - LOC-BALANCE
           MOVE LOC-STMT-BAL TO WS-RPT-BAL
           MOVE LOC-MIN-DUE TO WS-RPT-MIN
           MOVE WS-AVAIL-CREDIT TO WS-RPT-LIMIT
           MOVE SPACES TO STMT-RECORD
           STRING LOC-ID "|" LOC-CUST-ID "|" WS-CURRENT-DATE "|"
               FUNCTION TRIM(WS-RPT-BAL) "|"
               FUNCTION TRIM(WS-RPT-MIN) "|" LOC-PAY-DUE "|"
               FUNCTION TRIM(WS-RPT-LIMIT)
               DELIMITED BY SIZE INTO STMT-RECORD
           END-STRING
           OPEN EXTEND STMT-FILE
           IF WS-ST-STATUS NOT = '00'
               OPEN OUTPUT STMT-FILE
           END-IF
           IF WS-ST-STATUS = '00'
               WRITE STMT-RECORD
               CLOSE STMT-FILE
           ELSE
               DISPLAY "ERROR|FILE-OPEN|" WS-ST-STATUS
           END-IF
           DISPLAY "LOC-STMT|" LOC-ID "|" LOC-STMT-BAL "|"
               WS-CAP-INTEREST "|" LOC-MIN-DUE "|" LOC-PAY-DUE "|"
               LOC-PAST-DUE-AMT

           IF LOC-MIN-DUE > 0
               MOVE 'LS' TO WS-CORR-TYPE
               MOVE LOC-DEPOSIT-ACCT TO WS-CORR-ACCT
               MOVE LOC-MIN-DUE TO WS-CORR-AMOUNT
               MOVE SPACES TO WS-CORR-DETAIL
               STRING "LINE " LOC-ID " MIN DUE BY " LOC-PAY-DUE
                   DELIMITED BY SIZE INTO WS-CORR-DETAIL
               END-STRING
               PERFORM QUEUE-CORRESPONDENCE
           END-IF.

       LOCATE-ACTIVE-LINE.
           PERFORM FIND-LINE
           IF WS-LC-FOUND-IDX = 0
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF NOT LOC-ACTIVE
               DISPLAY "ERROR|LINE-NOT-ACTIVE|" LOC-ID
               DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
               STOP RUN
           END-IF.

       PARSE-AMOUNT.
           MOVE 0 TO WS-AMOUNT
           IF WS-IN-ARG2 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-ARG2) TO WS-AMOUNT
           END-IF
           IF WS-AMOUNT NOT > 0
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF.

       FIND-LINE.
           MOVE 0 TO WS-LC-FOUND-IDX
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
               MOVE WS-LC-LINE(WS-LC-IDX) TO LOC-MASTER-RECORD
               IF LOC-ID = WS-IN-LOC-ID
                   MOVE WS-LC-IDX TO WS-LC-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       DISPLAY-ONE-LINE.
           COMPUTE WS-AVAIL-CREDIT = LOC-CREDIT-LIMIT - LOC-BALANCE
           DISPLAY "LOC|" LOC-ID "|" LOC-CUST-ID "|"
               LOC-DEPOSIT-ACCT "|" LOC-CREDIT-LIMIT "|"
               LOC-BALANCE "|" WS-AVAIL-CREDIT "|"
               LOC-ANNUAL-RATE "|" LOC-MIN-DUE "|" LOC-PAY-DUE "|"
               LOC-PAST-DUE-AMT "|" LOC-OD-COVER "|" LOC-STATUS.

       ADVANCE-DUE-ONE-MONTH.
           MOVE WS-NEXT-DUE-DATE(1:4) TO WS-DUE-YEAR
           MOVE WS-NEXT-DUE-DATE(5:2) TO WS-DUE-MONTH
           COMPUTE WS-DUE-TOTAL-MONTHS =
               WS-DUE-YEAR * 12 + WS-DUE-MONTH
           COMPUTE WS-DUE-NEW-YEAR = WS-DUE-TOTAL-MONTHS / 12
           COMPUTE WS-DUE-NEW-MONTH =
               FUNCTION MOD(WS-DUE-TOTAL-MONTHS, 12) + 1
           STRING WS-DUE-NEW-YEAR WS-DUE-NEW-MONTH "01"
               DELIMITED BY SIZE INTO WS-NEXT-DUE-DATE
           END-STRING.

       LOAD-LOC-MASTER.
           MOVE 0 TO WS-LC-COUNT
           OPEN INPUT LOC-FILE
           IF WS-LC-STATUS NOT = '00'
      *>       No lines booked yet — every pass completes empty.
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LOC-FILE
                   AT END
                       CLOSE LOC-FILE
                       EXIT PERFORM
               END-READ
               IF WS-LC-COUNT < 200
                   ADD 1 TO WS-LC-COUNT
                   MOVE LOC-MASTER-RECORD TO WS-LC-LINE(WS-LC-COUNT)
               END-IF
           END-PERFORM.

       SAVE-LOC-MASTER.
           OPEN OUTPUT LOC-FILE
           IF WS-LC-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-LC-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
               MOVE WS-LC-LINE(WS-LC-IDX) TO LOC-MASTER-RECORD
               WRITE LOC-MASTER-RECORD
           END-PERFORM
           CLOSE LOC-FILE.

      *> -------------------------------------------------------
      *> POST-LOC-TRANSACTION: Append one draw or payment to the
      *> ledger with the chain fields every core writer stamps.
      *> The chain-tip scan also picks up the day's highest "LC"
      *> TRANS-ID so a second run the same day continues the
      *> sequence instead of reissuing it.
      *> -------------------------------------------------------
       POST-LOC-TRANSACTION.
           IF WS-CHAIN-RESOLVED = 'N'
               PERFORM RESOLVE-CHAIN-TIP
           END-IF
           ADD 1 TO WS-TX-SEQ
           MOVE SPACES TO TRANS-ID
           STRING WS-TX-ID-PREFIX WS-TX-SEQ(2:4)
               DELIMITED BY SIZE INTO TRANS-ID
           END-STRING
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE RC-SUCCESS TO TRANS-STATUS
           MOVE 'LN' TO TRANS-CHANNEL
           MOVE SPACES TO TRANS-BRANCH
           MOVE "LOCLINE" TO TRANS-BATCH-ID
           PERFORM STAMP-CHAIN-FIELDS
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               OPEN OUTPUT TRANSACT-FILE
               IF WS-TX-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE.

      *> -------------------------------------------------------
      *> WRITE-GL-LINE: One GLJRNL.DAT line for the staged
      *> account/debit/credit — same shape as LOANMST.cob's.
      *> -------------------------------------------------------
       WRITE-GL-LINE.
           OPEN EXTEND GLJRNL-FILE
           IF WS-GJ-STATUS NOT = '00'
               OPEN OUTPUT GLJRNL-FILE
               IF WS-GJ-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-GJ-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-CURRENT-DATE TO GLJ-DATE
           MOVE WS-GL-ACCT TO GLJ-GL-ACCT
           MOVE WS-GL-DEBIT TO GLJ-DEBIT
           MOVE WS-GL-CREDIT TO GLJ-CREDIT
           MOVE "LOCLINE" TO GLJ-SOURCE
           MOVE SPACES TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD
           CLOSE GLJRNL-FILE.

      *> -------------------------------------------------------
      *> ENSURE-LOC-GL-ACCOUNTS: A chart written before this
      *> product has no 1220 row — append it so GLPOST.cob never
      *> rejects a line-of-credit journal line as off-chart. Done
      *> once per run.
      *> -------------------------------------------------------
       ENSURE-LOC-GL-ACCOUNTS.
           IF WS-GL-CHECKED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-GL-CHECKED
           MOVE 1220 TO WS-GL-ACCT
           PERFORM CHECK-CHART-ACCT
           IF WS-CHART-HAS-ACCT = 'N'
               MOVE 1220 TO GLC-ACCT
               MOVE "LINES OF CREDIT RECEIVABLE" TO GLC-NAME
               MOVE 'A' TO GLC-TYPE
               MOVE 0 TO GLC-BALANCE
               PERFORM APPEND-CHART-ACCT
           END-IF
           MOVE 4110 TO WS-GL-ACCT
           PERFORM CHECK-CHART-ACCT
           IF WS-CHART-HAS-ACCT = 'N'
               MOVE 4110 TO GLC-ACCT
               MOVE "LOAN INTEREST INCOME" TO GLC-NAME
               MOVE 'I' TO GLC-TYPE
               MOVE 0 TO GLC-BALANCE
               PERFORM APPEND-CHART-ACCT
           END-IF.

       CHECK-CHART-ACCT.
           MOVE 'N' TO WS-CHART-HAS-ACCT
           OPEN INPUT CHART-FILE
           IF WS-CH-STATUS NOT = '00'
      *>       No chart on this node yet — GLPOST.cob's first run
      *>       seeds the full standard chart (1220 included).
               MOVE 'Y' TO WS-CHART-HAS-ACCT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CHART-FILE
                   AT END
                       CLOSE CHART-FILE
                       EXIT PERFORM
               END-READ
               IF GLC-ACCT = WS-GL-ACCT
                   MOVE 'Y' TO WS-CHART-HAS-ACCT
               END-IF
           END-PERFORM.

       APPEND-CHART-ACCT.
           OPEN EXTEND CHART-FILE
           IF WS-CH-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CH-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE GL-CHART-RECORD
           CLOSE CHART-FILE.

      *> -------------------------------------------------------
      *> QUEUE-CORRESPONDENCE / SEED-CORR-ID: Same common-queue
      *> append every notice writer carries — see CORRREC.cpy/
      *> CORRWORK.cpy and CORRGEN.cob.
      *> -------------------------------------------------------
       QUEUE-CORRESPONDENCE.
           IF WS-CORR-SEEDED = 'N'
               PERFORM SEED-CORR-ID
           END-IF
           ADD 1 TO WS-CORR-SEQ
           OPEN EXTEND CORRQ-FILE
           IF WS-CORR-STATUS NOT = '00'
               OPEN OUTPUT CORRQ-FILE
               IF WS-CORR-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CORR-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-CORR-SEQ TO CORR-ID
           MOVE WS-CORR-TYPE TO CORR-TYPE
           MOVE WS-CORR-ACCT TO CORR-ACCT-ID
           MOVE SPACES TO CORR-CUST-ID
           MOVE WS-CURRENT-DATE TO CORR-QUEUED-DATE
           MOVE WS-CORR-AMOUNT TO CORR-AMOUNT
           MOVE WS-CORR-DETAIL TO CORR-DETAIL
           MOVE 'Q' TO CORR-STATUS
           MOVE 0 TO CORR-PRINT-DATE
           MOVE 0 TO CORR-MAIL-DATE
           WRITE CORRESPONDENCE-RECORD
           CLOSE CORRQ-FILE.

       SEED-CORR-ID.
           MOVE 'Y' TO WS-CORR-SEEDED
           MOVE 0 TO WS-CORR-SEQ
           OPEN INPUT CORRQ-FILE
           IF WS-CORR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CORRQ-FILE
                   AT END
                       CLOSE CORRQ-FILE
                       EXIT PERFORM
               END-READ
               IF CORR-ID > WS-CORR-SEQ
                   MOVE CORR-ID TO WS-CORR-SEQ
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

       LOAD-ALL-ACCOUNTS.
           PERFORM NOTE-ACCT-VERSION
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
           END-PERFORM.

      *> -------------------------------------------------------
      *> SAVE-ALL-ACCOUNTS: Rewrite ACCOUNTS.DAT from the
      *> in-memory table — same paragraph name and shape as
      *> TRANSACT.cob, per ACCTIO.cpy's convention note.
      *> -------------------------------------------------------
       SAVE-ALL-ACCOUNTS.
           PERFORM GUARD-ACCT-VERSION
           OPEN OUTPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               MOVE WS-A-ID(WS-ACCT-IDX) TO ACCT-ID
               MOVE WS-A-NAME(WS-ACCT-IDX) TO ACCT-NAME
               MOVE WS-A-TYPE(WS-ACCT-IDX) TO ACCT-TYPE
               MOVE WS-A-BALANCE(WS-ACCT-IDX) TO ACCT-BALANCE
               MOVE WS-A-STATUS(WS-ACCT-IDX) TO ACCT-STATUS
               MOVE WS-A-OPEN(WS-ACCT-IDX) TO ACCT-OPEN-DATE
               MOVE WS-A-ACTIVITY(WS-ACCT-IDX) TO ACCT-LAST-ACTIVITY
               MOVE WS-A-OWNER2(WS-ACCT-IDX) TO ACCT-OWNER2
               MOVE WS-A-OWNER3(WS-ACCT-IDX) TO ACCT-OWNER3
               MOVE WS-A-DORMANT(WS-ACCT-IDX) TO ACCT-DORMANT-FLAG
               MOVE WS-A-CD-TERM(WS-ACCT-IDX) TO ACCT-CD-TERM-MONTHS
               MOVE WS-A-MATURITY(WS-ACCT-IDX) TO ACCT-MATURITY-DATE
               MOVE WS-A-LINKED(WS-ACCT-IDX) TO ACCT-LINKED-ACCT
               MOVE WS-A-HOLD(WS-ACCT-IDX) TO ACCT-HOLD-AMOUNT
               MOVE WS-A-CURRENCY(WS-ACCT-IDX) TO ACCT-CURRENCY
               MOVE WS-A-BRANCH(WS-ACCT-IDX) TO ACCT-BRANCH
               WRITE ACCOUNT-RECORD
           END-PERFORM
           CLOSE ACCOUNTS-FILE.

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
      *> RESOLVE-CHAIN-TIP / STAMP-CHAIN-FIELDS: Same ledger-chain
      *> machinery as TRANSACT.cob/INTEREST.cob.
      *> -------------------------------------------------------
       RESOLVE-CHAIN-TIP.
           MOVE 0 TO WS-CHAIN-PREV-SEQ
           MOVE 0 TO WS-CHAIN-PREV-VAL
           MOVE 'Y' TO WS-CHAIN-RESOLVED
           MOVE TRANSACTION-RECORD TO WS-CHAIN-HOLD-REC
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               MOVE WS-CHAIN-HOLD-REC TO TRANSACTION-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       CLOSE TRANSACT-FILE
                       EXIT PERFORM
               END-READ
               IF TRANS-SEQ-NO > WS-CHAIN-PREV-SEQ
                   MOVE TRANS-SEQ-NO TO WS-CHAIN-PREV-SEQ
                   MOVE TRANS-CHAIN-VAL TO WS-CHAIN-PREV-VAL
               END-IF
               IF TRANS-ID(1:8) = WS-TX-ID-PREFIX
                   AND TRANS-ID(9:4) IS NUMERIC
                   IF FUNCTION NUMVAL(TRANS-ID(9:4)) > WS-TX-SEQ
                       COMPUTE WS-TX-SEQ =
                           FUNCTION NUMVAL(TRANS-ID(9:4))
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CHAIN-HOLD-REC TO TRANSACTION-RECORD.

       STAMP-CHAIN-FIELDS.
           IF WS-CHAIN-RESOLVED = 'N'
               PERFORM RESOLVE-CHAIN-TIP
           END-IF
           COMPUTE TRANS-SEQ-NO = WS-CHAIN-PREV-SEQ + 1
           COMPUTE TRANS-CHAIN-VAL =
               FUNCTION MOD(WS-CHAIN-PREV-VAL * 31
                   + TRANS-SEQ-NO + TRANS-DATE + TRANS-TIME
                   + FUNCTION ABS(TRANS-AMOUNT) * 100,
                   1000000000)
           MOVE TRANS-SEQ-NO TO WS-CHAIN-PREV-SEQ
           MOVE TRANS-CHAIN-VAL TO WS-CHAIN-PREV-VAL.

      *> -------------------------------------------------------
      *> NOTE-ACCT-VERSION / GUARD-ACCT-VERSION / READ-ACCT-VERSION:
      *> ACCOUNTS.DAT update interlock — see ACCTVERS.cpy.
      *> -------------------------------------------------------
       NOTE-ACCT-VERSION.
           PERFORM READ-ACCT-VERSION
           MOVE WS-VERS-CURRENT TO WS-VERS-LOADED.

       GUARD-ACCT-VERSION.
           PERFORM READ-ACCT-VERSION
           IF WS-VERS-CURRENT NOT = WS-VERS-LOADED
               DISPLAY "ACCT-LOCK|CONFLICT|" VERS-PROGRAM "|"
                   WS-VERS-LOADED "|" WS-VERS-CURRENT
               DISPLAY "ACCT-LOCK|RETRY|ACCOUNTS.DAT CHANGED SINCE "
                   "LOAD - NOTHING OVERWRITTEN - RERUN THIS OPERATION"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           ADD 1 TO WS-VERS-CURRENT
           MOVE WS-VERS-CURRENT TO WS-VERS-LOADED
           ACCEPT WS-VERS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-VERS-STAMP-TIME FROM TIME
           OPEN OUTPUT ACCTVERS-FILE
           IF WS-VERS-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-VERS-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-VERS-CURRENT TO VERS-NUMBER
           MOVE WS-VERS-STAMP-DATE TO VERS-DATE
           MOVE WS-VERS-STAMP-TIME TO VERS-TIME
           MOVE "LOCLINE" TO VERS-PROGRAM
           WRITE ACCT-VERSION-RECORD
           CLOSE ACCTVERS-FILE.

       READ-ACCT-VERSION.
           MOVE 0 TO WS-VERS-CURRENT
           MOVE SPACES TO VERS-PROGRAM
           OPEN INPUT ACCTVERS-FILE
           IF WS-VERS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ ACCTVERS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE VERS-NUMBER TO WS-VERS-CURRENT
           END-READ
           CLOSE ACCTVERS-FILE.

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
