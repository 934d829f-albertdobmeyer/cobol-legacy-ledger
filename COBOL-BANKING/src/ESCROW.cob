      *>================================================================*
      *>  Program:     ESCROW.cob
      *>  System:      LEGACY LEDGER — Loan Escrow Servicing
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Property tax and hazard insurance escrow for secured
      *>    installment loans — the lending desk's spreadsheet,
      *>    moved onto the loan subledger. Maintains ESCROW.DAT
      *>    (see ESCREC.cpy): the monthly escrow portion LOANBILL
      *>    .cob bills on top of principal and interest, the
      *>    escrow balance LOANPAY.cob funds from each receipt,
      *>    and up to three payees per loan with the bill amount,
      *>    frequency and next due date.
      *>
      *>    DISBURSE charges each bill falling due within the
      *>    lead window to the borrower's escrow and queues it in
      *>    ESCDISB.DAT; OFFCHECK.cob's ESCROW run then cuts the
      *>    official check from the pooled ESCROW0001 settlement
      *>    account. A bill larger than the escrow balance is paid
      *>    anyway — the balance goes negative as a servicer
      *>    advance — because a lapsed policy or a tax lien costs
      *>    the bank its collateral. (If the pooled account itself
      *>    cannot cover a check, OFFCHECK.cob holds the bill
      *>    queued until servicing funds ESCROW0001.)
      *>
      *>    ANALYZE is the annual escrow analysis: project the
      *>    next twelve months of deposits and bills, hold a
      *>    cushion of one-sixth of the year's disbursements, and
      *>    reset the monthly amount. A projected low point below
      *>    the cushion is a shortage, spread over the next twelve
      *>    payments; a surplus of $50.00 or more on a current
      *>    loan is refunded to the borrower's deposit account, a
      *>    smaller one stays in escrow. The borrower's statement
      *>    queues through CORRQ.DAT (type 'EA').
      *>
      *>  Operations (via command-line argument):
      *>    SETUP loan_id      — open the escrow subledger for an
      *>                         active loan (supervisor)
      *>    PAYEE loan_id slot type amount freq due name
      *>                       — set payee slot 1-3: type T (tax)
      *>                         or I (insurance), bill amount,
      *>                         months between bills, next due
      *>                         YYYYMMDD, payee name (one word,
      *>                         as the check reads); resets the
      *>                         monthly amount (supervisor)
      *>    DISBURSE           — queue bills due within the lead
      *>                         window (batch)
      *>    ANALYZE [loan_id]  — analysis for every escrow whose
      *>                         anniversary has arrived, or for
      *>                         one loan on demand
      *>    CLOSE loan_id      — refund the balance to the deposit
      *>                         account and close (supervisor)
      *>    READ loan_id / LIST
      *>
      *>  Files:
      *>    Input/Output: ESCROW.DAT, ACCOUNTS.DAT (LINE SEQUENTIAL)
      *>    Input:        LOANS.DAT — loan status, deposit account
      *>    Output:       ESCDISB.DAT (appended — bills for
      *>                  OFFCHECK.cob), TRANSACT.DAT (appended —
      *>                  surplus and closing refunds)
      *>    Output:       CORRQ.DAT (appended — analysis statements)
      *>    Input:        OPERATORS.DAT, BUSDATE.DAT
      *>
      *>  Copybooks:
      *>    ESCREC.cpy, ESCDISB.cpy, LOANREC.cpy, ACCTREC.cpy,
      *>    TRANSREC.cpy, CORRREC.cpy, CORRWORK.cpy, BUSDATE.cpy,
      *>    ACCTVERS.cpy, ACCTIO.cpy, VERSWORK.cpy, OPERREC.cpy,
      *>    OPERIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    ESC-SETUP|LOAN-ID|ANALYSIS-DATE
      *>    ESC-PAYEE|LOAN-ID|SLOT|TYPE|NAME|AMOUNT|FREQ|DUE|MONTHLY
      *>    ESC-DISB|LOAN-ID|TYPE|NAME|AMOUNT|DUE|BALANCE
      *>    ESC-ANALYSIS|LOAN-ID|ANNUAL|CUSHION|LOW-POINT|SHORTAGE|
      *>        SURPLUS|OLD-MONTHLY|NEW-MONTHLY
      *>    ESC-REFUND|LOAN-ID|ACCT|AMOUNT
      *>    ESC|LOAN-ID|MONTHLY|BALANCE|DUE|ANALYSIS|STATUS
      *>    ESC-PAYEE-SLOT|LOAN-ID|SLOT|TYPE|NAME|AMOUNT|FREQ|DUE
      *>    ESC-SUMMARY|COUNT|AMOUNT (batch operations)
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|01 — Escrow pool cannot cover the refund
      *>    RESULT|03 — Loan, escrow, or deposit account not found,
      *>                or ESCROW0001 is not open
      *>    RESULT|04 — Loan not active
      *>    RESULT|07 — Operator below supervisor rank
      *>    RESULT|99 — Invalid arguments or file I/O error
      *>
      *>  Dependencies:
      *>    The servicing department opens the ESCROW0001 settlement
      *>    account once (ACCOUNTS.cob CREATE ESCROW0001 ESCROW-
      *>    TRUST C) — LOANPAY.cob deposits escrow receipts into it
      *>    and OFFCHECK.cob pays the bills out of it.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCROW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-FILE
               ASSIGN TO "ESCROW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ES-STATUS.
           SELECT DISB-FILE
               ASSIGN TO "ESCDISB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-STATUS.
           SELECT LOANS-FILE
               ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.
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
       FD  ESCROW-FILE.
       COPY "ESCREC.cpy".
       FD  DISB-FILE.
       COPY "ESCDISB.cpy".
       FD  LOANS-FILE.
       COPY "LOANREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  ACCTVERS-FILE.
       COPY "ACCTVERS.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  CORRQ-FILE.
       COPY "CORRREC.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ES-STATUS           PIC XX VALUE SPACES.
       01  WS-DQ-STATUS           PIC XX VALUE SPACES.
       01  WS-LN-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(120) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-IN-LOAN-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-SLOT             PIC X(2) VALUE SPACES.
       01  WS-IN-TYPE             PIC X(2) VALUE SPACES.
       01  WS-IN-AMT-STR          PIC X(15) VALUE SPACES.
       01  WS-IN-FREQ             PIC X(3) VALUE SPACES.
       01  WS-IN-DUE              PIC X(8) VALUE SPACES.
       01  WS-IN-DUE-NUM          PIC 9(8) VALUE 0.
       01  WS-IN-NAME             PIC X(24) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-CURRENT-DATE-INT    PIC S9(9) VALUE 0.
      *>   Servicing terms
       01  WS-DISB-LEAD-DAYS      PIC 9(3) VALUE 15.
       01  WS-SURPLUS-REFUND-MIN  PIC S9(5)V99 VALUE 50.00.
       01  WS-ESCROW-ACCT         PIC X(10) VALUE "ESCROW0001".
      *>   The escrow subledger staged in memory, updated in place
      *>   and rewritten once — same staging as LOANBILL.cob.
       01  WS-ES-TABLE.
           05  WS-ES-LINE OCCURS 200 TIMES PIC X(200).
       01  WS-ES-COUNT            PIC 9(3) VALUE 0.
       01  WS-ES-IDX              PIC 9(3) VALUE 0.
       01  WS-ES-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-ES-DIRTY            PIC X(1) VALUE 'N'.
      *>   Loan master, read-only here.
       01  WS-LM-TABLE.
           05  WS-LM-LINE OCCURS 200 TIMES PIC X(110).
       01  WS-LM-COUNT            PIC 9(3) VALUE 0.
       01  WS-LM-IDX              PIC 9(3) VALUE 0.
       01  WS-LM-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-PY-IDX              PIC 9(1) VALUE 0.
       01  WS-SLOT                PIC 9(1) VALUE 0.
       01  WS-FREQ                PIC 9(2) VALUE 0.
       01  WS-AMOUNT              PIC S9(9)V99 VALUE 0.
       01  WS-AVAILABLE           PIC S9(10)V99 VALUE 0.
       01  WS-BATCH-COUNT         PIC 9(5) VALUE 0.
       01  WS-BATCH-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-WINDOW-DATE         PIC 9(8) VALUE 0.
      *>   Annual analysis working fields — a twelve-month
      *>   projection of bills by month, starting this month.
       01  WS-PROJ-TABLE.
           05  WS-PROJ-DISB OCCURS 12 TIMES PIC S9(9)V99.
       01  WS-PROJ-IDX            PIC S9(5) VALUE 0.
       01  WS-PROJ-BAL            PIC S9(9)V99 VALUE 0.
       01  WS-PROJ-LOW            PIC S9(9)V99 VALUE 0.
       01  WS-ANNUAL-DISB         PIC S9(9)V99 VALUE 0.
       01  WS-CUSHION             PIC S9(9)V99 VALUE 0.
       01  WS-BASE-MONTHLY        PIC S9(7)V99 VALUE 0.
       01  WS-OLD-MONTHLY         PIC S9(7)V99 VALUE 0.
       01  WS-SHORTAGE            PIC S9(9)V99 VALUE 0.
       01  WS-SURPLUS             PIC S9(9)V99 VALUE 0.
       01  WS-BASE-MONTHS         PIC 9(6) VALUE 0.
       01  WS-RPT-AMT             PIC -(7)9.99.
      *>   Month arithmetic — same year*12+month folding
      *>   LOANMST.cob's ADVANCE-DUE-ONE-MONTH uses.
       01  WS-DUE-YEAR            PIC 9(4) VALUE 0.
       01  WS-DUE-MONTH           PIC 9(2) VALUE 0.
       01  WS-DUE-DAY             PIC 9(2) VALUE 0.
       01  WS-DUE-TOTAL-MONTHS    PIC 9(6) VALUE 0.
       01  WS-DUE-NEW-YEAR        PIC 9(4) VALUE 0.
       01  WS-DUE-NEW-MONTH       PIC 9(2) VALUE 0.
       01  WS-NEXT-DUE-DATE       PIC 9(8) VALUE 0.
       01  WS-ADD-MONTHS          PIC 9(3) VALUE 0.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-DEPOSIT-ACCT        PIC X(10) VALUE SPACES.
       01  WS-ESCROW-IDX          PIC 9(3) VALUE 0.
       01  WS-DEPOSIT-IDX         PIC 9(3) VALUE 0.
       01  WS-ACCTS-LOADED        PIC X(1) VALUE 'N'.
       01  WS-REFUND-RC           PIC X(2) VALUE SPACES.
      *>   TRANS-ID sequence — "ES" + YYMMDD + 4 digits, continued
      *>   past the highest already on the ledger for the day.
       01  WS-TX-SEQ              PIC 9(5) VALUE 0.
       01  WS-TX-ID-PREFIX        PIC X(8) VALUE SPACES.
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
                    WS-IN-LOAN-ID
                    WS-IN-SLOT
                    WS-IN-TYPE
                    WS-IN-AMT-STR
                    WS-IN-FREQ
                    WS-IN-DUE
                    WS-IN-NAME
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           COMPUTE WS-CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           STRING "ES" WS-CURRENT-DATE(3:6)
               DELIMITED BY SIZE INTO WS-TX-ID-PREFIX
           END-STRING

           PERFORM LOAD-ESCROW
           PERFORM LOAD-LOAN-MASTER
           EVALUATE WS-OPERATION
               WHEN "SETUP"
               WHEN "PAYEE"
               WHEN "CLOSE"
      *>           Escrow terms are lending-desk maintenance — the
      *>           same supervisor bar as LOANMST.cob's CREATE.
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                   ELSE
                       EVALUATE WS-OPERATION
                           WHEN "SETUP"
                               PERFORM SETUP-ESCROW
                           WHEN "PAYEE"
                               PERFORM SET-PAYEE
                           WHEN "CLOSE"
                               PERFORM CLOSE-ESCROW
                       END-EVALUATE
                   END-IF
               WHEN "DISBURSE"
                   PERFORM DISBURSE-RUN
               WHEN "ANALYZE"
                   PERFORM ANALYSIS-RUN
               WHEN "READ"
                   PERFORM FIND-ESCROW
                   IF WS-ES-FOUND-IDX = 0
                       DISPLAY "RESULT|" RC-INVALID-ACCT
                   ELSE
                       PERFORM DISPLAY-ONE-ESCROW
                       DISPLAY "RESULT|00"
                   END-IF
               WHEN "LIST"
                   PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                       UNTIL WS-ES-IDX > WS-ES-COUNT
                       MOVE WS-ES-LINE(WS-ES-IDX) TO ESCROW-RECORD
                       PERFORM DISPLAY-ONE-ESCROW
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
      *> SETUP-ESCROW: Open the subledger for an active loan. No
      *> payees yet, so the monthly amount starts at zero; the
      *> first analysis falls a year out.
      *> -------------------------------------------------------
       SETUP-ESCROW.
           PERFORM FIND-LOAN
           IF WS-LM-FOUND-IDX = 0
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF NOT LOAN-ACTIVE
               DISPLAY "ERROR|LOAN-NOT-ACTIVE|" WS-IN-LOAN-ID
               DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
               STOP RUN
           END-IF
           PERFORM FIND-ESCROW
           IF WS-ES-FOUND-IDX NOT = 0
               IF ESC-ACTIVE
                   DISPLAY "ERROR|ESCROW-EXISTS|" WS-IN-LOAN-ID
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           ELSE
               IF WS-ES-COUNT >= 200
                   DISPLAY "ERROR|TABLE-FULL|ESCROW"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-ES-COUNT
               MOVE WS-ES-COUNT TO WS-ES-FOUND-IDX
           END-IF
           MOVE SPACES TO ESCROW-RECORD
           MOVE WS-IN-LOAN-ID TO ESC-LOAN-ID
           MOVE 0 TO ESC-MONTHLY-AMT
           MOVE 0 TO ESC-BALANCE
           MOVE 0 TO ESC-DUE
           MOVE 0 TO ESC-LAST-ANALYSIS
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1 UNTIL WS-PY-IDX > 3
               MOVE SPACE TO ESC-PAYEE-TYPE(WS-PY-IDX)
               MOVE SPACES TO ESC-PAYEE-NAME(WS-PY-IDX)
               MOVE 0 TO ESC-PAYEE-AMT(WS-PY-IDX)
               MOVE 0 TO ESC-PAYEE-FREQ(WS-PY-IDX)
               MOVE 0 TO ESC-PAYEE-DUE(WS-PY-IDX)
           END-PERFORM
           MOVE WS-CURRENT-DATE TO WS-NEXT-DUE-DATE
           MOVE 12 TO WS-ADD-MONTHS
           PERFORM ADVANCE-TO-FIRST-OF-MONTH
           MOVE WS-NEXT-DUE-DATE TO ESC-ANALYSIS-DATE
           MOVE 'A' TO ESC-STATUS
           MOVE ESCROW-RECORD TO WS-ES-LINE(WS-ES-FOUND-IDX)
           PERFORM SAVE-ESCROW
           DISPLAY "ESC-SETUP|" ESC-LOAN-ID "|" ESC-ANALYSIS-DATE
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> SET-PAYEE: Fill one payee slot and reset the monthly
      *> amount to a twelfth of the year's bills. A shortage or
      *> surplus against the current balance is the annual
      *> analysis's business, not this keystroke's.
      *> -------------------------------------------------------
       SET-PAYEE.
           PERFORM FIND-ESCROW
           IF WS-ES-FOUND-IDX = 0
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF NOT ESC-ACTIVE
               DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
               STOP RUN
           END-IF
           MOVE 0 TO WS-SLOT WS-FREQ WS-AMOUNT
           IF FUNCTION TRIM(WS-IN-SLOT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-IN-SLOT) TO WS-SLOT
           END-IF
           IF FUNCTION TRIM(WS-IN-FREQ) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-IN-FREQ) TO WS-FREQ
           END-IF
           IF WS-IN-AMT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-AMT-STR) TO WS-AMOUNT
           END-IF
           IF WS-SLOT < 1 OR WS-SLOT > 3
               OR (WS-IN-TYPE(1:1) NOT = 'T'
                   AND WS-IN-TYPE(1:1) NOT = 'I')
               OR WS-AMOUNT NOT > 0
               OR WS-FREQ < 1 OR WS-FREQ > 12
               OR WS-IN-DUE IS NOT NUMERIC
               OR WS-IN-NAME = SPACES
               DISPLAY "ERROR|BAD-PAYEE-TERMS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-IN-DUE TO WS-IN-DUE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DUE-NUM) NOT = 0
               DISPLAY "ERROR|BAD-DUE-DATE|" WS-IN-DUE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-IN-TYPE(1:1) TO ESC-PAYEE-TYPE(WS-SLOT)
           MOVE WS-IN-NAME TO ESC-PAYEE-NAME(WS-SLOT)
           MOVE WS-AMOUNT TO ESC-PAYEE-AMT(WS-SLOT)
           MOVE WS-FREQ TO ESC-PAYEE-FREQ(WS-SLOT)
           MOVE WS-IN-DUE-NUM TO ESC-PAYEE-DUE(WS-SLOT)
           PERFORM COMPUTE-ANNUAL-DISB
           COMPUTE ESC-MONTHLY-AMT ROUNDED = WS-ANNUAL-DISB / 12
           MOVE ESCROW-RECORD TO WS-ES-LINE(WS-ES-FOUND-IDX)
           PERFORM SAVE-ESCROW
           DISPLAY "ESC-PAYEE|" ESC-LOAN-ID "|" WS-SLOT "|"
               ESC-PAYEE-TYPE(WS-SLOT) "|" ESC-PAYEE-NAME(WS-SLOT)
               "|" ESC-PAYEE-AMT(WS-SLOT) "|"
               ESC-PAYEE-FREQ(WS-SLOT) "|" ESC-PAYEE-DUE(WS-SLOT)
               "|" ESC-MONTHLY-AMT
           DISPLAY "RESULT|00".

       COMPUTE-ANNUAL-DISB.
           MOVE 0 TO WS-ANNUAL-DISB
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1 UNTIL WS-PY-IDX > 3
               IF NOT ESC-PAYEE-UNUSED(WS-PY-IDX)
                   AND ESC-PAYEE-FREQ(WS-PY-IDX) > 0
                   COMPUTE WS-ANNUAL-DISB ROUNDED = WS-ANNUAL-DISB
                       + ESC-PAYEE-AMT(WS-PY-IDX) * 12
                       / ESC-PAYEE-FREQ(WS-PY-IDX)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> DISBURSE-RUN: Every payee bill due within the lead window
      *> is charged to the borrower's escrow, queued for OFFCHECK
      *> .cob, and its due date rolled forward by its frequency.
      *> A rolled date already past the window waits for the next
      *> run, so the pass is rerunnable.
      *> -------------------------------------------------------
       DISBURSE-RUN.
           COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(
               WS-CURRENT-DATE-INT + WS-DISB-LEAD-DAYS)
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-COUNT
               MOVE WS-ES-LINE(WS-ES-IDX) TO ESCROW-RECORD
               IF ESC-ACTIVE
                   PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                       UNTIL WS-PY-IDX > 3
                       IF NOT ESC-PAYEE-UNUSED(WS-PY-IDX)
                           AND ESC-PAYEE-DUE(WS-PY-IDX)
                               <= WS-WINDOW-DATE
                           PERFORM QUEUE-ONE-BILL
                       END-IF
                   END-PERFORM
                   MOVE ESCROW-RECORD TO WS-ES-LINE(WS-ES-IDX)
               END-IF
           END-PERFORM
           IF WS-ES-DIRTY = 'Y'
               PERFORM SAVE-ESCROW
           END-IF
           DISPLAY "ESC-SUMMARY|" WS-BATCH-COUNT "|" WS-BATCH-TOTAL
           DISPLAY "RESULT|00".

       QUEUE-ONE-BILL.
           OPEN EXTEND DISB-FILE
           IF WS-DQ-STATUS NOT = '00'
               OPEN OUTPUT DISB-FILE
               IF WS-DQ-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-DQ-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO ESCROW-DISB-RECORD
           MOVE ESC-LOAN-ID TO EDQ-LOAN-ID
           MOVE ESC-PAYEE-TYPE(WS-PY-IDX) TO EDQ-PAYEE-TYPE
           MOVE ESC-PAYEE-NAME(WS-PY-IDX) TO EDQ-PAYEE-NAME
           MOVE ESC-PAYEE-AMT(WS-PY-IDX) TO EDQ-AMOUNT
           MOVE ESC-PAYEE-DUE(WS-PY-IDX) TO EDQ-DUE-DATE
           MOVE WS-CURRENT-DATE TO EDQ-QUEUED-DATE
           MOVE 'Q' TO EDQ-STATUS
           MOVE SPACES TO EDQ-SERIAL
           MOVE 0 TO EDQ-ISSUE-DATE
           WRITE ESCROW-DISB-RECORD
           CLOSE DISB-FILE

           SUBTRACT ESC-PAYEE-AMT(WS-PY-IDX) FROM ESC-BALANCE
           DISPLAY "ESC-DISB|" ESC-LOAN-ID "|"
               ESC-PAYEE-TYPE(WS-PY-IDX) "|"
               ESC-PAYEE-NAME(WS-PY-IDX) "|"
               ESC-PAYEE-AMT(WS-PY-IDX) "|"
               ESC-PAYEE-DUE(WS-PY-IDX) "|" ESC-BALANCE
           IF ESC-BALANCE < 0
               DISPLAY "NOTE|ESCROW-ADVANCE|" ESC-LOAN-ID "|"
                   ESC-BALANCE
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           ADD ESC-PAYEE-AMT(WS-PY-IDX) TO WS-BATCH-TOTAL
           MOVE ESC-PAYEE-DUE(WS-PY-IDX) TO WS-NEXT-DUE-DATE
           MOVE ESC-PAYEE-FREQ(WS-PY-IDX) TO WS-ADD-MONTHS
           PERFORM ADVANCE-DATE-BY-MONTHS
           MOVE WS-NEXT-DUE-DATE TO ESC-PAYEE-DUE(WS-PY-IDX)
           MOVE 'Y' TO WS-ES-DIRTY.

      *> -------------------------------------------------------
      *> ANALYSIS-RUN: With a loan id, analyze that escrow now;
      *> without, every active escrow whose anniversary has come.
      *> -------------------------------------------------------
       ANALYSIS-RUN.
           IF WS-IN-LOAN-ID NOT = SPACES
               PERFORM FIND-ESCROW
               IF WS-ES-FOUND-IDX = 0
                   DISPLAY "RESULT|" RC-INVALID-ACCT
                   STOP RUN
               END-IF
               IF NOT ESC-ACTIVE
                   DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
                   STOP RUN
               END-IF
               MOVE WS-ES-FOUND-IDX TO WS-ES-IDX
               PERFORM ANALYZE-ONE-ESCROW
               MOVE ESCROW-RECORD TO WS-ES-LINE(WS-ES-IDX)
           ELSE
               PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-COUNT
                   MOVE WS-ES-LINE(WS-ES-IDX) TO ESCROW-RECORD
                   IF ESC-ACTIVE
                       AND ESC-ANALYSIS-DATE <= WS-CURRENT-DATE
                       PERFORM ANALYZE-ONE-ESCROW
                       MOVE ESCROW-RECORD TO WS-ES-LINE(WS-ES-IDX)
                   END-IF
               END-PERFORM
           END-IF
           PERFORM SAVE-ESCROW
           DISPLAY "ESC-SUMMARY|" WS-BATCH-COUNT "|" WS-BATCH-TOTAL
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> ANALYZE-ONE-ESCROW:
      *>   1. the year's bills, by month, from each payee's next
      *>      due date and frequency;
      *>   2. run the balance forward a month at a time — plus the
      *>      new base monthly amount, less that month's bills —
      *>      and take the lowest point;
      *>   3. the cushion is one-sixth of the year's bills: a low
      *>      point below it is a shortage spread over twelve
      *>      payments; above it, a surplus refunded when $50.00
      *>      or more and the loan has no escrow unpaid;
      *>   4. statement queued, next analysis a year out.
      *> -------------------------------------------------------
       ANALYZE-ONE-ESCROW.
           MOVE ESC-MONTHLY-AMT TO WS-OLD-MONTHLY
           PERFORM COMPUTE-ANNUAL-DISB
           COMPUTE WS-BASE-MONTHLY ROUNDED = WS-ANNUAL-DISB / 12
           COMPUTE WS-CUSHION ROUNDED = WS-ANNUAL-DISB / 6
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
               UNTIL WS-PROJ-IDX > 12
               MOVE 0 TO WS-PROJ-DISB(WS-PROJ-IDX)
           END-PERFORM
           COMPUTE WS-BASE-MONTHS =
               FUNCTION NUMVAL(WS-CURRENT-DATE(1:4)) * 12
               + FUNCTION NUMVAL(WS-CURRENT-DATE(5:2))
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1 UNTIL WS-PY-IDX > 3
               IF NOT ESC-PAYEE-UNUSED(WS-PY-IDX)
                   AND ESC-PAYEE-FREQ(WS-PY-IDX) > 0
                   PERFORM PROJECT-ONE-PAYEE
               END-IF
           END-PERFORM
           MOVE ESC-BALANCE TO WS-PROJ-BAL
           MOVE ESC-BALANCE TO WS-PROJ-LOW
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
               UNTIL WS-PROJ-IDX > 12
               COMPUTE WS-PROJ-BAL = WS-PROJ-BAL + WS-BASE-MONTHLY
                   - WS-PROJ-DISB(WS-PROJ-IDX)
               IF WS-PROJ-BAL < WS-PROJ-LOW
                   MOVE WS-PROJ-BAL TO WS-PROJ-LOW
               END-IF
           END-PERFORM
           MOVE 0 TO WS-SHORTAGE WS-SURPLUS
           IF WS-PROJ-LOW < WS-CUSHION
               COMPUTE WS-SHORTAGE = WS-CUSHION - WS-PROJ-LOW
               COMPUTE ESC-MONTHLY-AMT ROUNDED =
                   WS-BASE-MONTHLY + WS-SHORTAGE / 12
           ELSE
               COMPUTE WS-SURPLUS = WS-PROJ-LOW - WS-CUSHION
               MOVE WS-BASE-MONTHLY TO ESC-MONTHLY-AMT
           END-IF
      *>   A surplus is never more than the cash actually held.
           IF WS-SURPLUS > ESC-BALANCE
               MOVE ESC-BALANCE TO WS-SURPLUS
           END-IF
           IF WS-SURPLUS < 0
               MOVE 0 TO WS-SURPLUS
           END-IF
           DISPLAY "ESC-ANALYSIS|" ESC-LOAN-ID "|" WS-ANNUAL-DISB "|"
               WS-CUSHION "|" WS-PROJ-LOW "|" WS-SHORTAGE "|"
               WS-SURPLUS "|" WS-OLD-MONTHLY "|" ESC-MONTHLY-AMT

           MOVE SPACES TO WS-CORR-DETAIL
           EVALUATE TRUE
               WHEN WS-SHORTAGE > 0
                   MOVE WS-SHORTAGE TO WS-RPT-AMT
                   STRING "ESCROW ANALYSIS SHORTAGE "
                       FUNCTION TRIM(WS-RPT-AMT)
                       DELIMITED BY SIZE INTO WS-CORR-DETAIL
                   END-STRING
               WHEN WS-SURPLUS >= WS-SURPLUS-REFUND-MIN
                   AND ESC-DUE NOT > 0
                   MOVE WS-SURPLUS TO WS-AMOUNT
                   PERFORM FIND-LOAN-FOR-ESCROW
                   PERFORM REFUND-FROM-ESCROW
                   IF WS-REFUND-RC = RC-SUCCESS
                       MOVE WS-SURPLUS TO WS-RPT-AMT
                       STRING "ESCROW ANALYSIS REFUND "
                           FUNCTION TRIM(WS-RPT-AMT)
                           DELIMITED BY SIZE INTO WS-CORR-DETAIL
                       END-STRING
                   ELSE
                       MOVE "ESCROW ANALYSIS SURPLUS RETAINED"
                           TO WS-CORR-DETAIL
                   END-IF
               WHEN WS-SURPLUS > 0
                   MOVE "ESCROW ANALYSIS SURPLUS RETAINED"
                       TO WS-CORR-DETAIL
               WHEN OTHER
                   MOVE "ESCROW ANALYSIS NO SHORTAGE"
                       TO WS-CORR-DETAIL
           END-EVALUATE

           MOVE WS-CURRENT-DATE TO ESC-LAST-ANALYSIS
           MOVE WS-CURRENT-DATE TO WS-NEXT-DUE-DATE
           MOVE 12 TO WS-ADD-MONTHS
           PERFORM ADVANCE-TO-FIRST-OF-MONTH
           MOVE WS-NEXT-DUE-DATE TO ESC-ANALYSIS-DATE
           ADD 1 TO WS-BATCH-COUNT
           ADD WS-SHORTAGE TO WS-BATCH-TOTAL

           PERFORM FIND-LOAN-FOR-ESCROW
           MOVE 'EA' TO WS-CORR-TYPE
           MOVE WS-DEPOSIT-ACCT TO WS-CORR-ACCT
           MOVE ESC-MONTHLY-AMT TO WS-CORR-AMOUNT
           PERFORM QUEUE-CORRESPONDENCE.

      *> -------------------------------------------------------
      *> PROJECT-ONE-PAYEE: Drop this payee's bills into the
      *> twelve month slots — the next due date's month (a bill
      *> already overdue counts in month 1), then every FREQ
      *> months after.
      *> -------------------------------------------------------
       PROJECT-ONE-PAYEE.
           COMPUTE WS-PROJ-IDX =
               FUNCTION NUMVAL(ESC-PAYEE-DUE(WS-PY-IDX)(1:4)) * 12
               + FUNCTION NUMVAL(ESC-PAYEE-DUE(WS-PY-IDX)(5:2))
               - WS-BASE-MONTHS + 1
           IF WS-PROJ-IDX < 1
               MOVE 1 TO WS-PROJ-IDX
           END-IF
           PERFORM UNTIL WS-PROJ-IDX > 12
               ADD ESC-PAYEE-AMT(WS-PY-IDX)
                   TO WS-PROJ-DISB(WS-PROJ-IDX)
               ADD ESC-PAYEE-FREQ(WS-PY-IDX) TO WS-PROJ-IDX
           END-PERFORM.

      *> -------------------------------------------------------
      *> CLOSE-ESCROW: Return what is held to the borrower and
      *> close the subledger — at payoff, or when the borrower
      *> is released from escrow. Refused while a servicer
      *> advance is outstanding.
      *> -------------------------------------------------------
       CLOSE-ESCROW.
           PERFORM FIND-ESCROW
           IF WS-ES-FOUND-IDX = 0
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF NOT ESC-ACTIVE
               DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
               STOP RUN
           END-IF
           IF ESC-BALANCE < 0
               DISPLAY "ERROR|ESCROW-ADVANCE-OUTSTANDING|"
                   ESC-BALANCE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF ESC-BALANCE > 0
               MOVE ESC-BALANCE TO WS-AMOUNT
               PERFORM FIND-LOAN-FOR-ESCROW
               PERFORM REFUND-FROM-ESCROW
               IF WS-REFUND-RC NOT = RC-SUCCESS
                   DISPLAY "RESULT|" WS-REFUND-RC
                   STOP RUN
               END-IF
           END-IF
           MOVE 0 TO ESC-DUE
           MOVE 0 TO ESC-MONTHLY-AMT
           MOVE 'C' TO ESC-STATUS
           MOVE ESCROW-RECORD TO WS-ES-LINE(WS-ES-FOUND-IDX)
           PERFORM SAVE-ESCROW
           PERFORM DISPLAY-ONE-ESCROW
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> REFUND-FROM-ESCROW: Move WS-AMOUNT out of the ESCROW0001
      *> pool into WS-DEPOSIT-ACCT and off this loan's escrow
      *> balance. Both sides are customer deposits, so the GL
      *> nets to nothing — same as any transfer. WS-REFUND-RC
      *> reports the outcome.
      *> -------------------------------------------------------
       REFUND-FROM-ESCROW.
           IF WS-ACCTS-LOADED = 'N'
               PERFORM LOAD-ALL-ACCOUNTS
               MOVE 'Y' TO WS-ACCTS-LOADED
           END-IF
           MOVE WS-ESCROW-ACCT TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "ERROR|NO-ESCROW-ACCT|" WS-ESCROW-ACCT
               MOVE RC-INVALID-ACCT TO WS-REFUND-RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-IDX TO WS-ESCROW-IDX
           MOVE WS-DEPOSIT-ACCT TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               MOVE RC-INVALID-ACCT TO WS-REFUND-RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-IDX TO WS-DEPOSIT-IDX
           COMPUTE WS-AVAILABLE = WS-A-BALANCE(WS-ESCROW-IDX)
               - WS-A-HOLD(WS-ESCROW-IDX)
           IF WS-AVAILABLE < WS-AMOUNT
               DISPLAY "ERROR|ESCROW-POOL-SHORT|" WS-AVAILABLE
               MOVE RC-NSF TO WS-REFUND-RC
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-AMOUNT FROM WS-A-BALANCE(WS-ESCROW-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-ESCROW-IDX)
           ADD WS-AMOUNT TO WS-A-BALANCE(WS-DEPOSIT-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-DEPOSIT-IDX)
           PERFORM SAVE-ALL-ACCOUNTS
           MOVE WS-ESCROW-ACCT TO TRANS-ACCT-ID
           MOVE TX-WITHDRAW TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE SPACES TO TRANS-DESC
           STRING "ESCROW REFUND " ESC-LOAN-ID
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
           PERFORM POST-ESCROW-TRANSACTION
           MOVE WS-DEPOSIT-ACCT TO TRANS-ACCT-ID
           MOVE TX-DEPOSIT TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE SPACES TO TRANS-DESC
           STRING "ESCROW REFUND " ESC-LOAN-ID
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
           PERFORM POST-ESCROW-TRANSACTION
           SUBTRACT WS-AMOUNT FROM ESC-BALANCE
           MOVE RC-SUCCESS TO WS-REFUND-RC
           DISPLAY "ESC-REFUND|" ESC-LOAN-ID "|" WS-DEPOSIT-ACCT "|"
               WS-AMOUNT.

      *> -------------------------------------------------------
      *> FIND-LOAN-FOR-ESCROW: The deposit account of the loan
      *> the escrow record in ESCROW-RECORD belongs to.
      *> -------------------------------------------------------
       FIND-LOAN-FOR-ESCROW.
           MOVE SPACES TO WS-DEPOSIT-ACCT
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
               UNTIL WS-LM-IDX > WS-LM-COUNT
               MOVE WS-LM-LINE(WS-LM-IDX) TO LOAN-MASTER-RECORD
               IF LOAN-ID = ESC-LOAN-ID
                   MOVE LOAN-DEPOSIT-ACCT TO WS-DEPOSIT-ACCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> ADVANCE-DATE-BY-MONTHS: WS-NEXT-DUE-DATE moved on
      *> WS-ADD-MONTHS months, same day of month (a day past the
      *> 28th is held at the 28th so every month has it).
      *> ADVANCE-TO-FIRST-OF-MONTH: the 1st of the month that
      *> many months on.
      *> -------------------------------------------------------
       ADVANCE-DATE-BY-MONTHS.
           MOVE WS-NEXT-DUE-DATE(7:2) TO WS-DUE-DAY
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF
           PERFORM FOLD-MONTHS
           STRING WS-DUE-NEW-YEAR WS-DUE-NEW-MONTH WS-DUE-DAY
               DELIMITED BY SIZE INTO WS-NEXT-DUE-DATE
           END-STRING.

       ADVANCE-TO-FIRST-OF-MONTH.
           PERFORM FOLD-MONTHS
           STRING WS-DUE-NEW-YEAR WS-DUE-NEW-MONTH "01"
               DELIMITED BY SIZE INTO WS-NEXT-DUE-DATE
           END-STRING.

       FOLD-MONTHS.
           MOVE WS-NEXT-DUE-DATE(1:4) TO WS-DUE-YEAR
           MOVE WS-NEXT-DUE-DATE(5:2) TO WS-DUE-MONTH
           COMPUTE WS-DUE-TOTAL-MONTHS =
               WS-DUE-YEAR * 12 + WS-DUE-MONTH - 1 + WS-ADD-MONTHS
           COMPUTE WS-DUE-NEW-YEAR = WS-DUE-TOTAL-MONTHS / 12
           COMPUTE WS-DUE-NEW-MONTH =
               FUNCTION MOD(WS-DUE-TOTAL-MONTHS, 12) + 1.

       FIND-ESCROW.
           MOVE 0 TO WS-ES-FOUND-IDX
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-COUNT
               MOVE WS-ES-LINE(WS-ES-IDX) TO ESCROW-RECORD
               IF ESC-LOAN-ID = WS-IN-LOAN-ID
                   MOVE WS-ES-IDX TO WS-ES-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-LOAN.
           MOVE 0 TO WS-LM-FOUND-IDX
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
               UNTIL WS-LM-IDX > WS-LM-COUNT
               MOVE WS-LM-LINE(WS-LM-IDX) TO LOAN-MASTER-RECORD
               IF LOAN-ID = WS-IN-LOAN-ID
                   MOVE WS-LM-IDX TO WS-LM-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       DISPLAY-ONE-ESCROW.
           DISPLAY "ESC|" ESC-LOAN-ID "|" ESC-MONTHLY-AMT "|"
               ESC-BALANCE "|" ESC-DUE "|" ESC-ANALYSIS-DATE "|"
               ESC-STATUS
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1 UNTIL WS-PY-IDX > 3
               IF NOT ESC-PAYEE-UNUSED(WS-PY-IDX)
                   DISPLAY "ESC-PAYEE-SLOT|" ESC-LOAN-ID "|"
                       WS-PY-IDX "|" ESC-PAYEE-TYPE(WS-PY-IDX) "|"
                       ESC-PAYEE-NAME(WS-PY-IDX) "|"
                       ESC-PAYEE-AMT(WS-PY-IDX) "|"
                       ESC-PAYEE-FREQ(WS-PY-IDX) "|"
                       ESC-PAYEE-DUE(WS-PY-IDX)
               END-IF
           END-PERFORM.

       LOAD-ESCROW.
           MOVE 0 TO WS-ES-COUNT
           MOVE 'N' TO WS-ES-DIRTY
           OPEN INPUT ESCROW-FILE
           IF WS-ES-STATUS NOT = '00'
      *>       No escrows opened yet — every pass completes empty.
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ESCROW-FILE
                   AT END
                       CLOSE ESCROW-FILE
                       EXIT PERFORM
               END-READ
               IF WS-ES-COUNT < 200
                   ADD 1 TO WS-ES-COUNT
                   MOVE ESCROW-RECORD TO WS-ES-LINE(WS-ES-COUNT)
               END-IF
           END-PERFORM.

       SAVE-ESCROW.
           OPEN OUTPUT ESCROW-FILE
           IF WS-ES-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ES-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-COUNT
               MOVE WS-ES-LINE(WS-ES-IDX) TO ESCROW-RECORD
               WRITE ESCROW-RECORD
           END-PERFORM
           CLOSE ESCROW-FILE.

       LOAD-LOAN-MASTER.
           MOVE 0 TO WS-LM-COUNT
           OPEN INPUT LOANS-FILE
           IF WS-LN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LOANS-FILE
                   AT END
                       CLOSE LOANS-FILE
                       EXIT PERFORM
               END-READ
               IF WS-LM-COUNT < 200
                   ADD 1 TO WS-LM-COUNT
                   MOVE LOAN-MASTER-RECORD
                       TO WS-LM-LINE(WS-LM-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> POST-ESCROW-TRANSACTION: Append one refund leg to the
      *> ledger with the chain fields every core writer stamps.
      *> The chain-tip scan also picks up the day's highest "ES"
      *> TRANS-ID so a second run the same day continues the
      *> sequence instead of reissuing it.
      *> -------------------------------------------------------
       POST-ESCROW-TRANSACTION.
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
           MOVE "ESCROW" TO TRANS-BATCH-ID
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
           MOVE "ESCROW" TO VERS-PROGRAM
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
