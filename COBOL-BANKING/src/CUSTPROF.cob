      *>================================================================*
      *>  Program:     CUSTPROF.cob
      *>  System:      LEGACY LEDGER — Customer Relationship Profitability
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Answers "is this customer profitable?" for one month,
      *>    so relationship managers go into a pricing
      *>    conversation with numbers. Every account rolls up to
      *>    its customer through CUSTXREF.DAT — the primary holder
      *>    ('P') when there is one, otherwise the first holder on
      *>    file, so a joint account is counted once — and every
      *>    loan to LOAN-CUST-ID. Per customer:
      *>      AVG-DEPOSITS — each deposit account's month average,
      *>        ACCTANAL.cob's rule: the month's closing balance
      *>        (current balance less later activity) and its
      *>        opening (closing less the month's net movement),
      *>        averaged. USD accounts only, like RECONCILE.cob's
      *>        GL tie-out.
      *>      AVG-LOANS — the principal of each active loan
      *>        (LOANS.DAT carries no balance history).
      *>      FTP-CREDIT / FTP-CHARGE — funds-transfer pricing: a
      *>        month of the FTPDEP rate on average deposits, and
      *>        of the FTPLOAN rate on loans, from the RATEINDX.DAT
      *>        values in effect at month end (published with
      *>        LOANRATE.cob's INDEX operation; none on file is a
      *>        zero rate and a NOTE).
      *>      INTEREST-PAID — the month's 'I' postings.
      *>      FEE-INCOME — the month's fee postings: FEES.cob's
      *>        service charges, REGDMON.cob's excess-activity
      *>        fees and every other 'F', with NSF fees taken from
      *>        NSFFEES.DAT (charged incidents only) instead of
      *>        the ledger so they are not counted twice.
      *>      LOAN-INTEREST — the interest portion of each
      *>        LOANPAY.cob payment in the month.
      *>      EARNINGS-CREDIT — ACCTANAL.cob's earnings-credit
      *>        offsets posted in the month.
      *>      ACTIVITY-COST — the month's postings costed by
      *>        channel at the standard unit costs set up in
      *>        INIT-CHANNEL-COSTS.
      *>      CONTRIBUTION — FTP credit - interest paid - earnings
      *>        credit + fees + loan interest - FTP charge -
      *>        activity cost.
      *>    Customers are ranked by contribution, then each home
      *>    branch (the branch of the customer's first account)
      *>    is totalled and ranked the same way. Accounts with no
      *>    CUSTXREF.DAT link report together under UNLINKED.
      *>    Read-only. PRINT to STDOUT, or the same rows to
      *>    CUSTPROF.CSV with the CSV token — the report-mode
      *>    pattern REPORTS.cob uses.
      *>
      *>  Operation (via command-line argument):
      *>    CUSTPROF yyyymm [CSV]
      *>
      *>  Files:
      *>    Input:  ACCOUNTS.DAT, CUSTXREF.DAT, CUSTOMER.DAT,
      *>            TRANSACT.DAT, NSFFEES.DAT, LOANS.DAT,
      *>            RATEINDX.DAT (all but ACCOUNTS.DAT optional)
      *>    Output: CUSTPROF.CSV (CSV mode only)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy, CUSTXREF.cpy, CUSTREC.cpy, TRANSREC.cpy,
      *>    NSFREC.cpy, LOANREC.cpy, RATEIDX.cpy, ACCTIO.cpy,
      *>    COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    PROFIT|RANK|CUST-ID|NAME|BRANCH|AVG-DEPOSITS|AVG-LOANS|
      *>        FTP-CREDIT|FTP-CHARGE|INTEREST-PAID|FEE-INCOME|
      *>        LOAN-INTEREST|EARNINGS-CREDIT|ACTIVITY-COST|
      *>        CONTRIBUTION
      *>    PROFIT-BRANCH|RANK|BRANCH|CUSTOMERS|(same amounts)
      *>    PROFIT-SUMMARY|CUSTOMERS|BRANCHES|TOTAL-CONTRIBUTION
      *>    RESULT|XX
      *>
      *>  Output Format (CSV mode):
      *>    CUSTPROF.CSV: SECTION,RANK,ID,NAME,BRANCH,AVG_DEPOSITS,
      *>        AVG_LOANS,FTP_CREDIT,FTP_CHARGE,INTEREST_PAID,
      *>        FEE_INCOME,LOAN_INTEREST,EARNINGS_CREDIT,
      *>        ACTIVITY_COST,CONTRIBUTION (SECTION CUSTOMER or
      *>        BRANCH; a branch row's NAME is its customer count)
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Report produced
      *>    RESULT|99 — Missing month or file I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT XREF-FILE
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT NSFFEE-FILE
               ASSIGN TO "NSFFEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NF-STATUS.
           SELECT LOAN-FILE
               ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.
           SELECT INDEX-FILE
               ASSIGN TO "RATEINDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-STATUS.
           SELECT CSV-FILE
               ASSIGN TO "CUSTPROF.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  XREF-FILE.
       COPY "CUSTXREF.cpy".
       FD  CUSTOMER-FILE.
       COPY "CUSTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  NSFFEE-FILE.
       COPY "NSFREC.cpy".
       FD  LOAN-FILE.
       COPY "LOANREC.cpy".
       FD  INDEX-FILE.
       COPY "RATEIDX.cpy".
       FD  CSV-FILE.
       01  CSV-LINE               PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-XR-STATUS           PIC XX VALUE SPACES.
       01  WS-CU-STATUS           PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-NF-STATUS           PIC XX VALUE SPACES.
       01  WS-LN-STATUS           PIC XX VALUE SPACES.
       01  WS-IX-STATUS           PIC XX VALUE SPACES.
       01  WS-CSV-STATUS          PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(40) VALUE SPACES.
       01  WS-IN-PERIOD-STR       PIC X(6) VALUE SPACES.
       01  WS-IN-FORMAT           PIC X(3) VALUE SPACES.
       01  WS-CSV-MODE            PIC X(1) VALUE 'N'.
       01  WS-PERIOD              PIC 9(6) VALUE 0.
       01  WS-PERIOD-END          PIC 9(8) VALUE 0.
       01  WS-TX-PERIOD           PIC 9(6) VALUE 0.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       COPY "ACCTIO.cpy".

      *>   Per-account month figures, parallel to WS-ACCOUNT-TABLE:
      *>   the customer the account rolls up to, the month's net
      *>   movement, and the net movement since month end (to walk
      *>   the current balance back to the month's closing).
       01  WS-AP-TABLE.
           05  WS-AP-ENTRY OCCURS 100 TIMES.
               10  WS-AP-CUST-IDX     PIC 9(3).
               10  WS-AP-NET-MONTH    PIC S9(12)V99.
               10  WS-AP-NET-AFTER    PIC S9(12)V99.
       01  WS-SIGNED-AMT          PIC S9(12)V99 VALUE 0.
       01  WS-CLOSING-BAL         PIC S9(12)V99 VALUE 0.
       01  WS-OPENING-BAL         PIC S9(12)V99 VALUE 0.
       01  WS-AVG-BAL             PIC S9(12)V99 VALUE 0.
       01  WS-NON-USD-COUNT       PIC 9(3) VALUE 0.
       01  WS-XREF-PASS           PIC 9(1) VALUE 0.

      *>   Customer profitability rows. Row 1 is always UNLINKED.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 300 TIMES.
               10  WS-CP-ID           PIC X(10).
               10  WS-CP-NAME         PIC X(30).
               10  WS-CP-BRANCH       PIC X(3).
               10  WS-CP-AMT          PIC S9(12)V99 OCCURS 10 TIMES.
       01  WS-CP-COUNT            PIC 9(3) VALUE 0.
       01  WS-CP-IDX              PIC 9(3) VALUE 0.
       01  WS-CP-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-KEY-CUST            PIC X(10) VALUE SPACES.
       01  WS-KEY-BRANCH          PIC X(3) VALUE SPACES.
      *>   Amount columns of WS-CP-AMT / WS-BP-AMT, in report order.
       01  WS-COL-AVG-DEP         PIC 9(2) VALUE 1.
       01  WS-COL-AVG-LOAN        PIC 9(2) VALUE 2.
       01  WS-COL-FTP-CREDIT      PIC 9(2) VALUE 3.
       01  WS-COL-FTP-CHARGE      PIC 9(2) VALUE 4.
       01  WS-COL-INT-PAID        PIC 9(2) VALUE 5.
       01  WS-COL-FEES            PIC 9(2) VALUE 6.
       01  WS-COL-LOAN-INT        PIC 9(2) VALUE 7.
       01  WS-COL-EARN-CR         PIC 9(2) VALUE 8.
       01  WS-COL-ACT-COST        PIC 9(2) VALUE 9.
       01  WS-COL-CONTRIB         PIC 9(2) VALUE 10.
       01  WS-COL                 PIC 9(2) VALUE 0.

      *>   Home-branch roll-up of the customer rows.
       01  WS-BP-TABLE.
           05  WS-BP-ENTRY OCCURS 30 TIMES.
               10  WS-BP-BRANCH       PIC X(3).
               10  WS-BP-CUSTOMERS    PIC 9(4).
               10  WS-BP-AMT          PIC S9(12)V99 OCCURS 10 TIMES.
       01  WS-BP-COUNT            PIC 9(2) VALUE 0.
       01  WS-BP-IDX              PIC 9(2) VALUE 0.
       01  WS-BP-FOUND-IDX        PIC 9(2) VALUE 0.

      *>   Ranking — an index array ordered by contribution,
      *>   highest first.
       01  WS-RANK-TABLE.
           05  WS-RANK-PTR            PIC 9(3) OCCURS 300 TIMES.
       01  WS-RANK-IDX            PIC 9(3) VALUE 0.
       01  WS-RANK-SCAN           PIC 9(3) VALUE 0.
       01  WS-RANK-BEST           PIC 9(3) VALUE 0.
       01  WS-RANK-HOLD           PIC 9(3) VALUE 0.
       01  WS-RANK-COUNT          PIC 9(3) VALUE 0.
       01  WS-TOTAL-CONTRIB       PIC S9(13)V99 VALUE 0.

      *>   Loans staged for the interest lookup — loan ID and the
      *>   customer row it rolls up to.
       01  WS-LN-TABLE.
           05  WS-LN-ENTRY OCCURS 300 TIMES.
               10  WS-LN-ID           PIC X(10).
               10  WS-LN-CUST-IDX     PIC 9(3).
       01  WS-LN-COUNT            PIC 9(3) VALUE 0.
       01  WS-LN-IDX              PIC 9(3) VALUE 0.
       01  WS-LN-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-KEY-LOAN            PIC X(10) VALUE SPACES.
       01  WS-LOAN-INT            PIC S9(9)V99 VALUE 0.

      *>   Funds-transfer pricing rates in effect at month end.
       01  WS-FTP-DEP-RATE        PIC 9(1)V9(4) VALUE 0.
       01  WS-FTP-DEP-EFF         PIC 9(8) VALUE 0.
       01  WS-FTP-LOAN-RATE       PIC 9(1)V9(4) VALUE 0.
       01  WS-FTP-LOAN-EFF        PIC 9(8) VALUE 0.

      *>   Standard activity cost per posting, by TRANS-CHANNEL —
      *>   see INIT-CHANNEL-COSTS. Row 9 (spaces) is the pre-
      *>   channel legacy posting, costed as a teller-assisted item
      *>   would have been processed in back office.
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY OCCURS 9 TIMES.
               10  WS-CC-CHANNEL      PIC X(2).
               10  WS-CC-UNIT-COST    PIC 9(3)V99.
       01  WS-CC-IDX              PIC 9(2) VALUE 0.

      *>   Display amounts — edited pictures before STRING, same
      *>   trick REPORTS.cob's WS-CSV-AMT uses.
       01  WS-CSV-AMT             PIC -(12)9.99.
       01  WS-CSV-ROW-COUNT       PIC 9(5) VALUE 0.
       01  WS-CSV-PTR             PIC 9(3) VALUE 1.
       01  WS-D-RANK              PIC 9(3) VALUE 0.
       01  WS-D-CUSTOMERS         PIC 9(4) VALUE 0.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-IN-PERIOD-STR
                    WS-IN-FORMAT
           END-UNSTRING
           IF WS-IN-PERIOD-STR NOT NUMERIC
               DISPLAY "ERROR|PERIOD-REQUIRED"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-IN-PERIOD-STR) TO WS-PERIOD
           IF FUNCTION TRIM(WS-IN-FORMAT) = "CSV"
               MOVE 'Y' TO WS-CSV-MODE
           END-IF
           COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31

           PERFORM INIT-CHANNEL-COSTS
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LINK-ACCOUNTS
           PERFORM LOAD-FTP-RATES
           PERFORM LOAD-LOANS
           PERFORM SCAN-LEDGER
           PERFORM SCAN-NSF-FEES
           PERFORM AVERAGE-DEPOSITS
           PERFORM NAME-CUSTOMERS
           PERFORM COMPUTE-CONTRIBUTIONS
           PERFORM ROLL-UP-BRANCHES

           IF WS-CSV-MODE = 'Y'
               OPEN OUTPUT CSV-FILE
               IF WS-CSV-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CSV-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE SPACES TO CSV-LINE
               STRING "SECTION,RANK,ID,NAME,BRANCH,AVG_DEPOSITS,"
                   "AVG_LOANS,FTP_CREDIT,FTP_CHARGE,INTEREST_PAID,"
                   "FEE_INCOME,LOAN_INTEREST,EARNINGS_CREDIT,"
                   "ACTIVITY_COST,CONTRIBUTION"
                   DELIMITED BY SIZE INTO CSV-LINE
               END-STRING
               WRITE CSV-LINE
           END-IF
           PERFORM PRINT-CUSTOMER-RANKING
           PERFORM PRINT-BRANCH-RANKING
           IF WS-CSV-MODE = 'Y'
               CLOSE CSV-FILE
               DISPLAY "CSV-FILE|CUSTPROF.CSV|" WS-CSV-ROW-COUNT
           END-IF
           DISPLAY "PROFIT-SUMMARY|" WS-CP-COUNT "|" WS-BP-COUNT "|"
               WS-TOTAL-CONTRIB
           DISPLAY "RESULT|00"
           STOP RUN.

       INIT-CHANNEL-COSTS.
           MOVE "TL" TO WS-CC-CHANNEL(1)
           MOVE 2.50 TO WS-CC-UNIT-COST(1)
           MOVE "CK" TO WS-CC-CHANNEL(2)
           MOVE 0.60 TO WS-CC-UNIT-COST(2)
           MOVE "AC" TO WS-CC-CHANNEL(3)
           MOVE 0.15 TO WS-CC-UNIT-COST(3)
           MOVE "WR" TO WS-CC-CHANNEL(4)
           MOVE 7.50 TO WS-CC-UNIT-COST(4)
           MOVE "CD" TO WS-CC-CHANNEL(5)
           MOVE 0.12 TO WS-CC-UNIT-COST(5)
           MOVE "BT" TO WS-CC-CHANNEL(6)
           MOVE 0.15 TO WS-CC-UNIT-COST(6)
           MOVE "LN" TO WS-CC-CHANNEL(7)
           MOVE 0.50 TO WS-CC-UNIT-COST(7)
           MOVE "IN" TO WS-CC-CHANNEL(8)
           MOVE 0 TO WS-CC-UNIT-COST(8)
           MOVE SPACES TO WS-CC-CHANNEL(9)
           MOVE 0.50 TO WS-CC-UNIT-COST(9).

      *> -------------------------------------------------------
      *> LINK-ACCOUNTS: Two passes over CUSTXREF.DAT — primary
      *> holders first, then any other holder for an account the
      *> first pass left unowned — so each account lands on
      *> exactly one customer. What is still unowned after both
      *> passes reports under UNLINKED (row 1).
      *> -------------------------------------------------------
       LINK-ACCOUNTS.
           MOVE 1 TO WS-CP-COUNT
           MOVE "UNLINKED" TO WS-CP-ID(1)
           MOVE "NO CUSTOMER LINK" TO WS-CP-NAME(1)
           MOVE SPACES TO WS-CP-BRANCH(1)
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 10
               MOVE 0 TO WS-CP-AMT(1, WS-COL)
           END-PERFORM
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               MOVE 0 TO WS-AP-CUST-IDX(WS-ACCT-IDX)
               MOVE 0 TO WS-AP-NET-MONTH(WS-ACCT-IDX)
               MOVE 0 TO WS-AP-NET-AFTER(WS-ACCT-IDX)
           END-PERFORM
           PERFORM VARYING WS-XREF-PASS FROM 1 BY 1
               UNTIL WS-XREF-PASS > 2
               OPEN INPUT XREF-FILE
               IF WS-XR-STATUS = '00'
                   PERFORM UNTIL 1 = 0
                       READ XREF-FILE
                           AT END
                               CLOSE XREF-FILE
                               EXIT PERFORM
                       END-READ
                       IF XREF-PRIMARY OR WS-XREF-PASS = 2
                           PERFORM LINK-ONE-ACCOUNT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-AP-CUST-IDX(WS-ACCT-IDX) = 0
                   MOVE 1 TO WS-AP-CUST-IDX(WS-ACCT-IDX)
               END-IF
           END-PERFORM.

       LINK-ONE-ACCOUNT.
           MOVE XREF-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-CUST-IDX(WS-FOUND-IDX) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE XREF-CUST-ID TO WS-KEY-CUST
           MOVE WS-A-BRANCH(WS-FOUND-IDX) TO WS-KEY-BRANCH
           PERFORM FIND-OR-ADD-CUSTOMER
           MOVE WS-CP-FOUND-IDX TO WS-AP-CUST-IDX(WS-FOUND-IDX).

      *> -------------------------------------------------------
      *> FIND-OR-ADD-CUSTOMER: Row for WS-KEY-CUST, added the
      *> first time the customer appears with WS-KEY-BRANCH as
      *> the home branch. A full table folds the overflow into
      *> UNLINKED rather than dropping it.
      *> -------------------------------------------------------
       FIND-OR-ADD-CUSTOMER.
           MOVE 0 TO WS-CP-FOUND-IDX
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-ID(WS-CP-IDX) = WS-KEY-CUST
                   MOVE WS-CP-IDX TO WS-CP-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CP-FOUND-IDX > 0
               IF WS-CP-BRANCH(WS-CP-FOUND-IDX) = SPACES
                   AND WS-CP-FOUND-IDX > 1
                   MOVE WS-KEY-BRANCH TO WS-CP-BRANCH(WS-CP-FOUND-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CP-COUNT >= 300
               DISPLAY "NOTE|CUSTOMER-TABLE-FULL|" WS-KEY-CUST
               MOVE 1 TO WS-CP-FOUND-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CP-COUNT
           MOVE WS-CP-COUNT TO WS-CP-FOUND-IDX
           MOVE WS-KEY-CUST TO WS-CP-ID(WS-CP-COUNT)
           MOVE SPACES TO WS-CP-NAME(WS-CP-COUNT)
           MOVE WS-KEY-BRANCH TO WS-CP-BRANCH(WS-CP-COUNT)
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 10
               MOVE 0 TO WS-CP-AMT(WS-CP-COUNT, WS-COL)
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-FTP-RATES: The FTPDEP and FTPLOAN index values in
      *> effect at month end — the row with the latest effective
      *> date not after it (LOANRATE.cob's rule).
      *> -------------------------------------------------------
       LOAD-FTP-RATES.
           OPEN INPUT INDEX-FILE
           IF WS-IX-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ INDEX-FILE
                       AT END
                           CLOSE INDEX-FILE
                           EXIT PERFORM
                   END-READ
                   IF IDX-EFF-DATE <= WS-PERIOD-END
                       IF IDX-CODE = "FTPDEP"
                           AND IDX-EFF-DATE >= WS-FTP-DEP-EFF
                           MOVE IDX-EFF-DATE TO WS-FTP-DEP-EFF
                           MOVE IDX-RATE TO WS-FTP-DEP-RATE
                       END-IF
                       IF IDX-CODE = "FTPLOAN"
                           AND IDX-EFF-DATE >= WS-FTP-LOAN-EFF
                           MOVE IDX-EFF-DATE TO WS-FTP-LOAN-EFF
                           MOVE IDX-RATE TO WS-FTP-LOAN-RATE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FTP-DEP-EFF = 0
               DISPLAY "NOTE|No FTPDEP rate in effect — deposit "
                   "FTP credit is zero"
           END-IF
           IF WS-FTP-LOAN-EFF = 0
               DISPLAY "NOTE|No FTPLOAN rate in effect — loan "
                   "FTP charge is zero"
           END-IF.

      *> -------------------------------------------------------
      *> LOAD-LOANS: Every loan is staged with its customer row
      *> for the payment-interest lookup; an active loan's
      *> principal is its balance and carries the FTP charge.
      *> The home branch for a borrower with no deposit link is
      *> the branch of the loan's deposit account.
      *> -------------------------------------------------------
       LOAD-LOANS.
           MOVE 0 TO WS-LN-COUNT
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
               MOVE LOAN-DEPOSIT-ACCT TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               MOVE SPACES TO WS-KEY-BRANCH
               IF WS-FOUND-FLAG = 'Y'
                   MOVE WS-A-BRANCH(WS-FOUND-IDX) TO WS-KEY-BRANCH
               END-IF
               MOVE LOAN-CUST-ID TO WS-KEY-CUST
               PERFORM FIND-OR-ADD-CUSTOMER
               IF WS-LN-COUNT < 300
                   ADD 1 TO WS-LN-COUNT
                   MOVE LOAN-ID TO WS-LN-ID(WS-LN-COUNT)
                   MOVE WS-CP-FOUND-IDX TO WS-LN-CUST-IDX(WS-LN-COUNT)
               END-IF
               IF LOAN-ACTIVE
                   ADD LOAN-PRINCIPAL-BAL
                       TO WS-CP-AMT(WS-CP-FOUND-IDX, WS-COL-AVG-LOAN)
                   COMPUTE WS-CP-AMT(WS-CP-FOUND-IDX,
                       WS-COL-FTP-CHARGE) ROUNDED =
                       WS-CP-AMT(WS-CP-FOUND-IDX, WS-COL-FTP-CHARGE)
                       + LOAN-PRINCIPAL-BAL * WS-FTP-LOAN-RATE / 12
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SCAN-LEDGER: One TRANSACT.DAT pass over successful
      *> postings. Activity after the month only walks balances
      *> back; activity inside it is also costed by channel and
      *> sorted into interest paid, fees, earnings credits and
      *> loan interest. Credits and debits follow RECONCILE.cob's
      *> ACCUMULATE-TRANSACTION.
      *> -------------------------------------------------------
       SCAN-LEDGER.
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "NOTE|No TRANSACT.DAT — no month activity"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       CLOSE TRANSACT-FILE
                       EXIT PERFORM
               END-READ
               IF TRANS-STATUS = '00'
                   PERFORM ACCUMULATE-POSTING
               END-IF
           END-PERFORM.

       ACCUMULATE-POSTING.
           MOVE TRANS-DATE(1:6) TO WS-TX-PERIOD
           IF WS-TX-PERIOD < WS-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRANS-TYPE
               WHEN 'D'
               WHEN 'B'
               WHEN 'I'
               WHEN 'C'
               WHEN 'R'
                   MOVE TRANS-AMOUNT TO WS-SIGNED-AMT
               WHEN OTHER
                   COMPUTE WS-SIGNED-AMT = 0 - TRANS-AMOUNT
           END-EVALUATE
           IF WS-TX-PERIOD > WS-PERIOD
               ADD WS-SIGNED-AMT TO WS-AP-NET-AFTER(WS-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD WS-SIGNED-AMT TO WS-AP-NET-MONTH(WS-FOUND-IDX)
           MOVE WS-AP-CUST-IDX(WS-FOUND-IDX) TO WS-CP-IDX

           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > 9
               IF WS-CC-CHANNEL(WS-CC-IDX) = TRANS-CHANNEL
                   ADD WS-CC-UNIT-COST(WS-CC-IDX)
                       TO WS-CP-AMT(WS-CP-IDX, WS-COL-ACT-COST)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN TRANS-IS-INTEREST
                   ADD TRANS-AMOUNT
                       TO WS-CP-AMT(WS-CP-IDX, WS-COL-INT-PAID)
      *>       NSF fees come from NSFFEES.DAT — see SCAN-NSF-FEES
               WHEN TRANS-IS-FEE
                   IF TRANS-DESC(1:7) NOT = "NSF FEE"
                       ADD TRANS-AMOUNT
                           TO WS-CP-AMT(WS-CP-IDX, WS-COL-FEES)
                   END-IF
               WHEN TRANS-IS-DEPOSIT
                   AND TRANS-DESC(1:31)
                       = "EARNINGS CREDIT ANALYSIS OFFSET"
                   ADD TRANS-AMOUNT
                       TO WS-CP-AMT(WS-CP-IDX, WS-COL-EARN-CR)
               WHEN TRANS-IS-WITHDRAW
                   AND TRANS-BATCH-ID = "LOANPAY"
                   AND TRANS-DESC(1:13) = "LOAN PAYMENT "
                   PERFORM CREDIT-LOAN-INTEREST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> -------------------------------------------------------
      *> CREDIT-LOAN-INTEREST: LOANPAY.cob carries the payment's
      *> interest portion at TRANS-DESC 29-40; it belongs to the
      *> loan's borrower, whichever account the payment came from.
      *> -------------------------------------------------------
       CREDIT-LOAN-INTEREST.
           IF TRANS-DESC(25:3) NOT = "INT"
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-DESC(14:10) TO WS-KEY-LOAN
           MOVE FUNCTION NUMVAL(TRANS-DESC(29:12)) TO WS-LOAN-INT
           MOVE 0 TO WS-LN-FOUND-IDX
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-ID(WS-LN-IDX) = WS-KEY-LOAN
                   MOVE WS-LN-IDX TO WS-LN-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LN-FOUND-IDX > 0
               MOVE WS-LN-CUST-IDX(WS-LN-FOUND-IDX) TO WS-CP-IDX
           END-IF
           ADD WS-LOAN-INT TO WS-CP-AMT(WS-CP-IDX, WS-COL-LOAN-INT).

       SCAN-NSF-FEES.
           OPEN INPUT NSFFEE-FILE
           IF WS-NF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ NSFFEE-FILE
                   AT END
                       CLOSE NSFFEE-FILE
                       EXIT PERFORM
               END-READ
               IF NF-CHARGED AND NF-DATE(1:6) = WS-IN-PERIOD-STR
                   MOVE NF-ACCT-ID TO WS-IN-ACCT-ID
                   PERFORM FIND-ACCOUNT
                   IF WS-FOUND-FLAG = 'Y'
                       MOVE WS-AP-CUST-IDX(WS-FOUND-IDX) TO WS-CP-IDX
                       ADD NF-FEE-AMOUNT
                           TO WS-CP-AMT(WS-CP-IDX, WS-COL-FEES)
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> AVERAGE-DEPOSITS: Each USD account's month average from
      *> its walked-back closing and opening balances, and the
      *> FTP credit on it (a positive average only — an overdrawn
      *> account earns no credit).
      *> -------------------------------------------------------
       AVERAGE-DEPOSITS.
           MOVE 0 TO WS-NON-USD-COUNT
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-A-CURRENCY(WS-ACCT-IDX) = SPACES
                   OR WS-A-CURRENCY(WS-ACCT-IDX) = 'USD'
                   COMPUTE WS-CLOSING-BAL =
                       WS-A-BALANCE(WS-ACCT-IDX)
                       - WS-AP-NET-AFTER(WS-ACCT-IDX)
                   COMPUTE WS-OPENING-BAL =
                       WS-CLOSING-BAL - WS-AP-NET-MONTH(WS-ACCT-IDX)
                   COMPUTE WS-AVG-BAL ROUNDED =
                       (WS-OPENING-BAL + WS-CLOSING-BAL) / 2
                   MOVE WS-AP-CUST-IDX(WS-ACCT-IDX) TO WS-CP-IDX
                   ADD WS-AVG-BAL
                       TO WS-CP-AMT(WS-CP-IDX, WS-COL-AVG-DEP)
                   IF WS-AVG-BAL > 0
                       COMPUTE WS-CP-AMT(WS-CP-IDX, WS-COL-FTP-CREDIT)
                           ROUNDED =
                           WS-CP-AMT(WS-CP-IDX, WS-COL-FTP-CREDIT)
                           + WS-AVG-BAL * WS-FTP-DEP-RATE / 12
                   END-IF
               ELSE
                   ADD 1 TO WS-NON-USD-COUNT
               END-IF
           END-PERFORM
           IF WS-NON-USD-COUNT > 0
               DISPLAY "NOTE|" WS-NON-USD-COUNT
                   " non-USD account(s) excluded from balances"
           END-IF.

       NAME-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CU-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CUSTOMER-FILE
                   AT END
                       CLOSE CUSTOMER-FILE
                       EXIT PERFORM
               END-READ
               PERFORM VARYING WS-CP-IDX FROM 2 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
                   IF WS-CP-ID(WS-CP-IDX) = CUST-ID
                       MOVE CUST-NAME TO WS-CP-NAME(WS-CP-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       COMPUTE-CONTRIBUTIONS.
           MOVE 0 TO WS-TOTAL-CONTRIB
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
               COMPUTE WS-CP-AMT(WS-CP-IDX, WS-COL-CONTRIB) =
                   WS-CP-AMT(WS-CP-IDX, WS-COL-FTP-CREDIT)
                   - WS-CP-AMT(WS-CP-IDX, WS-COL-INT-PAID)
                   - WS-CP-AMT(WS-CP-IDX, WS-COL-EARN-CR)
                   + WS-CP-AMT(WS-CP-IDX, WS-COL-FEES)
                   + WS-CP-AMT(WS-CP-IDX, WS-COL-LOAN-INT)
                   - WS-CP-AMT(WS-CP-IDX, WS-COL-FTP-CHARGE)
                   - WS-CP-AMT(WS-CP-IDX, WS-COL-ACT-COST)
               ADD WS-CP-AMT(WS-CP-IDX, WS-COL-CONTRIB)
                   TO WS-TOTAL-CONTRIB
           END-PERFORM.

       ROLL-UP-BRANCHES.
           MOVE 0 TO WS-BP-COUNT
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
               MOVE 0 TO WS-BP-FOUND-IDX
               PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-COUNT
                   IF WS-BP-BRANCH(WS-BP-IDX) = WS-CP-BRANCH(WS-CP-IDX)
                       MOVE WS-BP-IDX TO WS-BP-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-BP-FOUND-IDX = 0 AND WS-BP-COUNT < 30
                   ADD 1 TO WS-BP-COUNT
                   MOVE WS-BP-COUNT TO WS-BP-FOUND-IDX
                   MOVE WS-CP-BRANCH(WS-CP-IDX)
                       TO WS-BP-BRANCH(WS-BP-COUNT)
                   MOVE 0 TO WS-BP-CUSTOMERS(WS-BP-COUNT)
                   PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > 10
                       MOVE 0 TO WS-BP-AMT(WS-BP-COUNT, WS-COL)
                   END-PERFORM
               END-IF
               IF WS-BP-FOUND-IDX > 0
                   ADD 1 TO WS-BP-CUSTOMERS(WS-BP-FOUND-IDX)
                   PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > 10
                       ADD WS-CP-AMT(WS-CP-IDX, WS-COL)
                           TO WS-BP-AMT(WS-BP-FOUND-IDX, WS-COL)
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> PRINT-CUSTOMER-RANKING: Selection-order the customer rows
      *> by contribution, highest first, and print each. The
      *> UNLINKED row is only shown when something landed on it.
      *> -------------------------------------------------------
       PRINT-CUSTOMER-RANKING.
           MOVE 0 TO WS-RANK-COUNT
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-IDX > 1
                   OR WS-CP-AMT(1, WS-COL-AVG-DEP) NOT = 0
                   OR WS-CP-AMT(1, WS-COL-CONTRIB) NOT = 0
                   ADD 1 TO WS-RANK-COUNT
                   MOVE WS-CP-IDX TO WS-RANK-PTR(WS-RANK-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-RANK-COUNT
               MOVE WS-RANK-IDX TO WS-RANK-BEST
               PERFORM VARYING WS-RANK-SCAN FROM WS-RANK-IDX BY 1
                   UNTIL WS-RANK-SCAN > WS-RANK-COUNT
                   IF WS-CP-AMT(WS-RANK-PTR(WS-RANK-SCAN),
                           WS-COL-CONTRIB)
                       > WS-CP-AMT(WS-RANK-PTR(WS-RANK-BEST),
                           WS-COL-CONTRIB)
                       MOVE WS-RANK-SCAN TO WS-RANK-BEST
                   END-IF
               END-PERFORM
               MOVE WS-RANK-PTR(WS-RANK-IDX) TO WS-RANK-HOLD
               MOVE WS-RANK-PTR(WS-RANK-BEST)
                   TO WS-RANK-PTR(WS-RANK-IDX)
               MOVE WS-RANK-HOLD TO WS-RANK-PTR(WS-RANK-BEST)
               MOVE WS-RANK-PTR(WS-RANK-IDX) TO WS-CP-IDX
               MOVE WS-RANK-IDX TO WS-D-RANK
               PERFORM EMIT-CUSTOMER-LINE
           END-PERFORM.

       EMIT-CUSTOMER-LINE.
           IF WS-CSV-MODE = 'Y'
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO WS-CSV-PTR
               STRING "CUSTOMER," WS-D-RANK ","
                   FUNCTION TRIM(WS-CP-ID(WS-CP-IDX)) ","
                   FUNCTION TRIM(WS-CP-NAME(WS-CP-IDX)) ","
                   WS-CP-BRANCH(WS-CP-IDX)
                   DELIMITED BY SIZE INTO CSV-LINE
                   WITH POINTER WS-CSV-PTR
               END-STRING
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 10
                   MOVE WS-CP-AMT(WS-CP-IDX, WS-COL) TO WS-CSV-AMT
                   STRING "," FUNCTION TRIM(WS-CSV-AMT)
                       DELIMITED BY SIZE INTO CSV-LINE
                       WITH POINTER WS-CSV-PTR
                   END-STRING
               END-PERFORM
               WRITE CSV-LINE
               ADD 1 TO WS-CSV-ROW-COUNT
           ELSE
               DISPLAY "PROFIT|" WS-D-RANK "|" WS-CP-ID(WS-CP-IDX)
                   "|" WS-CP-NAME(WS-CP-IDX) "|"
                   WS-CP-BRANCH(WS-CP-IDX) "|"
                   WS-CP-AMT(WS-CP-IDX, 1) "|"
                   WS-CP-AMT(WS-CP-IDX, 2) "|"
                   WS-CP-AMT(WS-CP-IDX, 3) "|"
                   WS-CP-AMT(WS-CP-IDX, 4) "|"
                   WS-CP-AMT(WS-CP-IDX, 5) "|"
                   WS-CP-AMT(WS-CP-IDX, 6) "|"
                   WS-CP-AMT(WS-CP-IDX, 7) "|"
                   WS-CP-AMT(WS-CP-IDX, 8) "|"
                   WS-CP-AMT(WS-CP-IDX, 9) "|"
                   WS-CP-AMT(WS-CP-IDX, 10)
           END-IF.

       PRINT-BRANCH-RANKING.
           MOVE WS-BP-COUNT TO WS-RANK-COUNT
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-RANK-COUNT
               MOVE WS-RANK-IDX TO WS-RANK-PTR(WS-RANK-IDX)
           END-PERFORM
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-RANK-COUNT
               MOVE WS-RANK-IDX TO WS-RANK-BEST
               PERFORM VARYING WS-RANK-SCAN FROM WS-RANK-IDX BY 1
                   UNTIL WS-RANK-SCAN > WS-RANK-COUNT
                   IF WS-BP-AMT(WS-RANK-PTR(WS-RANK-SCAN),
                           WS-COL-CONTRIB)
                       > WS-BP-AMT(WS-RANK-PTR(WS-RANK-BEST),
                           WS-COL-CONTRIB)
                       MOVE WS-RANK-SCAN TO WS-RANK-BEST
                   END-IF
               END-PERFORM
               MOVE WS-RANK-PTR(WS-RANK-IDX) TO WS-RANK-HOLD
               MOVE WS-RANK-PTR(WS-RANK-BEST)
                   TO WS-RANK-PTR(WS-RANK-IDX)
               MOVE WS-RANK-HOLD TO WS-RANK-PTR(WS-RANK-BEST)
               MOVE WS-RANK-PTR(WS-RANK-IDX) TO WS-BP-IDX
               MOVE WS-RANK-IDX TO WS-D-RANK
               PERFORM EMIT-BRANCH-LINE
           END-PERFORM.

       EMIT-BRANCH-LINE.
           MOVE WS-BP-CUSTOMERS(WS-BP-IDX) TO WS-D-CUSTOMERS
           IF WS-CSV-MODE = 'Y'
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO WS-CSV-PTR
               STRING "BRANCH," WS-D-RANK ","
                   WS-BP-BRANCH(WS-BP-IDX) ","
                   WS-D-CUSTOMERS ","
                   WS-BP-BRANCH(WS-BP-IDX)
                   DELIMITED BY SIZE INTO CSV-LINE
                   WITH POINTER WS-CSV-PTR
               END-STRING
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 10
                   MOVE WS-BP-AMT(WS-BP-IDX, WS-COL) TO WS-CSV-AMT
                   STRING "," FUNCTION TRIM(WS-CSV-AMT)
                       DELIMITED BY SIZE INTO CSV-LINE
                       WITH POINTER WS-CSV-PTR
                   END-STRING
               END-PERFORM
               WRITE CSV-LINE
               ADD 1 TO WS-CSV-ROW-COUNT
           ELSE
               DISPLAY "PROFIT-BRANCH|" WS-D-RANK "|"
                   WS-BP-BRANCH(WS-BP-IDX) "|" WS-D-CUSTOMERS "|"
                   WS-BP-AMT(WS-BP-IDX, 1) "|"
                   WS-BP-AMT(WS-BP-IDX, 2) "|"
                   WS-BP-AMT(WS-BP-IDX, 3) "|"
                   WS-BP-AMT(WS-BP-IDX, 4) "|"
                   WS-BP-AMT(WS-BP-IDX, 5) "|"
                   WS-BP-AMT(WS-BP-IDX, 6) "|"
                   WS-BP-AMT(WS-BP-IDX, 7) "|"
                   WS-BP-AMT(WS-BP-IDX, 8) "|"
                   WS-BP-AMT(WS-BP-IDX, 9) "|"
                   WS-BP-AMT(WS-BP-IDX, 10)
           END-IF.

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
               IF WS-ACCOUNT-COUNT < 100
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE ACCT-ID TO WS-A-ID(WS-ACCOUNT-COUNT)
                   MOVE ACCT-TYPE TO WS-A-TYPE(WS-ACCOUNT-COUNT)
                   MOVE ACCT-BALANCE TO WS-A-BALANCE(WS-ACCOUNT-COUNT)
                   MOVE ACCT-STATUS TO WS-A-STATUS(WS-ACCOUNT-COUNT)
                   MOVE ACCT-CURRENCY
                       TO WS-A-CURRENCY(WS-ACCOUNT-COUNT)
                   MOVE ACCT-BRANCH TO WS-A-BRANCH(WS-ACCOUNT-COUNT)
               END-IF
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
