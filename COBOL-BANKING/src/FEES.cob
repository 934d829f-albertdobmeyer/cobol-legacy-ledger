      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-02-24
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Batch job that walks ACCOUNTS.DAT and assesses the
      *>    Below minimum balance — Checking under $500.00,
      *>      Savings under $300.00: $15.00
      *>    Per-item — first 5 withdrawals free per account per
      *>      run, then $0.50 each (withdrawal count comes from
      *>      tonight's ACCTEXTR.DAT extract when it proves, else
      *>      from a scan of TRANSACT.DAT, same accumulation
      *>      pattern RECONCILE.cob uses for credits/debits)
      *>
      *>  Relationship Waivers:
      *>    Each of the three fees is tested on its own against
      *>    the active FEERULES.DAT rules (see FEERULE.cpy,
      *>    maintained with FEERULE.cob) for every customer
      *>    linked to the account through CUSTXREF.DAT — combined
      *>    deposit balances across all of the customer's linked
      *>    accounts (USD, not closed, before this run's fees), or
      *>    an active loan in LOANS.DAT. A fee a rule forgives is
      *>    not charged; it is appended to FEEWAIVE.DAT with the
      *>    customer and the rule instead.
      *>
      *>  Files:
      *>    Input/Output: ACCOUNTS.DAT  (LINE SEQUENTIAL, 130-byte records)
      *>    Input:        TRANSACT.DAT  (LINE SEQUENTIAL, 121-byte records)
      *>    Input:        ACCTEXTR.DAT  (EODEXTR.cob's account extract —
      *>                  optional; absent or unproven, the ledger
      *>                  is scanned as before)
      *>    Input:        FEERULES.DAT, CUSTXREF.DAT, LOANS.DAT
      *>                  (all optional — none on file, no waivers)
      *>    Output:       TRANSACT.DAT  (appended — never rewritten)
      *>    Output:       FEEWAIVE.DAT  (appended)
      *>    Output:       RUNHIST.DAT   (appended)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout (130 bytes)
      *>    TRANSREC.cpy  — Transaction record layout (121 bytes)
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>    ACCTIO.cpy    — Shared account I/O variables
      *>    FEERULE.cpy, FEEWAIV.cpy, CUSTXREF.cpy, LOANREC.cpy
      *>    ACCTEXT.cpy, RUNHIST.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Per account: FEE|ACCT-ID|AMOUNT|NEW-BALANCE
      *>    Per waiver:  FEE-WAIVED|ACCT-ID|FEE-CODE|AMOUNT|RULE-ID|
      *>                 CUST-ID
      *>    Summary:     FEE-SUMMARY|ACCOUNTS-CHARGED|TOTAL-COLLECTED
      *>                 FEE-WAIVE-SUMMARY|FEES-WAIVED|TOTAL-WAIVED
      *>    Result:      RESULT|XX
      *>
      *>  Exit Codes:
      *>                     manifest (a truncated rewrite); the save
      *>                     cuts a fresh manifest row after a clean
      *>                     close (see MANIFEST.cpy)
      *>    2026-10-15  AKD  Relationship fee waivers — each fee is
      *>                     tested against FEERULES.DAT per linked
      *>                     customer (combined deposits or an
      *>                     active loan); waived fees are logged to
      *>                     FEEWAIVE.DAT with the rule that waived
      *>                     them instead of being charged
      *>    2026-10-15  AKD  Per-item withdrawal counts are taken
      *>                     from EODEXTR.cob's ACCTEXTR.DAT when it
      *>                     is tonight's and proves against its
      *>                     trailer and FILEMANF.DAT row, instead of
      *>                     a full TRANSACT.DAT scan (the scan stays
      *>                     as the fallback); the run is logged to
      *>                     RUNHIST.DAT with the source it used
      *>================================================================*

      *>  IDENTIFICATION / ENVIRONMENT / DATA DIVISIONS
               ASSIGN TO "ACCTVERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERS-STATUS.
           SELECT EXTRACT-FILE
               ASSIGN TO "ACCTEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT FEERULE-FILE
               ASSIGN TO "FEERULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-STATUS.
           SELECT WAIVER-FILE
               ASSIGN TO "FEEWAIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FW-STATUS.
           SELECT XREF-FILE
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.
           SELECT LOAN-FILE
               ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ACCTVERS.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  EXTRACT-FILE.
       COPY "ACCTEXT.cpy".
       FD  RUN-HISTORY-FILE.
       COPY "RUNHIST.cpy".
       FD  CALENDAR-FILE.
       COPY "CALREC.cpy".
       FD  FEERULE-FILE.
       COPY "FEERULE.cpy".
       FD  WAIVER-FILE.
       COPY "FEEWAIV.cpy".
       FD  XREF-FILE.
       COPY "CUSTXREF.cpy".
       FD  LOAN-FILE.
       COPY "LOANREC.cpy".

       WORKING-STORAGE SECTION.
      *>   Business-date control file status — see BUSDATE.cpy
       01  WS-SEARCH-IDX          PIC 9(3) VALUE 0.
       01  WS-ITEM-FOUND           PIC X VALUE 'N'.

      *>   EODEXTR.cob's account extract — see ACCTEXT.cpy and
      *>   LOAD-ACCOUNT-EXTRACT. Trusted only when every check
      *>   passes; otherwise the counts are rebuilt from the ledger.
       01  WS-EXT-STATUS          PIC XX VALUE SPACES.
       01  WS-EXT-USABLE          PIC X(1) VALUE 'N'.
       01  WS-EXT-TRAILER-OK      PIC X(1) VALUE 'N'.
       01  WS-EXT-ROWS            PIC 9(7) VALUE 0.
       01  WS-EXT-HASH            PIC S9(13)V99 VALUE 0.
       01  WS-EXT-MATCHED         PIC 9(3) VALUE 0.
      *>   Run-history working fields — see LOG-RUN-START/
      *>   LOG-RUN-END and RUNHIST.cpy, same as RECONCILE.cob.
       01  WS-RUNHIST-STATUS      PIC XX VALUE SPACES.
       01  WS-RUN-STATUS          PIC X(1) VALUE 'Y'.
       01  WS-RUN-DETAIL          PIC X(40) VALUE SPACES.
       01  WS-RUNHIST-START-TIME  PIC 9(6) VALUE 0.
       01  WS-RUNHIST-START-SECS  PIC 9(8) VALUE 0.
       01  WS-RUNHIST-END-SECS    PIC 9(8) VALUE 0.

      *>   Relationship waivers. The account's three fees are held
      *>   apart so each can be waived on its own; the rule table
      *>   is FEERULES.DAT's active rules in file order.
       01  WS-FR-STATUS           PIC XX VALUE SPACES.
       01  WS-FW-STATUS           PIC XX VALUE SPACES.
       01  WS-XR-STATUS           PIC XX VALUE SPACES.
       01  WS-LN-STATUS           PIC XX VALUE SPACES.
       01  WS-FEE-MAINT           PIC S9(6)V99 VALUE 0.
       01  WS-FEE-BELOW           PIC S9(6)V99 VALUE 0.
       01  WS-FEE-ITEMS           PIC S9(6)V99 VALUE 0.
       01  WS-FEE-AMOUNT          PIC S9(6)V99 VALUE 0.
       01  WS-FEE-CODE            PIC X(1) VALUE SPACES.
       01  WS-WAIVE-RULE          PIC X(8) VALUE SPACES.
       01  WS-WAIVE-CUST          PIC X(10) VALUE SPACES.
       01  WS-WAIVED-COUNT        PIC 9(5) VALUE 0.
       01  WS-WAIVED-TOTAL        PIC S9(10)V99 VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RL-ID           PIC X(8).
               10  WS-RL-FEE-CODE     PIC X(1).
               10  WS-RL-ACCT-TYPE    PIC X(1).
               10  WS-RL-COND         PIC X(1).
               10  WS-RL-THRESHOLD    PIC S9(12)V99.
       01  WS-RULE-COUNT          PIC 9(2) VALUE 0.
       01  WS-RULE-IDX            PIC 9(2) VALUE 0.
      *>   Customers with at least one loaded account, their
      *>   combined deposits and whether they hold an active loan;
      *>   and every customer-to-account link among them.
       01  WS-REL-TABLE.
           05  WS-REL-ENTRY OCCURS 300 TIMES.
               10  WS-REL-CUST-ID     PIC X(10).
               10  WS-REL-DEPOSITS    PIC S9(12)V99.
               10  WS-REL-HAS-LOAN    PIC X(1).
       01  WS-REL-COUNT           PIC 9(3) VALUE 0.
       01  WS-REL-IDX             PIC 9(3) VALUE 0.
       01  WS-REL-FOUND-IDX       PIC 9(3) VALUE 0.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 500 TIMES.
               10  WS-LK-ACCT-IDX     PIC 9(3).
               10  WS-LK-REL-IDX      PIC 9(3).
       01  WS-LINK-COUNT          PIC 9(3) VALUE 0.
       01  WS-LINK-IDX            PIC 9(3) VALUE 0.

      *>   ACCTIO.cpy provides the in-memory account table
      *>   (WS-ACCOUNT-TABLE) and helper variables (WS-ACCOUNT-COUNT,
      *>   WS-ACCT-IDX, etc.)
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM LOG-RUN-START

      *>   Fees dated for a closed day roll forward to the next
      *>   business day — see CALWORK.cpy.
               MOVE 0 TO WS-ITEM-WD-COUNT(WS-ACCT-IDX)
           END-PERFORM

      *>   Tonight's extract already holds every account's ledger
      *>   withdrawal count; the scan is only the fallback.
           PERFORM LOAD-ACCOUNT-EXTRACT
           IF WS-EXT-USABLE = 'Y'
               MOVE "FEES ITEMS FROM ACCTEXTR.DAT" TO WS-RUN-DETAIL
           ELSE
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
                   MOVE 0 TO WS-ITEM-WD-COUNT(WS-ACCT-IDX)
               END-PERFORM
               PERFORM COUNT-WITHDRAWAL-ITEMS
               MOVE "FEES ITEMS FROM TRANSACT.DAT SCAN"
                   TO WS-RUN-DETAIL
           END-IF
           PERFORM LOAD-FEE-RULES
           IF WS-RULE-COUNT > 0
               PERFORM LOAD-RELATIONSHIPS
           END-IF

           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
           PERFORM SAVE-ALL-ACCOUNTS

           DISPLAY "FEE-SUMMARY|" WS-CHARGED-COUNT "|" WS-GRAND-TOTAL
           DISPLAY "FEE-WAIVE-SUMMARY|" WS-WAIVED-COUNT "|"
               WS-WAIVED-TOTAL
           PERFORM LOG-RUN-END
           DISPLAY "RESULT|00"

           STOP RUN.
           END-IF.

      *> -------------------------------------------------------
      *> LOAD-ACCOUNT-EXTRACT: Take each account's ledger
      *> withdrawal count from EODEXTR.cob's ACCTEXTR.DAT. The
      *> file is used only when its header is for today's
      *> business date, its rows count and hash to its trailer
      *> and to its own FILEMANF.DAT row, and every loaded
      *> account is in it (see ACCTEXT.cpy) — anything less
      *> leaves WS-EXT-USABLE 'N' and the caller scans the
      *> ledger instead.
      *> -------------------------------------------------------
       LOAD-ACCOUNT-EXTRACT.
           MOVE 'N' TO WS-EXT-USABLE
           MOVE 'N' TO WS-EXT-TRAILER-OK
           MOVE 0 TO WS-EXT-ROWS
           MOVE 0 TO WS-EXT-HASH
           MOVE 0 TO WS-EXT-MATCHED
           OPEN INPUT EXTRACT-FILE
           IF WS-EXT-STATUS NOT = '00'
               DISPLAY "NOTE|No ACCTEXTR.DAT — scanning TRANSACT.DAT"
               EXIT PARAGRAPH
           END-IF
           READ EXTRACT-FILE
               AT END
                   MOVE SPACES TO ACCT-EXTRACT-RECORD
           END-READ
           IF NOT EXT-HEADER
               OR EXT-H-BUS-DATE NOT = WS-CURRENT-DATE
               CLOSE EXTRACT-FILE
               DISPLAY "NOTE|ACCTEXTR.DAT not today's — scanning "
                   "TRANSACT.DAT"
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

       APPLY-EXTRACT-ROW.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-ACCOUNT-COUNT
               IF WS-ITEM-ACCT-ID(WS-SEARCH-IDX) = EXT-ACCT-ID
                   MOVE EXT-LEDGER-WD-COUNT
                       TO WS-ITEM-WD-COUNT(WS-SEARCH-IDX)
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
      *> ASSESS-FEES: Work out one account's maintenance,
      *> below-minimum, and per-item fees, put each through the
      *> relationship waiver rules, then post and debit the sum
      *> still owed if it is more than zero. Closed and frozen
      *> accounts are never assessed.
      *> -------------------------------------------------------
       ASSESS-FEES.
           END-IF

           MOVE 0 TO WS-FEE-TOTAL
           MOVE 0 TO WS-FEE-MAINT
           MOVE 0 TO WS-FEE-BELOW
           MOVE 0 TO WS-FEE-ITEMS

           EVALUATE WS-A-TYPE(WS-ACCT-IDX)
               WHEN 'C'
                   MOVE WS-FEE-MAINT-CHECKING TO WS-FEE-MAINT
                   IF WS-A-BALANCE(WS-ACCT-IDX) < WS-MIN-BAL-CHECKING
                       MOVE WS-FEE-BELOW-MIN TO WS-FEE-BELOW
                   END-IF
               WHEN 'S'
                   MOVE WS-FEE-MAINT-SAVINGS TO WS-FEE-MAINT
                   IF WS-A-BALANCE(WS-ACCT-IDX) < WS-MIN-BAL-SAVINGS
                       MOVE WS-FEE-BELOW-MIN TO WS-FEE-BELOW
                   END-IF
           END-EVALUATE

               COMPUTE WS-EXCESS-ITEMS =
                   WS-ITEM-WD-COUNT(WS-ACCT-IDX) - WS-FREE-ITEM-COUNT
               END-COMPUTE
               COMPUTE WS-FEE-ITEMS =
                   WS-EXCESS-ITEMS * WS-FEE-PER-ITEM
               END-COMPUTE
           END-IF

           MOVE 'M' TO WS-FEE-CODE
           MOVE WS-FEE-MAINT TO WS-FEE-AMOUNT
           PERFORM APPLY-FEE-COMPONENT
           MOVE 'B' TO WS-FEE-CODE
           MOVE WS-FEE-BELOW TO WS-FEE-AMOUNT
           PERFORM APPLY-FEE-COMPONENT
           MOVE 'I' TO WS-FEE-CODE
           MOVE WS-FEE-ITEMS TO WS-FEE-AMOUNT
           PERFORM APPLY-FEE-COMPONENT

           IF WS-FEE-TOTAL NOT > 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FEE|" WS-A-ID(WS-ACCT-IDX) "|"
               WS-FEE-TOTAL "|" WS-A-BALANCE(WS-ACCT-IDX).

      *> -------------------------------------------------------
      *> APPLY-FEE-COMPONENT: One fee (WS-FEE-CODE/WS-FEE-AMOUNT)
      *> of the account being assessed — charged into the
      *> account's total, or, when a rule waives it, logged to
      *> FEEWAIVE.DAT instead.
      *> -------------------------------------------------------
       APPLY-FEE-COMPONENT.
           IF WS-FEE-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FEE-WAIVER
           IF WS-WAIVE-RULE = SPACES
               ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WAIVED-COUNT
           ADD WS-FEE-AMOUNT TO WS-WAIVED-TOTAL
           MOVE SPACES TO FEE-WAIVER-RECORD
           MOVE WS-POSTING-DATE TO FW-DATE
           MOVE WS-A-ID(WS-ACCT-IDX) TO FW-ACCT-ID
           MOVE WS-WAIVE-CUST TO FW-CUST-ID
           MOVE WS-FEE-CODE TO FW-FEE-CODE
           MOVE WS-FEE-AMOUNT TO FW-AMOUNT
           MOVE WS-WAIVE-RULE TO FW-RULE-ID
           OPEN EXTEND WAIVER-FILE
           IF WS-FW-STATUS NOT = '00'
               OPEN OUTPUT WAIVER-FILE
               IF WS-FW-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-FW-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE FEE-WAIVER-RECORD
           CLOSE WAIVER-FILE
           DISPLAY "FEE-WAIVED|" WS-A-ID(WS-ACCT-IDX) "|"
               WS-FEE-CODE "|" WS-FEE-AMOUNT "|" WS-WAIVE-RULE "|"
               WS-WAIVE-CUST.

      *> -------------------------------------------------------
      *> CHECK-FEE-WAIVER: Try each rule, in file order, that
      *> covers this fee and account type against every customer
      *> linked to the account. The first rule a customer meets
      *> waives the fee (WS-WAIVE-RULE/WS-WAIVE-CUST); SPACES
      *> means the fee stands.
      *> -------------------------------------------------------
       CHECK-FEE-WAIVER.
           MOVE SPACES TO WS-WAIVE-RULE
           MOVE SPACES TO WS-WAIVE-CUST
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
                  OR WS-WAIVE-RULE NOT = SPACES
               IF (WS-RL-FEE-CODE(WS-RULE-IDX) = WS-FEE-CODE
                       OR WS-RL-FEE-CODE(WS-RULE-IDX) = 'A')
                   AND (WS-RL-ACCT-TYPE(WS-RULE-IDX) = SPACE
                       OR WS-RL-ACCT-TYPE(WS-RULE-IDX)
                           = WS-A-TYPE(WS-ACCT-IDX))
                   PERFORM TEST-RULE-CUSTOMERS
               END-IF
           END-PERFORM.

       TEST-RULE-CUSTOMERS.
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
               IF WS-LK-ACCT-IDX(WS-LINK-IDX) = WS-ACCT-IDX
                   MOVE WS-LK-REL-IDX(WS-LINK-IDX) TO WS-REL-IDX
                   IF (WS-RL-COND(WS-RULE-IDX) = 'D'
                           AND WS-REL-DEPOSITS(WS-REL-IDX)
                               >= WS-RL-THRESHOLD(WS-RULE-IDX))
                       OR (WS-RL-COND(WS-RULE-IDX) = 'L'
                           AND WS-REL-HAS-LOAN(WS-REL-IDX) = 'Y')
                       MOVE WS-RL-ID(WS-RULE-IDX) TO WS-WAIVE-RULE
                       MOVE WS-REL-CUST-ID(WS-REL-IDX)
                           TO WS-WAIVE-CUST
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-FEE-RULES: The active rules in effect on the
      *> posting date. No FEERULES.DAT — no waivers, and the run
      *> assesses exactly as it always has.
      *> -------------------------------------------------------
       LOAD-FEE-RULES.
           MOVE 0 TO WS-RULE-COUNT
           OPEN INPUT FEERULE-FILE
           IF WS-FR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ FEERULE-FILE
                   AT END
                       CLOSE FEERULE-FILE
                       EXIT PERFORM
               END-READ
               IF FR-ACTIVE AND FR-EFF-DATE <= WS-POSTING-DATE
                   AND WS-RULE-COUNT < 50
                   ADD 1 TO WS-RULE-COUNT
                   MOVE FR-RULE-ID TO WS-RL-ID(WS-RULE-COUNT)
                   MOVE FR-FEE-CODE TO WS-RL-FEE-CODE(WS-RULE-COUNT)
                   MOVE FR-ACCT-TYPE
                       TO WS-RL-ACCT-TYPE(WS-RULE-COUNT)
                   MOVE FR-COND TO WS-RL-COND(WS-RULE-COUNT)
                   MOVE FR-THRESHOLD
                       TO WS-RL-THRESHOLD(WS-RULE-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-RELATIONSHIPS: Every CUSTXREF.DAT link to a loaded
      *> account, whatever the holder's role. Each linked
      *> customer's combined deposits are the balances of all its
      *> USD accounts not closed, taken before this run's fees;
      *> an active loan in LOANS.DAT marks the customer a
      *> borrower.
      *> -------------------------------------------------------
       LOAD-RELATIONSHIPS.
           MOVE 0 TO WS-REL-COUNT
           MOVE 0 TO WS-LINK-COUNT
           OPEN INPUT XREF-FILE
           IF WS-XR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ XREF-FILE
                   AT END
                       CLOSE XREF-FILE
                       EXIT PERFORM
               END-READ
               PERFORM LINK-XREF-ROW
           END-PERFORM
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
               IF LOAN-ACTIVE
                   PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                       UNTIL WS-REL-IDX > WS-REL-COUNT
                       IF WS-REL-CUST-ID(WS-REL-IDX) = LOAN-CUST-ID
                           MOVE 'Y' TO WS-REL-HAS-LOAN(WS-REL-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       LINK-XREF-ROW.
           MOVE 0 TO WS-SEARCH-IDX
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-ACCOUNT-COUNT
               IF WS-A-ID(WS-LINK-IDX) = XREF-ACCT-ID
                   MOVE WS-LINK-IDX TO WS-SEARCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEARCH-IDX = 0 OR WS-LINK-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REL-FOUND-IDX
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-COUNT
               IF WS-REL-CUST-ID(WS-REL-IDX) = XREF-CUST-ID
                   MOVE WS-REL-IDX TO WS-REL-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-REL-FOUND-IDX = 0
               IF WS-REL-COUNT >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REL-COUNT
               MOVE WS-REL-COUNT TO WS-REL-FOUND-IDX
               MOVE XREF-CUST-ID TO WS-REL-CUST-ID(WS-REL-COUNT)
               MOVE 0 TO WS-REL-DEPOSITS(WS-REL-COUNT)
               MOVE 'N' TO WS-REL-HAS-LOAN(WS-REL-COUNT)
           END-IF
      *>   A link keyed twice for the same customer and account
      *>   counts the balance once.
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
               IF WS-LK-ACCT-IDX(WS-LINK-IDX) = WS-SEARCH-IDX
                   AND WS-LK-REL-IDX(WS-LINK-IDX) = WS-REL-FOUND-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-LINK-COUNT
           MOVE WS-SEARCH-IDX TO WS-LK-ACCT-IDX(WS-LINK-COUNT)
           MOVE WS-REL-FOUND-IDX TO WS-LK-REL-IDX(WS-LINK-COUNT)
           IF WS-A-STATUS(WS-SEARCH-IDX) NOT = 'C'
               AND (WS-A-CURRENCY(WS-SEARCH-IDX) = SPACES
                   OR WS-A-CURRENCY(WS-SEARCH-IDX) = 'USD')
               ADD WS-A-BALANCE(WS-SEARCH-IDX)
                   TO WS-REL-DEPOSITS(WS-REL-FOUND-IDX)
           END-IF.

      *> -------------------------------------------------------
      *> POST-FEE-TRANSACTION: Build and append one
      *> TRANSACTION-RECORD to TRANSACT.DAT for the fee total just
           MOVE "FEES" TO MF-WRITTEN-BY
           WRITE FILE-MANIFEST-RECORD
           CLOSE MANIFEST-FILE.

      *> -------------------------------------------------------
      *> LOG-RUN-START / LOG-RUN-END: This run's running and
      *> completed records in the shared RUNHIST.DAT — the detail
      *> names where the withdrawal counts came from, so the
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
               MOVE "FEES" TO RUNHIST-JOB-ID
               MOVE SPACES TO RUNHIST-NODE-CODE
               MOVE 'R' TO RUNHIST-STATUS
               MOVE 0 TO RUNHIST-DURATION-SEC
               MOVE "FEE ASSESSMENT" TO RUNHIST-DETAIL
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
               MOVE "FEES" TO RUNHIST-JOB-ID
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
