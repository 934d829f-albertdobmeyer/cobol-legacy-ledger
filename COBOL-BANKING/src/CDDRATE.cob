      *>================================================================*
      *>  Program:     CDDRATE.cob
      *>  System:      LEGACY LEDGER — Customer Due-Diligence Rating
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The documented CDD risk rating for every customer and
      *>    the schedule that says when each relationship must be
      *>    re-reviewed. Names are screened (OFACLOAD.cob,
      *>    SCAN314A.cob) and activity is monitored (BEHAVMON.cob,
      *>    RISKCHK.cob, STRUCTMON.cob); this program rates the
      *>    relationship itself. RATE scores every active customer
      *>    in CUSTOMER.DAT across the accounts CUSTXREF.DAT links
      *>    them to, from five parts (WS-CD- policy block):
      *>      PRODUCT — the product mix: a transactional checking
      *>                account, a foreign-currency account, a wide
      *>                spread of accounts;
      *>      CASH    — cash intensity over WS-CD-CASH-DAYS: teller
      *>                cash as a share of all deposits, withdrawals
      *>                and transfers, plus a CTR-size cash total;
      *>      OWNER   — business ownership: an account with
      *>                beneficial owners on BENOWNER.DAT (an entity
      *>                relationship), or the customer listed as a
      *>                beneficial owner of one;
      *>      SAR     — SAR history on SARCASES.DAT: a filed SAR,
      *>                an open case, or a case closed without one;
      *>      WIRE    — the countries the customer's wires went to
      *>                over WS-CD-WIRE-DAYS (WIRELOG.DAT sent wires,
      *>                country from the beneficiary bank's BIC —
      *>                a nine-digit routing number is domestic),
      *>                a high-risk jurisdiction scoring highest.
      *>    The score maps to a rating (H/M/L) and each rating to a
      *>    review cycle. A first rating schedules the first
      *>    review one cycle out; a rating that rises pulls the
      *>    next review in to the new cycle if that is sooner; a
      *>    rating that falls never pushes a review out — only a
      *>    completed review does that. The rating an officer sets
      *>    at review stands until the computed rating rises above
      *>    it. Every rating assigned or changed and every review
      *>    recorded appends a before/after image to CDDAUDIT.DAT.
      *>
      *>  Operations (via command-line argument):
      *>    RATE   — nightly scoring pass over every active customer
      *>    QUEUE [days] — the review queue: every customer whose
      *>             next review falls on or before the business
      *>             date plus days (default 0 — due and overdue)
      *>    REVIEW cust_id outcome [rating] [note] — record a
      *>             completed review. Outcome RETAIN, RAISE,
      *>             LOWER (RAISE/LOWER name the new rating H/M/L)
      *>             or EXIT (exit recommended — rated H). Note
      *>             underscores read as spaces. Requires a signed-
      *>             on supervisor or administrator (not a teller).
      *>    SHOW cust_id — display the customer's rating record
      *>
      *>  Files:
      *>    Input:        CUSTOMER.DAT, CUSTXREF.DAT, ACCOUNTS.DAT,
      *>                  TRANSACT.DAT, BENOWNER.DAT, SARCASES.DAT,
      *>                  WIRELOG.DAT, BUSDATE.DAT (RATE)
      *>    Input/Output: CDDRISK.DAT (LINE SEQUENTIAL)
      *>    Audit Log:    CDDAUDIT.DAT (LINE SEQUENTIAL, append-
      *>                  only)
      *>    Operators:    OPERATORS.DAT (REVIEW only)
      *>
      *>  Copybooks:
      *>    CDDREC.cpy, CDDAUD.cpy, CUSTREC.cpy, CUSTXREF.cpy,
      *>    ACCTREC.cpy, TRANSREC.cpy, BOREC.cpy, SARCASE.cpy,
      *>    WIREREC.cpy, BUSDATE.cpy, OPERREC.cpy, ACCTIO.cpy,
      *>    OPERIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    CDD-RATED|CUST|RATING|SCORE|PRODUCT|CASH|OWNER|SAR|WIRE|
      *>        NEXT-REVIEW|CHANGE (NEW, UP, DOWN or SAME)
      *>    CDD-SUMMARY|RATED|HIGH|MEDIUM|LOW|CHANGED|DUE
      *>    CDD-DUE|CUST|RATING|SCORE|NEXT-REVIEW|DAYS-OVERDUE|
      *>        LAST-REVIEW (DAYS-OVERDUE negative = days still to run)
      *>    CDD-QUEUE-SUMMARY|COUNT
      *>    CDD-REVIEWED|CUST|OUTCOME|RATING|NEXT-REVIEW
      *>    CDD-RATING|CUST|RATING|SCORE|PRODUCT|CASH|OWNER|SAR|
      *>        WIRE|RATED|NEXT-REVIEW|OFFICER|LAST-REVIEW|
      *>        REVIEWER|OUTCOME|NOTE
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Customer has no rating record (REVIEW/SHOW)
      *>    RESULT|07 — Operator not signed on, wrong PIN, locked,
      *>                or a teller (REVIEW)
      *>    RESULT|99 — Invalid operation, outcome or rating, or
      *>                file I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDDRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDD-FILE
               ASSIGN TO "CDDRISK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDD-STATUS.
           SELECT CDD-AUDIT-FILE
               ASSIGN TO "CDDAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDA-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-STATUS.
           SELECT XREF-FILE
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT BO-FILE
               ASSIGN TO "BENOWNER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-STATUS.
           SELECT CASE-FILE
               ASSIGN TO "SARCASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT WIRE-LOG-FILE
               ASSIGN TO "WIRELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
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
       FD  CDD-FILE.
       COPY "CDDREC.cpy".
       FD  CDD-AUDIT-FILE.
       COPY "CDDAUD.cpy".
       FD  CUSTOMER-FILE.
       COPY "CUSTREC.cpy".
       FD  XREF-FILE.
       COPY "CUSTXREF.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  BO-FILE.
       COPY "BOREC.cpy".
       FD  CASE-FILE.
       COPY "SARCASE.cpy".
       FD  WIRE-LOG-FILE.
       COPY "WIREREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CDD-STATUS          PIC XX VALUE SPACES.
       01  WS-CDA-STATUS          PIC XX VALUE SPACES.
       01  WS-CU-STATUS           PIC XX VALUE SPACES.
       01  WS-XR-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-BO-STATUS           PIC XX VALUE SPACES.
       01  WS-CASE-STATUS         PIC XX VALUE SPACES.
       01  WS-WL-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPERATION           PIC X(8) VALUE SPACES.
       01  WS-IN-CUST-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-OUTCOME          PIC X(8) VALUE SPACES.
       01  WS-IN-RATING           PIC X(1) VALUE SPACES.
       01  WS-IN-NOTE             PIC X(30) VALUE SPACES.
       01  WS-IN-DAYS-STR         PIC X(10) VALUE SPACES.
       01  WS-IN-DAYS             PIC 9(4) VALUE 0.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   CDD policy — lookbacks, the points each part earns, the
      *>   rating bands and the review cycle per rating, and the
      *>   high-risk jurisdiction list (ISO country codes as they
      *>   appear in BIC positions 5-6). Maintained here like every
      *>   other policy block in this shop.
       01  WS-CD-CASH-DAYS        PIC 9(3) VALUE 90.
       01  WS-CD-WIRE-DAYS        PIC 9(3) VALUE 365.
       01  WS-CD-CHECKING-PTS     PIC 9(3) VALUE 5.
       01  WS-CD-FOREIGN-CCY-PTS  PIC 9(3) VALUE 10.
       01  WS-CD-MANY-ACCTS       PIC 9(2) VALUE 3.
       01  WS-CD-MANY-ACCTS-PTS   PIC 9(3) VALUE 5.
       01  WS-CD-CASH-HIGH-PCT    PIC 9(3) VALUE 50.
       01  WS-CD-CASH-HIGH-PTS    PIC 9(3) VALUE 25.
       01  WS-CD-CASH-MID-PCT     PIC 9(3) VALUE 25.
       01  WS-CD-CASH-MID-PTS     PIC 9(3) VALUE 15.
       01  WS-CD-CASH-LOW-PCT     PIC 9(3) VALUE 10.
       01  WS-CD-CASH-LOW-PTS     PIC 9(3) VALUE 5.
       01  WS-CD-CASH-CTR-AMT     PIC 9(10)V99 VALUE 10000.00.
       01  WS-CD-CASH-CTR-PTS     PIC 9(3) VALUE 10.
       01  WS-CD-ENTITY-PTS       PIC 9(3) VALUE 15.
       01  WS-CD-LISTED-OWNER-PTS PIC 9(3) VALUE 10.
       01  WS-CD-SAR-FILED-PTS    PIC 9(3) VALUE 30.
       01  WS-CD-SAR-OPEN-PTS     PIC 9(3) VALUE 20.
       01  WS-CD-SAR-CLOSED-PTS   PIC 9(3) VALUE 5.
       01  WS-CD-WIRE-HIGH-PTS    PIC 9(3) VALUE 30.
       01  WS-CD-WIRE-FOREIGN-PTS PIC 9(3) VALUE 10.
       01  WS-CD-HIGH-SCORE       PIC 9(3) VALUE 60.
       01  WS-CD-MEDIUM-SCORE     PIC 9(3) VALUE 30.
       01  WS-CD-HIGH-CYCLE       PIC 9(4) VALUE 365.
       01  WS-CD-MEDIUM-CYCLE     PIC 9(4) VALUE 730.
       01  WS-CD-LOW-CYCLE        PIC 9(4) VALUE 1095.
       01  WS-CD-HIGH-RISK-LIST.
           05  FILLER             PIC X(24)
                                  VALUE "KPIRMMSYYEAFVEHTSSLBMLNG".
       01  WS-CD-HIGH-RISK-TABLE REDEFINES WS-CD-HIGH-RISK-LIST.
           05  WS-CD-HR-CTRY OCCURS 12 TIMES PIC X(2).
       01  WS-CD-HR-IDX           PIC 9(2) VALUE 0.
      *>   Customer master (the fields rating needs).
       01  WS-CUST-TABLE.
           05  WS-CU-ENTRY OCCURS 200 TIMES.
               10  WS-CU-ID       PIC X(10).
               10  WS-CU-NAME     PIC X(30).
               10  WS-CU-STAT     PIC X(1).
       01  WS-CUST-COUNT          PIC 9(3) VALUE 0.
       01  WS-CU-IDX              PIC 9(3) VALUE 0.
      *>   Account-to-customer links from CUSTXREF.DAT.
       01  WS-XREF-TABLE.
           05  WS-XR-ENTRY OCCURS 1000 TIMES.
               10  WS-XR-CUST     PIC X(10).
               10  WS-XR-ACCT     PIC X(10).
       01  WS-XREF-COUNT          PIC 9(4) VALUE 0.
       01  WS-XREF-IDX            PIC 9(4) VALUE 0.
      *>   Per-account risk facts, parallel to the account table
      *>   by index, gathered in one pass over each source file.
       01  WS-RF-TABLE.
           05  WS-RF-ENTRY OCCURS 100 TIMES.
               10  WS-RF-CASH-TOTAL  PIC S9(12)V99.
               10  WS-RF-ALL-TOTAL   PIC S9(12)V99.
               10  WS-RF-ENTITY      PIC X(1).
               10  WS-RF-SAR-PTS     PIC 9(3).
               10  WS-RF-WIRE-PTS    PIC 9(3).
      *>   Beneficial-owner names, for "customer is a listed owner".
       01  WS-BO-NAME-TABLE.
           05  WS-BN-NAME OCCURS 500 TIMES PIC X(30).
       01  WS-BN-COUNT            PIC 9(3) VALUE 0.
       01  WS-BN-IDX              PIC 9(3) VALUE 0.
      *>   CDDRISK.DAT, held as raw rows and worked through the FD
      *>   record.
       01  WS-CDD-TABLE.
           05  WS-CD-LINE OCCURS 200 TIMES PIC X(100).
       01  WS-CDD-COUNT           PIC 9(3) VALUE 0.
       01  WS-CDD-IDX             PIC 9(3) VALUE 0.
       01  WS-CDD-FOUND-IDX       PIC 9(3) VALUE 0.
      *>   One customer's rating work.
       01  WS-PRODUCT-PTS         PIC 9(3) VALUE 0.
       01  WS-CASH-PTS            PIC 9(3) VALUE 0.
       01  WS-OWNER-PTS           PIC 9(3) VALUE 0.
       01  WS-SAR-PTS             PIC 9(3) VALUE 0.
       01  WS-WIRE-PTS            PIC 9(3) VALUE 0.
       01  WS-SCORE               PIC 9(3) VALUE 0.
       01  WS-SCORE-WORK          PIC 9(4) VALUE 0.
       01  WS-ACCT-LINKS          PIC 9(3) VALUE 0.
       01  WS-HAS-CHECKING        PIC X(1) VALUE 'N'.
       01  WS-HAS-FOREIGN-CCY     PIC X(1) VALUE 'N'.
       01  WS-HAS-ENTITY          PIC X(1) VALUE 'N'.
       01  WS-CUST-CASH           PIC S9(12)V99 VALUE 0.
       01  WS-CUST-ALL            PIC S9(12)V99 VALUE 0.
       01  WS-CASH-PCT            PIC 9(3) VALUE 0.
       01  WS-COMPUTED-RATING     PIC X(1) VALUE SPACES.
       01  WS-NEW-RATING          PIC X(1) VALUE SPACES.
       01  WS-OLD-RATING          PIC X(1) VALUE SPACES.
       01  WS-RANK-A              PIC 9(1) VALUE 0.
       01  WS-RANK-B              PIC 9(1) VALUE 0.
       01  WS-RANK-RATING         PIC X(1) VALUE SPACES.
       01  WS-RANK-VALUE          PIC 9(1) VALUE 0.
       01  WS-CYCLE-DAYS          PIC 9(4) VALUE 0.
       01  WS-CYCLE-DATE          PIC 9(8) VALUE 0.
       01  WS-CHANGE-WORD         PIC X(4) VALUE SPACES.
       01  WS-DAYS-AGO            PIC S9(5) VALUE 0.
       01  WS-DAYS-OVERDUE        PIC S9(5) VALUE 0.
       01  WS-DAYS-OVERDUE-OUT    PIC -(5)9.
       01  WS-QUEUE-LIMIT         PIC 9(8) VALUE 0.
       01  WS-BIC-CTRY            PIC X(2) VALUE SPACES.
       01  WS-ACCT-WIRE-PTS       PIC 9(3) VALUE 0.
       01  WS-RATED-COUNT         PIC 9(5) VALUE 0.
       01  WS-HIGH-COUNT          PIC 9(5) VALUE 0.
       01  WS-MEDIUM-COUNT        PIC 9(5) VALUE 0.
       01  WS-LOW-COUNT           PIC 9(5) VALUE 0.
       01  WS-CHANGED-COUNT       PIC 9(5) VALUE 0.
       01  WS-DUE-COUNT           PIC 9(5) VALUE 0.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       COPY "ACCTIO.cpy".
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-CUST-ID
                    WS-IN-OUTCOME
                    WS-IN-RATING
                    WS-IN-NOTE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           INSPECT WS-IN-NOTE REPLACING ALL '_' BY ' '

           IF WS-OPERATION = "REVIEW"
               ACCEPT WS-IN-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
               ACCEPT WS-IN-OPER-PIN
                   FROM ENVIRONMENT "BANK_OPERATOR_PIN"
               PERFORM AUTHENTICATE-OPERATOR
               IF WS-OPER-DENIED
                   DISPLAY "RESULT|" RC-UNAUTHORIZED
                   STOP RUN
               END-IF
      *>       The review is a compliance sign-off — a teller
      *>       cannot record one.
               IF WS-OPER-ROLE = 'T'
                   DISPLAY "ERROR|CDD-REVIEW-NEEDS-SUPERVISOR|"
                       WS-IN-OPER-ID
                   DISPLAY "RESULT|" RC-UNAUTHORIZED
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-CDD-RECORDS
           EVALUATE WS-OPERATION
               WHEN "RATE"
                   PERFORM RATE-ALL-CUSTOMERS
               WHEN "QUEUE"
                   PERFORM LIST-REVIEW-QUEUE
               WHEN "REVIEW"
                   PERFORM RECORD-REVIEW
               WHEN "SHOW"
                   PERFORM SHOW-RATING
               WHEN OTHER
                   DISPLAY "RESULT|99"
           END-EVALUATE
           STOP RUN.

      *> -------------------------------------------------------
      *> RATE-ALL-CUSTOMERS: Gather the per-account facts once,
      *> then score each active customer over their linked
      *> accounts and refresh their CDDRISK.DAT row.
      *> -------------------------------------------------------
       RATE-ALL-CUSTOMERS.
      *>   The accumulators must start at true zero — an OCCURS
      *>   table carries no VALUE clause.
           INITIALIZE WS-RF-TABLE
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-CUSTOMER-XREF
           PERFORM SCAN-CASH-ACTIVITY
           PERFORM SCAN-BENEFICIAL-OWNERS
           PERFORM SCAN-SAR-HISTORY
           PERFORM SCAN-WIRE-COUNTRIES
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CUST-COUNT
               IF WS-CU-STAT(WS-CU-IDX) NOT = 'C'
                   PERFORM RATE-ONE-CUSTOMER
               END-IF
           END-PERFORM
           PERFORM SAVE-CDD-RECORDS
           DISPLAY "CDD-SUMMARY|" WS-RATED-COUNT "|" WS-HIGH-COUNT
               "|" WS-MEDIUM-COUNT "|" WS-LOW-COUNT "|"
               WS-CHANGED-COUNT "|" WS-DUE-COUNT
           DISPLAY "RESULT|00".

       RATE-ONE-CUSTOMER.
           MOVE SPACES TO CDD-AUDIT-RECORD
           MOVE WS-CU-ID(WS-CU-IDX) TO WS-IN-CUST-ID
           PERFORM SCORE-CUSTOMER
           EVALUATE TRUE
               WHEN WS-SCORE >= WS-CD-HIGH-SCORE
                   MOVE 'H' TO WS-COMPUTED-RATING
               WHEN WS-SCORE >= WS-CD-MEDIUM-SCORE
                   MOVE 'M' TO WS-COMPUTED-RATING
               WHEN OTHER
                   MOVE 'L' TO WS-COMPUTED-RATING
           END-EVALUATE

           PERFORM FIND-CDD-RECORD
           IF WS-CDD-FOUND-IDX = 0
               IF WS-CDD-COUNT >= 200
                   DISPLAY "ERROR|TABLE-FULL|CDD-RECORDS"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CDD-COUNT
               MOVE WS-CDD-COUNT TO WS-CDD-FOUND-IDX
               MOVE SPACES TO CDD-RISK-RECORD
               MOVE WS-IN-CUST-ID TO CDD-CUST-ID
               MOVE 0 TO CDD-SCORE CDD-NEXT-REVIEW CDD-LAST-REVIEW
               MOVE SPACES TO CDA-BEFORE-IMAGE
               MOVE 0 TO CDA-BEF-SCORE CDA-BEF-NEXT-REVIEW
               MOVE "NEW" TO WS-CHANGE-WORD
           ELSE
               MOVE WS-CD-LINE(WS-CDD-FOUND-IDX) TO CDD-RISK-RECORD
               PERFORM CAPTURE-BEFORE-IMAGE
               MOVE SPACES TO WS-CHANGE-WORD
           END-IF
           MOVE CDD-RATING TO WS-OLD-RATING

      *>   The officer's rating stands until the computed rating
      *>   rises above it — then new risk has arrived since the
      *>   review and the computed rating takes over.
           MOVE WS-COMPUTED-RATING TO WS-NEW-RATING
           IF CDD-OFFICER-RATING NOT = SPACE
               MOVE WS-COMPUTED-RATING TO WS-RANK-RATING
               PERFORM RANK-OF-RATING
               MOVE WS-RANK-VALUE TO WS-RANK-A
               MOVE CDD-OFFICER-RATING TO WS-RANK-RATING
               PERFORM RANK-OF-RATING
               MOVE WS-RANK-VALUE TO WS-RANK-B
               IF WS-RANK-A > WS-RANK-B
                   MOVE SPACE TO CDD-OFFICER-RATING
               ELSE
                   MOVE CDD-OFFICER-RATING TO WS-NEW-RATING
               END-IF
           END-IF

           MOVE WS-NEW-RATING TO WS-RANK-RATING
           PERFORM CYCLE-OF-RATING
           IF WS-CHANGE-WORD = "NEW"
               MOVE WS-CYCLE-DATE TO CDD-NEXT-REVIEW
           ELSE
               MOVE WS-NEW-RATING TO WS-RANK-RATING
               PERFORM RANK-OF-RATING
               MOVE WS-RANK-VALUE TO WS-RANK-A
               MOVE WS-OLD-RATING TO WS-RANK-RATING
               PERFORM RANK-OF-RATING
               MOVE WS-RANK-VALUE TO WS-RANK-B
               EVALUATE TRUE
                   WHEN WS-RANK-A > WS-RANK-B
                       MOVE "UP" TO WS-CHANGE-WORD
                       IF WS-CYCLE-DATE < CDD-NEXT-REVIEW
                           OR CDD-NEXT-REVIEW = 0
                           MOVE WS-CYCLE-DATE TO CDD-NEXT-REVIEW
                       END-IF
                   WHEN WS-RANK-A < WS-RANK-B
                       MOVE "DOWN" TO WS-CHANGE-WORD
                   WHEN OTHER
                       MOVE "SAME" TO WS-CHANGE-WORD
               END-EVALUATE
           END-IF

           MOVE WS-NEW-RATING TO CDD-RATING
           MOVE WS-SCORE TO CDD-SCORE
           MOVE WS-PRODUCT-PTS TO CDD-PRODUCT-PTS
           MOVE WS-CASH-PTS TO CDD-CASH-PTS
           MOVE WS-OWNER-PTS TO CDD-OWNER-PTS
           MOVE WS-SAR-PTS TO CDD-SAR-PTS
           MOVE WS-WIRE-PTS TO CDD-WIRE-PTS
           MOVE WS-CURRENT-DATE TO CDD-RATED-DATE
           MOVE CDD-RISK-RECORD TO WS-CD-LINE(WS-CDD-FOUND-IDX)

           ADD 1 TO WS-RATED-COUNT
           EVALUATE CDD-RATING
               WHEN 'H' ADD 1 TO WS-HIGH-COUNT
               WHEN 'M' ADD 1 TO WS-MEDIUM-COUNT
               WHEN OTHER ADD 1 TO WS-LOW-COUNT
           END-EVALUATE
           IF CDD-NEXT-REVIEW <= WS-CURRENT-DATE
               ADD 1 TO WS-DUE-COUNT
           END-IF
           DISPLAY "CDD-RATED|" CDD-CUST-ID "|" CDD-RATING "|"
               CDD-SCORE "|" CDD-PRODUCT-PTS "|" CDD-CASH-PTS "|"
               CDD-OWNER-PTS "|" CDD-SAR-PTS "|" CDD-WIRE-PTS "|"
               CDD-NEXT-REVIEW "|" WS-CHANGE-WORD
      *>   Audit the first rating and every rating change — the
      *>   nightly score drifting inside a band is not a decision.
           IF WS-CHANGE-WORD NOT = "SAME"
               ADD 1 TO WS-CHANGED-COUNT
               MOVE "RATE" TO CDA-OPERATION
               MOVE "CDDRATE" TO CDA-OPER
               MOVE SPACE TO CDA-OUTCOME
               MOVE SPACES TO CDA-NOTE
               PERFORM CAPTURE-AFTER-IMAGE
               PERFORM WRITE-CDD-AUDIT
           END-IF.

      *> -------------------------------------------------------
      *> SCORE-CUSTOMER: Roll the per-account facts up over every
      *> account CUSTXREF.DAT links WS-IN-CUST-ID to.
      *> -------------------------------------------------------
       SCORE-CUSTOMER.
           MOVE 0 TO WS-PRODUCT-PTS WS-CASH-PTS WS-OWNER-PTS
               WS-SAR-PTS WS-WIRE-PTS WS-ACCT-LINKS
           MOVE 0 TO WS-CUST-CASH WS-CUST-ALL
           MOVE 'N' TO WS-HAS-CHECKING WS-HAS-FOREIGN-CCY
               WS-HAS-ENTITY
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
               IF WS-XR-CUST(WS-XREF-IDX) = WS-IN-CUST-ID
                   MOVE WS-XR-ACCT(WS-XREF-IDX) TO WS-IN-ACCT-ID
                   PERFORM FIND-ACCOUNT
                   IF WS-FOUND-FLAG = 'Y'
                       PERFORM ADD-ACCOUNT-FACTS
                   END-IF
               END-IF
           END-PERFORM

           IF WS-HAS-CHECKING = 'Y'
               ADD WS-CD-CHECKING-PTS TO WS-PRODUCT-PTS
           END-IF
           IF WS-HAS-FOREIGN-CCY = 'Y'
               ADD WS-CD-FOREIGN-CCY-PTS TO WS-PRODUCT-PTS
           END-IF
           IF WS-ACCT-LINKS >= WS-CD-MANY-ACCTS
               ADD WS-CD-MANY-ACCTS-PTS TO WS-PRODUCT-PTS
           END-IF

           IF WS-CUST-ALL > 0
               COMPUTE WS-CASH-PCT = WS-CUST-CASH * 100 / WS-CUST-ALL
               EVALUATE TRUE
                   WHEN WS-CASH-PCT >= WS-CD-CASH-HIGH-PCT
                       MOVE WS-CD-CASH-HIGH-PTS TO WS-CASH-PTS
                   WHEN WS-CASH-PCT >= WS-CD-CASH-MID-PCT
                       MOVE WS-CD-CASH-MID-PTS TO WS-CASH-PTS
                   WHEN WS-CASH-PCT >= WS-CD-CASH-LOW-PCT
                       MOVE WS-CD-CASH-LOW-PTS TO WS-CASH-PTS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-CUST-CASH >= WS-CD-CASH-CTR-AMT
               ADD WS-CD-CASH-CTR-PTS TO WS-CASH-PTS
           END-IF

           IF WS-HAS-ENTITY = 'Y'
               MOVE WS-CD-ENTITY-PTS TO WS-OWNER-PTS
           ELSE
               PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                   UNTIL WS-BN-IDX > WS-BN-COUNT
                   IF WS-BN-NAME(WS-BN-IDX) = WS-CU-NAME(WS-CU-IDX)
                       MOVE WS-CD-LISTED-OWNER-PTS TO WS-OWNER-PTS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           COMPUTE WS-SCORE-WORK = WS-PRODUCT-PTS + WS-CASH-PTS
               + WS-OWNER-PTS + WS-SAR-PTS + WS-WIRE-PTS
           IF WS-SCORE-WORK > 100
               MOVE 100 TO WS-SCORE-WORK
           END-IF
           MOVE WS-SCORE-WORK TO WS-SCORE.

       ADD-ACCOUNT-FACTS.
           ADD 1 TO WS-ACCT-LINKS
           IF WS-A-TYPE(WS-FOUND-IDX) = 'C'
               MOVE 'Y' TO WS-HAS-CHECKING
           END-IF
           IF WS-A-CURRENCY(WS-FOUND-IDX) NOT = SPACES
               AND WS-A-CURRENCY(WS-FOUND-IDX) NOT = "USD"
               MOVE 'Y' TO WS-HAS-FOREIGN-CCY
           END-IF
           ADD WS-RF-CASH-TOTAL(WS-FOUND-IDX) TO WS-CUST-CASH
           ADD WS-RF-ALL-TOTAL(WS-FOUND-IDX) TO WS-CUST-ALL
           IF WS-RF-ENTITY(WS-FOUND-IDX) = 'Y'
               MOVE 'Y' TO WS-HAS-ENTITY
           END-IF
           IF WS-RF-SAR-PTS(WS-FOUND-IDX) > WS-SAR-PTS
               MOVE WS-RF-SAR-PTS(WS-FOUND-IDX) TO WS-SAR-PTS
           END-IF
           IF WS-RF-WIRE-PTS(WS-FOUND-IDX) > WS-WIRE-PTS
               MOVE WS-RF-WIRE-PTS(WS-FOUND-IDX) TO WS-WIRE-PTS
           END-IF.

      *> -------------------------------------------------------
      *> SCAN-CASH-ACTIVITY: Posted deposits, withdrawals and
      *> transfers inside the cash lookback, with the teller
      *> cash (TL channel deposits and withdrawals) split out.
      *> -------------------------------------------------------
       SCAN-CASH-ACTIVITY.
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       CLOSE TRANSACT-FILE
                       EXIT PERFORM
               END-READ
               IF TRANS-STATUS = '00'
                   AND (TRANS-TYPE = TX-DEPOSIT
                        OR TRANS-TYPE = TX-WITHDRAW
                        OR TRANS-TYPE = TX-TRANSFER)
                   AND TRANS-DATE IS NUMERIC
                   AND TRANS-DATE > 0
                   AND TRANS-DATE <= WS-CURRENT-DATE
                   PERFORM COUNT-ONE-MOVEMENT
               END-IF
           END-PERFORM.

       COUNT-ONE-MOVEMENT.
           COMPUTE WS-DAYS-AGO =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(TRANS-DATE)
           IF WS-DAYS-AGO >= WS-CD-CASH-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD FUNCTION ABS(TRANS-AMOUNT)
               TO WS-RF-ALL-TOTAL(WS-FOUND-IDX)
           IF TRANS-CHANNEL = 'TL'
               AND TRANS-TYPE NOT = TX-TRANSFER
               ADD FUNCTION ABS(TRANS-AMOUNT)
                   TO WS-RF-CASH-TOTAL(WS-FOUND-IDX)
           END-IF.

      *> -------------------------------------------------------
      *> SCAN-BENEFICIAL-OWNERS: An account with owners on file
      *> is an entity relationship; every owner name is kept for
      *> the listed-owner test.
      *> -------------------------------------------------------
       SCAN-BENEFICIAL-OWNERS.
           MOVE 0 TO WS-BN-COUNT
           OPEN INPUT BO-FILE
           IF WS-BO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BO-FILE
                   AT END
                       CLOSE BO-FILE
                       EXIT PERFORM
               END-READ
               MOVE BO-ACCT-ID TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'Y'
                   MOVE 'Y' TO WS-RF-ENTITY(WS-FOUND-IDX)
               END-IF
               IF WS-BN-COUNT < 500
                   ADD 1 TO WS-BN-COUNT
                   MOVE BO-NAME TO WS-BN-NAME(WS-BN-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SCAN-SAR-HISTORY: The worst case outcome per account —
      *> a filed SAR, then a case still open or under
      *> investigation, then a case closed without a filing.
      *> -------------------------------------------------------
       SCAN-SAR-HISTORY.
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CASE-FILE
                   AT END
                       CLOSE CASE-FILE
                       EXIT PERFORM
               END-READ
               MOVE CASE-ACCT-ID TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'Y'
                   EVALUATE TRUE
                       WHEN CASE-IS-FILED
                           MOVE WS-CD-SAR-FILED-PTS TO WS-SCORE-WORK
                       WHEN CASE-IS-OPEN
                       WHEN CASE-IS-INVESTIGATING
                           MOVE WS-CD-SAR-OPEN-PTS TO WS-SCORE-WORK
                       WHEN OTHER
                           MOVE WS-CD-SAR-CLOSED-PTS TO WS-SCORE-WORK
                   END-EVALUATE
                   IF WS-SCORE-WORK > WS-RF-SAR-PTS(WS-FOUND-IDX)
                       MOVE WS-SCORE-WORK
                           TO WS-RF-SAR-PTS(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SCAN-WIRE-COUNTRIES: Sent wires inside the wire lookback.
      *> The beneficiary bank is a BIC (country in positions 5-6)
      *> or a nine-digit domestic routing number.
      *> -------------------------------------------------------
       SCAN-WIRE-COUNTRIES.
           OPEN INPUT WIRE-LOG-FILE
           IF WS-WL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ WIRE-LOG-FILE
                   AT END
                       CLOSE WIRE-LOG-FILE
                       EXIT PERFORM
               END-READ
               IF WIRE-SENT
                   AND WIRE-SENT-DATE IS NUMERIC
                   AND WIRE-SENT-DATE > 0
                   AND WIRE-SENT-DATE <= WS-CURRENT-DATE
                   PERFORM RATE-ONE-WIRE
               END-IF
           END-PERFORM.

       RATE-ONE-WIRE.
           COMPUTE WS-DAYS-AGO =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(WIRE-SENT-DATE)
           IF WS-DAYS-AGO >= WS-CD-WIRE-DAYS
               EXIT PARAGRAPH
           END-IF
           IF WIRE-BENE-BANK(1:9) IS NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WIRE-BENE-BANK(5:2) TO WS-BIC-CTRY
           IF WS-BIC-CTRY = "US"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CD-WIRE-FOREIGN-PTS TO WS-ACCT-WIRE-PTS
           PERFORM VARYING WS-CD-HR-IDX FROM 1 BY 1
               UNTIL WS-CD-HR-IDX > 12
               IF WS-CD-HR-CTRY(WS-CD-HR-IDX) = WS-BIC-CTRY
                   MOVE WS-CD-WIRE-HIGH-PTS TO WS-ACCT-WIRE-PTS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WIRE-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'Y'
               AND WS-ACCT-WIRE-PTS > WS-RF-WIRE-PTS(WS-FOUND-IDX)
               MOVE WS-ACCT-WIRE-PTS TO WS-RF-WIRE-PTS(WS-FOUND-IDX)
           END-IF.

      *> -------------------------------------------------------
      *> LIST-REVIEW-QUEUE: Every rated customer whose next review
      *> falls on or before the business date plus the look-ahead.
      *> -------------------------------------------------------
       LIST-REVIEW-QUEUE.
           MOVE 0 TO WS-IN-DAYS
           IF WS-IN-CUST-ID NOT = SPACES
               AND FUNCTION TRIM(WS-IN-CUST-ID) IS NUMERIC
               COMPUTE WS-IN-DAYS = FUNCTION NUMVAL(WS-IN-CUST-ID)
           END-IF
           COMPUTE WS-QUEUE-LIMIT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) + WS-IN-DAYS)
           PERFORM VARYING WS-CDD-IDX FROM 1 BY 1
               UNTIL WS-CDD-IDX > WS-CDD-COUNT
               MOVE WS-CD-LINE(WS-CDD-IDX) TO CDD-RISK-RECORD
               IF CDD-NEXT-REVIEW IS NUMERIC
                   AND CDD-NEXT-REVIEW > 0
                   AND CDD-NEXT-REVIEW <= WS-QUEUE-LIMIT
                   COMPUTE WS-DAYS-OVERDUE =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                       - FUNCTION INTEGER-OF-DATE(CDD-NEXT-REVIEW)
                   ADD 1 TO WS-DUE-COUNT
                   MOVE WS-DAYS-OVERDUE TO WS-DAYS-OVERDUE-OUT
                   DISPLAY "CDD-DUE|" CDD-CUST-ID "|" CDD-RATING "|"
                       CDD-SCORE "|" CDD-NEXT-REVIEW "|"
                       FUNCTION TRIM(WS-DAYS-OVERDUE-OUT) "|"
                       CDD-LAST-REVIEW
               END-IF
           END-PERFORM
           DISPLAY "CDD-QUEUE-SUMMARY|" WS-DUE-COUNT
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> RECORD-REVIEW: The compliance officer's outcome. The
      *> resulting rating becomes the officer rating, the review
      *> is stamped, and the next review is one full cycle of the
      *> resulting rating from today.
      *> -------------------------------------------------------
       RECORD-REVIEW.
           PERFORM FIND-CDD-RECORD
           IF WS-CDD-FOUND-IDX = 0
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CD-LINE(WS-CDD-FOUND-IDX) TO CDD-RISK-RECORD
           MOVE SPACES TO CDD-AUDIT-RECORD
           PERFORM CAPTURE-BEFORE-IMAGE
           MOVE CDD-RATING TO WS-RANK-RATING
           PERFORM RANK-OF-RATING
           MOVE WS-RANK-VALUE TO WS-RANK-B
           MOVE WS-IN-RATING TO WS-RANK-RATING
           PERFORM RANK-OF-RATING
           MOVE WS-RANK-VALUE TO WS-RANK-A

           EVALUATE FUNCTION TRIM(WS-IN-OUTCOME)
               WHEN "RETAIN"
      *>           RETAIN takes no rating — the note may start in
      *>           the rating slot.
                   IF WS-IN-RATING NOT = SPACE
                       MOVE WS-CMD-LINE TO WS-IN-NOTE
                       PERFORM RESPLIT-RETAIN-NOTE
                   END-IF
                   MOVE CDD-RATING TO WS-NEW-RATING
                   MOVE 'A' TO CDD-OUTCOME
               WHEN "RAISE"
                   IF WS-RANK-A = 0 OR WS-RANK-A NOT > WS-RANK-B
                       DISPLAY "ERROR|CDD-RAISE-NEEDS-HIGHER-RATING"
                       DISPLAY "RESULT|99"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-IN-RATING TO WS-NEW-RATING
                   MOVE 'R' TO CDD-OUTCOME
               WHEN "LOWER"
                   IF WS-RANK-A = 0 OR WS-RANK-A NOT < WS-RANK-B
                       DISPLAY "ERROR|CDD-LOWER-NEEDS-LOWER-RATING"
                       DISPLAY "RESULT|99"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-IN-RATING TO WS-NEW-RATING
                   MOVE 'L' TO CDD-OUTCOME
               WHEN "EXIT"
                   IF WS-IN-RATING NOT = SPACE
                       MOVE WS-CMD-LINE TO WS-IN-NOTE
                       PERFORM RESPLIT-RETAIN-NOTE
                   END-IF
                   MOVE 'H' TO WS-NEW-RATING
                   MOVE 'X' TO CDD-OUTCOME
               WHEN OTHER
                   DISPLAY "ERROR|CDD-BAD-OUTCOME|" WS-IN-OUTCOME
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-NEW-RATING TO CDD-RATING
           MOVE WS-NEW-RATING TO CDD-OFFICER-RATING
           MOVE WS-CURRENT-DATE TO CDD-LAST-REVIEW
           MOVE WS-IN-OPER-ID TO CDD-REVIEWER
           MOVE WS-IN-NOTE TO CDD-REVIEW-NOTE
           MOVE WS-NEW-RATING TO WS-RANK-RATING
           PERFORM CYCLE-OF-RATING
           MOVE WS-CYCLE-DATE TO CDD-NEXT-REVIEW
           MOVE CDD-RISK-RECORD TO WS-CD-LINE(WS-CDD-FOUND-IDX)
           MOVE "REVIEW" TO CDA-OPERATION
           MOVE WS-IN-OPER-ID TO CDA-OPER
           MOVE CDD-OUTCOME TO CDA-OUTCOME
           MOVE WS-IN-NOTE TO CDA-NOTE
           PERFORM CAPTURE-AFTER-IMAGE
           PERFORM SAVE-CDD-RECORDS
           PERFORM WRITE-CDD-AUDIT
      *>   The save leaves the last row in the record area — put
      *>   this customer's row back before reporting it.
           MOVE WS-CD-LINE(WS-CDD-FOUND-IDX) TO CDD-RISK-RECORD
           DISPLAY "CDD-REVIEWED|" CDD-CUST-ID "|" CDD-OUTCOME "|"
               CDD-RATING "|" CDD-NEXT-REVIEW
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> RESPLIT-RETAIN-NOTE: RETAIN and EXIT carry no rating, so
      *> everything after the outcome word is the note.
      *> -------------------------------------------------------
       RESPLIT-RETAIN-NOTE.
           MOVE SPACES TO WS-IN-NOTE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-CUST-ID
                    WS-IN-OUTCOME
                    WS-IN-NOTE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           INSPECT WS-IN-NOTE REPLACING ALL '_' BY ' '.

       SHOW-RATING.
           PERFORM FIND-CDD-RECORD
           IF WS-CDD-FOUND-IDX = 0
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CD-LINE(WS-CDD-FOUND-IDX) TO CDD-RISK-RECORD
           DISPLAY "CDD-RATING|" CDD-CUST-ID "|" CDD-RATING "|"
               CDD-SCORE "|" CDD-PRODUCT-PTS "|" CDD-CASH-PTS "|"
               CDD-OWNER-PTS "|" CDD-SAR-PTS "|" CDD-WIRE-PTS "|"
               CDD-RATED-DATE "|" CDD-NEXT-REVIEW "|"
               CDD-OFFICER-RATING "|" CDD-LAST-REVIEW "|"
               CDD-REVIEWER "|" CDD-OUTCOME "|"
               FUNCTION TRIM(CDD-REVIEW-NOTE)
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> RANK-OF-RATING / CYCLE-OF-RATING: L=1, M=2, H=3 (0 for
      *> anything else); the review date one cycle of
      *> WS-RANK-RATING from the business date.
      *> -------------------------------------------------------
       RANK-OF-RATING.
           EVALUATE WS-RANK-RATING
               WHEN 'L' MOVE 1 TO WS-RANK-VALUE
               WHEN 'M' MOVE 2 TO WS-RANK-VALUE
               WHEN 'H' MOVE 3 TO WS-RANK-VALUE
               WHEN OTHER MOVE 0 TO WS-RANK-VALUE
           END-EVALUATE.

       CYCLE-OF-RATING.
           EVALUATE WS-RANK-RATING
               WHEN 'H' MOVE WS-CD-HIGH-CYCLE TO WS-CYCLE-DAYS
               WHEN 'M' MOVE WS-CD-MEDIUM-CYCLE TO WS-CYCLE-DAYS
               WHEN OTHER MOVE WS-CD-LOW-CYCLE TO WS-CYCLE-DAYS
           END-EVALUATE
           COMPUTE WS-CYCLE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               + WS-CYCLE-DAYS).

       FIND-CDD-RECORD.
           MOVE 0 TO WS-CDD-FOUND-IDX
           PERFORM VARYING WS-CDD-IDX FROM 1 BY 1
               UNTIL WS-CDD-IDX > WS-CDD-COUNT
               IF WS-CD-LINE(WS-CDD-IDX)(1:10) = WS-IN-CUST-ID
                   MOVE WS-CDD-IDX TO WS-CDD-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CAPTURE-BEFORE-IMAGE.
           MOVE CDD-RATING TO CDA-BEF-RATING
           MOVE CDD-SCORE TO CDA-BEF-SCORE
           MOVE CDD-NEXT-REVIEW TO CDA-BEF-NEXT-REVIEW
           MOVE CDD-OFFICER-RATING TO CDA-BEF-OFFICER.

       CAPTURE-AFTER-IMAGE.
           MOVE CDD-RATING TO CDA-AFT-RATING
           MOVE CDD-SCORE TO CDA-AFT-SCORE
           MOVE CDD-NEXT-REVIEW TO CDA-AFT-NEXT-REVIEW
           MOVE CDD-OFFICER-RATING TO CDA-AFT-OFFICER.

      *> -------------------------------------------------------
      *> WRITE-CDD-AUDIT: Append one CDD-AUDIT-RECORD — same
      *> OPEN EXTEND / OPEN OUTPUT fallback and append-only
      *> discipline as CUSTOMER.cob's audit log.
      *> -------------------------------------------------------
       WRITE-CDD-AUDIT.
           MOVE WS-IN-CUST-ID TO CDA-CUST-ID
           MOVE WS-CURRENT-DATE TO CDA-DATE
           MOVE WS-CURRENT-TIME TO CDA-TIME
           OPEN EXTEND CDD-AUDIT-FILE
           IF WS-CDA-STATUS NOT = '00'
               OPEN OUTPUT CDD-AUDIT-FILE
               IF WS-CDA-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CDA-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE CDD-AUDIT-RECORD
           CLOSE CDD-AUDIT-FILE.

       LOAD-CDD-RECORDS.
           MOVE 0 TO WS-CDD-COUNT
           OPEN INPUT CDD-FILE
           IF WS-CDD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CDD-FILE
                   AT END
                       CLOSE CDD-FILE
                       EXIT PERFORM
               END-READ
               IF WS-CDD-COUNT < 200
                   ADD 1 TO WS-CDD-COUNT
                   MOVE CDD-RISK-RECORD TO WS-CD-LINE(WS-CDD-COUNT)
               END-IF
           END-PERFORM.

       SAVE-CDD-RECORDS.
           OPEN OUTPUT CDD-FILE
           IF WS-CDD-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CDD-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-CDD-IDX FROM 1 BY 1
               UNTIL WS-CDD-IDX > WS-CDD-COUNT
               MOVE WS-CD-LINE(WS-CDD-IDX) TO CDD-RISK-RECORD
               WRITE CDD-RISK-RECORD
           END-PERFORM
           CLOSE CDD-FILE.

       LOAD-CUSTOMERS.
           MOVE 0 TO WS-CUST-COUNT
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
               IF WS-CUST-COUNT < 200
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CUST-ID TO WS-CU-ID(WS-CUST-COUNT)
                   MOVE CUST-NAME TO WS-CU-NAME(WS-CUST-COUNT)
                   MOVE CUST-STATUS TO WS-CU-STAT(WS-CUST-COUNT)
               END-IF
           END-PERFORM.

       LOAD-CUSTOMER-XREF.
           MOVE 0 TO WS-XREF-COUNT
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
               IF WS-XREF-COUNT < 1000
                   ADD 1 TO WS-XREF-COUNT
                   MOVE XREF-CUST-ID TO WS-XR-CUST(WS-XREF-COUNT)
                   MOVE XREF-ACCT-ID TO WS-XR-ACCT(WS-XREF-COUNT)
               END-IF
           END-PERFORM.

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
               MOVE ACCT-TYPE TO WS-A-TYPE(WS-ACCOUNT-COUNT)
               MOVE ACCT-STATUS TO WS-A-STATUS(WS-ACCOUNT-COUNT)
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
      *> LOAD-OPERATORS / AUTHENTICATE-OPERATOR: Same sign-on
      *> sequence as CUSTOMER.cob. Fails closed — a missing
      *> OPERATORS.DAT denies every sign-on.
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
