      *>================================================================*
      *>  Program:     STRUCTMON.cob
      *>  System:      LEGACY LEDGER — Cash Structuring Monitor
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    RISKCHK.cob's RK-CTR-AGGREGATE-CHECK sees one account
      *>    going over the CTR threshold in one day. It cannot see
      *>    the customer who deposits 9,500.00 at one branch on
      *>    Monday and 9,400.00 at another on Tuesday — the most
      *>    common SAR typology this bank files. This nightly pass
      *>    looks at teller cash (TRANS-CHANNEL 'TL', deposits and
      *>    withdrawals, each direction judged on its own as a CTR
      *>    aggregates them) over a rolling WS-ST-WINDOW-DAYS window
      *>    ending on the business date, rolled up by CUSTOMER
      *>    through CUSTXREF.DAT — every owner of an account is
      *>    charged with its cash — and across every TRANS-BRANCH.
      *>    An account no customer is linked to stands in for its
      *>    own customer so it is not skipped.
      *>
      *>    A customer with cash activity today is flagged when:
      *>      NEAR-CTR   — WS-ST-MIN-NEAR or more single items inside
      *>                   the window fall in the just-under band
      *>                   (WS-ST-BAND-FLOOR up to the threshold);
      *>      SPLIT-DAYS — the window's total is over the CTR
      *>                   threshold, yet no single day's total is,
      *>                   spread over two or more days and at
      *>                   least WS-ST-MIN-ITEMS items.
      *>    Requiring activity today means a pattern alerts the
      *>    night it forms or grows, not every night it stays in
      *>    the window. Each flag is an ALERT.DAT record of type
      *>    'S' (merged into the operator queue by ALERTCON.cob's
      *>    LOAD). Run with CASE and each flag also opens a
      *>    SARCASES.DAT case for the BSA officer — the layout
      *>    RISKCHK.cob's CASEOPEN writes and SARFILE.cob exports —
      *>    unless the account already has an open or in-progress
      *>    structuring case. Read-only against every master.
      *>
      *>  Operations (via command-line argument):
      *>    (none) — nightly scan, alerts only
      *>    CASE   — nightly scan, alerts plus SAR cases
      *>
      *>  Files:
      *>    Input:  TRANSACT.DAT, CUSTXREF.DAT, BUSDATE.DAT
      *>    Input/Output: SARCASES.DAT (CASE only — appended)
      *>    Output: ALERT.DAT (appended)
      *>
      *>  Copybooks:
      *>    TRANSREC.cpy, CUSTXREF.cpy, ALERTREC.cpy, SARCASE.cpy,
      *>    BUSDATE.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    STRUCT-ALERT|CUST|DIR|PATTERN|WINDOW-TOTAL|NEAR-ITEMS|
      *>        DAYS|BRANCHES|ACCT
      *>    STRUCT-CASE|CASE-ID|ACCT|CUST
      *>    STRUCT-CASE-EXISTS|ACCT|CUST
      *>    STRUCT-SUMMARY|CUSTOMERS|ALERTS|CASES
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Scan complete (a missing TRANSACT.DAT is a
      *>                night with nothing to scan)
      *>    RESULT|99 — Customer table overflow / file I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRUCTMON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT XREF-FILE
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT ALERT-FILE
               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT CASE-FILE
               ASSIGN TO "SARCASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  XREF-FILE.
       COPY "CUSTXREF.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  ALERT-FILE.
       COPY "ALERTREC.cpy".
       FD  CASE-FILE.
       COPY "SARCASE.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-XR-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-AL-STATUS           PIC XX VALUE SPACES.
       01  WS-CASE-STATUS         PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(20) VALUE SPACES.
       01  WS-CASE-MODE           PIC X(1) VALUE 'N'.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   Structuring policy — the window, the CTR threshold the
      *>   pattern avoids, the just-under band, and how many items
      *>   make a pattern. Maintained here like every other policy
      *>   block in this shop. WS-ST-WINDOW-DAYS may not exceed the
      *>   31 day buckets below.
       01  WS-ST-WINDOW-DAYS      PIC 9(2) VALUE 10.
       01  WS-ST-CTR-THRESHOLD    PIC 9(10)V99 VALUE 10000.00.
       01  WS-ST-BAND-FLOOR       PIC 9(10)V99 VALUE 8000.00.
       01  WS-ST-MIN-NEAR         PIC 9(2) VALUE 2.
       01  WS-ST-MIN-ITEMS        PIC 9(2) VALUE 3.
       01  WS-ST-SCORE-NEAR       PIC 9(3) VALUE 90.
       01  WS-ST-SCORE-SPLIT      PIC 9(3) VALUE 75.
      *>   Account-to-customer links from CUSTXREF.DAT.
       01  WS-XREF-TABLE.
           05  WS-XR-ENTRY OCCURS 1000 TIMES.
               10  WS-XR-CUST     PIC X(10).
               10  WS-XR-ACCT     PIC X(10).
       01  WS-XREF-COUNT          PIC 9(4) VALUE 0.
       01  WS-XREF-IDX            PIC 9(4) VALUE 0.
       01  WS-XREF-HITS           PIC 9(2) VALUE 0.
      *>   One accumulator per customer and cash direction —
      *>   a day bucket per day of the window (bucket 1 = the
      *>   business date), the just-under item count, up to five
      *>   distinct branches, and the account that carried today's
      *>   cash (the alert and case are filed against it).
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 500 TIMES.
               10  WS-ST-CUST        PIC X(10).
               10  WS-ST-DIR         PIC X(1).
               10  WS-ST-DAY-TOTAL OCCURS 31 TIMES
                                     PIC S9(12)V99.
               10  WS-ST-WINDOW-TOTAL PIC S9(12)V99.
               10  WS-ST-ITEMS       PIC 9(5).
               10  WS-ST-NEAR        PIC 9(3).
               10  WS-ST-TODAY-ITEMS PIC 9(3).
               10  WS-ST-TODAY-ACCT  PIC X(10).
               10  WS-ST-BRANCH OCCURS 5 TIMES PIC X(3).
               10  WS-ST-BRANCH-COUNT PIC 9(1).
       01  WS-ST-COUNT            PIC 9(3) VALUE 0.
       01  WS-ST-IDX              PIC 9(3) VALUE 0.
       01  WS-ST-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-DAY-IDX             PIC 9(2) VALUE 0.
       01  WS-BR-IDX              PIC 9(1) VALUE 0.
       01  WS-BR-FOUND            PIC X(1) VALUE 'N'.
      *>   The key and record being accumulated.
       01  WS-KEY-CUST            PIC X(10) VALUE SPACES.
       01  WS-KEY-DIR             PIC X(1) VALUE SPACES.
       01  WS-TX-AMOUNT           PIC S9(10)V99 VALUE 0.
       01  WS-DAYS-AGO            PIC S9(5) VALUE 0.
      *>   Per-customer evaluation.
       01  WS-MAX-DAY-TOTAL       PIC S9(12)V99 VALUE 0.
       01  WS-ACTIVE-DAYS         PIC 9(2) VALUE 0.
       01  WS-PATTERN             PIC X(10) VALUE SPACES.
       01  WS-ALERT-DETAIL        PIC X(40) VALUE SPACES.
       01  WS-DIR-WORD            PIC X(8) VALUE SPACES.
       01  WS-CUST-COUNT          PIC 9(5) VALUE 0.
       01  WS-ALERT-COUNT         PIC 9(5) VALUE 0.
       01  WS-CASE-COUNT          PIC 9(5) VALUE 0.
      *>   SARCASES.DAT state for CASE mode — the file's case count
      *>   numbers the next case the way RISKCHK.cob's CASEOPEN does.
       01  WS-CASE-FILE-COUNT     PIC 9(4) VALUE 0.
       01  WS-CASE-OPEN-FOUND     PIC X(1) VALUE 'N'.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-CMD-LINE) = "CASE"
               MOVE 'Y' TO WS-CASE-MODE
           END-IF
      *>   The accumulators must start at true zero — an OCCURS
      *>   table carries no VALUE clause.
           INITIALIZE WS-ST-TABLE

           PERFORM LOAD-CUSTOMER-XREF
           PERFORM SCAN-CASH-ACTIVITY
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
               PERFORM TEST-ONE-CUSTOMER
           END-PERFORM
           DISPLAY "STRUCT-SUMMARY|" WS-CUST-COUNT "|"
               WS-ALERT-COUNT "|" WS-CASE-COUNT
           DISPLAY "RESULT|00"
           STOP RUN.

      *> -------------------------------------------------------
      *> LOAD-CUSTOMER-XREF: CUSTXREF.DAT into the link table. A
      *> missing file leaves every account standing in for its
      *> own customer.
      *> -------------------------------------------------------
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

      *> -------------------------------------------------------
      *> SCAN-CASH-ACTIVITY: One ledger pass. Posted teller cash
      *> inside the window is charged to every customer linked to
      *> the account (or to the account itself when nobody is).
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
                   AND TRANS-CHANNEL = 'TL'
                   AND (TRANS-TYPE = 'D' OR TRANS-TYPE = 'W')
                   AND TRANS-DATE IS NUMERIC
                   AND TRANS-DATE > 0
                   AND TRANS-DATE <= WS-CURRENT-DATE
                   PERFORM CHARGE-ONE-RECORD
               END-IF
           END-PERFORM.

       CHARGE-ONE-RECORD.
           COMPUTE WS-DAYS-AGO =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(TRANS-DATE)
           IF WS-DAYS-AGO < 0
               OR WS-DAYS-AGO >= WS-ST-WINDOW-DAYS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TX-AMOUNT = FUNCTION ABS(TRANS-AMOUNT)
           MOVE TRANS-TYPE TO WS-KEY-DIR
           MOVE 0 TO WS-XREF-HITS
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
               IF WS-XR-ACCT(WS-XREF-IDX) = TRANS-ACCT-ID
                   ADD 1 TO WS-XREF-HITS
                   MOVE WS-XR-CUST(WS-XREF-IDX) TO WS-KEY-CUST
                   PERFORM ACCUMULATE-KEY
               END-IF
           END-PERFORM
           IF WS-XREF-HITS = 0
               MOVE TRANS-ACCT-ID TO WS-KEY-CUST
               PERFORM ACCUMULATE-KEY
           END-IF.

      *> -------------------------------------------------------
      *> ACCUMULATE-KEY: Add the current record to the customer/
      *> direction accumulator, creating it on first sight.
      *> -------------------------------------------------------
       ACCUMULATE-KEY.
           MOVE 0 TO WS-ST-FOUND-IDX
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-CUST(WS-ST-IDX) = WS-KEY-CUST
                   AND WS-ST-DIR(WS-ST-IDX) = WS-KEY-DIR
                   MOVE WS-ST-IDX TO WS-ST-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ST-FOUND-IDX = 0
               IF WS-ST-COUNT >= 500
                   DISPLAY "ERROR|TABLE-FULL|STRUCT-CUSTOMERS"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-FOUND-IDX
               MOVE WS-KEY-CUST TO WS-ST-CUST(WS-ST-FOUND-IDX)
               MOVE WS-KEY-DIR TO WS-ST-DIR(WS-ST-FOUND-IDX)
           END-IF

           COMPUTE WS-DAY-IDX = WS-DAYS-AGO + 1
           ADD WS-TX-AMOUNT
               TO WS-ST-DAY-TOTAL(WS-ST-FOUND-IDX, WS-DAY-IDX)
           ADD WS-TX-AMOUNT TO WS-ST-WINDOW-TOTAL(WS-ST-FOUND-IDX)
           ADD 1 TO WS-ST-ITEMS(WS-ST-FOUND-IDX)
           IF WS-TX-AMOUNT >= WS-ST-BAND-FLOOR
               AND WS-TX-AMOUNT < WS-ST-CTR-THRESHOLD
               ADD 1 TO WS-ST-NEAR(WS-ST-FOUND-IDX)
           END-IF
           IF WS-DAYS-AGO = 0
               ADD 1 TO WS-ST-TODAY-ITEMS(WS-ST-FOUND-IDX)
               MOVE TRANS-ACCT-ID TO WS-ST-TODAY-ACCT(WS-ST-FOUND-IDX)
           END-IF

           MOVE 'N' TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-ST-BRANCH-COUNT(WS-ST-FOUND-IDX)
               IF WS-ST-BRANCH(WS-ST-FOUND-IDX, WS-BR-IDX)
                   = TRANS-BRANCH
                   MOVE 'Y' TO WS-BR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = 'N'
               AND WS-ST-BRANCH-COUNT(WS-ST-FOUND-IDX) < 5
               ADD 1 TO WS-ST-BRANCH-COUNT(WS-ST-FOUND-IDX)
               MOVE TRANS-BRANCH TO WS-ST-BRANCH(WS-ST-FOUND-IDX,
                   WS-ST-BRANCH-COUNT(WS-ST-FOUND-IDX))
           END-IF.

      *> -------------------------------------------------------
      *> TEST-ONE-CUSTOMER: A customer/direction with cash today
      *> is judged on the whole window — just-under items first,
      *> then a CTR-size total split so no one day reaches it.
      *> -------------------------------------------------------
       TEST-ONE-CUSTOMER.
           IF WS-ST-TODAY-ITEMS(WS-ST-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUST-COUNT
           MOVE 0 TO WS-MAX-DAY-TOTAL
           MOVE 0 TO WS-ACTIVE-DAYS
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-ST-WINDOW-DAYS
               IF WS-ST-DAY-TOTAL(WS-ST-IDX, WS-DAY-IDX) > 0
                   ADD 1 TO WS-ACTIVE-DAYS
               END-IF
               IF WS-ST-DAY-TOTAL(WS-ST-IDX, WS-DAY-IDX)
                   > WS-MAX-DAY-TOTAL
                   MOVE WS-ST-DAY-TOTAL(WS-ST-IDX, WS-DAY-IDX)
                       TO WS-MAX-DAY-TOTAL
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-PATTERN
           IF WS-ST-NEAR(WS-ST-IDX) >= WS-ST-MIN-NEAR
               MOVE "NEAR-CTR" TO WS-PATTERN
           ELSE
               IF WS-ST-WINDOW-TOTAL(WS-ST-IDX) > WS-ST-CTR-THRESHOLD
                   AND WS-MAX-DAY-TOTAL <= WS-ST-CTR-THRESHOLD
                   AND WS-ACTIVE-DAYS >= 2
                   AND WS-ST-ITEMS(WS-ST-IDX) >= WS-ST-MIN-ITEMS
                   MOVE "SPLIT-DAYS" TO WS-PATTERN
               END-IF
           END-IF
           IF WS-PATTERN = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM RAISE-STRUCTURING-ALERT
           IF WS-CASE-MODE = 'Y'
               PERFORM OPEN-STRUCTURING-CASE
           END-IF.

      *> -------------------------------------------------------
      *> RAISE-STRUCTURING-ALERT: One ALERT.DAT record (type 'S')
      *> against the account that carried today's cash — the same
      *> append every alert producer uses.
      *> -------------------------------------------------------
       RAISE-STRUCTURING-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           DISPLAY "STRUCT-ALERT|" WS-ST-CUST(WS-ST-IDX) "|"
               WS-ST-DIR(WS-ST-IDX) "|" WS-PATTERN "|"
               WS-ST-WINDOW-TOTAL(WS-ST-IDX) "|"
               WS-ST-NEAR(WS-ST-IDX) "|" WS-ACTIVE-DAYS "|"
               WS-ST-BRANCH-COUNT(WS-ST-IDX) "|"
               WS-ST-TODAY-ACCT(WS-ST-IDX)
           MOVE SPACES TO WS-ALERT-DETAIL
           STRING WS-PATTERN DELIMITED BY SPACE
               " " WS-ST-DIR(WS-ST-IDX)
               " CUST " WS-ST-CUST(WS-ST-IDX)
               " N" WS-ST-NEAR(WS-ST-IDX)
               " D" WS-ACTIVE-DAYS
               " B" WS-ST-BRANCH-COUNT(WS-ST-IDX)
               DELIMITED BY SIZE INTO WS-ALERT-DETAIL
           END-STRING
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE
               IF WS-AL-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-AL-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-CURRENT-DATE TO ALERT-DATE
           MOVE WS-CURRENT-TIME TO ALERT-TIME
           MOVE SPACE TO ALERT-NODE-CODE
           MOVE 'S' TO ALERT-TYPE
           MOVE WS-ST-TODAY-ACCT(WS-ST-IDX) TO ALERT-ACCT-ID
           MOVE WS-ALERT-DETAIL TO ALERT-DETAIL
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

      *> -------------------------------------------------------
      *> OPEN-STRUCTURING-CASE: Promote the flag to a SARCASES.DAT
      *> case in RISKCHK.cob's CASEOPEN layout ("SAR-" + date +
      *> "-" + file sequence, status O), unless the account
      *> already has a structuring case open or under
      *> investigation — the officer works one case per pattern,
      *> not one per night.
      *> -------------------------------------------------------
       OPEN-STRUCTURING-CASE.
           PERFORM SCAN-EXISTING-CASES
           IF WS-CASE-OPEN-FOUND = 'Y'
               DISPLAY "STRUCT-CASE-EXISTS|"
                   WS-ST-TODAY-ACCT(WS-ST-IDX) "|"
                   WS-ST-CUST(WS-ST-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-DIR(WS-ST-IDX) = 'D'
               MOVE "CASH-IN" TO WS-DIR-WORD
           ELSE
               MOVE "CASH-OUT" TO WS-DIR-WORD
           END-IF
           ADD 1 TO WS-CASE-FILE-COUNT
           MOVE SPACES TO SAR-CASE-RECORD
           STRING "SAR-" WS-CURRENT-DATE "-"
               DELIMITED BY SIZE INTO CASE-ID
           END-STRING
           MOVE WS-CASE-FILE-COUNT TO CASE-ID(14:4)
           MOVE WS-ST-TODAY-ACCT(WS-ST-IDX) TO CASE-ACCT-ID
           MOVE WS-ST-WINDOW-TOTAL(WS-ST-IDX) TO CASE-AMOUNT
           IF WS-PATTERN = "NEAR-CTR"
               MOVE WS-ST-SCORE-NEAR TO CASE-SCORE
           ELSE
               MOVE WS-ST-SCORE-SPLIT TO CASE-SCORE
           END-IF
           STRING "STRUCTURING " DELIMITED BY SIZE
               WS-DIR-WORD DELIMITED BY SPACE
               " CUST " WS-ST-CUST(WS-ST-IDX)
               DELIMITED BY SIZE INTO CASE-REASON
           END-STRING
           MOVE 'O' TO CASE-STATUS
           MOVE WS-CURRENT-DATE TO CASE-OPENED-DATE
           MOVE SPACES TO CASE-INVESTIGATOR CASE-FINDINGS
           MOVE 0 TO CASE-DISPOSITION-DATE CASE-ACK-DATE
           OPEN EXTEND CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               OPEN OUTPUT CASE-FILE
               IF WS-CASE-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CASE-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           WRITE SAR-CASE-RECORD
           CLOSE CASE-FILE
           ADD 1 TO WS-CASE-COUNT
           DISPLAY "STRUCT-CASE|" CASE-ID "|" CASE-ACCT-ID "|"
               WS-ST-CUST(WS-ST-IDX).

       SCAN-EXISTING-CASES.
           MOVE 0 TO WS-CASE-FILE-COUNT
           MOVE 'N' TO WS-CASE-OPEN-FOUND
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
               ADD 1 TO WS-CASE-FILE-COUNT
               IF CASE-ACCT-ID = WS-ST-TODAY-ACCT(WS-ST-IDX)
                   AND CASE-REASON(1:11) = "STRUCTURING"
                   AND (CASE-STATUS = 'O' OR CASE-STATUS = 'I')
                   MOVE 'Y' TO WS-CASE-OPEN-FOUND
               END-IF
           END-PERFORM.

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
