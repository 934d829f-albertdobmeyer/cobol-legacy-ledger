      *>================================================================*
      *>  Program:     KITEMON.cob
      *>  System:      LEGACY LEDGER — Check-Kiting Suspect Monitor
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    A kite is two or more accounts passing the same money
      *>    back and forth faster than the checks clear, so that
      *>    each account's ledger balance is held up by deposits
      *>    still in the Reg CC float. No single account looks
      *>    wrong. HOLDS.DAT knows which deposits are uncollected
      *>    (HOLD-REASON 'CK'), TRANSACT.DAT knows the transfers
      *>    and check items, OUTBOUND.DAT knows the movements to
      *>    other nodes — this nightly pass puts them together.
      *>
      *>    Accounts are paired when they are:
      *>      - owned by a common customer (CUSTXREF.DAT), or
      *>      - linked by transfers inside the window — a posted
      *>        'T' record whose TRANS-DESC names the other
      *>        account (STANDORD.cob's "TO <acct>", or a memo
      *>        the customer keyed), or an OUTBOUND.DAT movement
      *>        between a local account and one on another node.
      *>    A pair is scored only when at least one side is
      *>    carrying open 'CK' holds tonight and the pair had an
      *>    item on the business date, so a pattern alerts the
      *>    night it moves, not every night it sits still.
      *>    Points (WS-KT- policy block):
      *>      FREQUENCY — transfers between the pair plus each
      *>                  side's check deposits and check debits
      *>                  in the window, WS-KT-FREQ-POINTS each up
      *>                  to WS-KT-FREQ-CAP;
      *>      ROUND     — share of those items in whole multiples
      *>                  of WS-KT-ROUND-UNIT;
      *>      COLLECTED — the worse side's average collected
      *>                  balance (ledger less 'CK' holds then
      *>                  outstanding) as a percent of its average
      *>                  ledger balance over the window, each
      *>                  day's ledger rebuilt backwards from
      *>                  tonight's balance through the postings.
      *>    A pair at or over WS-KT-ALERT-SCORE is a suspect.
      *>    Suspect pairs that share an account are joined into
      *>    one group, so a ring of three or more accounts is
      *>    reported together (GROUP / MEMBERS columns). Each
      *>    suspect pair raises an ALERT.DAT record of type 'K'
      *>    against its first local account for the fraud desk
      *>    (merged into the operator queue by ALERTCON.cob's
      *>    LOAD). Read-only against every master.
      *>
      *>  Files:
      *>    Input:  ACCOUNTS.DAT, TRANSACT.DAT, HOLDS.DAT,
      *>            CUSTXREF.DAT, OUTBOUND.DAT, BUSDATE.DAT
      *>    Output: ALERT.DAT (appended)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy, TRANSREC.cpy, HOLDREC.cpy, CUSTXREF.cpy,
      *>    ALERTREC.cpy, BUSDATE.cpy, SIMREC.cpy, ACCTIO.cpy,
      *>    COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    KITE-SUSPECT|ACCT-A|ACCT-B|LINK|ITEMS|ROUND-PCT|
      *>        COLLECTED-PCT|SCORE|GROUP|MEMBERS
      *>        (LINK: C common customer, T transfers, X the
      *>         other account is on another node; '-' if not)
      *>    KITE-SUMMARY|PAIRS|SCORED|SUSPECTS|RINGS|ALERTS
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Scan complete (missing TRANSACT, HOLDS,
      *>                CUSTXREF or OUTBOUND files are empty)
      *>    RESULT|99 — ACCOUNTS.DAT missing / pair table overflow
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITEMON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT HOLDS-FILE
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT XREF-FILE
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.
           SELECT OUTBOUND-FILE
               ASSIGN TO "OUTBOUND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT ALERT-FILE
               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  HOLDS-FILE.
       COPY "HOLDREC.cpy".
       FD  XREF-FILE.
       COPY "CUSTXREF.cpy".
       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD        PIC X(200).
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  ALERT-FILE.
       COPY "ALERTREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-HOLD-STATUS         PIC XX VALUE SPACES.
       01  WS-XR-STATUS           PIC XX VALUE SPACES.
       01  WS-OB-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-AL-STATUS           PIC XX VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   Kiting policy — the window, the item floor, the points
      *>   each measure earns, and the alert cut-off. Maintained
      *>   here like every other policy block in this shop.
      *>   WS-KT-WINDOW-DAYS may not exceed the 31 day buckets
      *>   below.
       01  WS-KT-WINDOW-DAYS      PIC 9(2) VALUE 14.
       01  WS-KT-MIN-ITEMS        PIC 9(2) VALUE 4.
       01  WS-KT-FREQ-POINTS      PIC 9(2) VALUE 5.
       01  WS-KT-FREQ-CAP         PIC 9(3) VALUE 40.
       01  WS-KT-ROUND-UNIT       PIC 9(5)V99 VALUE 100.00.
       01  WS-KT-ROUND-HIGH-PCT   PIC 9(3) VALUE 50.
       01  WS-KT-ROUND-HIGH-PTS   PIC 9(3) VALUE 20.
       01  WS-KT-ROUND-LOW-PCT    PIC 9(3) VALUE 25.
       01  WS-KT-ROUND-LOW-PTS    PIC 9(3) VALUE 10.
      *>   Collected-balance points: nothing (or less) collected,
      *>   under half collected, under the comfort percent.
       01  WS-KT-COLL-NONE-PTS    PIC 9(3) VALUE 40.
       01  WS-KT-COLL-HALF-PTS    PIC 9(3) VALUE 30.
       01  WS-KT-COLL-LOW-PCT     PIC 9(3) VALUE 80.
       01  WS-KT-COLL-LOW-PTS     PIC 9(3) VALUE 15.
       01  WS-KT-ALERT-SCORE      PIC 9(3) VALUE 60.
      *>   Account-to-customer links from CUSTXREF.DAT.
       01  WS-XREF-TABLE.
           05  WS-XR-ENTRY OCCURS 1000 TIMES.
               10  WS-XR-CUST     PIC X(10).
               10  WS-XR-ACCT     PIC X(10).
       01  WS-XREF-COUNT          PIC 9(4) VALUE 0.
       01  WS-XREF-IDX            PIC 9(4) VALUE 0.
       01  WS-XREF-IDX2           PIC 9(4) VALUE 0.
      *>   Per-account float picture, parallel to the account
      *>   table by index: open 'CK' holds tonight, the window's
      *>   check items, items on the business date, and a net
      *>   posting bucket and a held-funds bucket per day of the
      *>   window (bucket 1 = the business date).
       01  WS-KA-TABLE.
           05  WS-KA-ENTRY OCCURS 100 TIMES.
               10  WS-KA-CK-OPEN     PIC S9(12)V99.
               10  WS-KA-CHK-ITEMS   PIC 9(3).
               10  WS-KA-CHK-ROUND   PIC 9(3).
               10  WS-KA-TODAY       PIC 9(3).
               10  WS-KA-NET-DAY OCCURS 31 TIMES
                                     PIC S9(12)V99.
               10  WS-KA-HELD-DAY OCCURS 31 TIMES
                                     PIC S9(12)V99.
               10  WS-KA-COLL-PCT    PIC S9(5).
      *>   One entry per linked pair. ACCT-A/B are kept in key
      *>   order so either direction of a transfer finds the same
      *>   pair; IDX-A/B point into the account table (0 = the
      *>   account is on another node).
       01  WS-KP-TABLE.
           05  WS-KP-ENTRY OCCURS 300 TIMES.
               10  WS-KP-ACCT-A      PIC X(10).
               10  WS-KP-ACCT-B      PIC X(10).
               10  WS-KP-IDX-A       PIC 9(3).
               10  WS-KP-IDX-B       PIC 9(3).
               10  WS-KP-CUST-LINK   PIC X(1).
               10  WS-KP-XFER-LINK   PIC X(1).
               10  WS-KP-XFERS       PIC 9(3).
               10  WS-KP-XFER-ROUND  PIC 9(3).
               10  WS-KP-TODAY       PIC 9(3).
               10  WS-KP-ITEMS       PIC 9(4).
               10  WS-KP-ROUND-PCT   PIC 9(3).
               10  WS-KP-COLL-PCT    PIC S9(5).
               10  WS-KP-SCORE       PIC 9(3).
               10  WS-KP-SUSPECT     PIC X(1).
       01  WS-KP-COUNT            PIC 9(3) VALUE 0.
       01  WS-KP-IDX              PIC 9(3) VALUE 0.
       01  WS-KP-FOUND-IDX        PIC 9(3) VALUE 0.
      *>   Suspect grouping — every account in a suspect pair
      *>   and the group it has been joined into.
       01  WS-KM-TABLE.
           05  WS-KM-ENTRY OCCURS 600 TIMES.
               10  WS-KM-ID          PIC X(10).
               10  WS-KM-GROUP       PIC 9(3).
       01  WS-KM-COUNT            PIC 9(3) VALUE 0.
       01  WS-KM-IDX              PIC 9(3) VALUE 0.
       01  WS-KM-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-KM-GROUP-A          PIC 9(3) VALUE 0.
       01  WS-KM-GROUP-B          PIC 9(3) VALUE 0.
       01  WS-KM-NEXT-GROUP       PIC 9(3) VALUE 0.
       01  WS-KM-MEMBERS          PIC 9(3) VALUE 0.
       01  WS-KM-KEY              PIC X(10) VALUE SPACES.
      *>   The pair being linked.
       01  WS-LINK-ACCT-1         PIC X(10) VALUE SPACES.
       01  WS-LINK-ACCT-2         PIC X(10) VALUE SPACES.
       01  WS-LINK-TYPE           PIC X(1) VALUE SPACES.
       01  WS-LINK-AMOUNT         PIC S9(10)V99 VALUE 0.
       01  WS-LINK-TODAY          PIC X(1) VALUE 'N'.
       01  WS-LINK-CODE           PIC X(3) VALUE SPACES.
       01  WS-LINK-SWAP           PIC X(10) VALUE SPACES.
      *>   Ledger and holds scan work fields.
       01  WS-SRC-IDX             PIC 9(3) VALUE 0.
       01  WS-DEST-IDX            PIC 9(3) VALUE 0.
       01  WS-DAYS-AGO            PIC S9(5) VALUE 0.
       01  WS-DAY-IDX             PIC 9(2) VALUE 0.
       01  WS-DAY-DATE            PIC 9(8) VALUE 0.
       01  WS-TX-AMOUNT           PIC S9(10)V99 VALUE 0.
       01  WS-ROUND-REM           PIC S9(10)V99 VALUE 0.
       01  WS-ROUND-QUOT          PIC S9(10) VALUE 0.
       01  WS-IS-ROUND            PIC X(1) VALUE 'N'.
       01  WS-NAME-HITS           PIC 9(3) VALUE 0.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
      *>   Average ledger / collected rebuild.
       01  WS-RUN-LEDGER          PIC S9(12)V99 VALUE 0.
       01  WS-SUM-LEDGER          PIC S9(14)V99 VALUE 0.
       01  WS-SUM-COLLECTED       PIC S9(14)V99 VALUE 0.
       01  WS-AVG-LEDGER          PIC S9(12)V99 VALUE 0.
       01  WS-AVG-COLLECTED       PIC S9(12)V99 VALUE 0.
      *>   Pair scoring.
       01  WS-FREQ-PTS            PIC 9(4) VALUE 0.
       01  WS-ROUND-ITEMS         PIC 9(4) VALUE 0.
       01  WS-SCORE-WORK          PIC 9(4) VALUE 0.
       01  WS-SIDE-PCT            PIC S9(5) VALUE 0.
       01  WS-FLOAT-FOUND         PIC X(1) VALUE 'N'.
       01  WS-TODAY-ITEMS         PIC 9(4) VALUE 0.
       01  WS-ALERT-DETAIL        PIC X(40) VALUE SPACES.
       01  WS-ALERT-ACCT          PIC X(10) VALUE SPACES.
       01  WS-SCORED-COUNT        PIC 9(5) VALUE 0.
       01  WS-SUSPECT-COUNT       PIC 9(5) VALUE 0.
       01  WS-RING-COUNT          PIC 9(5) VALUE 0.
       01  WS-ALERT-COUNT         PIC 9(5) VALUE 0.
      *>   OUTBOUND.DAT field split — see SIMREC.cpy's
      *>   WS-OB-PARSE.
       COPY "SIMREC.cpy".
       COPY "ACCTIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
      *>   The accumulators must start at true zero — an OCCURS
      *>   table carries no VALUE clause.
           INITIALIZE WS-KA-TABLE
           INITIALIZE WS-KP-TABLE
           INITIALIZE WS-KM-TABLE

           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-CUSTOMER-XREF
           PERFORM LINK-COMMON-CUSTOMERS
           PERFORM SCAN-CHECK-HOLDS
           PERFORM SCAN-LEDGER
           PERFORM SCAN-OUTBOUND
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               PERFORM MEASURE-COLLECTED
           END-PERFORM
           PERFORM VARYING WS-KP-IDX FROM 1 BY 1
               UNTIL WS-KP-IDX > WS-KP-COUNT
               PERFORM SCORE-ONE-PAIR
           END-PERFORM
           PERFORM GROUP-SUSPECTS
           PERFORM VARYING WS-KP-IDX FROM 1 BY 1
               UNTIL WS-KP-IDX > WS-KP-COUNT
               IF WS-KP-SUSPECT(WS-KP-IDX) = 'Y'
                   PERFORM REPORT-ONE-SUSPECT
               END-IF
           END-PERFORM
           DISPLAY "KITE-SUMMARY|" WS-KP-COUNT "|" WS-SCORED-COUNT
               "|" WS-SUSPECT-COUNT "|" WS-RING-COUNT "|"
               WS-ALERT-COUNT
           DISPLAY "RESULT|00"
           STOP RUN.

      *> -------------------------------------------------------
      *> LOAD-CUSTOMER-XREF: CUSTXREF.DAT into the link table. A
      *> missing file simply means no common-customer pairs.
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
      *> LINK-COMMON-CUSTOMERS: Every two accounts on this node
      *> that share a customer become a pair.
      *> -------------------------------------------------------
       LINK-COMMON-CUSTOMERS.
           MOVE 'C' TO WS-LINK-TYPE
           MOVE 0 TO WS-LINK-AMOUNT
           MOVE 'N' TO WS-LINK-TODAY
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
               MOVE WS-XR-ACCT(WS-XREF-IDX) TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'Y'
                   PERFORM LINK-CUSTOMER-PARTNERS
               END-IF
           END-PERFORM.

       LINK-CUSTOMER-PARTNERS.
           COMPUTE WS-XREF-IDX2 = WS-XREF-IDX + 1
           PERFORM UNTIL WS-XREF-IDX2 > WS-XREF-COUNT
               IF WS-XR-CUST(WS-XREF-IDX2) = WS-XR-CUST(WS-XREF-IDX)
                   AND WS-XR-ACCT(WS-XREF-IDX2)
                       NOT = WS-XR-ACCT(WS-XREF-IDX)
                   MOVE WS-XR-ACCT(WS-XREF-IDX2) TO WS-IN-ACCT-ID
                   PERFORM FIND-ACCOUNT
                   IF WS-FOUND-FLAG = 'Y'
                       MOVE WS-XR-ACCT(WS-XREF-IDX) TO WS-LINK-ACCT-1
                       MOVE WS-XR-ACCT(WS-XREF-IDX2) TO WS-LINK-ACCT-2
                       PERFORM RECORD-LINK
                   END-IF
               END-IF
               ADD 1 TO WS-XREF-IDX2
           END-PERFORM.

      *> -------------------------------------------------------
      *> SCAN-CHECK-HOLDS: Open 'CK' holds are tonight's float;
      *> every 'CK' hold (open or since released) is also laid
      *> across the window days it was outstanding, for the
      *> average collected balance. A hold released by name has
      *> no better release date than its schedule, which is the
      *> date used.
      *> -------------------------------------------------------
       SCAN-CHECK-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ HOLDS-FILE
                   AT END
                       CLOSE HOLDS-FILE
                       EXIT PERFORM
               END-READ
               IF HOLD-CHECK
                   MOVE HOLD-ACCT-ID TO WS-IN-ACCT-ID
                   PERFORM FIND-ACCOUNT
                   IF WS-FOUND-FLAG = 'Y'
                       PERFORM SPREAD-ONE-HOLD
                   END-IF
               END-IF
           END-PERFORM.

       SPREAD-ONE-HOLD.
           IF HOLD-OPEN
               ADD HOLD-AMOUNT TO WS-KA-CK-OPEN(WS-FOUND-IDX)
           END-IF
           IF HOLD-PLACED-DATE = WS-CURRENT-DATE
               ADD 1 TO WS-KA-TODAY(WS-FOUND-IDX)
           END-IF
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-KT-WINDOW-DAYS
               COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - WS-DAY-IDX + 1)
               IF HOLD-PLACED-DATE <= WS-DAY-DATE
                   AND (HOLD-OPEN
                        OR HOLD-RELEASE-DATE > WS-DAY-DATE)
                   ADD HOLD-AMOUNT
                       TO WS-KA-HELD-DAY(WS-FOUND-IDX, WS-DAY-IDX)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SCAN-LEDGER: One pass over the window's posted records.
      *> Every record feeds its account's net day bucket; check
      *> items (a "CHECK" deposit memo, or a paid check on the
      *> CK channel) count toward the account's frequency; a
      *> transfer whose memo names another account on this node
      *> links the pair and credits the other side's bucket —
      *> the ledger carries only the source leg of a transfer.
      *> -------------------------------------------------------
       SCAN-LEDGER.
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
                   AND TRANS-DATE IS NUMERIC
                   AND TRANS-DATE > 0
                   AND TRANS-DATE <= WS-CURRENT-DATE
                   PERFORM SCAN-ONE-RECORD
               END-IF
           END-PERFORM.

       SCAN-ONE-RECORD.
           COMPUTE WS-DAYS-AGO =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(TRANS-DATE)
           IF WS-DAYS-AGO < 0
               OR WS-DAYS-AGO >= WS-KT-WINDOW-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-IDX TO WS-SRC-IDX
           COMPUTE WS-DAY-IDX = WS-DAYS-AGO + 1
           COMPUTE WS-TX-AMOUNT = FUNCTION ABS(TRANS-AMOUNT)
           EVALUATE TRANS-TYPE
               WHEN TX-DEPOSIT
               WHEN TX-INTEREST
               WHEN TX-CHARGEBACK
               WHEN TX-REFUND
                   ADD TRANS-AMOUNT
                       TO WS-KA-NET-DAY(WS-SRC-IDX, WS-DAY-IDX)
               WHEN TX-WITHDRAW
               WHEN TX-FEE
               WHEN TX-TRANSFER
                   SUBTRACT WS-TX-AMOUNT
                       FROM WS-KA-NET-DAY(WS-SRC-IDX, WS-DAY-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF (TRANS-TYPE = TX-DEPOSIT AND TRANS-DESC(1:5) = "CHECK")
               OR (TRANS-TYPE = TX-WITHDRAW AND TRANS-CHANNEL = 'CK')
               ADD 1 TO WS-KA-CHK-ITEMS(WS-SRC-IDX)
               PERFORM TEST-ROUND-AMOUNT
               IF WS-IS-ROUND = 'Y'
                   ADD 1 TO WS-KA-CHK-ROUND(WS-SRC-IDX)
               END-IF
               IF WS-DAYS-AGO = 0
                   ADD 1 TO WS-KA-TODAY(WS-SRC-IDX)
               END-IF
           END-IF

           IF TRANS-TYPE = TX-TRANSFER
               PERFORM FIND-NAMED-ACCOUNT
               IF WS-DEST-IDX > 0
                   ADD WS-TX-AMOUNT
                       TO WS-KA-NET-DAY(WS-DEST-IDX, WS-DAY-IDX)
                   MOVE TRANS-ACCT-ID TO WS-LINK-ACCT-1
                   MOVE WS-A-ID(WS-DEST-IDX) TO WS-LINK-ACCT-2
                   MOVE 'T' TO WS-LINK-TYPE
                   MOVE WS-TX-AMOUNT TO WS-LINK-AMOUNT
                   MOVE 'N' TO WS-LINK-TODAY
                   IF WS-DAYS-AGO = 0
                       MOVE 'Y' TO WS-LINK-TODAY
                   END-IF
                   PERFORM RECORD-LINK
               END-IF
           END-IF.

      *> -------------------------------------------------------
      *> FIND-NAMED-ACCOUNT: The first other account on this node
      *> whose ID appears anywhere in the transfer's memo.
      *> -------------------------------------------------------
       FIND-NAMED-ACCOUNT.
           MOVE 0 TO WS-DEST-IDX
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-ACCT-IDX NOT = WS-SRC-IDX
                   MOVE 0 TO WS-NAME-HITS
                   INSPECT TRANS-DESC TALLYING WS-NAME-HITS
                       FOR ALL WS-A-ID(WS-ACCT-IDX)
                   IF WS-NAME-HITS > 0
                       MOVE WS-ACCT-IDX TO WS-DEST-IDX
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SCAN-OUTBOUND: A movement to or from another node inside
      *> the window links the local account with the remote one.
      *> The ledger already carries the local leg, so only the
      *> link is recorded here.
      *> -------------------------------------------------------
       SCAN-OUTBOUND.
           OPEN INPUT OUTBOUND-FILE
           IF WS-OB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ OUTBOUND-FILE
                   AT END
                       CLOSE OUTBOUND-FILE
                       EXIT PERFORM
               END-READ
               IF OUTBOUND-RECORD NOT = SPACES
                   PERFORM LINK-ONE-MOVEMENT
               END-IF
           END-PERFORM.

       LINK-ONE-MOVEMENT.
           MOVE SPACES TO WS-OBP-SOURCE WS-OBP-DEST
               WS-OBP-AMT-STR WS-OBP-DESC WS-OBP-DAY-STR
           UNSTRING OUTBOUND-RECORD DELIMITED BY '|'
               INTO WS-OBP-SOURCE
                    WS-OBP-DEST
                    WS-OBP-AMT-STR
                    WS-OBP-DESC
                    WS-OBP-DAY-STR
           END-UNSTRING
           IF WS-OBP-SOURCE = SPACES OR WS-OBP-DEST = SPACES
               OR WS-OBP-AMT-STR = SPACES
               OR WS-OBP-DAY-STR IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OBP-DAY-STR TO WS-DAY-DATE
           IF WS-DAY-DATE = 0 OR WS-DAY-DATE > WS-CURRENT-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-AGO =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
           IF WS-DAYS-AGO >= WS-KT-WINDOW-DAYS
               EXIT PARAGRAPH
           END-IF
      *>   Both ends on this node is an ordinary transfer the
      *>   ledger pass has already seen.
           MOVE WS-OBP-SOURCE TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           MOVE WS-FOUND-IDX TO WS-SRC-IDX
           MOVE WS-OBP-DEST TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           MOVE WS-FOUND-IDX TO WS-DEST-IDX
           IF (WS-SRC-IDX = 0 AND WS-DEST-IDX = 0)
               OR (WS-SRC-IDX > 0 AND WS-DEST-IDX > 0)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OBP-SOURCE TO WS-LINK-ACCT-1
           MOVE WS-OBP-DEST TO WS-LINK-ACCT-2
           MOVE 'T' TO WS-LINK-TYPE
           COMPUTE WS-LINK-AMOUNT = FUNCTION NUMVAL(WS-OBP-AMT-STR)
           MOVE 'N' TO WS-LINK-TODAY
           IF WS-DAYS-AGO = 0
               MOVE 'Y' TO WS-LINK-TODAY
           END-IF
           PERFORM RECORD-LINK.

      *> -------------------------------------------------------
      *> RECORD-LINK: Find or add the pair for WS-LINK-ACCT-1/2
      *> and mark how it is linked. A transfer link also counts
      *> the item, whether its amount is round, and whether it
      *> fell on the business date.
      *> -------------------------------------------------------
       RECORD-LINK.
           IF WS-LINK-ACCT-1 > WS-LINK-ACCT-2
               MOVE WS-LINK-ACCT-1 TO WS-LINK-SWAP
               MOVE WS-LINK-ACCT-2 TO WS-LINK-ACCT-1
               MOVE WS-LINK-SWAP TO WS-LINK-ACCT-2
           END-IF
           MOVE 0 TO WS-KP-FOUND-IDX
           PERFORM VARYING WS-KP-IDX FROM 1 BY 1
               UNTIL WS-KP-IDX > WS-KP-COUNT
               IF WS-KP-ACCT-A(WS-KP-IDX) = WS-LINK-ACCT-1
                   AND WS-KP-ACCT-B(WS-KP-IDX) = WS-LINK-ACCT-2
                   MOVE WS-KP-IDX TO WS-KP-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KP-FOUND-IDX = 0
               IF WS-KP-COUNT >= 300
                   DISPLAY "ERROR|TABLE-FULL|KITE-PAIRS"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-KP-COUNT
               MOVE WS-KP-COUNT TO WS-KP-FOUND-IDX
               MOVE WS-LINK-ACCT-1 TO WS-KP-ACCT-A(WS-KP-FOUND-IDX)
               MOVE WS-LINK-ACCT-2 TO WS-KP-ACCT-B(WS-KP-FOUND-IDX)
               MOVE 'N' TO WS-KP-CUST-LINK(WS-KP-FOUND-IDX)
               MOVE 'N' TO WS-KP-XFER-LINK(WS-KP-FOUND-IDX)
               MOVE 'N' TO WS-KP-SUSPECT(WS-KP-FOUND-IDX)
               MOVE WS-LINK-ACCT-1 TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               MOVE WS-FOUND-IDX TO WS-KP-IDX-A(WS-KP-FOUND-IDX)
               MOVE WS-LINK-ACCT-2 TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               MOVE WS-FOUND-IDX TO WS-KP-IDX-B(WS-KP-FOUND-IDX)
           END-IF

           IF WS-LINK-TYPE = 'C'
               MOVE 'Y' TO WS-KP-CUST-LINK(WS-KP-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-KP-XFER-LINK(WS-KP-FOUND-IDX)
           ADD 1 TO WS-KP-XFERS(WS-KP-FOUND-IDX)
           MOVE WS-LINK-AMOUNT TO WS-TX-AMOUNT
           PERFORM TEST-ROUND-AMOUNT
           IF WS-IS-ROUND = 'Y'
               ADD 1 TO WS-KP-XFER-ROUND(WS-KP-FOUND-IDX)
           END-IF
           IF WS-LINK-TODAY = 'Y'
               ADD 1 TO WS-KP-TODAY(WS-KP-FOUND-IDX)
           END-IF.

       TEST-ROUND-AMOUNT.
           MOVE 'N' TO WS-IS-ROUND
           IF WS-TX-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-TX-AMOUNT BY WS-KT-ROUND-UNIT
               GIVING WS-ROUND-QUOT REMAINDER WS-ROUND-REM
           IF WS-ROUND-REM = 0
               MOVE 'Y' TO WS-IS-ROUND
           END-IF.

      *> -------------------------------------------------------
      *> MEASURE-COLLECTED: Walk the window backwards from
      *> tonight's ledger balance — the end-of-day ledger for a
      *> day is the next day's less what posted on that next
      *> day — and average ledger and collected (ledger less the
      *> 'CK' holds then outstanding). Collected as a percent of
      *> ledger is what the pair is scored on; an account with
      *> no positive average ledger but open check holds is
      *> treated as carrying nothing collected.
      *> -------------------------------------------------------
       MEASURE-COLLECTED.
           MOVE WS-A-BALANCE(WS-ACCT-IDX) TO WS-RUN-LEDGER
           MOVE 0 TO WS-SUM-LEDGER
           MOVE 0 TO WS-SUM-COLLECTED
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-KT-WINDOW-DAYS
               ADD WS-RUN-LEDGER TO WS-SUM-LEDGER
               COMPUTE WS-SUM-COLLECTED = WS-SUM-COLLECTED
                   + WS-RUN-LEDGER
                   - WS-KA-HELD-DAY(WS-ACCT-IDX, WS-DAY-IDX)
               SUBTRACT WS-KA-NET-DAY(WS-ACCT-IDX, WS-DAY-IDX)
                   FROM WS-RUN-LEDGER
           END-PERFORM
           COMPUTE WS-AVG-LEDGER ROUNDED =
               WS-SUM-LEDGER / WS-KT-WINDOW-DAYS
           COMPUTE WS-AVG-COLLECTED ROUNDED =
               WS-SUM-COLLECTED / WS-KT-WINDOW-DAYS
           IF WS-AVG-LEDGER > 0
               COMPUTE WS-KA-COLL-PCT(WS-ACCT-IDX) ROUNDED =
                   WS-AVG-COLLECTED * 100 / WS-AVG-LEDGER
           ELSE
               IF WS-KA-CK-OPEN(WS-ACCT-IDX) > 0
                   MOVE 0 TO WS-KA-COLL-PCT(WS-ACCT-IDX)
               ELSE
                   MOVE 100 TO WS-KA-COLL-PCT(WS-ACCT-IDX)
               END-IF
           END-IF.

      *> -------------------------------------------------------
      *> SCORE-ONE-PAIR: Only a pair with float tonight and an
      *> item today is scored. Items are the pair's transfers
      *> plus each local side's check items; the collected
      *> measure is the worse local side.
      *> -------------------------------------------------------
       SCORE-ONE-PAIR.
           MOVE 'N' TO WS-FLOAT-FOUND
           MOVE WS-KP-TODAY(WS-KP-IDX) TO WS-TODAY-ITEMS
           MOVE WS-KP-XFERS(WS-KP-IDX) TO WS-KP-ITEMS(WS-KP-IDX)
           MOVE WS-KP-XFER-ROUND(WS-KP-IDX) TO WS-ROUND-ITEMS
           MOVE 100 TO WS-KP-COLL-PCT(WS-KP-IDX)
           MOVE WS-KP-IDX-A(WS-KP-IDX) TO WS-SRC-IDX
           PERFORM ADD-SIDE-TO-PAIR
           MOVE WS-KP-IDX-B(WS-KP-IDX) TO WS-SRC-IDX
           PERFORM ADD-SIDE-TO-PAIR
           IF WS-FLOAT-FOUND = 'N'
               OR WS-TODAY-ITEMS = 0
               OR WS-KP-ITEMS(WS-KP-IDX) < WS-KT-MIN-ITEMS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCORED-COUNT

           COMPUTE WS-FREQ-PTS =
               WS-KP-ITEMS(WS-KP-IDX) * WS-KT-FREQ-POINTS
           IF WS-FREQ-PTS > WS-KT-FREQ-CAP
               MOVE WS-KT-FREQ-CAP TO WS-FREQ-PTS
           END-IF
           MOVE WS-FREQ-PTS TO WS-SCORE-WORK

           COMPUTE WS-KP-ROUND-PCT(WS-KP-IDX) =
               WS-ROUND-ITEMS * 100 / WS-KP-ITEMS(WS-KP-IDX)
           IF WS-KP-ROUND-PCT(WS-KP-IDX) >= WS-KT-ROUND-HIGH-PCT
               ADD WS-KT-ROUND-HIGH-PTS TO WS-SCORE-WORK
           ELSE
               IF WS-KP-ROUND-PCT(WS-KP-IDX) >= WS-KT-ROUND-LOW-PCT
                   ADD WS-KT-ROUND-LOW-PTS TO WS-SCORE-WORK
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-KP-COLL-PCT(WS-KP-IDX) <= 0
                   ADD WS-KT-COLL-NONE-PTS TO WS-SCORE-WORK
               WHEN WS-KP-COLL-PCT(WS-KP-IDX) < 50
                   ADD WS-KT-COLL-HALF-PTS TO WS-SCORE-WORK
               WHEN WS-KP-COLL-PCT(WS-KP-IDX) < WS-KT-COLL-LOW-PCT
                   ADD WS-KT-COLL-LOW-PTS TO WS-SCORE-WORK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-SCORE-WORK > 100
               MOVE 100 TO WS-SCORE-WORK
           END-IF
           MOVE WS-SCORE-WORK TO WS-KP-SCORE(WS-KP-IDX)
           IF WS-KP-SCORE(WS-KP-IDX) >= WS-KT-ALERT-SCORE
               MOVE 'Y' TO WS-KP-SUSPECT(WS-KP-IDX)
               ADD 1 TO WS-SUSPECT-COUNT
           END-IF.

       ADD-SIDE-TO-PAIR.
           IF WS-SRC-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-KA-CK-OPEN(WS-SRC-IDX) > 0
               MOVE 'Y' TO WS-FLOAT-FOUND
           END-IF
           ADD WS-KA-TODAY(WS-SRC-IDX) TO WS-TODAY-ITEMS
           ADD WS-KA-CHK-ITEMS(WS-SRC-IDX) TO WS-KP-ITEMS(WS-KP-IDX)
           ADD WS-KA-CHK-ROUND(WS-SRC-IDX) TO WS-ROUND-ITEMS
           MOVE WS-KA-COLL-PCT(WS-SRC-IDX) TO WS-SIDE-PCT
           IF WS-SIDE-PCT < WS-KP-COLL-PCT(WS-KP-IDX)
               MOVE WS-SIDE-PCT TO WS-KP-COLL-PCT(WS-KP-IDX)
           END-IF.

      *> -------------------------------------------------------
      *> GROUP-SUSPECTS: Join suspect pairs that share an account
      *> into one group — A-B and B-C make a three-account ring.
      *> Each account starts in a group of its own; a pair
      *> merges the two groups it touches.
      *> -------------------------------------------------------
       GROUP-SUSPECTS.
           PERFORM VARYING WS-KP-IDX FROM 1 BY 1
               UNTIL WS-KP-IDX > WS-KP-COUNT
               IF WS-KP-SUSPECT(WS-KP-IDX) = 'Y'
                   MOVE WS-KP-ACCT-A(WS-KP-IDX) TO WS-KM-KEY
                   PERFORM FIND-OR-ADD-MEMBER
                   MOVE WS-KM-GROUP(WS-KM-FOUND-IDX) TO WS-KM-GROUP-A
                   MOVE WS-KP-ACCT-B(WS-KP-IDX) TO WS-KM-KEY
                   PERFORM FIND-OR-ADD-MEMBER
                   MOVE WS-KM-GROUP(WS-KM-FOUND-IDX) TO WS-KM-GROUP-B
                   IF WS-KM-GROUP-B NOT = WS-KM-GROUP-A
                       PERFORM VARYING WS-KM-IDX FROM 1 BY 1
                           UNTIL WS-KM-IDX > WS-KM-COUNT
                           IF WS-KM-GROUP(WS-KM-IDX) = WS-KM-GROUP-B
                               MOVE WS-KM-GROUP-A
                                   TO WS-KM-GROUP(WS-KM-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
      *>   A group of three or more accounts is a ring.
           PERFORM VARYING WS-KM-GROUP-A FROM 1 BY 1
               UNTIL WS-KM-GROUP-A > WS-KM-NEXT-GROUP
               PERFORM COUNT-GROUP-MEMBERS
               IF WS-KM-MEMBERS >= 3
                   ADD 1 TO WS-RING-COUNT
               END-IF
           END-PERFORM.

       FIND-OR-ADD-MEMBER.
           MOVE 0 TO WS-KM-FOUND-IDX
           PERFORM VARYING WS-KM-IDX FROM 1 BY 1
               UNTIL WS-KM-IDX > WS-KM-COUNT
               IF WS-KM-ID(WS-KM-IDX) = WS-KM-KEY
                   MOVE WS-KM-IDX TO WS-KM-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KM-FOUND-IDX = 0
               ADD 1 TO WS-KM-COUNT
               ADD 1 TO WS-KM-NEXT-GROUP
               MOVE WS-KM-COUNT TO WS-KM-FOUND-IDX
               MOVE WS-KM-KEY TO WS-KM-ID(WS-KM-FOUND-IDX)
               MOVE WS-KM-NEXT-GROUP TO WS-KM-GROUP(WS-KM-FOUND-IDX)
           END-IF.

       COUNT-GROUP-MEMBERS.
           MOVE 0 TO WS-KM-MEMBERS
           PERFORM VARYING WS-KM-IDX FROM 1 BY 1
               UNTIL WS-KM-IDX > WS-KM-COUNT
               IF WS-KM-GROUP(WS-KM-IDX) = WS-KM-GROUP-A
                   ADD 1 TO WS-KM-MEMBERS
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> REPORT-ONE-SUSPECT: The report line, then one ALERT.DAT
      *> record (type 'K') against the pair's first account on
      *> this node — the same append every alert producer uses.
      *> -------------------------------------------------------
       REPORT-ONE-SUSPECT.
           MOVE WS-KP-ACCT-A(WS-KP-IDX) TO WS-KM-KEY
           PERFORM FIND-OR-ADD-MEMBER
           MOVE WS-KM-GROUP(WS-KM-FOUND-IDX) TO WS-KM-GROUP-A
           PERFORM COUNT-GROUP-MEMBERS
           MOVE "---" TO WS-LINK-CODE
           IF WS-KP-CUST-LINK(WS-KP-IDX) = 'Y'
               MOVE 'C' TO WS-LINK-CODE(1:1)
           END-IF
           IF WS-KP-XFER-LINK(WS-KP-IDX) = 'Y'
               MOVE 'T' TO WS-LINK-CODE(2:1)
           END-IF
           IF WS-KP-IDX-A(WS-KP-IDX) = 0
               OR WS-KP-IDX-B(WS-KP-IDX) = 0
               MOVE 'X' TO WS-LINK-CODE(3:1)
           END-IF
           DISPLAY "KITE-SUSPECT|" WS-KP-ACCT-A(WS-KP-IDX) "|"
               WS-KP-ACCT-B(WS-KP-IDX) "|" WS-LINK-CODE "|"
               WS-KP-ITEMS(WS-KP-IDX) "|"
               WS-KP-ROUND-PCT(WS-KP-IDX) "|"
               WS-KP-COLL-PCT(WS-KP-IDX) "|"
               WS-KP-SCORE(WS-KP-IDX) "|" WS-KM-GROUP-A "|"
               WS-KM-MEMBERS

           IF WS-KP-IDX-A(WS-KP-IDX) > 0
               MOVE WS-KP-ACCT-A(WS-KP-IDX) TO WS-ALERT-ACCT
               MOVE WS-KP-ACCT-B(WS-KP-IDX) TO WS-KM-KEY
           ELSE
               MOVE WS-KP-ACCT-B(WS-KP-IDX) TO WS-ALERT-ACCT
               MOVE WS-KP-ACCT-A(WS-KP-IDX) TO WS-KM-KEY
           END-IF
           MOVE SPACES TO WS-ALERT-DETAIL
           STRING "KITE S" WS-KP-SCORE(WS-KP-IDX)
               " WITH " WS-KM-KEY
               " " WS-LINK-CODE
               " G" WS-KM-GROUP-A
               " M" WS-KM-MEMBERS
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
           MOVE 'K' TO ALERT-TYPE
           MOVE WS-ALERT-ACCT TO ALERT-ACCT-ID
           MOVE WS-ALERT-DETAIL TO ALERT-DETAIL
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           ADD 1 TO WS-ALERT-COUNT.

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
