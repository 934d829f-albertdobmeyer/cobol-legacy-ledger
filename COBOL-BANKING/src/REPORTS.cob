      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD AUTOMATION SOLUTIONS
      *>  Written:     2026-02-17
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Read-only reporting on account and transaction data.
      *>                    accounts per owner name (joint-account
      *>                    balances split evenly across the named
      *>                    owners), each owner's total compared to
      *>                    the $250,000 insurance limit; accounts
      *>                    with in-force POD/ITF beneficiaries
      *>                    (PODBENE.DAT) are totaled separately as
      *>                    revocable-trust deposits, insured to
      *>                    $250,000 per owner per unique beneficiary
      *>                    (at most five)
      *>    FORECAST      — Liquidity/cash-position projection over a
      *>                    forward window (default 14 days, "FORECAST
      *>                    nn" to override, max 30): CD maturities by
      *>    Output: TRIAL-BALANCE.CSV    (CSV mode only, TRIAL-BALANCE)
      *>    Output: DORMANT.CSV          (CSV mode only, DORMANT)
      *>    Output: FDIC.CSV             (CSV mode only, FDIC)
      *>    Input:  PODBENE.DAT          (FDIC only, optional —
      *>                                  POD/ITF beneficiaries)
      *>    Input:  SWEEPAGR.DAT         (FDIC only, optional —
      *>                                  overnight sweep positions)
      *>    Output: FORECAST.CSV         (CSV mode only, FORECAST)
      *>    Input:  EMPLOYEES.DAT        (FORECAST only, optional —
      *>                                  payroll cash needs)
      *>               TB-TOTAL|debits|credits
      *>               TB-PROOF|net|diff   (diff must be 0 to balance)
      *>    FDIC:      FDIC|owner|total|insured|uninsured (one line
      *>               per owner) + FDIC-RT|owner|beneficiaries|total|
      *>               insured|uninsured (one line per owner holding
      *>               POD/ITF accounts) + FDIC-SWEEP|acct|vehicle|
      *>               amount|out-date (one line per open overnight
      *>               sweep position, excluded from the totals) +
      *>               FDIC-SWEEP-SUMMARY|POSITIONS|count|EXCLUDED|
      *>               amount + FDIC-SUMMARY|OWNERS|count|
      *>               UNINSURED-TOTAL|amount
      *>    Forecast:  FORECAST|date|cd-out|payroll-out|settle-out|
      *>               trend-net|position|flag (one line per day;
      *>                       and PROOF-DIFF summary rows)
      *>    DORMANT.CSV:       ACCT_ID,NAME,TYPE,LAST_ACTIVITY,
      *>                       DAYS_INACTIVE (rows grouped by type)
      *>    FDIC.CSV:          OWNER,TOTAL,INSURED,UNINSURED,CATEGORY,
      *>                       BENEFICIARIES (CATEGORY SINGLE-JOINT or
      *>                       REVOCABLE-TRUST)
      *>    FORECAST.CSV:      DATE,CD_MATURITY,PAYROLL,SETTLEMENT,
      *>                       TREND_NET,POSITION,FLAG
      *>
      *>                     branch vault cash (VAULT.DAT, see
      *>                     VAULTMGT.cob) alongside the deposit
      *>                     balances
      *>
      *>    2026-10-15  AKD  FDIC counts revocable-trust coverage:
      *>                     accounts with in-force POD/ITF
      *>                     beneficiaries (PODBENE.DAT, see
      *>                     PODMAINT.cob) are aggregated per owner
      *>                     apart from single/joint deposits and
      *>                     insured to $250,000 per unique
      *>                     beneficiary, up to five — they were
      *>                     being reported as single-owner funds
      *>
      *>    2026-10-15  AKD  FDIC lists overnight sweep positions
      *>                     (SWEEPAGR.DAT, see INVSWEEP.cob) — money
      *>                     out in repo or a money-market fund is
      *>                     not a deposit and is already off the
      *>                     account balance, so it is shown as
      *>                     excluded rather than insured
      *>================================================================*

      *>  This program demonstrates two patterns:
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT POD-FILE
               ASSIGN TO "PODBENE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POD-STATUS.
           SELECT SWEEP-FILE
               ASSIGN TO "SWEEPAGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CUSTREC.cpy".
       FD  CUSTXREF-FILE.
       COPY "CUSTXREF.cpy".
       FD  POD-FILE.
       COPY "PODREC.cpy".
       FD  SWEEP-FILE.
       COPY "SWPAGR.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
      *>   owners before accumulating, so two joint owners of one
      *>   $300,000 account each show $150,000 of exposure, not
      *>   $300,000 each. USD accounts only, same guard as
      *>   PRINT-LEDGER's totals. An account carrying in-force
      *>   POD/ITF beneficiaries is a revocable-trust deposit — a
      *>   separate ownership category — so each owner gets a
      *>   second entry (category 'R') whose limit is $250,000 per
      *>   unique beneficiary named across all of that owner's
      *>   trust accounts, counting no more than five.
      *>   FORECAST working fields — see PRINT-FORECAST. The opening
      *>   position is the sum of active USD account balances (the
      *>   funds the bank holds); each forward day applies that
           05  FILLER             PIC X(1).
           05  WS-OBP-BANK        PIC X(8).

      *>   Overnight sweep positions — see REPORT-SWEEP-POSITIONS.
       01  WS-SWP-STATUS          PIC XX VALUE SPACES.
       01  WS-SWP-COUNT           PIC 9(5) VALUE 0.
       01  WS-SWP-TOTAL           PIC S9(12)V99 VALUE 0.
       01  WS-FDIC-LIMIT          PIC 9(10)V99 VALUE 250000.00.
       01  WS-FDIC-TABLE.
           05  WS-FDIC-ENTRY OCCURS 100 TIMES.
               10  WS-FDIC-OWNER     PIC X(30).
               10  WS-FDIC-TOTAL     PIC S9(12)V99.
               10  WS-FDIC-CATEGORY  PIC X(1).
               10  WS-FDIC-BENE-CNT  PIC 9(1).
               10  WS-FDIC-BENE      PIC X(30) OCCURS 5 TIMES.
       01  WS-FDIC-COUNT          PIC 9(3) VALUE 0.
       01  WS-FDIC-IDX            PIC 9(3) VALUE 0.
       01  WS-FDIC-FOUND          PIC X(1) VALUE 'N'.
       01  WS-FDIC-UNINSURED      PIC S9(12)V99 VALUE 0.
       01  WS-FDIC-UNINS-TOTAL    PIC S9(12)V99 VALUE 0.
       01  WS-FDIC-CSV-TOT        PIC -(12)9.99.
       01  WS-FDIC-CAT-KEY        PIC X(1) VALUE 'S'.
       01  WS-FDIC-COVER          PIC S9(12)V99 VALUE 0.
       01  WS-FDIC-CAT-NAME       PIC X(15) VALUE SPACES.
       01  WS-FDIC-BENE-IDX       PIC 9(1) VALUE 0.
       01  WS-POD-STATUS          PIC XX VALUE SPACES.
       01  WS-POD-TABLE.
           05  WS-POD-LINE OCCURS 300 TIMES PIC X(70).
       01  WS-POD-COUNT           PIC 9(3) VALUE 0.
       01  WS-POD-IDX             PIC 9(3) VALUE 0.
       01  WS-FDIC-CSV-INS        PIC -(12)9.99.
       01  WS-FDIC-CSV-UNINS      PIC -(12)9.99.
       COPY "COMCODE.cpy".
      *> matching the examiners' spreadsheet did by eye, now done
      *> consistently. Closed accounts and non-USD balances are
      *> excluded (the latter with the same guard as
      *> PRINT-LEDGER's totals). In-force POD/ITF designations are
      *> staged first so the account pass can tell a revocable-
      *> trust deposit from a single/joint one.
      *> -------------------------------------------------------
       PRINT-FDIC-COVERAGE.
           PERFORM LOAD-FDIC-DESIGNATIONS
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
                   PERFORM LOG-RUN-END
                   STOP RUN
               END-IF
               MOVE
                   "OWNER,TOTAL,INSURED,UNINSURED,CATEGORY,BENEFICIARIES"
                   TO FDIC-CSV-LINE
               WRITE FDIC-CSV-LINE
           END-IF
               CLOSE FDIC-CSV-FILE
               DISPLAY "CSV-FILE|FDIC.CSV|" WS-FDIC-COUNT
           END-IF
           PERFORM REPORT-SWEEP-POSITIONS
           DISPLAY "FDIC-SUMMARY|OWNERS|" WS-FDIC-COUNT
               "|UNINSURED-TOTAL|" WS-FDIC-UNINS-TOTAL
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> REPORT-SWEEP-POSITIONS: Business checking swept out
      *> tonight is held in repo or a money-market fund, not on
      *> deposit. INVSWEEP.cob has already taken it off
      *> ACCT-BALANCE, so the owner totals above exclude it; the
      *> positions are listed so the exclusion can be tied out.
      *> Once swept back in the morning it is a deposit again.
      *> -------------------------------------------------------
       REPORT-SWEEP-POSITIONS.
           OPEN INPUT SWEEP-FILE
           IF WS-SWP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SWEEP-FILE
                   AT END
                       CLOSE SWEEP-FILE
                       EXIT PERFORM
               END-READ
               IF SWA-POS-AMT > 0
                   ADD 1 TO WS-SWP-COUNT
                   ADD SWA-POS-AMT TO WS-SWP-TOTAL
                   DISPLAY "FDIC-SWEEP|" SWA-ACCT-ID "|" SWA-VEHICLE
                       "|" SWA-POS-AMT "|" SWA-POS-DATE
               END-IF
           END-PERFORM
           DISPLAY "FDIC-SWEEP-SUMMARY|POSITIONS|" WS-SWP-COUNT
               "|EXCLUDED|" WS-SWP-TOTAL.

      *> -------------------------------------------------------
      *> SPLIT-BALANCE-TO-OWNERS: Count the account's named owners
      *> and fold an even share of its balance into each owner's
      *> running total — the owner's revocable-trust total when
      *> the account names beneficiaries, otherwise the owner's
      *> single/joint total.
      *> -------------------------------------------------------
       SPLIT-BALANCE-TO-OWNERS.
           MOVE 'S' TO WS-FDIC-CAT-KEY
           PERFORM VARYING WS-POD-IDX FROM 1 BY 1
               UNTIL WS-POD-IDX > WS-POD-COUNT
               IF WS-POD-LINE(WS-POD-IDX)(1:10) = ACCT-ID
                   MOVE 'R' TO WS-FDIC-CAT-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 1 TO WS-FDIC-OWNER-CNT
           IF ACCT-OWNER2 NOT = SPACES
               ADD 1 TO WS-FDIC-OWNER-CNT
           PERFORM VARYING WS-FDIC-IDX FROM 1 BY 1
               UNTIL WS-FDIC-IDX > WS-FDIC-COUNT
               IF WS-FDIC-OWNER(WS-FDIC-IDX) = WS-FDIC-OWNER-NAME
                   AND WS-FDIC-CATEGORY(WS-FDIC-IDX)
                       = WS-FDIC-CAT-KEY
                   MOVE 'Y' TO WS-FDIC-FOUND
                   MOVE WS-FDIC-IDX TO WS-FDIC-FOUND-IDX
                   EXIT PERFORM
               MOVE WS-FDIC-OWNER-NAME
                   TO WS-FDIC-OWNER(WS-FDIC-FOUND-IDX)
               MOVE 0 TO WS-FDIC-TOTAL(WS-FDIC-FOUND-IDX)
               MOVE WS-FDIC-CAT-KEY
                   TO WS-FDIC-CATEGORY(WS-FDIC-FOUND-IDX)
               MOVE 0 TO WS-FDIC-BENE-CNT(WS-FDIC-FOUND-IDX)
           END-IF
           ADD WS-FDIC-SHARE TO WS-FDIC-TOTAL(WS-FDIC-FOUND-IDX)
           IF WS-FDIC-CAT-KEY = 'R'
               PERFORM VARYING WS-POD-IDX FROM 1 BY 1
                   UNTIL WS-POD-IDX > WS-POD-COUNT
                   MOVE WS-POD-LINE(WS-POD-IDX) TO POD-BENE-RECORD
                   IF POD-ACCT-ID = ACCT-ID
                       PERFORM NOTE-FDIC-BENEFICIARY
                   END-IF
               END-PERFORM
           END-IF.

      *> -------------------------------------------------------
      *> NOTE-FDIC-BENEFICIARY: Add the beneficiary to the owner's
      *> trust entry unless already named on another of the
      *> owner's accounts — coverage is per unique beneficiary,
      *> and the count stops at five, the most that can add
      *> coverage.
      *> -------------------------------------------------------
       NOTE-FDIC-BENEFICIARY.
           PERFORM VARYING WS-FDIC-BENE-IDX FROM 1 BY 1
               UNTIL WS-FDIC-BENE-IDX >
                   WS-FDIC-BENE-CNT(WS-FDIC-FOUND-IDX)
               IF WS-FDIC-BENE(WS-FDIC-FOUND-IDX, WS-FDIC-BENE-IDX)
                   = POD-BENE-NAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-FDIC-BENE-CNT(WS-FDIC-FOUND-IDX) < 5
               ADD 1 TO WS-FDIC-BENE-CNT(WS-FDIC-FOUND-IDX)
               MOVE POD-BENE-NAME TO WS-FDIC-BENE(WS-FDIC-FOUND-IDX,
                   WS-FDIC-BENE-CNT(WS-FDIC-FOUND-IDX))
           END-IF.

       LOAD-FDIC-DESIGNATIONS.
           MOVE 0 TO WS-POD-COUNT
           OPEN INPUT POD-FILE
           IF WS-POD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ POD-FILE
                   AT END
                       CLOSE POD-FILE
                       EXIT PERFORM
               END-READ
               IF POD-IN-FORCE AND WS-POD-COUNT < 300
                   ADD 1 TO WS-POD-COUNT
                   MOVE POD-BENE-RECORD TO WS-POD-LINE(WS-POD-COUNT)
               END-IF
           END-PERFORM.

       REPORT-ONE-FDIC-OWNER.
           IF WS-FDIC-CATEGORY(WS-FDIC-IDX) = 'R'
               COMPUTE WS-FDIC-COVER =
                   WS-FDIC-LIMIT * WS-FDIC-BENE-CNT(WS-FDIC-IDX)
               MOVE "REVOCABLE-TRUST" TO WS-FDIC-CAT-NAME
           ELSE
               MOVE WS-FDIC-LIMIT TO WS-FDIC-COVER
               MOVE "SINGLE-JOINT" TO WS-FDIC-CAT-NAME
           END-IF
           IF WS-FDIC-TOTAL(WS-FDIC-IDX) > WS-FDIC-COVER
               MOVE WS-FDIC-COVER TO WS-FDIC-INSURED
               COMPUTE WS-FDIC-UNINSURED =
                   WS-FDIC-TOTAL(WS-FDIC-IDX) - WS-FDIC-COVER
           ELSE
               MOVE WS-FDIC-TOTAL(WS-FDIC-IDX) TO WS-FDIC-INSURED
               MOVE 0 TO WS-FDIC-UNINSURED
               STRING FUNCTION TRIM(WS-MASK-NAME) ","
                   FUNCTION TRIM(WS-FDIC-CSV-TOT) ","
                   FUNCTION TRIM(WS-FDIC-CSV-INS) ","
                   FUNCTION TRIM(WS-FDIC-CSV-UNINS) ","
                   FUNCTION TRIM(WS-FDIC-CAT-NAME) ","
                   WS-FDIC-BENE-CNT(WS-FDIC-IDX)
                   DELIMITED BY SIZE INTO FDIC-CSV-LINE
               END-STRING
               WRITE FDIC-CSV-LINE
           ELSE
               IF WS-FDIC-CATEGORY(WS-FDIC-IDX) = 'R'
                   DISPLAY "FDIC-RT|" WS-MASK-NAME "|"
                       WS-FDIC-BENE-CNT(WS-FDIC-IDX) "|"
                       WS-FDIC-TOTAL(WS-FDIC-IDX) "|"
                       WS-FDIC-INSURED "|" WS-FDIC-UNINSURED
               ELSE
                   DISPLAY "FDIC|" WS-MASK-NAME "|"
                       WS-FDIC-TOTAL(WS-FDIC-IDX) "|"
                       WS-FDIC-INSURED "|" WS-FDIC-UNINSURED
               END-IF
           END-IF.

      *> -------------------------------------------------------
