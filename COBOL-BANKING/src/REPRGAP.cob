      *>================================================================*
      *>  Program:     REPRGAP.cob
      *>  System:      LEGACY LEDGER — Interest-Rate Risk Repricing Gap
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The asset/liability committee's quarterly question —
      *>    how does the balance sheet reprice if rates move? —
      *>    answered from the books. GAP places every rate-
      *>    sensitive balance in the time band in which it next
      *>    reprices:
      *>      LOANS — each active loan's principal at its maturity
      *>        (LOAN-ORIG-DATE plus LOAN-TERM-MONTHS) or, for a
      *>        floating-rate loan (LOANARM.DAT, see LOANARM.cpy),
      *>        its next rate change if that comes first.
      *>      CDS — each CD's balance at its ACCT-MATURITY-DATE.
      *>      NON-MATURITY DEPOSITS — checking, savings and every
      *>        other deposit type spread across the bands by the
      *>        ALCO decay assumption for its type, maintained
      *>        here (NMDDECAY.DAT — see DECAYREC.cpy).
      *>    Only USD balances held by open accounts count, as in
      *>    RECONCILE.cob's GL tie-out. Each band shows assets,
      *>    liabilities, the periodic gap (assets less
      *>    liabilities) and the cumulative gap, and its share of
      *>    total rate-sensitive assets.
      *>
      *>    The earnings view follows: base twelve-month net
      *>    interest income at today's rates — loan rates from
      *>    LOAN-ANNUAL-RATE, deposit rates resolved from
      *>    RATETBL.DAT exactly as INTEREST.cob resolves them
      *>    (newest effective date on or before the as-of date,
      *>    then the highest tier the balance reaches; a type with
      *>    no rate row pays nothing) — and its change under
      *>    parallel shocks of +100, -100, +200 and -200 basis
      *>    points. Balances repricing inside the year take the
      *>    shock from the middle of their band to the year end;
      *>    a falling-rate shock stops at a zero rate.
      *>
      *>  Operations (via command-line argument):
      *>    DECAY type p1 p2 p3 p4 p5 p6
      *>                     — set one account type's decay
      *>                       percentages by band (supervisor);
      *>                       type is an ACCT-TYPE or * for every
      *>                       type without a row of its own; the
      *>                       six must total 100.00
      *>    DECAYS           — the decay table
      *>    GAP [yyyymmdd] [CSV]
      *>                     — the report (default date: today's
      *>                       business date); CSV writes the same
      *>                       rows to REPRGAP.CSV for the ALCO
      *>                       package, the report-mode pattern
      *>                       REPORTS.cob uses
      *>
      *>  Files:
      *>    Input/Output: NMDDECAY.DAT (DECAY rewrites)
      *>    Input:        ACCOUNTS.DAT, LOANS.DAT, LOANARM.DAT,
      *>                  RATETBL.DAT, OPERATORS.DAT, BUSDATE.DAT
      *>    Output:       REPRGAP.CSV (GAP CSV only)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy, LOANREC.cpy, LOANARM.cpy, RATEREC.cpy,
      *>    DECAYREC.cpy, BUSDATE.cpy, OPERREC.cpy, OPERIO.cpy,
      *>    ACCTIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    DECAY|TYPE|P1|P2|P3|P4|P5|P6|BY|DATE
      *>    GAP-HDR|AS-OF-DATE
      *>    GAP-NOTE|TYPE|NO-DECAY-ROW
      *>    GAP-BAND|BAND|LOANS|CDS|NMD|LIABILITIES|PERIODIC-GAP|
      *>             CUMULATIVE-GAP|CUM-GAP-PCT-ASSETS
      *>    GAP-TOTAL|LOANS|CDS|NMD|LIABILITIES|GAP
      *>    NII-BASE|TWELVE-MONTH-NII
      *>    NII-SHOCK|BP|NII-CHANGE|PCT-OF-BASE
      *>    RESULT|XX
      *>
      *>  Output Format (CSV mode):
      *>    REPRGAP.CSV: SECTION,BAND,LOANS,CDS,NMD_DEPOSITS,
      *>        TOTAL_LIABILITIES,PERIODIC_GAP,CUMULATIVE_GAP,
      *>        CUM_GAP_PCT_ASSETS (BAND and TOTAL rows), then
      *>        SECTION,SHOCK_BP,NII_CHANGE_12M,PCT_OF_BASE_NII
      *>        (BASE and SHOCK rows)
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|07 — Operator denied or below supervisor rank
      *>    RESULT|99 — Bad arguments or file I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRGAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOANS-FILE
               ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.
           SELECT ARM-FILE
               ASSIGN TO "LOANARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARM-STATUS.
           SELECT RATETBL-FILE
               ASSIGN TO "RATETBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT DECAY-FILE
               ASSIGN TO "NMDDECAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCY-STATUS.
           SELECT CSV-FILE
               ASSIGN TO "REPRGAP.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
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
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  LOANS-FILE.
       COPY "LOANREC.cpy".
       FD  ARM-FILE.
       COPY "LOANARM.cpy".
       FD  RATETBL-FILE.
       COPY "RATEREC.cpy".
       FD  DECAY-FILE.
       COPY "DECAYREC.cpy".
       FD  CSV-FILE.
       01  CSV-LINE               PIC X(200).
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-LN-STATUS           PIC XX VALUE SPACES.
       01  WS-ARM-STATUS          PIC XX VALUE SPACES.
       01  WS-RATE-STATUS         PIC XX VALUE SPACES.
       01  WS-DCY-STATUS          PIC XX VALUE SPACES.
       01  WS-CSV-STATUS          PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(80) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-ARG-2               PIC X(10) VALUE SPACES.
       01  WS-ARG-3               PIC X(10) VALUE SPACES.
       01  WS-ARG-4               PIC X(10) VALUE SPACES.
       01  WS-ARG-5               PIC X(10) VALUE SPACES.
       01  WS-ARG-6               PIC X(10) VALUE SPACES.
       01  WS-ARG-7               PIC X(10) VALUE SPACES.
       01  WS-ARG-8               PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-ASOF-DATE           PIC 9(8) VALUE 0.
       01  WS-ASOF-INT            PIC 9(8) VALUE 0.
       01  WS-CSV-MODE            PIC X(1) VALUE 'N'.
       COPY "ACCTIO.cpy".

      *>   The six time bands — label, the last day (from the
      *>   as-of date) the band covers, and the share of the
      *>   coming year a balance repricing in the band carries
      *>   the new rate for (from the band's midpoint to month
      *>   twelve; nothing past the first year).
       01  WS-BAND-LABELS         PIC X(36)
               VALUE "0-3M  3-6M  6-12M 1-3Y  3-5Y  OVER5Y".
       01  WS-BAND-LABEL-VIEW REDEFINES WS-BAND-LABELS.
           05  WS-BAND-LABEL      PIC X(6) OCCURS 6 TIMES.
       01  WS-BAND-LIMITS         PIC X(30)
               VALUE "000900018000365010950182599999".
       01  WS-BAND-LIMIT-VIEW REDEFINES WS-BAND-LIMITS.
           05  WS-BAND-LIMIT      PIC 9(5) OCCURS 6 TIMES.
       01  WS-BAND-FACTORS        PIC X(30)
               VALUE "087500625002500000000000000000".
       01  WS-BAND-FACTOR-VIEW REDEFINES WS-BAND-FACTORS.
           05  WS-BAND-FACTOR     PIC 9V9(4) OCCURS 6 TIMES.
       01  WS-BAND-TABLE.
           05  WS-BD-ENTRY OCCURS 6 TIMES.
               10  WS-BD-LOANS        PIC S9(13)V99.
               10  WS-BD-LOAN-WT      PIC S9(13)V9(6).
               10  WS-BD-CDS          PIC S9(13)V99.
               10  WS-BD-CD-WT        PIC S9(13)V9(6).
               10  WS-BD-NMD          PIC S9(13)V99.
               10  WS-BD-NMD-WT       PIC S9(13)V9(6).
       01  WS-BAND-IDX            PIC 9(1) VALUE 0.
       01  WS-DAYS-OUT            PIC S9(7) VALUE 0.

      *>   Balance being placed and the rate it earns or pays.
       01  WS-PLACE-AMT           PIC S9(13)V99 VALUE 0.
       01  WS-PLACE-RATE          PIC 9(1)V9(4) VALUE 0.
       01  WS-PLACE-DATE          PIC 9(8) VALUE 0.
       01  WS-MAT-YEAR            PIC 9(4) VALUE 0.
       01  WS-MAT-MONTHS          PIC 9(6) VALUE 0.
       01  WS-MAT-MONTH           PIC 9(2) VALUE 0.
       01  WS-MAT-DAY             PIC 9(2) VALUE 0.
       01  WS-SHARE-AMT           PIC S9(13)V99 VALUE 0.

      *>   Floating-rate loans and their next change date.
       01  WS-ARM-TABLE.
           05  WS-ARM-ENTRY OCCURS 200 TIMES.
               10  WS-AR-LOAN-ID      PIC X(10).
               10  WS-AR-NEXT-CHANGE  PIC 9(8).
       01  WS-ARM-COUNT           PIC 9(3) VALUE 0.
       01  WS-ARM-IDX             PIC 9(3) VALUE 0.

      *>   RATETBL.DAT staged — same staging and resolution as
      *>   INTEREST.cob's RESOLVE-ACCRUAL-RATE.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 50 TIMES.
               10  WS-RT-TYPE     PIC X(1).
               10  WS-RT-TIER-MIN PIC S9(10)V99.
               10  WS-RT-RATE     PIC 9(1)V9(4).
               10  WS-RT-EFF      PIC 9(8).
       01  WS-RT-COUNT            PIC 9(2) VALUE 0.
       01  WS-RT-IDX              PIC 9(2) VALUE 0.
       01  WS-BEST-EFF            PIC 9(8) VALUE 0.
       01  WS-BEST-TIER           PIC S9(10)V99 VALUE 0.

      *>   NMDDECAY.DAT staged whole — load-modify-save, as
      *>   CECLRES.cob keeps CECLRATE.DAT.
       01  WS-DC-TABLE.
           05  WS-DC-LINE OCCURS 20 TIMES PIC X(60).
       01  WS-DC-COUNT            PIC 9(2) VALUE 0.
       01  WS-DC-IDX              PIC 9(2) VALUE 0.
       01  WS-DC-FOUND-IDX        PIC 9(2) VALUE 0.
       01  WS-DC-TOTAL            PIC 9(4)V99 VALUE 0.
       01  WS-LOOKUP-TYPE         PIC X(1) VALUE SPACE.
       01  WS-NOTED-TYPES         PIC X(20) VALUE SPACES.
       01  WS-NOTED-COUNT         PIC 9(2) VALUE 0.
       01  WS-NOTE-IDX            PIC 9(2) VALUE 0.
       01  WS-NOTED-FLAG          PIC X(1) VALUE 'N'.

      *>   Report totals and the earnings simulation.
       01  WS-TOT-LOANS           PIC S9(13)V99 VALUE 0.
       01  WS-TOT-CDS             PIC S9(13)V99 VALUE 0.
       01  WS-TOT-NMD             PIC S9(13)V99 VALUE 0.
       01  WS-TOT-LIAB            PIC S9(13)V99 VALUE 0.
       01  WS-BAND-LIAB           PIC S9(13)V99 VALUE 0.
       01  WS-PERIODIC-GAP        PIC S9(13)V99 VALUE 0.
       01  WS-CUM-GAP             PIC S9(13)V99 VALUE 0.
       01  WS-CUM-PCT             PIC S9(5)V99 VALUE 0.
       01  WS-NII-BASE            PIC S9(13)V99 VALUE 0.
       01  WS-NII-DELTA           PIC S9(13)V99 VALUE 0.
       01  WS-NII-PCT             PIC S9(5)V99 VALUE 0.
       01  WS-SHOCK-BP            PIC S9(3) VALUE 0.
       01  WS-SHOCK               PIC S9(1)V9(4) VALUE 0.
       01  WS-SHOCK-IDX           PIC 9(1) VALUE 0.
       01  WS-SHOCK-LIST          PIC X(16) VALUE "+100-100+200-200".
       01  WS-SHOCK-VIEW REDEFINES WS-SHOCK-LIST.
           05  WS-SHOCK-ENTRY     PIC S9(3) SIGN LEADING SEPARATE
                                  OCCURS 4 TIMES.
       01  WS-AVG-RATE            PIC S9(1)V9(6) VALUE 0.
       01  WS-ASSET-MOVE          PIC S9(1)V9(6) VALUE 0.
       01  WS-LIAB-MOVE           PIC S9(1)V9(6) VALUE 0.
       01  WS-LIAB-BAL            PIC S9(13)V99 VALUE 0.
       01  WS-LIAB-WT             PIC S9(13)V9(6) VALUE 0.

      *>   Display and CSV formatting.
       01  WS-D-AMT1              PIC -(13)9.99.
       01  WS-D-AMT2              PIC -(13)9.99.
       01  WS-D-AMT3              PIC -(13)9.99.
       01  WS-D-AMT4              PIC -(13)9.99.
       01  WS-D-AMT5              PIC -(13)9.99.
       01  WS-D-AMT6              PIC -(13)9.99.
       01  WS-D-PCT               PIC -(4)9.99.
       01  WS-D-BP                PIC +9(3).
       01  WS-D-DCY.
           05  WS-D-DCY-PCT       PIC ZZ9.99 OCCURS 6 TIMES.
       01  WS-OUT-ROW             PIC X(200) VALUE SPACES.
       01  WS-CSV-ROW-COUNT       PIC 9(5) VALUE 0.
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-ARG-2
                    WS-ARG-3
                    WS-ARG-4
                    WS-ARG-5
                    WS-ARG-6
                    WS-ARG-7
                    WS-ARG-8
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           PERFORM LOAD-DECAY-TABLE
           EVALUATE WS-OPERATION
               WHEN "DECAY"
      *>           The assumptions are ALCO's model inputs —
      *>           supervisor bar, as CECLRES.cob's loss rates.
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM SET-DECAY-ROW
               WHEN "DECAYS"
                   PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                       UNTIL WS-DC-IDX > WS-DC-COUNT
                       MOVE WS-DC-LINE(WS-DC-IDX) TO NMD-DECAY-RECORD
                       PERFORM DISPLAY-ONE-DECAY
                   END-PERFORM
               WHEN "GAP"
                   PERFORM RESOLVE-ASOF-DATE
                   PERFORM BUILD-GAP-REPORT
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
      *> RESOLVE-ASOF-DATE: GAP [yyyymmdd] [CSV] — a date, CSV,
      *> or both, in that order.
      *> -------------------------------------------------------
       RESOLVE-ASOF-DATE.
           MOVE WS-CURRENT-DATE TO WS-ASOF-DATE
           IF FUNCTION TRIM(WS-ARG-2) = "CSV"
               MOVE 'Y' TO WS-CSV-MODE
               MOVE SPACES TO WS-ARG-2
           END-IF
           IF FUNCTION TRIM(WS-ARG-3) = "CSV"
               MOVE 'Y' TO WS-CSV-MODE
           END-IF
           IF WS-ARG-2 NOT = SPACES
               IF WS-ARG-2(1:8) IS NOT NUMERIC
                   OR WS-ARG-2(9:2) NOT = SPACES
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE WS-ARG-2(1:8) TO WS-ASOF-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE) NOT = 0
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).

      *> -------------------------------------------------------
      *> SET-DECAY-ROW: One account type's six band percentages.
      *> The same type again replaces the row; who keyed it and
      *> when goes on the row.
      *> -------------------------------------------------------
       SET-DECAY-ROW.
           MOVE SPACES TO NMD-DECAY-RECORD
           MOVE WS-ARG-2(1:1) TO DCY-ACCT-TYPE
           IF DCY-ACCT-TYPE = SPACE OR DCY-ACCT-TYPE = 'D'
               OR WS-ARG-2(2:9) NOT = SPACES
               OR WS-ARG-8 = SPACES
               DISPLAY "ERROR|BAD-DECAY-TERMS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-3) TO DCY-BAND-PCT(1)
           MOVE FUNCTION NUMVAL(WS-ARG-4) TO DCY-BAND-PCT(2)
           MOVE FUNCTION NUMVAL(WS-ARG-5) TO DCY-BAND-PCT(3)
           MOVE FUNCTION NUMVAL(WS-ARG-6) TO DCY-BAND-PCT(4)
           MOVE FUNCTION NUMVAL(WS-ARG-7) TO DCY-BAND-PCT(5)
           MOVE FUNCTION NUMVAL(WS-ARG-8) TO DCY-BAND-PCT(6)
           MOVE 0 TO WS-DC-TOTAL
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 6
               ADD DCY-BAND-PCT(WS-BAND-IDX) TO WS-DC-TOTAL
           END-PERFORM
           IF WS-DC-TOTAL NOT = 100
               DISPLAY "ERROR|DECAY-NOT-100-PCT|" WS-DC-TOTAL
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 0 TO WS-DC-FOUND-IDX
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-LINE(WS-DC-IDX)(1:1) = DCY-ACCT-TYPE
                   MOVE WS-DC-IDX TO WS-DC-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DC-FOUND-IDX = 0
               IF WS-DC-COUNT >= 20
                   DISPLAY "ERROR|TABLE-FULL|NMDDECAY"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-DC-COUNT
               MOVE WS-DC-COUNT TO WS-DC-FOUND-IDX
           END-IF
           MOVE WS-IN-OPER-ID TO DCY-UPDATED-BY
           MOVE WS-CURRENT-DATE TO DCY-UPDATED-DATE
           MOVE NMD-DECAY-RECORD TO WS-DC-LINE(WS-DC-FOUND-IDX)
           PERFORM SAVE-DECAY-TABLE
           PERFORM DISPLAY-ONE-DECAY.

       DISPLAY-ONE-DECAY.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 6
               MOVE DCY-BAND-PCT(WS-BAND-IDX)
                   TO WS-D-DCY-PCT(WS-BAND-IDX)
           END-PERFORM
           DISPLAY "DECAY|" DCY-ACCT-TYPE "|"
               FUNCTION TRIM(WS-D-DCY-PCT(1)) "|"
               FUNCTION TRIM(WS-D-DCY-PCT(2)) "|"
               FUNCTION TRIM(WS-D-DCY-PCT(3)) "|"
               FUNCTION TRIM(WS-D-DCY-PCT(4)) "|"
               FUNCTION TRIM(WS-D-DCY-PCT(5)) "|"
               FUNCTION TRIM(WS-D-DCY-PCT(6)) "|"
               DCY-UPDATED-BY "|" DCY-UPDATED-DATE.

      *> -------------------------------------------------------
      *> BUILD-GAP-REPORT: Place every balance, then print the
      *> bands, the totals and the rate shocks.
      *> -------------------------------------------------------
       BUILD-GAP-REPORT.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 6
               MOVE 0 TO WS-BD-LOANS(WS-BAND-IDX)
               MOVE 0 TO WS-BD-LOAN-WT(WS-BAND-IDX)
               MOVE 0 TO WS-BD-CDS(WS-BAND-IDX)
               MOVE 0 TO WS-BD-CD-WT(WS-BAND-IDX)
               MOVE 0 TO WS-BD-NMD(WS-BAND-IDX)
               MOVE 0 TO WS-BD-NMD-WT(WS-BAND-IDX)
           END-PERFORM
           DISPLAY "GAP-HDR|" WS-ASOF-DATE
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-ARM-TERMS
           PERFORM PLACE-LOANS
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               PERFORM PLACE-ONE-DEPOSIT
           END-PERFORM

           IF WS-CSV-MODE = 'Y'
               OPEN OUTPUT CSV-FILE
               IF WS-CSV-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CSV-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE SPACES TO CSV-LINE
               STRING "SECTION,BAND,LOANS,CDS,NMD_DEPOSITS,"
                   "TOTAL_LIABILITIES,PERIODIC_GAP,CUMULATIVE_GAP,"
                   "CUM_GAP_PCT_ASSETS"
                   DELIMITED BY SIZE INTO CSV-LINE
               END-STRING
               WRITE CSV-LINE
           END-IF
           PERFORM PRINT-GAP-BANDS
           PERFORM PRINT-RATE-SHOCKS
           IF WS-CSV-MODE = 'Y'
               CLOSE CSV-FILE
               DISPLAY "CSV-FILE|REPRGAP.CSV|" WS-CSV-ROW-COUNT
           END-IF.

      *> -------------------------------------------------------
      *> PLACE-LOANS: Each active loan's principal in the band
      *> of its maturity, or of its next rate change when it is a
      *> floating-rate loan changing sooner.
      *> -------------------------------------------------------
       PLACE-LOANS.
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
               IF LOAN-ACTIVE AND LOAN-PRINCIPAL-BAL > 0
                   MOVE LOAN-ORIG-DATE(1:4) TO WS-MAT-YEAR
                   MOVE LOAN-ORIG-DATE(5:2) TO WS-MAT-MONTH
                   COMPUTE WS-MAT-MONTHS =
                       WS-MAT-YEAR * 12 + WS-MAT-MONTH - 1
                       + LOAN-TERM-MONTHS
                   COMPUTE WS-MAT-YEAR = WS-MAT-MONTHS / 12
                   COMPUTE WS-MAT-MONTH =
                       WS-MAT-MONTHS - WS-MAT-YEAR * 12 + 1
                   MOVE LOAN-ORIG-DATE(7:2) TO WS-MAT-DAY
                   IF WS-MAT-DAY > 28
                       MOVE 28 TO WS-MAT-DAY
                   END-IF
                   COMPUTE WS-PLACE-DATE =
                       WS-MAT-YEAR * 10000 + WS-MAT-MONTH * 100
                       + WS-MAT-DAY
                   PERFORM VARYING WS-ARM-IDX FROM 1 BY 1
                       UNTIL WS-ARM-IDX > WS-ARM-COUNT
                       IF WS-AR-LOAN-ID(WS-ARM-IDX) = LOAN-ID
                           AND WS-AR-NEXT-CHANGE(WS-ARM-IDX)
                               < WS-PLACE-DATE
                           MOVE WS-AR-NEXT-CHANGE(WS-ARM-IDX)
                               TO WS-PLACE-DATE
                       END-IF
                   END-PERFORM
                   PERFORM FIND-BAND-FOR-DATE
                   ADD LOAN-PRINCIPAL-BAL TO WS-BD-LOANS(WS-BAND-IDX)
                   COMPUTE WS-BD-LOAN-WT(WS-BAND-IDX) =
                       WS-BD-LOAN-WT(WS-BAND-IDX)
                       + LOAN-PRINCIPAL-BAL * LOAN-ANNUAL-RATE
                   ADD LOAN-PRINCIPAL-BAL TO WS-TOT-LOANS
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> PLACE-ONE-DEPOSIT: A CD at its maturity; any other open
      *> deposit spread by its type's decay assumption. USD
      *> credit balances only.
      *> -------------------------------------------------------
       PLACE-ONE-DEPOSIT.
           IF WS-A-STATUS(WS-ACCT-IDX) = 'C'
               OR WS-A-STATUS(WS-ACCT-IDX) = 'O'
               OR WS-A-BALANCE(WS-ACCT-IDX) NOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-A-CURRENCY(WS-ACCT-IDX) NOT = SPACES
               AND WS-A-CURRENCY(WS-ACCT-IDX) NOT = 'USD'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-A-BALANCE(WS-ACCT-IDX) TO WS-PLACE-AMT
           PERFORM RESOLVE-DEPOSIT-RATE
           IF WS-A-TYPE(WS-ACCT-IDX) = 'D'
               MOVE WS-A-MATURITY(WS-ACCT-IDX) TO WS-PLACE-DATE
               PERFORM FIND-BAND-FOR-DATE
               ADD WS-PLACE-AMT TO WS-BD-CDS(WS-BAND-IDX)
               COMPUTE WS-BD-CD-WT(WS-BAND-IDX) =
                   WS-BD-CD-WT(WS-BAND-IDX)
                   + WS-PLACE-AMT * WS-PLACE-RATE
               ADD WS-PLACE-AMT TO WS-TOT-CDS
               EXIT PARAGRAPH
           END-IF
           ADD WS-PLACE-AMT TO WS-TOT-NMD
           MOVE WS-A-TYPE(WS-ACCT-IDX) TO WS-LOOKUP-TYPE
           PERFORM FIND-DECAY-ROW
           IF WS-DC-FOUND-IDX = 0
               MOVE '*' TO WS-LOOKUP-TYPE
               PERFORM FIND-DECAY-ROW
           END-IF
           IF WS-DC-FOUND-IDX = 0
               PERFORM NOTE-NO-DECAY-ROW
               ADD WS-PLACE-AMT TO WS-BD-NMD(1)
               COMPUTE WS-BD-NMD-WT(1) = WS-BD-NMD-WT(1)
                   + WS-PLACE-AMT * WS-PLACE-RATE
               EXIT PARAGRAPH
           END-IF
      *>   Bands 1-5 take their share rounded; band 6 takes what
      *>   is left so the account's balance is placed exactly.
           MOVE WS-DC-LINE(WS-DC-FOUND-IDX) TO NMD-DECAY-RECORD
           MOVE WS-PLACE-AMT TO WS-SHARE-AMT
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 6
               IF WS-BAND-IDX = 6
                   MOVE WS-SHARE-AMT TO WS-PLACE-AMT
               ELSE
                   COMPUTE WS-PLACE-AMT ROUNDED =
                       WS-A-BALANCE(WS-ACCT-IDX)
                       * DCY-BAND-PCT(WS-BAND-IDX) / 100
                   SUBTRACT WS-PLACE-AMT FROM WS-SHARE-AMT
               END-IF
               ADD WS-PLACE-AMT TO WS-BD-NMD(WS-BAND-IDX)
               COMPUTE WS-BD-NMD-WT(WS-BAND-IDX) =
                   WS-BD-NMD-WT(WS-BAND-IDX)
                   + WS-PLACE-AMT * WS-PLACE-RATE
           END-PERFORM.

       FIND-DECAY-ROW.
           MOVE 0 TO WS-DC-FOUND-IDX
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-LINE(WS-DC-IDX)(1:1) = WS-LOOKUP-TYPE
                   MOVE WS-DC-IDX TO WS-DC-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       NOTE-NO-DECAY-ROW.
           MOVE 'N' TO WS-NOTED-FLAG
           PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
               UNTIL WS-NOTE-IDX > WS-NOTED-COUNT
               IF WS-NOTED-TYPES(WS-NOTE-IDX:1)
                   = WS-A-TYPE(WS-ACCT-IDX)
                   MOVE 'Y' TO WS-NOTED-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-NOTED-FLAG = 'N' AND WS-NOTED-COUNT < 20
               ADD 1 TO WS-NOTED-COUNT
               MOVE WS-A-TYPE(WS-ACCT-IDX)
                   TO WS-NOTED-TYPES(WS-NOTED-COUNT:1)
               DISPLAY "GAP-NOTE|" WS-A-TYPE(WS-ACCT-IDX)
                   "|NO-DECAY-ROW"
           END-IF.

      *> -------------------------------------------------------
      *> FIND-BAND-FOR-DATE: The band WS-PLACE-DATE falls in,
      *> counted in days from the as-of date. A date already
      *> past (or none on file) reprices now — band 1.
      *> -------------------------------------------------------
       FIND-BAND-FOR-DATE.
           MOVE 1 TO WS-BAND-IDX
           IF WS-PLACE-DATE = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-PLACE-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(WS-PLACE-DATE) - WS-ASOF-INT
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX >= 6
               IF WS-DAYS-OUT <= WS-BAND-LIMIT(WS-BAND-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> RESOLVE-DEPOSIT-RATE: INTEREST.cob's rule — the newest
      *> RATETBL.DAT effective date on or before the as-of date
      *> for the account's type, then the highest tier floor the
      *> balance reaches. No row, no rate.
      *> -------------------------------------------------------
       RESOLVE-DEPOSIT-RATE.
           MOVE 0 TO WS-PLACE-RATE
           MOVE 0 TO WS-BEST-EFF
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-TYPE(WS-RT-IDX) = WS-A-TYPE(WS-ACCT-IDX)
                   AND WS-RT-EFF(WS-RT-IDX) <= WS-ASOF-DATE
                   AND WS-RT-EFF(WS-RT-IDX) > WS-BEST-EFF
                   MOVE WS-RT-EFF(WS-RT-IDX) TO WS-BEST-EFF
               END-IF
           END-PERFORM
           IF WS-BEST-EFF = 0
               EXIT PARAGRAPH
           END-IF
           MOVE -1 TO WS-BEST-TIER
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-TYPE(WS-RT-IDX) = WS-A-TYPE(WS-ACCT-IDX)
                   AND WS-RT-EFF(WS-RT-IDX) = WS-BEST-EFF
                   AND WS-RT-TIER-MIN(WS-RT-IDX)
                       <= WS-A-BALANCE(WS-ACCT-IDX)
                   AND WS-RT-TIER-MIN(WS-RT-IDX) > WS-BEST-TIER
                   MOVE WS-RT-TIER-MIN(WS-RT-IDX) TO WS-BEST-TIER
                   MOVE WS-RT-RATE(WS-RT-IDX) TO WS-PLACE-RATE
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> PRINT-GAP-BANDS: Periodic and cumulative gap by band,
      *> cumulative gap as a percent of rate-sensitive assets.
      *> -------------------------------------------------------
       PRINT-GAP-BANDS.
           MOVE 0 TO WS-CUM-GAP
           MOVE 0 TO WS-NII-BASE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 6
               COMPUTE WS-BAND-LIAB =
                   WS-BD-CDS(WS-BAND-IDX) + WS-BD-NMD(WS-BAND-IDX)
               COMPUTE WS-PERIODIC-GAP =
                   WS-BD-LOANS(WS-BAND-IDX) - WS-BAND-LIAB
               ADD WS-PERIODIC-GAP TO WS-CUM-GAP
               MOVE 0 TO WS-CUM-PCT
               IF WS-TOT-LOANS NOT = 0
                   COMPUTE WS-CUM-PCT ROUNDED =
                       WS-CUM-GAP * 100 / WS-TOT-LOANS
               END-IF
               COMPUTE WS-NII-BASE ROUNDED = WS-NII-BASE
                   + WS-BD-LOAN-WT(WS-BAND-IDX)
                   - WS-BD-CD-WT(WS-BAND-IDX)
                   - WS-BD-NMD-WT(WS-BAND-IDX)
               MOVE WS-BD-LOANS(WS-BAND-IDX) TO WS-D-AMT1
               MOVE WS-BD-CDS(WS-BAND-IDX) TO WS-D-AMT2
               MOVE WS-BD-NMD(WS-BAND-IDX) TO WS-D-AMT3
               MOVE WS-BAND-LIAB TO WS-D-AMT4
               MOVE WS-PERIODIC-GAP TO WS-D-AMT5
               MOVE WS-CUM-GAP TO WS-D-AMT6
               MOVE WS-CUM-PCT TO WS-D-PCT
               MOVE SPACES TO WS-OUT-ROW
               STRING "BAND|" FUNCTION TRIM(WS-BAND-LABEL(WS-BAND-IDX))
                   "|" FUNCTION TRIM(WS-D-AMT1)
                   "|" FUNCTION TRIM(WS-D-AMT2)
                   "|" FUNCTION TRIM(WS-D-AMT3)
                   "|" FUNCTION TRIM(WS-D-AMT4)
                   "|" FUNCTION TRIM(WS-D-AMT5)
                   "|" FUNCTION TRIM(WS-D-AMT6)
                   "|" FUNCTION TRIM(WS-D-PCT)
                   DELIMITED BY SIZE INTO WS-OUT-ROW
               END-STRING
               PERFORM EMIT-ROW
           END-PERFORM
           COMPUTE WS-TOT-LIAB = WS-TOT-CDS + WS-TOT-NMD
           MOVE WS-TOT-LOANS TO WS-D-AMT1
           MOVE WS-TOT-CDS TO WS-D-AMT2
           MOVE WS-TOT-NMD TO WS-D-AMT3
           MOVE WS-TOT-LIAB TO WS-D-AMT4
           COMPUTE WS-PERIODIC-GAP = WS-TOT-LOANS - WS-TOT-LIAB
           MOVE WS-PERIODIC-GAP TO WS-D-AMT5
           MOVE SPACES TO WS-OUT-ROW
           STRING "TOTAL|"
               "|" FUNCTION TRIM(WS-D-AMT1)
               "|" FUNCTION TRIM(WS-D-AMT2)
               "|" FUNCTION TRIM(WS-D-AMT3)
               "|" FUNCTION TRIM(WS-D-AMT4)
               "|" FUNCTION TRIM(WS-D-AMT5)
               "||"
               DELIMITED BY SIZE INTO WS-OUT-ROW
           END-STRING
           PERFORM EMIT-ROW.

      *> -------------------------------------------------------
      *> PRINT-RATE-SHOCKS: Twelve-month NII change per shock.
      *> Each side of each band inside the year moves by the
      *> shock (a fall stops at the side's average rate, so no
      *> rate goes below zero) for the part of the year after
      *> the band's midpoint.
      *> -------------------------------------------------------
       PRINT-RATE-SHOCKS.
           IF WS-CSV-MODE = 'Y'
               MOVE "SECTION,SHOCK_BP,NII_CHANGE_12M,PCT_OF_BASE_NII"
                   TO CSV-LINE
               WRITE CSV-LINE
           END-IF
           MOVE WS-NII-BASE TO WS-D-AMT1
           MOVE SPACES TO WS-OUT-ROW
           STRING "NII-BASE|0|" FUNCTION TRIM(WS-D-AMT1) "|100.00"
               DELIMITED BY SIZE INTO WS-OUT-ROW
           END-STRING
           PERFORM EMIT-ROW
           PERFORM VARYING WS-SHOCK-IDX FROM 1 BY 1
               UNTIL WS-SHOCK-IDX > 4
               MOVE WS-SHOCK-ENTRY(WS-SHOCK-IDX) TO WS-SHOCK-BP
               COMPUTE WS-SHOCK = WS-SHOCK-BP / 10000
               MOVE 0 TO WS-NII-DELTA
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 6
                   PERFORM SHOCK-ONE-BAND
               END-PERFORM
               MOVE 0 TO WS-NII-PCT
               IF WS-NII-BASE NOT = 0
                   COMPUTE WS-NII-PCT ROUNDED =
                       WS-NII-DELTA * 100 / FUNCTION ABS(WS-NII-BASE)
               END-IF
               MOVE WS-SHOCK-BP TO WS-D-BP
               MOVE WS-NII-DELTA TO WS-D-AMT1
               MOVE WS-NII-PCT TO WS-D-PCT
               MOVE SPACES TO WS-OUT-ROW
               STRING "NII-SHOCK|" WS-D-BP "|"
                   FUNCTION TRIM(WS-D-AMT1) "|"
                   FUNCTION TRIM(WS-D-PCT)
                   DELIMITED BY SIZE INTO WS-OUT-ROW
               END-STRING
               PERFORM EMIT-ROW
           END-PERFORM.

       SHOCK-ONE-BAND.
           IF WS-BAND-FACTOR(WS-BAND-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SHOCK TO WS-ASSET-MOVE
           IF WS-SHOCK < 0 AND WS-BD-LOANS(WS-BAND-IDX) > 0
               COMPUTE WS-AVG-RATE = WS-BD-LOAN-WT(WS-BAND-IDX)
                   / WS-BD-LOANS(WS-BAND-IDX)
               IF WS-AVG-RATE < 0 - WS-SHOCK
                   COMPUTE WS-ASSET-MOVE = 0 - WS-AVG-RATE
               END-IF
           END-IF
           COMPUTE WS-LIAB-BAL =
               WS-BD-CDS(WS-BAND-IDX) + WS-BD-NMD(WS-BAND-IDX)
           COMPUTE WS-LIAB-WT =
               WS-BD-CD-WT(WS-BAND-IDX) + WS-BD-NMD-WT(WS-BAND-IDX)
           MOVE WS-SHOCK TO WS-LIAB-MOVE
           IF WS-SHOCK < 0 AND WS-LIAB-BAL > 0
               COMPUTE WS-AVG-RATE = WS-LIAB-WT / WS-LIAB-BAL
               IF WS-AVG-RATE < 0 - WS-SHOCK
                   COMPUTE WS-LIAB-MOVE = 0 - WS-AVG-RATE
               END-IF
           END-IF
           COMPUTE WS-NII-DELTA ROUNDED = WS-NII-DELTA
               + (WS-BD-LOANS(WS-BAND-IDX) * WS-ASSET-MOVE
                  - WS-LIAB-BAL * WS-LIAB-MOVE)
               * WS-BAND-FACTOR(WS-BAND-IDX).

      *> -------------------------------------------------------
      *> EMIT-ROW: The assembled pipe row to STDOUT as GAP- or
      *> NII- output, or — pipes turned to commas — to
      *> REPRGAP.CSV.
      *> -------------------------------------------------------
       EMIT-ROW.
           IF WS-CSV-MODE = 'Y'
               MOVE WS-OUT-ROW TO CSV-LINE
               INSPECT CSV-LINE REPLACING ALL "|" BY ","
               WRITE CSV-LINE
               ADD 1 TO WS-CSV-ROW-COUNT
           ELSE
               IF WS-OUT-ROW(1:3) = "NII"
                   DISPLAY FUNCTION TRIM(WS-OUT-ROW)
               ELSE
                   DISPLAY "GAP-" FUNCTION TRIM(WS-OUT-ROW)
               END-IF
           END-IF.

       LOAD-ARM-TERMS.
           MOVE 0 TO WS-ARM-COUNT
           OPEN INPUT ARM-FILE
           IF WS-ARM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ARM-FILE
                   AT END
                       CLOSE ARM-FILE
                       EXIT PERFORM
               END-READ
               IF ARM-FLOATING AND WS-ARM-COUNT < 200
                   ADD 1 TO WS-ARM-COUNT
                   MOVE ARM-LOAN-ID TO WS-AR-LOAN-ID(WS-ARM-COUNT)
                   MOVE ARM-NEXT-CHANGE
                       TO WS-AR-NEXT-CHANGE(WS-ARM-COUNT)
               END-IF
           END-PERFORM.

       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RT-COUNT
           OPEN INPUT RATETBL-FILE
           IF WS-RATE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ RATETBL-FILE
                   AT END
                       CLOSE RATETBL-FILE
                       EXIT PERFORM
               END-READ
               IF WS-RT-COUNT < 50
                   ADD 1 TO WS-RT-COUNT
                   MOVE RATE-ACCT-TYPE TO WS-RT-TYPE(WS-RT-COUNT)
                   MOVE RATE-TIER-MIN
                       TO WS-RT-TIER-MIN(WS-RT-COUNT)
                   MOVE RATE-ANNUAL TO WS-RT-RATE(WS-RT-COUNT)
                   MOVE RATE-EFF-DATE TO WS-RT-EFF(WS-RT-COUNT)
               END-IF
           END-PERFORM.

       LOAD-DECAY-TABLE.
           MOVE 0 TO WS-DC-COUNT
           OPEN INPUT DECAY-FILE
           IF WS-DCY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ DECAY-FILE
                   AT END
                       CLOSE DECAY-FILE
                       EXIT PERFORM
               END-READ
               IF WS-DC-COUNT < 20
                   ADD 1 TO WS-DC-COUNT
                   MOVE NMD-DECAY-RECORD TO WS-DC-LINE(WS-DC-COUNT)
               END-IF
           END-PERFORM.

       SAVE-DECAY-TABLE.
           OPEN OUTPUT DECAY-FILE
           IF WS-DCY-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-DCY-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT
               MOVE WS-DC-LINE(WS-DC-IDX) TO NMD-DECAY-RECORD
               WRITE NMD-DECAY-RECORD
           END-PERFORM
           CLOSE DECAY-FILE.

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
                   MOVE ACCT-MATURITY-DATE
                       TO WS-A-MATURITY(WS-ACCOUNT-COUNT)
                   MOVE ACCT-CURRENCY
                       TO WS-A-CURRENCY(WS-ACCOUNT-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> RESOLVE-BUSINESS-DATE: Replace the system calendar date
      *> with the bank's posting date from BUSDATE.DAT when the
      *> control file is present — see BUSDATE.cpy.
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

      *> -------------------------------------------------------
      *> LOAD-OPERATORS / AUTHENTICATE-OPERATOR: Same fail-closed
      *> sign-on sequence as GLENTRY.cob.
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
