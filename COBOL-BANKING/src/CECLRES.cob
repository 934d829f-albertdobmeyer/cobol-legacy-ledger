      *>================================================================*
      *>  Program:     CECLRES.cob
      *>  System:      LEGACY LEDGER — Allowance for Credit Losses
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The loan loss reserve behind GL 1210. Loans receivable
      *>    sat on GLSTMT.cob's balance sheet at face; this program
      *>    keeps the allowance for credit losses (1219, a contra-
      *>    asset netted against 1210) at the amount the portfolio
      *>    is expected to lose over its life.
      *>
      *>    CALC is the quarter-end workpaper. Every active loan on
      *>    LOANS.DAT is pooled by LOAN-TYPE (LOANREC.cpy) and by
      *>    delinquency bucket — current, 30, 60, 90+ days from
      *>    LOAN-PAST-DUE-DATE, the same aging LOANBILL.cob prints
      *>    — and each pool's principal is reserved at its loss
      *>    rate plus qualitative adjustment from the maintained
      *>    rate table (CECLRATE.DAT — see CECLRATE.cpy). The
      *>    workpaper lists every loan, every pool with the rates
      *>    applied, the allowance rollforward for the quarter
      *>    (opening balance, charge-offs, provisions) read back
      *>    from GLJRNL.DAT, and the required-versus-booked
      *>    difference. POST prints the same workpaper and journals
      *>    the difference — debit 5060 PROVISION FOR CREDIT LOSSES,
      *>    credit 1219 (or the reverse for a release) — dated the
      *>    as-of date, refused if that month is closed in
      *>    GLPERIOD.DAT. POST trues up to the booked balance, so a
      *>    second POST for the same date journals nothing.
      *>
      *>    CHARGEOFF writes loans off against the allowance the way
      *>    ODCOLL.cob writes off overdrawn deposit accounts: the
      *>    nightly pass takes every active loan 120 days or more
      *>    past due, a supervisor may name one loan to write off
      *>    early. The loan's status moves to 'C' (LOANBILL.cob and
      *>    LOANPAY.cob stop working it), and the principal leaves
      *>    the books — debit 1219, credit 1210 — drawing the
      *>    allowance down. The balance stays on the loan master
      *>    for collection and for the bureau file (CRBUREAU.cob
      *>    reports it as status 97).
      *>
      *>  Operations (via command-line argument):
      *>    RATE type bucket loss_rate qual_adj
      *>                     — set one pool's rates (supervisor);
      *>                       type C/A/M/B or * for every type,
      *>                       bucket CUR/30/60/90+
      *>    RATES            — the rate table
      *>    CALC [yyyymmdd]  — workpaper only, nothing posted
      *>    POST [yyyymmdd]  — workpaper and provision entry
      *>                       (supervisor; default date: today's
      *>                       business date)
      *>    CHARGEOFF        — nightly charge-off pass
      *>    CHARGEOFF loan_id — write one loan off (supervisor)
      *>
      *>  Files:
      *>    Input/Output: LOANS.DAT (CHARGEOFF rewrites),
      *>                  CECLRATE.DAT (RATE rewrites)
      *>    Input/Output: GLJRNL.DAT — read for the booked
      *>                  allowance, appended by POST and CHARGEOFF
      *>    Input/Output: GLCHART.DAT — allowance accounts appended
      *>                  if the chart predates this program
      *>    Input:        GLPERIOD.DAT, OPERATORS.DAT, BUSDATE.DAT
      *>
      *>  Copybooks:
      *>    LOANREC.cpy, CECLRATE.cpy, GLJREC.cpy, GLCHART.cpy,
      *>    GLPERIOD.cpy, BUSDATE.cpy, OPERREC.cpy, OPERIO.cpy,
      *>    COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    CECL-RATE|TYPE|BUCKET|LOSS-RATE|QUAL-ADJ|BY|DATE
      *>    CECL-LOAN|LOAN-ID|TYPE|BUCKET|DAYS|BALANCE|EFF-RATE|
      *>              RESERVE
      *>    CECL-EXCEPT|LOAN-ID or TYPE|BAD-TYPE or NO-RATE
      *>    CECL-POOL|TYPE|BUCKET|LOANS|BALANCE|LOSS-RATE|QUAL-ADJ|
      *>              EFF-RATE|REQUIRED
      *>    CECL-ROLLFWD|QTR-START|OPENING|CHARGE-OFFS|PROVISION|
      *>                 OTHER|BOOKED
      *>    CECL-ALLOWANCE|AS-OF|PORTFOLIO|REQUIRED|BOOKED|
      *>                   ADJUSTMENT|COVERAGE-PCT
      *>    CECL-POSTED|AS-OF|DEBIT-ACCT|CREDIT-ACCT|AMOUNT
      *>    LOAN-CHARGEOFF|LOAN-ID|PRINCIPAL|DAYS-PAST-DUE
      *>    CHGOFF-SUMMARY|LOANS|TOTAL
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — CHARGEOFF: loan not found
      *>    RESULT|04 — CHARGEOFF: loan not active
      *>    RESULT|07 — Operator below supervisor rank
      *>    RESULT|99 — Invalid arguments, closed GL period, or file
      *>                I/O error
      *>
      *>  Dependencies:
      *>    The CHARGEOFF pass belongs in the nightly chain
      *>    (EODCHAIN.DAT) after LOANBILL.cob. POST is run at
      *>    quarter end after that night's charge-offs, before
      *>    GLCLOSE.cob closes the month.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CECLRES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE
               ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.
           SELECT RATE-FILE
               ASSIGN TO "CECLRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
           SELECT GLJRNL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.
           SELECT CHART-FILE
               ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT GLPERIOD-FILE
               ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GP-STATUS.
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
       FD  LOANS-FILE.
       COPY "LOANREC.cpy".
       FD  RATE-FILE.
       COPY "CECLRATE.cpy".
       FD  GLJRNL-FILE.
       COPY "GLJREC.cpy".
       FD  CHART-FILE.
       COPY "GLCHART.cpy".
       FD  GLPERIOD-FILE.
       COPY "GLPERIOD.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LN-STATUS           PIC XX VALUE SPACES.
       01  WS-RT-STATUS           PIC XX VALUE SPACES.
       01  WS-GJ-STATUS           PIC XX VALUE SPACES.
       01  WS-CH-STATUS           PIC XX VALUE SPACES.
       01  WS-GP-STATUS           PIC XX VALUE SPACES.
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
       01  WS-IN-LOAN-ID          PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-ASOF-DATE           PIC 9(8) VALUE 0.
      *>   Reserve policy — the GL accounts and the charge-off
      *>   threshold, maintained here the way ODCOLL.cob keeps
      *>   its own.
       01  WS-CL-LOANS-GL         PIC 9(4) VALUE 1210.
       01  WS-CL-ALLOW-GL         PIC 9(4) VALUE 1219.
       01  WS-CL-PROV-GL          PIC 9(4) VALUE 5060.
       01  WS-CL-CHGOFF-DAYS      PIC 9(3) VALUE 120.
      *>   The loan master staged in memory — same staging as
      *>   LOANBILL.cob.
       01  WS-LM-TABLE.
           05  WS-LM-LINE OCCURS 200 TIMES PIC X(110).
       01  WS-LM-COUNT            PIC 9(3) VALUE 0.
       01  WS-LM-IDX              PIC 9(3) VALUE 0.
       01  WS-LM-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-LM-DIRTY            PIC X(1) VALUE 'N'.
      *>   The rate table staged the same way.
       01  WS-RT-TABLE.
           05  WS-RT-LINE OCCURS 100 TIMES PIC X(40).
       01  WS-RT-COUNT            PIC 9(3) VALUE 0.
       01  WS-RT-IDX              PIC 9(3) VALUE 0.
       01  WS-RT-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-IN-LOSS-RATE        PIC 9(1)V9(4) VALUE 0.
       01  WS-IN-QUAL-ADJ         PIC S9(1)V9(4) VALUE 0.
      *>   Pools — four loan types by four buckets, laid out in
      *>   workpaper order so pool (t, b) is entry (t - 1) * 4 + b.
       01  WS-TYPE-CODES          PIC X(4) VALUE "CAMB".
       01  WS-BUCKET-CODES        PIC X(12) VALUE "CUR30 60 90+".
       01  WS-BUCKET-VIEW REDEFINES WS-BUCKET-CODES.
           05  WS-BUCKET-CODE     PIC X(3) OCCURS 4 TIMES.
       01  WS-PL-TABLE.
           05  WS-PL-ENTRY OCCURS 16 TIMES.
               10  WS-PL-TYPE     PIC X(1).
               10  WS-PL-BUCKET   PIC X(3).
               10  WS-PL-COUNT    PIC 9(5).
               10  WS-PL-BAL      PIC S9(12)V99.
               10  WS-PL-LOSS     PIC 9(1)V9(4).
               10  WS-PL-QUAL     PIC S9(1)V9(4).
               10  WS-PL-EFF      PIC S9(1)V9(4).
               10  WS-PL-RATED    PIC X(1).
               10  WS-PL-REQ      PIC S9(12)V99.
       01  WS-PL-IDX              PIC 9(2) VALUE 0.
       01  WS-TYPE-IDX            PIC 9(1) VALUE 0.
       01  WS-BUCKET-IDX          PIC 9(1) VALUE 0.
      *>   The loan under review.
       01  WS-LN-TYPE             PIC X(1) VALUE SPACE.
       01  WS-DAYS-PAST-DUE       PIC S9(5) VALUE 0.
       01  WS-LN-RESERVE          PIC S9(10)V99 VALUE 0.
       01  WS-LOOKUP-TYPE         PIC X(1) VALUE SPACE.
       01  WS-LOOKUP-BUCKET       PIC X(3) VALUE SPACES.
      *>   Allowance totals and the quarter's rollforward, all
      *>   held credit-positive (the allowance's natural side).
       01  WS-PORTFOLIO-BAL       PIC S9(12)V99 VALUE 0.
       01  WS-REQUIRED            PIC S9(12)V99 VALUE 0.
       01  WS-BOOKED              PIC S9(12)V99 VALUE 0.
       01  WS-ADJUSTMENT          PIC S9(12)V99 VALUE 0.
       01  WS-COVERAGE-PCT        PIC 9(3)V99 VALUE 0.
       01  WS-RF-OPENING          PIC S9(12)V99 VALUE 0.
       01  WS-RF-CHGOFFS          PIC S9(12)V99 VALUE 0.
       01  WS-RF-PROVISION        PIC S9(12)V99 VALUE 0.
       01  WS-RF-OTHER            PIC S9(12)V99 VALUE 0.
       01  WS-QTR-START           PIC 9(8) VALUE 0.
       01  WS-QTR-YEAR            PIC 9(4) VALUE 0.
       01  WS-QTR-MONTH           PIC 9(2) VALUE 0.
       01  WS-QTR-NUM             PIC 9(1) VALUE 0.
       01  WS-LINE-NET            PIC S9(12)V99 VALUE 0.
      *>   Charge-off pass.
       01  WS-CO-AMOUNT           PIC S9(10)V99 VALUE 0.
       01  WS-CO-COUNT            PIC 9(5) VALUE 0.
       01  WS-CO-TOTAL            PIC S9(12)V99 VALUE 0.
      *>   GL line staging.
       01  WS-GL-ACCT             PIC 9(4) VALUE 0.
       01  WS-GL-DEBIT            PIC S9(12)V99 VALUE 0.
       01  WS-GL-CREDIT           PIC S9(12)V99 VALUE 0.
       01  WS-GL-DATE             PIC 9(8) VALUE 0.
       01  WS-GL-SOURCE           PIC X(8) VALUE SPACES.
       01  WS-CHART-HAS-ACCT      PIC X(1) VALUE 'N'.
       01  WS-ENTRY-DATE          PIC 9(8) VALUE 0.
       01  WS-ENTRY-PERIOD        PIC 9(6) VALUE 0.
       01  WS-PERIOD-CLOSED       PIC X(1) VALUE 'N'.
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
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-RATE-TABLE
           EVALUATE WS-OPERATION
               WHEN "RATE"
      *>           The loss rates drive a GL entry — supervisor bar,
      *>           same as LOANRATE.cob's index maintenance.
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM SET-LOSS-RATE
               WHEN "RATES"
                   PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RT-COUNT
                       MOVE WS-RT-LINE(WS-RT-IDX) TO CECL-RATE-RECORD
                       PERFORM DISPLAY-ONE-RATE
                   END-PERFORM
               WHEN "CALC"
                   PERFORM RESOLVE-ASOF-DATE
                   PERFORM BUILD-WORKPAPER
               WHEN "POST"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM RESOLVE-ASOF-DATE
                   MOVE WS-ASOF-DATE TO WS-ENTRY-DATE
                   PERFORM CHECK-PERIOD-OPEN
                   IF WS-PERIOD-CLOSED = 'Y'
                       DISPLAY "ERROR|GL-PERIOD-CLOSED|"
                           WS-ENTRY-PERIOD
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   PERFORM BUILD-WORKPAPER
                   PERFORM POST-PROVISION
               WHEN "CHARGEOFF"
                   MOVE WS-CURRENT-DATE TO WS-ENTRY-DATE
                   PERFORM CHECK-PERIOD-OPEN
                   IF WS-PERIOD-CLOSED = 'Y'
                       DISPLAY "ERROR|GL-PERIOD-CLOSED|"
                           WS-ENTRY-PERIOD
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   IF WS-ARG-2 = SPACES
                       PERFORM CHARGE-OFF-PASS
                   ELSE
      *>               Writing a loan off early is a credit
      *>               decision, not a batch rule.
                       PERFORM SIGN-ON-OPERATOR
                       IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                           DISPLAY "RESULT|" RC-UNAUTHORIZED
                           STOP RUN
                       END-IF
                       PERFORM CHARGE-OFF-NAMED-LOAN
                   END-IF
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

       RESOLVE-ASOF-DATE.
           MOVE WS-CURRENT-DATE TO WS-ASOF-DATE
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
           END-IF.

      *> -------------------------------------------------------
      *> SET-LOSS-RATE: One pool's loss rate and qualitative
      *> adjustment. The same type and bucket again replaces the
      *> row; who keyed it and when goes on the row.
      *> -------------------------------------------------------
       SET-LOSS-RATE.
           MOVE SPACES TO CECL-RATE-RECORD
           MOVE WS-ARG-2(1:1) TO CLR-LOAN-TYPE
           MOVE WS-ARG-3(1:3) TO CLR-BUCKET
           IF (CLR-LOAN-TYPE NOT = '*'
               AND CLR-LOAN-TYPE NOT = 'C'
               AND CLR-LOAN-TYPE NOT = 'A'
               AND CLR-LOAN-TYPE NOT = 'M'
               AND CLR-LOAN-TYPE NOT = 'B')
               OR WS-ARG-2(2:9) NOT = SPACES
               OR NOT CLR-BUCKET-VALID
               OR WS-ARG-4 = SPACES
               DISPLAY "ERROR|BAD-RATE-TERMS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-4) TO WS-IN-LOSS-RATE
           MOVE 0 TO WS-IN-QUAL-ADJ
           IF WS-ARG-5 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-5) TO WS-IN-QUAL-ADJ
           END-IF
           IF WS-IN-LOSS-RATE > 1
               OR WS-IN-LOSS-RATE + WS-IN-QUAL-ADJ > 1
               DISPLAY "ERROR|BAD-RATE-TERMS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 0 TO WS-RT-FOUND-IDX
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-LINE(WS-RT-IDX)(1:1) = CLR-LOAN-TYPE
                   AND WS-RT-LINE(WS-RT-IDX)(2:3) = CLR-BUCKET
                   MOVE WS-RT-IDX TO WS-RT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RT-FOUND-IDX = 0
               IF WS-RT-COUNT >= 100
                   DISPLAY "ERROR|TABLE-FULL|CECLRATE"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-RT-COUNT
               MOVE WS-RT-COUNT TO WS-RT-FOUND-IDX
           END-IF
           MOVE WS-IN-LOSS-RATE TO CLR-LOSS-RATE
           MOVE WS-IN-QUAL-ADJ TO CLR-QUAL-ADJ
           MOVE WS-IN-OPER-ID TO CLR-UPDATED-BY
           MOVE WS-CURRENT-DATE TO CLR-UPDATED-DATE
           MOVE CECL-RATE-RECORD TO WS-RT-LINE(WS-RT-FOUND-IDX)
           PERFORM SAVE-RATE-TABLE
           PERFORM DISPLAY-ONE-RATE.

       DISPLAY-ONE-RATE.
           DISPLAY "CECL-RATE|" CLR-LOAN-TYPE "|" CLR-BUCKET "|"
               CLR-LOSS-RATE "|" CLR-QUAL-ADJ "|" CLR-UPDATED-BY
               "|" CLR-UPDATED-DATE.

      *> -------------------------------------------------------
      *> BUILD-WORKPAPER: Pool the active loans, reserve each
      *> pool at its effective rate, and set the required total
      *> against the allowance booked in the journal.
      *> -------------------------------------------------------
       BUILD-WORKPAPER.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 4
               PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
                   COMPUTE WS-PL-IDX =
                       (WS-TYPE-IDX - 1) * 4 + WS-BUCKET-IDX
                   MOVE WS-TYPE-CODES(WS-TYPE-IDX:1)
                       TO WS-PL-TYPE(WS-PL-IDX)
                   MOVE WS-BUCKET-CODE(WS-BUCKET-IDX)
                       TO WS-PL-BUCKET(WS-PL-IDX)
                   MOVE 0 TO WS-PL-COUNT(WS-PL-IDX)
                       WS-PL-BAL(WS-PL-IDX) WS-PL-REQ(WS-PL-IDX)
                   PERFORM RATE-ONE-POOL
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-PORTFOLIO-BAL WS-REQUIRED

           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
               UNTIL WS-LM-IDX > WS-LM-COUNT
               MOVE WS-LM-LINE(WS-LM-IDX) TO LOAN-MASTER-RECORD
               IF LOAN-ACTIVE
                   PERFORM POOL-ONE-LOAN
               END-IF
           END-PERFORM

      *>   Reserve by pool — the pool balance times its rate,
      *>   rounded once, is the figure that is booked.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > 16
               IF WS-PL-COUNT(WS-PL-IDX) > 0
                   COMPUTE WS-PL-REQ(WS-PL-IDX) ROUNDED =
                       WS-PL-BAL(WS-PL-IDX) * WS-PL-EFF(WS-PL-IDX)
                   ADD WS-PL-REQ(WS-PL-IDX) TO WS-REQUIRED
                   IF WS-PL-RATED(WS-PL-IDX) = 'N'
                       DISPLAY "CECL-EXCEPT|" WS-PL-TYPE(WS-PL-IDX)
                           "-" WS-PL-BUCKET(WS-PL-IDX) "|NO-RATE"
                   END-IF
                   DISPLAY "CECL-POOL|" WS-PL-TYPE(WS-PL-IDX) "|"
                       WS-PL-BUCKET(WS-PL-IDX) "|"
                       WS-PL-COUNT(WS-PL-IDX) "|"
                       WS-PL-BAL(WS-PL-IDX) "|"
                       WS-PL-LOSS(WS-PL-IDX) "|"
                       WS-PL-QUAL(WS-PL-IDX) "|"
                       WS-PL-EFF(WS-PL-IDX) "|"
                       WS-PL-REQ(WS-PL-IDX)
               END-IF
           END-PERFORM

           PERFORM SUM-ALLOWANCE-JOURNAL
           DISPLAY "CECL-ROLLFWD|" WS-QTR-START "|" WS-RF-OPENING
               "|" WS-RF-CHGOFFS "|" WS-RF-PROVISION "|"
               WS-RF-OTHER "|" WS-BOOKED
           COMPUTE WS-ADJUSTMENT = WS-REQUIRED - WS-BOOKED
           MOVE 0 TO WS-COVERAGE-PCT
           IF WS-PORTFOLIO-BAL > 0
               COMPUTE WS-COVERAGE-PCT ROUNDED =
                   WS-REQUIRED * 100 / WS-PORTFOLIO-BAL
           END-IF
           DISPLAY "CECL-ALLOWANCE|" WS-ASOF-DATE "|"
               WS-PORTFOLIO-BAL "|" WS-REQUIRED "|" WS-BOOKED "|"
               WS-ADJUSTMENT "|" WS-COVERAGE-PCT.

      *> -------------------------------------------------------
      *> RATE-ONE-POOL: The pool's own row, else the bucket's
      *> every-type ('*') row, else no rate (flagged).
      *> -------------------------------------------------------
       RATE-ONE-POOL.
           MOVE 0 TO WS-PL-LOSS(WS-PL-IDX) WS-PL-QUAL(WS-PL-IDX)
               WS-PL-EFF(WS-PL-IDX)
           MOVE 'N' TO WS-PL-RATED(WS-PL-IDX)
           MOVE WS-PL-TYPE(WS-PL-IDX) TO WS-LOOKUP-TYPE
           MOVE WS-PL-BUCKET(WS-PL-IDX) TO WS-LOOKUP-BUCKET
           PERFORM FIND-RATE-ROW
           IF WS-RT-FOUND-IDX = 0
               MOVE '*' TO WS-LOOKUP-TYPE
               PERFORM FIND-RATE-ROW
           END-IF
           IF WS-RT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-LINE(WS-RT-FOUND-IDX) TO CECL-RATE-RECORD
           MOVE 'Y' TO WS-PL-RATED(WS-PL-IDX)
           MOVE CLR-LOSS-RATE TO WS-PL-LOSS(WS-PL-IDX)
           MOVE CLR-QUAL-ADJ TO WS-PL-QUAL(WS-PL-IDX)
           COMPUTE WS-PL-EFF(WS-PL-IDX) =
               CLR-LOSS-RATE + CLR-QUAL-ADJ
           IF WS-PL-EFF(WS-PL-IDX) < 0
               MOVE 0 TO WS-PL-EFF(WS-PL-IDX)
           END-IF.

       FIND-RATE-ROW.
           MOVE 0 TO WS-RT-FOUND-IDX
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE WS-RT-LINE(WS-RT-IDX) TO CECL-RATE-RECORD
               IF CLR-LOAN-TYPE = WS-LOOKUP-TYPE
                   AND CLR-BUCKET = WS-LOOKUP-BUCKET
                   MOVE WS-RT-IDX TO WS-RT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> POOL-ONE-LOAN: Type and bucket for one active loan, its
      *> principal into the pool, and its detail line. Aging runs
      *> to the as-of date, as LOANBILL.cob's AGING runs to today.
      *> -------------------------------------------------------
       POOL-ONE-LOAN.
           MOVE LOAN-TYPE TO WS-LN-TYPE
           IF WS-LN-TYPE = SPACE
               MOVE 'C' TO WS-LN-TYPE
           END-IF
           MOVE 0 TO WS-TYPE-IDX
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > 4
               IF WS-TYPE-CODES(WS-PL-IDX:1) = WS-LN-TYPE
                   MOVE WS-PL-IDX TO WS-TYPE-IDX
               END-IF
           END-PERFORM
           IF WS-TYPE-IDX = 0
               DISPLAY "CECL-EXCEPT|" LOAN-ID "|BAD-TYPE"
               MOVE 'C' TO WS-LN-TYPE
               MOVE 1 TO WS-TYPE-IDX
           END-IF

           MOVE 0 TO WS-DAYS-PAST-DUE
           IF LOAN-PAST-DUE-AMT > 0 AND LOAN-PAST-DUE-DATE NOT = 0
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
                   - FUNCTION INTEGER-OF-DATE(LOAN-PAST-DUE-DATE)
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE >= 90
                   MOVE 4 TO WS-BUCKET-IDX
               WHEN WS-DAYS-PAST-DUE >= 60
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN WS-DAYS-PAST-DUE >= 30
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET-IDX
           END-EVALUATE
           IF WS-DAYS-PAST-DUE < 0
               MOVE 0 TO WS-DAYS-PAST-DUE
           END-IF

           COMPUTE WS-PL-IDX = (WS-TYPE-IDX - 1) * 4 + WS-BUCKET-IDX
           ADD 1 TO WS-PL-COUNT(WS-PL-IDX)
           ADD LOAN-PRINCIPAL-BAL TO WS-PL-BAL(WS-PL-IDX)
           ADD LOAN-PRINCIPAL-BAL TO WS-PORTFOLIO-BAL
           COMPUTE WS-LN-RESERVE ROUNDED =
               LOAN-PRINCIPAL-BAL * WS-PL-EFF(WS-PL-IDX)
           DISPLAY "CECL-LOAN|" LOAN-ID "|" WS-LN-TYPE "|"
               WS-BUCKET-CODE(WS-BUCKET-IDX) "|" WS-DAYS-PAST-DUE
               "|" LOAN-PRINCIPAL-BAL "|" WS-PL-EFF(WS-PL-IDX) "|"
               WS-LN-RESERVE.

      *> -------------------------------------------------------
      *> SUM-ALLOWANCE-JOURNAL: The allowance as booked through
      *> the as-of date, split for the rollforward — balance at
      *> the start of the quarter, then the quarter's charge-offs
      *> and provisions by GLJ-SOURCE, anything else (manual
      *> GLENTRY.cob entries, recoveries) as other.
      *> -------------------------------------------------------
       SUM-ALLOWANCE-JOURNAL.
           MOVE WS-ASOF-DATE(1:4) TO WS-QTR-YEAR
           MOVE WS-ASOF-DATE(5:2) TO WS-QTR-MONTH
           COMPUTE WS-QTR-NUM = (WS-QTR-MONTH - 1) / 3
           COMPUTE WS-QTR-MONTH = WS-QTR-NUM * 3 + 1
           COMPUTE WS-QTR-START =
               WS-QTR-YEAR * 10000 + WS-QTR-MONTH * 100 + 1
           MOVE 0 TO WS-RF-OPENING WS-RF-CHGOFFS WS-RF-PROVISION
               WS-RF-OTHER WS-BOOKED
           OPEN INPUT GLJRNL-FILE
           IF WS-GJ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ GLJRNL-FILE
                   AT END
                       CLOSE GLJRNL-FILE
                       EXIT PERFORM
               END-READ
               IF GLJ-GL-ACCT = WS-CL-ALLOW-GL
                   AND GLJ-DATE <= WS-ASOF-DATE
                   COMPUTE WS-LINE-NET = GLJ-CREDIT - GLJ-DEBIT
                   EVALUATE TRUE
                       WHEN GLJ-DATE < WS-QTR-START
                           ADD WS-LINE-NET TO WS-RF-OPENING
                       WHEN GLJ-SOURCE = "CECLCHGO"
                           SUBTRACT WS-LINE-NET FROM WS-RF-CHGOFFS
                       WHEN GLJ-SOURCE = "CECLPROV"
                           ADD WS-LINE-NET TO WS-RF-PROVISION
                       WHEN OTHER
                           ADD WS-LINE-NET TO WS-RF-OTHER
                   END-EVALUATE
               END-IF
           END-PERFORM
           COMPUTE WS-BOOKED = WS-RF-OPENING - WS-RF-CHGOFFS
               + WS-RF-PROVISION + WS-RF-OTHER.

      *> -------------------------------------------------------
      *> POST-PROVISION: Book the difference between required and
      *> booked. A shortfall is provision expense; an excess is
      *> released back through the same account.
      *> -------------------------------------------------------
       POST-PROVISION.
           IF WS-ADJUSTMENT = 0
               DISPLAY "CECL-POSTED|" WS-ASOF-DATE "|0000|0000|"
                   WS-ADJUSTMENT
               EXIT PARAGRAPH
           END-IF
           PERFORM ENSURE-CECL-GL-ACCOUNTS
           MOVE WS-ASOF-DATE TO WS-GL-DATE
           MOVE "CECLPROV" TO WS-GL-SOURCE
           IF WS-ADJUSTMENT > 0
               MOVE WS-CL-PROV-GL TO WS-GL-ACCT
               MOVE WS-ADJUSTMENT TO WS-GL-DEBIT
               MOVE 0 TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
               MOVE WS-CL-ALLOW-GL TO WS-GL-ACCT
               MOVE 0 TO WS-GL-DEBIT
               MOVE WS-ADJUSTMENT TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
               DISPLAY "CECL-POSTED|" WS-ASOF-DATE "|"
                   WS-CL-PROV-GL "|" WS-CL-ALLOW-GL "|"
                   WS-ADJUSTMENT
           ELSE
               COMPUTE WS-ADJUSTMENT = 0 - WS-ADJUSTMENT
               MOVE WS-CL-ALLOW-GL TO WS-GL-ACCT
               MOVE WS-ADJUSTMENT TO WS-GL-DEBIT
               MOVE 0 TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
               MOVE WS-CL-PROV-GL TO WS-GL-ACCT
               MOVE 0 TO WS-GL-DEBIT
               MOVE WS-ADJUSTMENT TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
               DISPLAY "CECL-POSTED|" WS-ASOF-DATE "|"
                   WS-CL-ALLOW-GL "|" WS-CL-PROV-GL "|"
                   WS-ADJUSTMENT
           END-IF.

      *> -------------------------------------------------------
      *> CHARGE-OFF-PASS: Every active loan at or past the
      *> charge-off threshold — ODCOLL.cob's rule for deposit
      *> accounts, applied to the loan book.
      *> -------------------------------------------------------
       CHARGE-OFF-PASS.
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
               UNTIL WS-LM-IDX > WS-LM-COUNT
               MOVE WS-LM-LINE(WS-LM-IDX) TO LOAN-MASTER-RECORD
               IF LOAN-ACTIVE AND LOAN-PAST-DUE-AMT > 0
                   AND LOAN-PAST-DUE-DATE NOT = 0
                   COMPUTE WS-DAYS-PAST-DUE =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                       - FUNCTION INTEGER-OF-DATE(LOAN-PAST-DUE-DATE)
                   IF WS-DAYS-PAST-DUE >= WS-CL-CHGOFF-DAYS
                       PERFORM CHARGE-OFF-LOAN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LM-DIRTY = 'Y'
               PERFORM SAVE-LOAN-MASTER
           END-IF
           DISPLAY "CHGOFF-SUMMARY|" WS-CO-COUNT "|" WS-CO-TOTAL.

       CHARGE-OFF-NAMED-LOAN.
           MOVE WS-ARG-2 TO WS-IN-LOAN-ID
           MOVE 0 TO WS-LM-FOUND-IDX
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
               UNTIL WS-LM-IDX > WS-LM-COUNT
               MOVE WS-LM-LINE(WS-LM-IDX) TO LOAN-MASTER-RECORD
               IF LOAN-ID = WS-IN-LOAN-ID
                   MOVE WS-LM-IDX TO WS-LM-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LM-FOUND-IDX = 0
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF NOT LOAN-ACTIVE
               DISPLAY "ERROR|LOAN-NOT-ACTIVE|" WS-IN-LOAN-ID
               DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
               STOP RUN
           END-IF
           MOVE 0 TO WS-DAYS-PAST-DUE
           IF LOAN-PAST-DUE-AMT > 0 AND LOAN-PAST-DUE-DATE NOT = 0
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(LOAN-PAST-DUE-DATE)
           END-IF
           MOVE WS-LM-FOUND-IDX TO WS-LM-IDX
           PERFORM CHARGE-OFF-LOAN
           PERFORM SAVE-LOAN-MASTER
           DISPLAY "CHGOFF-SUMMARY|" WS-CO-COUNT "|" WS-CO-TOTAL.

      *> -------------------------------------------------------
      *> CHARGE-OFF-LOAN: Status to 'C' and the principal off
      *> the books against the allowance — debit 1219, credit
      *> 1210. The loan row at WS-LM-IDX is in LOAN-MASTER-RECORD.
      *> -------------------------------------------------------
       CHARGE-OFF-LOAN.
           MOVE LOAN-PRINCIPAL-BAL TO WS-CO-AMOUNT
           MOVE 'C' TO LOAN-STATUS
           MOVE LOAN-MASTER-RECORD TO WS-LM-LINE(WS-LM-IDX)
           MOVE 'Y' TO WS-LM-DIRTY
           IF WS-CO-AMOUNT > 0
               PERFORM ENSURE-CECL-GL-ACCOUNTS
               MOVE WS-CURRENT-DATE TO WS-GL-DATE
               MOVE "CECLCHGO" TO WS-GL-SOURCE
               MOVE WS-CL-ALLOW-GL TO WS-GL-ACCT
               MOVE WS-CO-AMOUNT TO WS-GL-DEBIT
               MOVE 0 TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
               MOVE WS-CL-LOANS-GL TO WS-GL-ACCT
               MOVE 0 TO WS-GL-DEBIT
               MOVE WS-CO-AMOUNT TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
           END-IF
           ADD 1 TO WS-CO-COUNT
           ADD WS-CO-AMOUNT TO WS-CO-TOTAL
           DISPLAY "LOAN-CHARGEOFF|" LOAN-ID "|" WS-CO-AMOUNT "|"
               WS-DAYS-PAST-DUE.

      *> -------------------------------------------------------
      *> WRITE-GL-LINE: One GLJRNL.DAT line for the staged
      *> account/debit/credit, dated and sourced by the caller —
      *> CECLPROV provisions, CECLCHGO charge-offs, which is how
      *> the rollforward tells them apart.
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
           MOVE WS-GL-DATE TO GLJ-DATE
           MOVE WS-GL-ACCT TO GLJ-GL-ACCT
           MOVE WS-GL-DEBIT TO GLJ-DEBIT
           MOVE WS-GL-CREDIT TO GLJ-CREDIT
           MOVE WS-GL-SOURCE TO GLJ-SOURCE
           MOVE SPACES TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD
           CLOSE GLJRNL-FILE.

      *> -------------------------------------------------------
      *> ENSURE-CECL-GL-ACCOUNTS: A chart written before this
      *> program has no 1219/5060 rows — append them (same guard
      *> as LOANMST.cob's ENSURE-LOAN-GL-ACCOUNTS).
      *> -------------------------------------------------------
       ENSURE-CECL-GL-ACCOUNTS.
           MOVE WS-CL-ALLOW-GL TO WS-GL-ACCT
           PERFORM CHECK-CHART-ACCT
           IF WS-CHART-HAS-ACCT = 'N'
               MOVE WS-CL-ALLOW-GL TO GLC-ACCT
               MOVE "ALLOWANCE FOR CREDIT LOSSES" TO GLC-NAME
               MOVE 'A' TO GLC-TYPE
               MOVE 0 TO GLC-BALANCE
               PERFORM APPEND-CHART-ACCT
           END-IF
           MOVE WS-CL-PROV-GL TO WS-GL-ACCT
           PERFORM CHECK-CHART-ACCT
           IF WS-CHART-HAS-ACCT = 'N'
               MOVE WS-CL-PROV-GL TO GLC-ACCT
               MOVE "PROVISION FOR CREDIT LOSSES" TO GLC-NAME
               MOVE 'E' TO GLC-TYPE
               MOVE 0 TO GLC-BALANCE
               PERFORM APPEND-CHART-ACCT
           END-IF.

       CHECK-CHART-ACCT.
           MOVE 'N' TO WS-CHART-HAS-ACCT
           OPEN INPUT CHART-FILE
           IF WS-CH-STATUS NOT = '00'
      *>       No chart on this node yet — GLPOST.cob's first run
      *>       seeds the full standard chart. Treat as present.
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
      *> CHECK-PERIOD-OPEN: The entry date's month against
      *> GLPERIOD.DAT — same lock GLPOST.cob and GLENTRY.cob
      *> apply.
      *> -------------------------------------------------------
       CHECK-PERIOD-OPEN.
           MOVE 'N' TO WS-PERIOD-CLOSED
           COMPUTE WS-ENTRY-PERIOD = WS-ENTRY-DATE / 100
           OPEN INPUT GLPERIOD-FILE
           IF WS-GP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ GLPERIOD-FILE
                   AT END
                       CLOSE GLPERIOD-FILE
                       EXIT PERFORM
               END-READ
               IF GLP-PERIOD = WS-ENTRY-PERIOD
                   AND GLP-STATUS = 'C'
                   MOVE 'Y' TO WS-PERIOD-CLOSED
               END-IF
           END-PERFORM.

       LOAD-LOAN-MASTER.
           MOVE 0 TO WS-LM-COUNT
           MOVE 'N' TO WS-LM-DIRTY
           OPEN INPUT LOANS-FILE
           IF WS-LN-STATUS NOT = '00'
      *>       No loans booked yet — every pass completes empty.
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

       SAVE-LOAN-MASTER.
           OPEN OUTPUT LOANS-FILE
           IF WS-LN-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-LN-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
               UNTIL WS-LM-IDX > WS-LM-COUNT
               MOVE WS-LM-LINE(WS-LM-IDX) TO LOAN-MASTER-RECORD
               WRITE LOAN-MASTER-RECORD
           END-PERFORM
           CLOSE LOANS-FILE.

       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RT-COUNT
           OPEN INPUT RATE-FILE
           IF WS-RT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ RATE-FILE
                   AT END
                       CLOSE RATE-FILE
                       EXIT PERFORM
               END-READ
               IF WS-RT-COUNT < 100
                   ADD 1 TO WS-RT-COUNT
                   MOVE CECL-RATE-RECORD TO WS-RT-LINE(WS-RT-COUNT)
               END-IF
           END-PERFORM.

       SAVE-RATE-TABLE.
           OPEN OUTPUT RATE-FILE
           IF WS-RT-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-RT-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE WS-RT-LINE(WS-RT-IDX) TO CECL-RATE-RECORD
               WRITE CECL-RATE-RECORD
           END-PERFORM
           CLOSE RATE-FILE.

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
