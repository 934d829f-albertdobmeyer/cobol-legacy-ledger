      *>================================================================*
      *>  Program:     LOANRATE.cob
      *>  System:      LEGACY LEDGER — Variable-Rate Loan Repricing
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Floating-rate installment loans. Keeps the published
      *>    rate index table (RATEINDX.DAT — see RATEIDX.cpy: PRIME,
      *>    SOFR and so on, one dated row per published value) and
      *>    the optional variable-rate terms of each floating loan
      *>    (LOANARM.DAT — see LOANARM.cpy: index, margin,
      *>    adjustment frequency, next change date, floor, ceiling
      *>    and per-change cap). A loan with no LOANARM.DAT row is
      *>    fixed-rate, exactly as before.
      *>
      *>    REPRICE is the nightly pass. Once a loan's change date
      *>    is within the notice lead, the new rate is set from the
      *>    index in effect that day plus the margin — held to the
      *>    per-change cap, then to the lifetime floor and ceiling
      *>    — the new payment estimated over the remaining term,
      *>    and the rate-change notice queued through CORRQ.DAT
      *>    (type 'RC') for CORRGEN.cob. On the change date the
      *>    noticed rate goes into LOAN-ANNUAL-RATE, LOAN-PAYMENT-
      *>    AMT is recast over the remaining term on the principal
      *>    then outstanding, and the next change date rolls on by
      *>    the adjustment frequency. A change date reached with no
      *>    notice sent (terms attached inside the lead) gets its
      *>    notice the same night.
      *>
      *>  Operations (via command-line argument):
      *>    INDEX code eff_date rate
      *>                 — publish an index value (supervisor)
      *>    INDEXLIST    — every index row on file
      *>    ATTACH loan_id code margin freq next_change floor cap
      *>           [period_cap]
      *>                 — make an active loan floating (supervisor)
      *>    FIX loan_id  — retire the terms; the current rate stays
      *>                   for the rest of the loan (supervisor)
      *>    REPRICE      — nightly notice and rate-change pass
      *>    READ loan_id / LIST
      *>
      *>  Files:
      *>    Input/Output: LOANS.DAT, LOANARM.DAT, RATEINDX.DAT
      *>                  (LINE SEQUENTIAL)
      *>    Output:       CORRQ.DAT (appended — rate-change notices)
      *>    Input:        OPERATORS.DAT, BUSDATE.DAT
      *>
      *>  Copybooks:
      *>    LOANREC.cpy, LOANARM.cpy, RATEIDX.cpy, CORRREC.cpy,
      *>    CORRWORK.cpy, BUSDATE.cpy, OPERREC.cpy, OPERIO.cpy,
      *>    COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    RATE-INDEX|CODE|EFF-DATE|RATE|ENTERED-BY
      *>    ARM|LOAN-ID|INDEX|MARGIN|FREQ|NEXT-CHANGE|FLOOR|CAP|
      *>        PERIOD-CAP|PENDING-RATE|PENDING-PMT|STATUS|RATE|PMT
      *>    RATE-NOTICE|LOAN-ID|CHANGE-DATE|OLD-RATE|NEW-RATE|NEW-PMT
      *>    RATE-CHANGED|LOAN-ID|OLD-RATE|NEW-RATE|OLD-PMT|NEW-PMT|
      *>        REMAINING-MONTHS|NEXT-CHANGE
      *>    RATE-SKIP|LOAN-ID|REASON
      *>    REPRICE-SUMMARY|NOTICED|CHANGED|SKIPPED
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Loan, terms, or index not found
      *>    RESULT|04 — Loan not active
      *>    RESULT|07 — Operator below supervisor rank
      *>    RESULT|99 — Invalid arguments or file I/O error
      *>
      *>  Dependencies:
      *>    REPRICE belongs in the nightly chain (EODCHAIN.DAT)
      *>    ahead of LOANBILL.cob, so a bill falling due on a
      *>    change date carries the recast payment.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE
               ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.
           SELECT ARM-FILE
               ASSIGN TO "LOANARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARM-STATUS.
           SELECT INDEX-FILE
               ASSIGN TO "RATEINDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
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
       FD  LOANS-FILE.
       COPY "LOANREC.cpy".
       FD  ARM-FILE.
       COPY "LOANARM.cpy".
       FD  INDEX-FILE.
       COPY "RATEIDX.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  CORRQ-FILE.
       COPY "CORRREC.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LN-STATUS           PIC XX VALUE SPACES.
       01  WS-ARM-STATUS          PIC XX VALUE SPACES.
       01  WS-IX-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(120) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-ARG-2               PIC X(10) VALUE SPACES.
       01  WS-ARG-3               PIC X(10) VALUE SPACES.
       01  WS-ARG-4               PIC X(10) VALUE SPACES.
       01  WS-ARG-5               PIC X(10) VALUE SPACES.
       01  WS-ARG-6               PIC X(10) VALUE SPACES.
       01  WS-ARG-7               PIC X(10) VALUE SPACES.
       01  WS-ARG-8               PIC X(10) VALUE SPACES.
       01  WS-ARG-9               PIC X(10) VALUE SPACES.
       01  WS-IN-LOAN-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-DATE             PIC 9(8) VALUE 0.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-DATE-INT    PIC S9(9) VALUE 0.
      *>   Days ahead of the change date the borrower is told the
      *>   new rate and payment.
       01  WS-NOTICE-LEAD-DAYS    PIC 9(3) VALUE 60.
      *>   The three files staged in memory, updated in place and
      *>   rewritten once — same staging as LOANBILL.cob.
       01  WS-LM-TABLE.
           05  WS-LM-LINE OCCURS 200 TIMES PIC X(110).
       01  WS-LM-COUNT            PIC 9(3) VALUE 0.
       01  WS-LM-IDX              PIC 9(3) VALUE 0.
       01  WS-LM-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-LM-DIRTY            PIC X(1) VALUE 'N'.
       01  WS-ARM-TABLE.
           05  WS-ARM-LINE OCCURS 200 TIMES PIC X(90).
       01  WS-ARM-COUNT           PIC 9(3) VALUE 0.
       01  WS-ARM-IDX             PIC 9(3) VALUE 0.
       01  WS-ARM-FOUND-IDX       PIC 9(3) VALUE 0.
       01  WS-ARM-DIRTY           PIC X(1) VALUE 'N'.
       01  WS-IX-TABLE.
           05  WS-IX-LINE OCCURS 500 TIMES PIC X(40).
       01  WS-IX-COUNT            PIC 9(3) VALUE 0.
       01  WS-IX-IDX              PIC 9(3) VALUE 0.
       01  WS-IX-FOUND-IDX        PIC 9(3) VALUE 0.
      *>   Index lookup — WS-LOOKUP-CODE as of WS-LOOKUP-DATE.
       01  WS-LOOKUP-CODE         PIC X(8) VALUE SPACES.
       01  WS-LOOKUP-DATE         PIC 9(8) VALUE 0.
       01  WS-LOOKUP-EFF          PIC 9(8) VALUE 0.
       01  WS-INDEX-RATE          PIC 9(1)V9(4) VALUE 0.
       01  WS-INDEX-FOUND         PIC X(1) VALUE 'N'.
      *>   Rate setting — signed so index plus a negative margin,
      *>   or a capped move downward, can be worked before the
      *>   floor is applied.
       01  WS-NEW-RATE            PIC S9(1)V9(4) VALUE 0.
       01  WS-RATE-MOVE           PIC S9(1)V9(4) VALUE 0.
       01  WS-OLD-RATE            PIC 9(1)V9(4) VALUE 0.
       01  WS-OLD-PAYMENT         PIC S9(9)V99 VALUE 0.
       01  WS-IN-MARGIN           PIC S9(1)V9(4) VALUE 0.
       01  WS-IN-FREQ             PIC 9(3) VALUE 0.
       01  WS-IN-FLOOR            PIC 9(1)V9(4) VALUE 0.
       01  WS-IN-CAP              PIC 9(1)V9(4) VALUE 0.
       01  WS-IN-PERIOD-CAP       PIC 9(1)V9(4) VALUE 0.
      *>   Recast working fields — the level-payment formula
      *>   LOANMST.cob's COMPUTE-LEVEL-PAYMENT uses, applied to
      *>   the outstanding principal over the months left.
       01  WS-PRINCIPAL           PIC S9(10)V99 VALUE 0.
       01  WS-ANNUAL-RATE         PIC 9(1)V9(4) VALUE 0.
       01  WS-MONTHLY-RATE        PIC 9(1)V9(8) VALUE 0.
       01  WS-TERM-MONTHS         PIC 9(3) VALUE 0.
       01  WS-REMAINING           PIC S9(5) VALUE 0.
       01  WS-PAYMENT             PIC S9(9)V99 VALUE 0.
       01  WS-AMORT-FACTOR        PIC 9(3)V9(9) VALUE 0.
       01  WS-POW-FACTOR          PIC 9(6)V9(9) VALUE 0.
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
       01  WS-MONTHS-A            PIC 9(6) VALUE 0.
       01  WS-MONTHS-B            PIC 9(6) VALUE 0.
       01  WS-NOTICE-DATE-INT     PIC S9(9) VALUE 0.
       01  WS-NOTICED-COUNT       PIC 9(5) VALUE 0.
       01  WS-CHANGED-COUNT       PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT       PIC 9(5) VALUE 0.
       01  WS-RATE-PCT            PIC Z9.9999.
       COPY "CORRWORK.cpy".
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
                    WS-ARG-9
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           MOVE WS-ARG-2 TO WS-IN-LOAN-ID
           COMPUTE WS-CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)

           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-ARM-TERMS
           PERFORM LOAD-INDEX-TABLE
           EVALUATE WS-OPERATION
               WHEN "INDEX"
               WHEN "ATTACH"
               WHEN "FIX"
      *>           Rate terms and published index values are
      *>           lending-desk maintenance — the same supervisor
      *>           bar as LOANMST.cob's CREATE.
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                   ELSE
                       EVALUATE WS-OPERATION
                           WHEN "INDEX"
                               PERFORM SET-INDEX-VALUE
                           WHEN "ATTACH"
                               PERFORM ATTACH-TERMS
                           WHEN "FIX"
                               PERFORM FIX-TERMS
                       END-EVALUATE
                   END-IF
               WHEN "INDEXLIST"
                   PERFORM VARYING WS-IX-IDX FROM 1 BY 1
                       UNTIL WS-IX-IDX > WS-IX-COUNT
                       MOVE WS-IX-LINE(WS-IX-IDX) TO RATE-INDEX-RECORD
                       DISPLAY "RATE-INDEX|" IDX-CODE "|" IDX-EFF-DATE
                           "|" IDX-RATE "|" IDX-ENTERED-BY
                   END-PERFORM
                   DISPLAY "RESULT|00"
               WHEN "REPRICE"
                   PERFORM REPRICE-RUN
               WHEN "READ"
                   PERFORM FIND-ARM
                   IF WS-ARM-FOUND-IDX = 0
                       DISPLAY "RESULT|" RC-INVALID-ACCT
                   ELSE
                       PERFORM DISPLAY-ONE-ARM
                       DISPLAY "RESULT|00"
                   END-IF
               WHEN "LIST"
                   PERFORM VARYING WS-ARM-IDX FROM 1 BY 1
                       UNTIL WS-ARM-IDX > WS-ARM-COUNT
                       MOVE WS-ARM-LINE(WS-ARM-IDX) TO LOAN-ARM-RECORD
                       PERFORM DISPLAY-ONE-ARM
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
      *> SET-INDEX-VALUE: One published value of one index. A new
      *> date is a new row; the same index and date again is a
      *> keying correction and replaces the row.
      *> -------------------------------------------------------
       SET-INDEX-VALUE.
           MOVE 0 TO WS-IN-DATE
           IF WS-ARG-3(1:8) IS NUMERIC
               MOVE WS-ARG-3(1:8) TO WS-IN-DATE
           END-IF
           IF WS-ARG-2 = SPACES OR WS-ARG-4 = SPACES
               OR WS-IN-DATE = 0
               DISPLAY "ERROR|BAD-INDEX-TERMS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DATE) NOT = 0
               DISPLAY "ERROR|BAD-EFF-DATE|" WS-ARG-3
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 0 TO WS-IX-FOUND-IDX
           PERFORM VARYING WS-IX-IDX FROM 1 BY 1
               UNTIL WS-IX-IDX > WS-IX-COUNT
               MOVE WS-IX-LINE(WS-IX-IDX) TO RATE-INDEX-RECORD
               IF IDX-CODE = WS-ARG-2(1:8)
                   AND IDX-EFF-DATE = WS-IN-DATE
                   MOVE WS-IX-IDX TO WS-IX-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IX-FOUND-IDX = 0
               IF WS-IX-COUNT >= 500
                   DISPLAY "ERROR|TABLE-FULL|RATEINDX"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-IX-COUNT
               MOVE WS-IX-COUNT TO WS-IX-FOUND-IDX
           END-IF
           MOVE SPACES TO RATE-INDEX-RECORD
           MOVE WS-ARG-2(1:8) TO IDX-CODE
           MOVE WS-IN-DATE TO IDX-EFF-DATE
           MOVE FUNCTION NUMVAL(WS-ARG-4) TO IDX-RATE
           MOVE WS-IN-OPER-ID TO IDX-ENTERED-BY
           MOVE WS-CURRENT-DATE TO IDX-ENTERED-DATE
           MOVE RATE-INDEX-RECORD TO WS-IX-LINE(WS-IX-FOUND-IDX)
           PERFORM SAVE-INDEX-TABLE
           DISPLAY "RATE-INDEX|" IDX-CODE "|" IDX-EFF-DATE "|"
               IDX-RATE "|" IDX-ENTERED-BY
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> ATTACH-TERMS: Make an active loan floating. The index
      *> must already be published; the loan's current rate
      *> stands until the first change date.
      *> -------------------------------------------------------
       ATTACH-TERMS.
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
           MOVE 0 TO WS-IN-FREQ WS-IN-DATE WS-IN-MARGIN
               WS-IN-FLOOR WS-IN-CAP WS-IN-PERIOD-CAP
           IF WS-ARG-4 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-4) TO WS-IN-MARGIN
           END-IF
           IF FUNCTION TRIM(WS-ARG-5) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ARG-5) TO WS-IN-FREQ
           END-IF
           IF WS-ARG-6(1:8) IS NUMERIC
               MOVE WS-ARG-6(1:8) TO WS-IN-DATE
           END-IF
           IF WS-ARG-7 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-7) TO WS-IN-FLOOR
           END-IF
           IF WS-ARG-8 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-8) TO WS-IN-CAP
           END-IF
           IF WS-ARG-9 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-9) TO WS-IN-PERIOD-CAP
           END-IF
           IF WS-ARG-3 = SPACES OR WS-IN-FREQ = 0
               OR WS-IN-DATE NOT > WS-CURRENT-DATE
               OR WS-IN-CAP = 0 OR WS-IN-FLOOR > WS-IN-CAP
               DISPLAY "ERROR|BAD-RATE-TERMS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DATE) NOT = 0
               DISPLAY "ERROR|BAD-CHANGE-DATE|" WS-ARG-6
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-3(1:8) TO WS-LOOKUP-CODE
           MOVE WS-CURRENT-DATE TO WS-LOOKUP-DATE
           PERFORM LOOKUP-INDEX-RATE
           IF WS-INDEX-FOUND = 'N'
               DISPLAY "ERROR|INDEX-NOT-PUBLISHED|" WS-LOOKUP-CODE
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           PERFORM FIND-ARM
           IF WS-ARM-FOUND-IDX = 0
               IF WS-ARM-COUNT >= 200
                   DISPLAY "ERROR|TABLE-FULL|LOANARM"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-ARM-COUNT
               MOVE WS-ARM-COUNT TO WS-ARM-FOUND-IDX
           END-IF
           MOVE SPACES TO LOAN-ARM-RECORD
           MOVE WS-IN-LOAN-ID TO ARM-LOAN-ID
           MOVE WS-LOOKUP-CODE TO ARM-INDEX-CODE
           MOVE WS-IN-MARGIN TO ARM-MARGIN
           MOVE WS-IN-FREQ TO ARM-ADJ-FREQ
           MOVE WS-IN-DATE TO ARM-NEXT-CHANGE
           MOVE WS-IN-FLOOR TO ARM-RATE-FLOOR
           MOVE WS-IN-CAP TO ARM-RATE-CAP
           MOVE WS-IN-PERIOD-CAP TO ARM-PERIOD-CAP
           MOVE 0 TO ARM-PENDING-RATE
           MOVE 0 TO ARM-PENDING-PMT
           MOVE 0 TO ARM-NOTICE-FOR
           MOVE 'A' TO ARM-STATUS
           MOVE 0 TO ARM-LAST-CHANGE
           MOVE LOAN-ARM-RECORD TO WS-ARM-LINE(WS-ARM-FOUND-IDX)
           PERFORM SAVE-ARM-TERMS
           PERFORM DISPLAY-ONE-ARM
           DISPLAY "RESULT|00".

       FIX-TERMS.
           PERFORM FIND-ARM
           IF WS-ARM-FOUND-IDX = 0
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           MOVE 'F' TO ARM-STATUS
           MOVE 0 TO ARM-PENDING-RATE
           MOVE 0 TO ARM-PENDING-PMT
           MOVE LOAN-ARM-RECORD TO WS-ARM-LINE(WS-ARM-FOUND-IDX)
           PERFORM SAVE-ARM-TERMS
           PERFORM DISPLAY-ONE-ARM
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> REPRICE-RUN: For each floating loan — notice a change
      *> coming within the lead, apply a change whose date has
      *> arrived, then notice the following change if it too is
      *> already inside the lead (short adjustment periods).
      *> -------------------------------------------------------
       REPRICE-RUN.
           PERFORM VARYING WS-ARM-IDX FROM 1 BY 1
               UNTIL WS-ARM-IDX > WS-ARM-COUNT
               MOVE WS-ARM-LINE(WS-ARM-IDX) TO LOAN-ARM-RECORD
               IF ARM-FLOATING
                   PERFORM REPRICE-ONE-LOAN
               END-IF
           END-PERFORM
           IF WS-ARM-DIRTY = 'Y'
               PERFORM SAVE-ARM-TERMS
           END-IF
           IF WS-LM-DIRTY = 'Y'
               PERFORM SAVE-LOAN-MASTER
           END-IF
           DISPLAY "REPRICE-SUMMARY|" WS-NOTICED-COUNT "|"
               WS-CHANGED-COUNT "|" WS-SKIPPED-COUNT
           DISPLAY "RESULT|00".

       REPRICE-ONE-LOAN.
           MOVE ARM-LOAN-ID TO WS-IN-LOAN-ID
           PERFORM FIND-LOAN
           IF WS-LM-FOUND-IDX = 0
               DISPLAY "RATE-SKIP|" ARM-LOAN-ID "|NO-LOAN"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF NOT LOAN-ACTIVE
               EXIT PARAGRAPH
           END-IF
           PERFORM NOTICE-IF-DUE
           IF WS-INDEX-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ARM-NEXT-CHANGE <= WS-CURRENT-DATE
               PERFORM APPLY-RATE-CHANGE
               PERFORM NOTICE-IF-DUE
           END-IF
           MOVE LOAN-ARM-RECORD TO WS-ARM-LINE(WS-ARM-IDX).

      *> -------------------------------------------------------
      *> NOTICE-IF-DUE: Inside the lead and not yet noticed for
      *> this change date — set the new rate from the index in
      *> effect today, estimate the payment, queue the notice.
      *> WS-INDEX-FOUND comes back 'N' only when the index has no
      *> value on file, in which case nothing changes tonight.
      *> -------------------------------------------------------
       NOTICE-IF-DUE.
           MOVE 'Y' TO WS-INDEX-FOUND
           IF ARM-NOTICE-FOR = ARM-NEXT-CHANGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NOTICE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(ARM-NEXT-CHANGE)
               - WS-NOTICE-LEAD-DAYS
           IF WS-CURRENT-DATE-INT < WS-NOTICE-DATE-INT
               EXIT PARAGRAPH
           END-IF
           MOVE ARM-INDEX-CODE TO WS-LOOKUP-CODE
           MOVE WS-CURRENT-DATE TO WS-LOOKUP-DATE
           PERFORM LOOKUP-INDEX-RATE
           IF WS-INDEX-FOUND = 'N'
               DISPLAY "RATE-SKIP|" ARM-LOAN-ID "|NO-INDEX-"
                   ARM-INDEX-CODE
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-NEW-RATE
           MOVE WS-NEW-RATE TO ARM-PENDING-RATE
           MOVE WS-NEW-RATE TO WS-ANNUAL-RATE
           PERFORM RECAST-PAYMENT
           MOVE WS-PAYMENT TO ARM-PENDING-PMT
           MOVE ARM-NEXT-CHANGE TO ARM-NOTICE-FOR
           MOVE 'Y' TO WS-ARM-DIRTY
           ADD 1 TO WS-NOTICED-COUNT
           DISPLAY "RATE-NOTICE|" ARM-LOAN-ID "|" ARM-NEXT-CHANGE
               "|" LOAN-ANNUAL-RATE "|" ARM-PENDING-RATE "|"
               ARM-PENDING-PMT
      *>   Rate-change notice through the common correspondence
      *>   queue — the amount is the new payment.
           COMPUTE WS-RATE-PCT = ARM-PENDING-RATE * 100
           MOVE 'RC' TO WS-CORR-TYPE
           MOVE LOAN-DEPOSIT-ACCT TO WS-CORR-ACCT
           MOVE ARM-PENDING-PMT TO WS-CORR-AMOUNT
           MOVE SPACES TO WS-CORR-DETAIL
           STRING "RATE CHANGE TO "
               FUNCTION TRIM(WS-RATE-PCT) "% EFF " ARM-NEXT-CHANGE
               DELIMITED BY SIZE INTO WS-CORR-DETAIL
           END-STRING
           PERFORM QUEUE-CORRESPONDENCE.

      *> -------------------------------------------------------
      *> SET-NEW-RATE: Index plus margin, held to the per-change
      *> cap against the current rate, then to the lifetime floor
      *> and ceiling.
      *> -------------------------------------------------------
       SET-NEW-RATE.
           COMPUTE WS-NEW-RATE = WS-INDEX-RATE + ARM-MARGIN
           IF ARM-PERIOD-CAP > 0
               COMPUTE WS-RATE-MOVE = WS-NEW-RATE - LOAN-ANNUAL-RATE
               IF WS-RATE-MOVE > ARM-PERIOD-CAP
                   COMPUTE WS-NEW-RATE =
                       LOAN-ANNUAL-RATE + ARM-PERIOD-CAP
               END-IF
               IF WS-RATE-MOVE < 0 - ARM-PERIOD-CAP
                   COMPUTE WS-NEW-RATE =
                       LOAN-ANNUAL-RATE - ARM-PERIOD-CAP
               END-IF
           END-IF
           IF WS-NEW-RATE < ARM-RATE-FLOOR
               MOVE ARM-RATE-FLOOR TO WS-NEW-RATE
           END-IF
           IF WS-NEW-RATE > ARM-RATE-CAP
               MOVE ARM-RATE-CAP TO WS-NEW-RATE
           END-IF
           IF WS-NEW-RATE < 0
               MOVE 0 TO WS-NEW-RATE
           END-IF.

      *> -------------------------------------------------------
      *> APPLY-RATE-CHANGE: The change date has come — the noticed
      *> rate goes into the loan master, the payment is recast on
      *> the principal outstanding tonight, and the next change
      *> date rolls on (past today, should a run have been
      *> missed).
      *> -------------------------------------------------------
       APPLY-RATE-CHANGE.
           MOVE LOAN-ANNUAL-RATE TO WS-OLD-RATE
           MOVE LOAN-PAYMENT-AMT TO WS-OLD-PAYMENT
           MOVE ARM-PENDING-RATE TO WS-ANNUAL-RATE
           PERFORM RECAST-PAYMENT
           MOVE ARM-PENDING-RATE TO LOAN-ANNUAL-RATE
           MOVE WS-PAYMENT TO LOAN-PAYMENT-AMT
           MOVE LOAN-MASTER-RECORD TO WS-LM-LINE(WS-LM-FOUND-IDX)
           MOVE 'Y' TO WS-LM-DIRTY
           MOVE WS-CURRENT-DATE TO ARM-LAST-CHANGE
           MOVE ARM-NEXT-CHANGE TO WS-NEXT-DUE-DATE
           MOVE ARM-ADJ-FREQ TO WS-ADD-MONTHS
           PERFORM ADVANCE-DATE-BY-MONTHS
               UNTIL WS-NEXT-DUE-DATE > WS-CURRENT-DATE
           MOVE WS-NEXT-DUE-DATE TO ARM-NEXT-CHANGE
           MOVE 0 TO ARM-PENDING-RATE
           MOVE 0 TO ARM-PENDING-PMT
           MOVE 'Y' TO WS-ARM-DIRTY
           ADD 1 TO WS-CHANGED-COUNT
           DISPLAY "RATE-CHANGED|" LOAN-ID "|" WS-OLD-RATE "|"
               LOAN-ANNUAL-RATE "|" WS-OLD-PAYMENT "|"
               LOAN-PAYMENT-AMT "|" WS-REMAINING "|"
               ARM-NEXT-CHANGE.

      *> -------------------------------------------------------
      *> RECAST-PAYMENT: Level payment at WS-ANNUAL-RATE on the
      *> loan's outstanding principal over the months left to
      *> maturity — the original schedule's last due month is
      *> the origination month plus the term. Same formula as
      *> LOANMST.cob's COMPUTE-LEVEL-PAYMENT.
      *> -------------------------------------------------------
       RECAST-PAYMENT.
           COMPUTE WS-MONTHS-A =
               FUNCTION NUMVAL(LOAN-ORIG-DATE(1:4)) * 12
               + FUNCTION NUMVAL(LOAN-ORIG-DATE(5:2))
               + LOAN-TERM-MONTHS
           COMPUTE WS-MONTHS-B =
               FUNCTION NUMVAL(LOAN-NEXT-DUE(1:4)) * 12
               + FUNCTION NUMVAL(LOAN-NEXT-DUE(5:2))
           COMPUTE WS-REMAINING = WS-MONTHS-A - WS-MONTHS-B + 1
           IF WS-REMAINING < 1
               MOVE 1 TO WS-REMAINING
           END-IF
           MOVE WS-REMAINING TO WS-TERM-MONTHS
           MOVE LOAN-PRINCIPAL-BAL TO WS-PRINCIPAL
           COMPUTE WS-MONTHLY-RATE = WS-ANNUAL-RATE / 12
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-PRINCIPAL / WS-TERM-MONTHS
           ELSE
               COMPUTE WS-POW-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS
               COMPUTE WS-AMORT-FACTOR =
                   1 - 1 / WS-POW-FACTOR
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-PRINCIPAL * WS-MONTHLY-RATE / WS-AMORT-FACTOR
           END-IF.

      *> -------------------------------------------------------
      *> LOOKUP-INDEX-RATE: The WS-LOOKUP-CODE value in effect on
      *> WS-LOOKUP-DATE — the row with the latest effective date
      *> not after it.
      *> -------------------------------------------------------
       LOOKUP-INDEX-RATE.
           MOVE 'N' TO WS-INDEX-FOUND
           MOVE 0 TO WS-LOOKUP-EFF
           MOVE 0 TO WS-INDEX-RATE
           PERFORM VARYING WS-IX-IDX FROM 1 BY 1
               UNTIL WS-IX-IDX > WS-IX-COUNT
               MOVE WS-IX-LINE(WS-IX-IDX) TO RATE-INDEX-RECORD
               IF IDX-CODE = WS-LOOKUP-CODE
                   AND IDX-EFF-DATE <= WS-LOOKUP-DATE
                   AND IDX-EFF-DATE >= WS-LOOKUP-EFF
                   MOVE 'Y' TO WS-INDEX-FOUND
                   MOVE IDX-EFF-DATE TO WS-LOOKUP-EFF
                   MOVE IDX-RATE TO WS-INDEX-RATE
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> ADVANCE-DATE-BY-MONTHS: WS-NEXT-DUE-DATE moved on
      *> WS-ADD-MONTHS months, same day of month (a day past the
      *> 28th is held at the 28th so every month has it).
      *> -------------------------------------------------------
       ADVANCE-DATE-BY-MONTHS.
           MOVE WS-NEXT-DUE-DATE(7:2) TO WS-DUE-DAY
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF
           MOVE WS-NEXT-DUE-DATE(1:4) TO WS-DUE-YEAR
           MOVE WS-NEXT-DUE-DATE(5:2) TO WS-DUE-MONTH
           COMPUTE WS-DUE-TOTAL-MONTHS =
               WS-DUE-YEAR * 12 + WS-DUE-MONTH - 1 + WS-ADD-MONTHS
           COMPUTE WS-DUE-NEW-YEAR = WS-DUE-TOTAL-MONTHS / 12
           COMPUTE WS-DUE-NEW-MONTH =
               FUNCTION MOD(WS-DUE-TOTAL-MONTHS, 12) + 1
           STRING WS-DUE-NEW-YEAR WS-DUE-NEW-MONTH WS-DUE-DAY
               DELIMITED BY SIZE INTO WS-NEXT-DUE-DATE
           END-STRING.

       DISPLAY-ONE-ARM.
           MOVE ARM-LOAN-ID TO WS-IN-LOAN-ID
           PERFORM FIND-LOAN
           IF WS-LM-FOUND-IDX = 0
               MOVE 0 TO LOAN-ANNUAL-RATE
               MOVE 0 TO LOAN-PAYMENT-AMT
           END-IF
           DISPLAY "ARM|" ARM-LOAN-ID "|" ARM-INDEX-CODE "|"
               ARM-MARGIN "|" ARM-ADJ-FREQ "|" ARM-NEXT-CHANGE "|"
               ARM-RATE-FLOOR "|" ARM-RATE-CAP "|" ARM-PERIOD-CAP
               "|" ARM-PENDING-RATE "|" ARM-PENDING-PMT "|"
               ARM-STATUS "|" LOAN-ANNUAL-RATE "|" LOAN-PAYMENT-AMT.

       FIND-ARM.
           MOVE 0 TO WS-ARM-FOUND-IDX
           PERFORM VARYING WS-ARM-IDX FROM 1 BY 1
               UNTIL WS-ARM-IDX > WS-ARM-COUNT
               MOVE WS-ARM-LINE(WS-ARM-IDX) TO LOAN-ARM-RECORD
               IF ARM-LOAN-ID = WS-IN-LOAN-ID
                   MOVE WS-ARM-IDX TO WS-ARM-FOUND-IDX
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

       LOAD-LOAN-MASTER.
           MOVE 0 TO WS-LM-COUNT
           MOVE 'N' TO WS-LM-DIRTY
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

       LOAD-ARM-TERMS.
           MOVE 0 TO WS-ARM-COUNT
           MOVE 'N' TO WS-ARM-DIRTY
           OPEN INPUT ARM-FILE
           IF WS-ARM-STATUS NOT = '00'
      *>       No floating loans yet — every pass completes empty.
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ARM-FILE
                   AT END
                       CLOSE ARM-FILE
                       EXIT PERFORM
               END-READ
               IF WS-ARM-COUNT < 200
                   ADD 1 TO WS-ARM-COUNT
                   MOVE LOAN-ARM-RECORD TO WS-ARM-LINE(WS-ARM-COUNT)
               END-IF
           END-PERFORM.

       SAVE-ARM-TERMS.
           OPEN OUTPUT ARM-FILE
           IF WS-ARM-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ARM-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-ARM-IDX FROM 1 BY 1
               UNTIL WS-ARM-IDX > WS-ARM-COUNT
               MOVE WS-ARM-LINE(WS-ARM-IDX) TO LOAN-ARM-RECORD
               WRITE LOAN-ARM-RECORD
           END-PERFORM
           CLOSE ARM-FILE.

       LOAD-INDEX-TABLE.
           MOVE 0 TO WS-IX-COUNT
           OPEN INPUT INDEX-FILE
           IF WS-IX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ INDEX-FILE
                   AT END
                       CLOSE INDEX-FILE
                       EXIT PERFORM
               END-READ
               IF WS-IX-COUNT < 500
                   ADD 1 TO WS-IX-COUNT
                   MOVE RATE-INDEX-RECORD TO WS-IX-LINE(WS-IX-COUNT)
               END-IF
           END-PERFORM.

       SAVE-INDEX-TABLE.
           OPEN OUTPUT INDEX-FILE
           IF WS-IX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-IX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-IX-IDX FROM 1 BY 1
               UNTIL WS-IX-IDX > WS-IX-COUNT
               MOVE WS-IX-LINE(WS-IX-IDX) TO RATE-INDEX-RECORD
               WRITE RATE-INDEX-RECORD
           END-PERFORM
           CLOSE INDEX-FILE.

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
