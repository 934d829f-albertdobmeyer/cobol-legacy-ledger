      *>================================================================*
      *>  Program:     LOANACCR.cob
      *>  System:      LEGACY LEDGER — Loan Interest Accrual
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Nightly interest accrual for the installment loan book
      *>    (LOANS.DAT — see LOANREC.cpy). Each active loan earns
      *>    one day's interest per calendar day since it was last
      *>    accrued — outstanding principal times LOAN-ANNUAL-RATE
      *>    over 365 — carried in the loan's LOANACCR.DAT row (see
      *>    LNACCR.cpy). The night's accrual journals into
      *>    GLJRNL.DAT as one pair: debit 1215 ACCRUED INTEREST
      *>    RECEIVABLE, credit 4110 LOAN INTEREST INCOME. Income is
      *>    earned as the days pass; LOANPAY.cob collects the
      *>    receivable when the payment comes in.
      *>
      *>    A loan that reaches 90 days past due (aged from
      *>    LOAN-PAST-DUE-DATE as LOANBILL.cob ages it) is placed
      *>    non-accrual: its booked accrual is reversed — debit
      *>    4110, credit 1215 — and it accrues nothing more until
      *>    its past-due amount is paid down to zero. A loan that
      *>    has left the books (paid off 'P', charged off 'C')
      *>    with accrual still booked is reversed the same way.
      *>    A rerun for a date already accrued adds nothing.
      *>
      *>  Operations (via command-line argument):
      *>    ACCRUE           — nightly accrual pass
      *>    INQUIRE loan_id  — the loan's accrual row
      *>
      *>  Files:
      *>    Input:        LOANS.DAT, GLPERIOD.DAT, BUSDATE.DAT
      *>    Input/Output: LOANACCR.DAT (rewritten by ACCRUE)
      *>    Input/Output: GLCHART.DAT — 1215 appended if the chart
      *>                  predates it
      *>    Output:       GLJRNL.DAT (appended)
      *>
      *>  Copybooks:
      *>    LOANREC.cpy, LNACCR.cpy, GLJREC.cpy, GLCHART.cpy,
      *>    GLPERIOD.cpy, BUSDATE.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    LOAN-ACCRUED|LOAN-ID|DAYS|ACCRUED|BOOKED
      *>    LOAN-NONACCRUAL|LOAN-ID|DAYS-PAST-DUE|REVERSED
      *>    LOAN-ACCRUAL-RESUMED|LOAN-ID
      *>    LOAN-ACCR-REVERSED|LOAN-ID|STATUS|REVERSED
      *>    ACCR-SUMMARY|LOANS|ACCRUED|NONACCRUAL|REVERSED
      *>    LOAN-ACCR|LOAN-ID|STATUS|ACCRUED|BOOKED|THRU|
      *>              NONACCR-DATE|REVERSED
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — INQUIRE: loan has no accrual row
      *>    RESULT|99 — Invalid arguments, closed GL period, or file
      *>                I/O error
      *>
      *>  Dependencies:
      *>    Runs in the nightly chain (EODCHAIN.DAT) after
      *>    LOANBILL.cob, so the night's billing has aged the loans
      *>    before non-accrual is decided.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANACCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE
               ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.
           SELECT ACCRUAL-FILE
               ASSIGN TO "LOANACCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LA-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  LOANS-FILE.
       COPY "LOANREC.cpy".
       FD  ACCRUAL-FILE.
       COPY "LNACCR.cpy".
       FD  GLJRNL-FILE.
       COPY "GLJREC.cpy".
       FD  CHART-FILE.
       COPY "GLCHART.cpy".
       FD  GLPERIOD-FILE.
       COPY "GLPERIOD.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LN-STATUS           PIC XX VALUE SPACES.
       01  WS-LA-STATUS           PIC XX VALUE SPACES.
       01  WS-GJ-STATUS           PIC XX VALUE SPACES.
       01  WS-CH-STATUS           PIC XX VALUE SPACES.
       01  WS-GP-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(60) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-IN-LOAN-ID          PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
      *>   Accrual policy — receivable and income accounts, the
      *>   day-count basis, and the non-accrual threshold.
       01  WS-LA-RECV-GL          PIC 9(4) VALUE 1215.
       01  WS-LA-INCOME-GL        PIC 9(4) VALUE 4110.
       01  WS-LA-BASIS            PIC 9(3) VALUE 365.
       01  WS-LA-NONACCR-DAYS     PIC 9(3) VALUE 90.
      *>   The loan master, read only.
       01  WS-LM-TABLE.
           05  WS-LM-LINE OCCURS 200 TIMES PIC X(110).
       01  WS-LM-COUNT            PIC 9(3) VALUE 0.
       01  WS-LM-IDX              PIC 9(3) VALUE 0.
      *>   Accrual rows staged for load-modify-save.
       01  WS-LA-TABLE.
           05  WS-LA-LINE OCCURS 200 TIMES PIC X(80).
       01  WS-LA-COUNT            PIC 9(3) VALUE 0.
       01  WS-LA-IDX              PIC 9(3) VALUE 0.
       01  WS-LA-FOUND-IDX        PIC 9(3) VALUE 0.
      *>   One loan's accrual.
       01  WS-ACCR-DAYS           PIC S9(5) VALUE 0.
       01  WS-DAYS-PAST-DUE       PIC S9(5) VALUE 0.
       01  WS-DAY-INTEREST        PIC S9(9)V9(4) VALUE 0.
       01  WS-NEW-BOOKED          PIC S9(9)V99 VALUE 0.
       01  WS-BOOK-DELTA          PIC S9(9)V99 VALUE 0.
       01  WS-REV-AMOUNT          PIC S9(9)V99 VALUE 0.
      *>   Night's totals — journaled as one pair each.
       01  WS-ACCR-COUNT          PIC 9(5) VALUE 0.
       01  WS-ACCR-TOTAL          PIC S9(12)V99 VALUE 0.
       01  WS-NONACCR-COUNT       PIC 9(5) VALUE 0.
       01  WS-REV-TOTAL           PIC S9(12)V99 VALUE 0.
      *>   GL line staging.
       01  WS-GL-ACCT             PIC 9(4) VALUE 0.
       01  WS-GL-DEBIT            PIC S9(12)V99 VALUE 0.
       01  WS-GL-CREDIT           PIC S9(12)V99 VALUE 0.
       01  WS-CHART-HAS-ACCT      PIC X(1) VALUE 'N'.
       01  WS-ENTRY-PERIOD        PIC 9(6) VALUE 0.
       01  WS-PERIOD-CLOSED       PIC X(1) VALUE 'N'.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-LOAN-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           PERFORM LOAD-ACCRUALS
           EVALUATE WS-OPERATION
               WHEN "ACCRUE"
                   PERFORM CHECK-PERIOD-OPEN
                   IF WS-PERIOD-CLOSED = 'Y'
                       DISPLAY "ERROR|GL-PERIOD-CLOSED|"
                           WS-ENTRY-PERIOD
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   PERFORM LOAD-LOAN-MASTER
                   PERFORM ACCRUE-ALL-LOANS
               WHEN "INQUIRE"
                   PERFORM FIND-ACCRUAL
                   IF WS-LA-FOUND-IDX = 0
                       DISPLAY "RESULT|" RC-INVALID-ACCT
                       STOP RUN
                   END-IF
                   DISPLAY "LOAN-ACCR|" LNA-LOAN-ID "|" LNA-STATUS
                       "|" LNA-ACCRUED "|" LNA-BOOKED "|"
                       LNA-THRU-DATE "|" LNA-NONACCR-DATE "|"
                       LNA-REVERSED
               WHEN OTHER
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-EVALUATE
           DISPLAY "RESULT|00"
           STOP RUN.

      *> -------------------------------------------------------
      *> ACCRUE-ALL-LOANS: One pass over the loan master, then
      *> the night's accrual and reversal pairs and the rows
      *> rewritten.
      *> -------------------------------------------------------
       ACCRUE-ALL-LOANS.
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
               UNTIL WS-LM-IDX > WS-LM-COUNT
               MOVE WS-LM-LINE(WS-LM-IDX) TO LOAN-MASTER-RECORD
               MOVE LOAN-ID TO WS-IN-LOAN-ID
               PERFORM FIND-ACCRUAL
               IF LOAN-ACTIVE
                   IF WS-LA-FOUND-IDX = 0
                       PERFORM ADD-ACCRUAL-ROW
                   END-IF
                   PERFORM ACCRUE-ONE-LOAN
               ELSE
                   IF WS-LA-FOUND-IDX > 0 AND LNA-BOOKED NOT = 0
                       PERFORM REVERSE-CLOSED-LOAN
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ACCR-TOTAL NOT = 0 OR WS-REV-TOTAL NOT = 0
               PERFORM ENSURE-RECV-GL-ACCOUNT
           END-IF
           IF WS-ACCR-TOTAL NOT = 0
               MOVE WS-LA-RECV-GL TO WS-GL-ACCT
               MOVE WS-ACCR-TOTAL TO WS-GL-DEBIT
               MOVE 0 TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
               MOVE WS-LA-INCOME-GL TO WS-GL-ACCT
               MOVE 0 TO WS-GL-DEBIT
               MOVE WS-ACCR-TOTAL TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
           END-IF
           IF WS-REV-TOTAL NOT = 0
               MOVE WS-LA-INCOME-GL TO WS-GL-ACCT
               MOVE WS-REV-TOTAL TO WS-GL-DEBIT
               MOVE 0 TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
               MOVE WS-LA-RECV-GL TO WS-GL-ACCT
               MOVE 0 TO WS-GL-DEBIT
               MOVE WS-REV-TOTAL TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
           END-IF
           PERFORM SAVE-ACCRUALS
           DISPLAY "ACCR-SUMMARY|" WS-ACCR-COUNT "|" WS-ACCR-TOTAL
               "|" WS-NONACCR-COUNT "|" WS-REV-TOTAL.

      *> -------------------------------------------------------
      *> ACCRUE-ONE-LOAN: Non-accrual decision first, then the
      *> days since LNA-THRU-DATE at today's principal and rate.
      *> The row at WS-LA-FOUND-IDX is in LOAN-ACCRUAL-RECORD.
      *> -------------------------------------------------------
       ACCRUE-ONE-LOAN.
           MOVE 0 TO WS-DAYS-PAST-DUE
           IF LOAN-PAST-DUE-AMT > 0 AND LOAN-PAST-DUE-DATE NOT = 0
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(LOAN-PAST-DUE-DATE)
           END-IF

           IF LNA-ACCRUING
               AND WS-DAYS-PAST-DUE >= WS-LA-NONACCR-DAYS
               MOVE LNA-BOOKED TO WS-REV-AMOUNT
               ADD WS-REV-AMOUNT TO WS-REV-TOTAL
               ADD WS-REV-AMOUNT TO LNA-REVERSED
               MOVE 0 TO LNA-ACCRUED LNA-BOOKED
               MOVE 'N' TO LNA-STATUS
               MOVE WS-CURRENT-DATE TO LNA-NONACCR-DATE
               MOVE WS-CURRENT-DATE TO LNA-THRU-DATE
               MOVE LOAN-ACCRUAL-RECORD TO WS-LA-LINE(WS-LA-FOUND-IDX)
               ADD 1 TO WS-NONACCR-COUNT
               DISPLAY "LOAN-NONACCRUAL|" LOAN-ID "|"
                   WS-DAYS-PAST-DUE "|" WS-REV-AMOUNT
               EXIT PARAGRAPH
           END-IF

           IF LNA-NONACCRUAL
               IF LOAN-PAST-DUE-AMT > 0
                   EXIT PARAGRAPH
               END-IF
      *>       Brought current — accrue again from tomorrow.
               MOVE 'A' TO LNA-STATUS
               MOVE WS-CURRENT-DATE TO LNA-THRU-DATE
               MOVE LOAN-ACCRUAL-RECORD TO WS-LA-LINE(WS-LA-FOUND-IDX)
               DISPLAY "LOAN-ACCRUAL-RESUMED|" LOAN-ID
               EXIT PARAGRAPH
           END-IF

           IF LNA-THRU-DATE >= WS-CURRENT-DATE
               EXIT PARAGRAPH
           END-IF
      *>   A new row has no accrual date yet — it earns today only;
      *>   after that, every calendar day since the last run
      *>   (weekends and holidays accrue on the next business
      *>   night).
           IF LNA-THRU-DATE = 0
               MOVE 1 TO WS-ACCR-DAYS
           ELSE
               COMPUTE WS-ACCR-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(LNA-THRU-DATE)
           END-IF
           COMPUTE WS-DAY-INTEREST ROUNDED =
               LOAN-PRINCIPAL-BAL * LOAN-ANNUAL-RATE * WS-ACCR-DAYS
               / WS-LA-BASIS
           ADD WS-DAY-INTEREST TO LNA-ACCRUED
           COMPUTE WS-NEW-BOOKED ROUNDED = LNA-ACCRUED
           COMPUTE WS-BOOK-DELTA = WS-NEW-BOOKED - LNA-BOOKED
           MOVE WS-NEW-BOOKED TO LNA-BOOKED
           MOVE WS-CURRENT-DATE TO LNA-THRU-DATE
           MOVE LOAN-ACCRUAL-RECORD TO WS-LA-LINE(WS-LA-FOUND-IDX)
           ADD WS-BOOK-DELTA TO WS-ACCR-TOTAL
           ADD 1 TO WS-ACCR-COUNT
           DISPLAY "LOAN-ACCRUED|" LOAN-ID "|" WS-ACCR-DAYS "|"
               WS-DAY-INTEREST "|" LNA-BOOKED.

      *> -------------------------------------------------------
      *> REVERSE-CLOSED-LOAN: A paid-off or charged-off loan
      *> with accrual still booked — the interest will not be
      *> collected through LOANPAY.cob, so it comes back out of
      *> income.
      *> -------------------------------------------------------
       REVERSE-CLOSED-LOAN.
           MOVE LNA-BOOKED TO WS-REV-AMOUNT
           ADD WS-REV-AMOUNT TO WS-REV-TOTAL
           ADD WS-REV-AMOUNT TO LNA-REVERSED
           MOVE 0 TO LNA-ACCRUED LNA-BOOKED
           MOVE WS-CURRENT-DATE TO LNA-THRU-DATE
           MOVE LOAN-ACCRUAL-RECORD TO WS-LA-LINE(WS-LA-FOUND-IDX)
           DISPLAY "LOAN-ACCR-REVERSED|" LOAN-ID "|" LOAN-STATUS
               "|" WS-REV-AMOUNT.

       ADD-ACCRUAL-ROW.
           IF WS-LA-COUNT >= 200
               DISPLAY "ERROR|TABLE-FULL|LOANACCR"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE SPACES TO LOAN-ACCRUAL-RECORD
           MOVE LOAN-ID TO LNA-LOAN-ID
           MOVE 0 TO LNA-ACCRUED LNA-BOOKED LNA-THRU-DATE
               LNA-NONACCR-DATE LNA-REVERSED
           MOVE 'A' TO LNA-STATUS
           ADD 1 TO WS-LA-COUNT
           MOVE WS-LA-COUNT TO WS-LA-FOUND-IDX
           MOVE LOAN-ACCRUAL-RECORD TO WS-LA-LINE(WS-LA-FOUND-IDX).

       FIND-ACCRUAL.
           MOVE 0 TO WS-LA-FOUND-IDX
           PERFORM VARYING WS-LA-IDX FROM 1 BY 1
               UNTIL WS-LA-IDX > WS-LA-COUNT
               MOVE WS-LA-LINE(WS-LA-IDX) TO LOAN-ACCRUAL-RECORD
               IF LNA-LOAN-ID = WS-IN-LOAN-ID
                   MOVE WS-LA-IDX TO WS-LA-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-ACCRUALS.
           MOVE 0 TO WS-LA-COUNT
           OPEN INPUT ACCRUAL-FILE
           IF WS-LA-STATUS NOT = '00'
      *>       First night — every active loan gets a row.
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCRUAL-FILE
                   AT END
                       CLOSE ACCRUAL-FILE
                       EXIT PERFORM
               END-READ
               IF WS-LA-COUNT < 200
                   ADD 1 TO WS-LA-COUNT
                   MOVE LOAN-ACCRUAL-RECORD TO WS-LA-LINE(WS-LA-COUNT)
               END-IF
           END-PERFORM.

       SAVE-ACCRUALS.
           OPEN OUTPUT ACCRUAL-FILE
           IF WS-LA-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-LA-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-LA-IDX FROM 1 BY 1
               UNTIL WS-LA-IDX > WS-LA-COUNT
               MOVE WS-LA-LINE(WS-LA-IDX) TO LOAN-ACCRUAL-RECORD
               WRITE LOAN-ACCRUAL-RECORD
           END-PERFORM
           CLOSE ACCRUAL-FILE.

       LOAD-LOAN-MASTER.
           MOVE 0 TO WS-LM-COUNT
           OPEN INPUT LOANS-FILE
           IF WS-LN-STATUS NOT = '00'
      *>       No loans booked yet — the pass completes empty.
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
      *> WRITE-GL-LINE: One GLJRNL.DAT line for the staged
      *> account/debit/credit, dated the business date.
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
           MOVE WS-CURRENT-DATE TO GLJ-DATE
           MOVE WS-GL-ACCT TO GLJ-GL-ACCT
           MOVE WS-GL-DEBIT TO GLJ-DEBIT
           MOVE WS-GL-CREDIT TO GLJ-CREDIT
           MOVE "LOANACCR" TO GLJ-SOURCE
           MOVE SPACES TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD
           CLOSE GLJRNL-FILE.

      *> -------------------------------------------------------
      *> ENSURE-RECV-GL-ACCOUNT: A chart written before accrual
      *> has no 1215 row — append it (same guard as LOANMST.cob's
      *> ENSURE-LOAN-GL-ACCOUNTS).
      *> -------------------------------------------------------
       ENSURE-RECV-GL-ACCOUNT.
           MOVE WS-LA-RECV-GL TO WS-GL-ACCT
           PERFORM CHECK-CHART-ACCT
           IF WS-CHART-HAS-ACCT = 'N'
               MOVE WS-LA-RECV-GL TO GLC-ACCT
               MOVE "ACCRUED INTEREST RECEIVABLE" TO GLC-NAME
               MOVE 'A' TO GLC-TYPE
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
      *> CHECK-PERIOD-OPEN: The business date's month against
      *> GLPERIOD.DAT — same lock GLPOST.cob applies.
      *> -------------------------------------------------------
       CHECK-PERIOD-OPEN.
           MOVE 'N' TO WS-PERIOD-CLOSED
           COMPUTE WS-ENTRY-PERIOD = WS-CURRENT-DATE / 100
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
