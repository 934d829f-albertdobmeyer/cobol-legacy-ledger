      *>================================================================*
      *>  Program:     INVSWEEP.cob
      *>  System:      LEGACY LEDGER — Overnight Investment Sweep
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Business checking balances above an agreed target are
      *>    invested overnight and brought home in the morning with
      *>    the night's interest. Each swept account has a
      *>    SWEEPAGR.DAT agreement (see SWPAGR.cpy): the vehicle
      *>    (overnight repo or money-market fund), the balance to
      *>    leave behind, the smallest excess worth sweeping, and
      *>    the rate — a published index from RATEINDX.DAT
      *>    (RATEIDX.cpy, keyed daily through LOANRATE.cob's INDEX
      *>    operation) plus a spread.
      *>
      *>    OUT runs last thing in the nightly chain, after the
      *>    day's posting: available balance over the target
      *>    leaves the account as a TRANS-TYPE 'T' debit (the
      *>    ZBASWEEP.cob convention, so RECONCILE.cob ties out),
      *>    the position and its rate go on the agreement, and the
      *>    night's total journals out of deposits — debit 2010
      *>    CUSTOMER DEPOSITS, credit 2040 OVERNIGHT SWEEP
      *>    POSITIONS. BACK runs first thing the next business
      *>    morning, before the day's activity: the principal
      *>    returns as a negative 'T' (a credit), the interest —
      *>    principal x rate x nights / 360 — credits as an 'I'
      *>    posting (GLPOST.cob journals it to 5010 INTEREST
      *>    EXPENSE like any deposit interest), the position is
      *>    cleared, a SWEEPHST.DAT row (SWPHIST.cpy) is written,
      *>    and the principal journals back — debit 2040, credit
      *>    2010. Weekend and holiday nights simply stay out until
      *>    the next business morning.
      *>
      *>  Operations (via command-line argument):
      *>    AGREE acct vehicle target index spread [min]
      *>                      — set up or change an agreement
      *>                        (supervisor); vehicle R or M
      *>    CANCEL acct       — end an agreement (supervisor); an
      *>                        open position still comes back
      *>    LIST              — all agreements and positions
      *>    OUT               — nightly sweep-out
      *>    BACK              — morning sweep-back
      *>    STATEMENT cust_id [yyyymm]
      *>                      — sweep statement for every account
      *>                        the customer holds (CUSTXREF.DAT),
      *>                        nights returned in the month
      *>                        (default: this month)
      *>
      *>  Files:
      *>    Input/Output: SWEEPAGR.DAT, ACCOUNTS.DAT
      *>    Input:        RATEINDX.DAT, CUSTXREF.DAT, OPERATORS.DAT,
      *>                  BUSDATE.DAT
      *>    Input/Output: GLCHART.DAT — 2040 appended if the chart
      *>                  predates it
      *>    Output:       TRANSACT.DAT, GLJRNL.DAT, SWEEPHST.DAT
      *>                  (appended)
      *>
      *>  Copybooks:
      *>    SWPAGR.cpy, SWPHIST.cpy, RATEIDX.cpy, ACCTREC.cpy,
      *>    TRANSREC.cpy, CUSTXREF.cpy, GLJREC.cpy, GLCHART.cpy,
      *>    BUSDATE.cpy, ACCTVERS.cpy, OPERREC.cpy, ACCTIO.cpy,
      *>    VERSWORK.cpy, OPERIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    SWEEP-AGR|ACCT|VEHICLE|TARGET|MIN|INDEX|SPREAD|STATUS|
      *>              POSITION|POS-DATE|POS-RATE
      *>    SWEEP-OUT|ACCT|VEHICLE|AMOUNT|RATE
      *>    SWEEP-BACK|ACCT|AMOUNT|NIGHTS|RATE|INTEREST
      *>    SWEEP-EXCEPT|ACCT|reason
      *>    SWEEP-SUMMARY|COUNT|TOTAL|INTEREST
      *>    SWEEP-STMT|CUST-ID|PERIOD
      *>    SWEEP-STMT-LINE|ACCT|OUT|BACK|VEHICLE|AMOUNT|RATE|NIGHTS|
      *>                    INTEREST
      *>    SWEEP-STMT-OPEN|ACCT|VEHICLE|AMOUNT|OUT|RATE
      *>    SWEEP-STMT-TOTAL|NIGHTS|INTEREST
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Account, agreement, or customer not found
      *>    RESULT|04 — Account not active
      *>    RESULT|07 — Operator below supervisor rank
      *>    RESULT|99 — Invalid arguments or file I/O error
      *>
      *>  Dependencies:
      *>    OUT is the last step of the nightly chain (after
      *>    INTEREST.cob, FEES.cob and GLPOST.cob for the day) and
      *>    BACK the first step after the business date rolls.
      *>    Until BACK runs, the swept money is not in
      *>    ACCT-BALANCE, so REPORTS.cob's FDIC coverage leaves it
      *>    out and lists the position separately.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVSWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGREEMENT-FILE
               ASSIGN TO "SWEEPAGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO "SWEEPHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT INDEX-FILE
               ASSIGN TO "RATEINDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT CUSTXREF-FILE
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT GLJRNL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.
           SELECT CHART-FILE
               ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT ACCTVERS-FILE
               ASSIGN TO "ACCTVERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERS-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGREEMENT-FILE.
       COPY "SWPAGR.cpy".
       FD  HISTORY-FILE.
       COPY "SWPHIST.cpy".
       FD  INDEX-FILE.
       COPY "RATEIDX.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  CUSTXREF-FILE.
       COPY "CUSTXREF.cpy".
       FD  GLJRNL-FILE.
       COPY "GLJREC.cpy".
       FD  CHART-FILE.
       COPY "GLCHART.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  ACCTVERS-FILE.
       COPY "ACCTVERS.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SA-STATUS           PIC XX VALUE SPACES.
       01  WS-SH-STATUS           PIC XX VALUE SPACES.
       01  WS-IX-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-XREF-STATUS         PIC XX VALUE SPACES.
       01  WS-GJ-STATUS           PIC XX VALUE SPACES.
       01  WS-CH-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(100) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-ARG-2               PIC X(12) VALUE SPACES.
       01  WS-ARG-3               PIC X(12) VALUE SPACES.
       01  WS-ARG-4               PIC X(15) VALUE SPACES.
       01  WS-ARG-5               PIC X(12) VALUE SPACES.
       01  WS-ARG-6               PIC X(12) VALUE SPACES.
       01  WS-ARG-7               PIC X(15) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   Sweep policy — the GL account the positions sit in
      *>   while out, and the money-market day-count basis.
       01  WS-SW-POSITION-GL      PIC 9(4) VALUE 2040.
       01  WS-SW-DEPOSIT-GL       PIC 9(4) VALUE 2010.
       01  WS-SW-BASIS            PIC 9(3) VALUE 360.
      *>   Agreements staged for load-modify-save.
       01  WS-SA-TABLE.
           05  WS-SA-LINE OCCURS 200 TIMES PIC X(100).
       01  WS-SA-COUNT            PIC 9(3) VALUE 0.
       01  WS-SA-IDX              PIC 9(3) VALUE 0.
       01  WS-SA-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-IN-TARGET           PIC S9(10)V99 VALUE 0.
       01  WS-IN-MIN              PIC S9(10)V99 VALUE 0.
       01  WS-IN-SPREAD           PIC S9(1)V9(4) VALUE 0.
      *>   Rate index table — same lookup as LOANRATE.cob.
       01  WS-IX-TABLE.
           05  WS-IX-LINE OCCURS 500 TIMES PIC X(40).
       01  WS-IX-COUNT            PIC 9(3) VALUE 0.
       01  WS-IX-IDX              PIC 9(3) VALUE 0.
       01  WS-LOOKUP-CODE         PIC X(8) VALUE SPACES.
       01  WS-LOOKUP-DATE         PIC 9(8) VALUE 0.
       01  WS-LOOKUP-EFF          PIC 9(8) VALUE 0.
       01  WS-INDEX-FOUND         PIC X(1) VALUE 'N'.
       01  WS-INDEX-RATE          PIC 9(1)V9(4) VALUE 0.
      *>   The sweep being worked.
       01  WS-SWEEP-RATE          PIC S9(1)V9(4) VALUE 0.
       01  WS-SWEEP-AMOUNT        PIC S9(10)V99 VALUE 0.
       01  WS-SWEEP-NIGHTS        PIC S9(5) VALUE 0.
       01  WS-SWEEP-INTEREST      PIC S9(7)V99 VALUE 0.
       01  WS-AVAILABLE           PIC S9(10)V99 VALUE 0.
       01  WS-TX-SEQ              PIC 9(5) VALUE 0.
       01  WS-VEHICLE-NAME        PIC X(5) VALUE SPACES.
      *>   Run totals.
       01  WS-SW-COUNT            PIC 9(5) VALUE 0.
       01  WS-SW-TOTAL            PIC S9(12)V99 VALUE 0.
       01  WS-SW-INT-TOTAL        PIC S9(10)V99 VALUE 0.
       01  WS-ANY-MOVED           PIC X(1) VALUE 'N'.
      *>   Statement — the customer's accounts and the month.
       01  WS-IN-CUST-ID          PIC X(10) VALUE SPACES.
       01  WS-STMT-PERIOD         PIC 9(6) VALUE 0.
       01  WS-CA-TABLE.
           05  WS-CA-ACCT OCCURS 20 TIMES PIC X(10).
       01  WS-CA-COUNT            PIC 9(2) VALUE 0.
       01  WS-CA-IDX              PIC 9(2) VALUE 0.
       01  WS-CA-MATCH            PIC X(1) VALUE 'N'.
       01  WS-STMT-NIGHTS         PIC 9(5) VALUE 0.
       01  WS-STMT-INTEREST       PIC S9(10)V99 VALUE 0.
      *>   GL line staging.
       01  WS-GL-ACCT             PIC 9(4) VALUE 0.
       01  WS-GL-DEBIT            PIC S9(12)V99 VALUE 0.
       01  WS-GL-CREDIT           PIC S9(12)V99 VALUE 0.
       01  WS-CHART-HAS-ACCT      PIC X(1) VALUE 'N'.
      *>   ACCTIO.cpy provides the in-memory account table and
      *>   the FIND-ACCOUNT search fields.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       COPY "ACCTIO.cpy".
      *>   ACCOUNTS.DAT update-token working fields — see
      *>   ACCTVERS.cpy and NOTE-ACCT-VERSION/GUARD-ACCT-VERSION.
       COPY "VERSWORK.cpy".
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".
      *>   Ledger chain working fields — see TRANS-SEQ-NO/
      *>   TRANS-CHAIN-VAL in TRANSREC.cpy and the same paragraphs
      *>   in TRANSACT.cob/INTEREST.cob.
       01  WS-CHAIN-RESOLVED      PIC X(1) VALUE 'N'.
       01  WS-CHAIN-HOLD-REC      PIC X(126) VALUE SPACES.
       01  WS-CHAIN-PREV-SEQ      PIC 9(9) VALUE 0.
       01  WS-CHAIN-PREV-VAL      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-ARG-2
                    WS-ARG-3
                    WS-ARG-4
                    WS-ARG-5
                    WS-ARG-6
                    WS-ARG-7
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           PERFORM LOAD-AGREEMENTS
           EVALUATE WS-OPERATION
               WHEN "AGREE"
      *>           Taking money off deposits is a treasury
      *>           services decision — supervisor bar.
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM SET-AGREEMENT
               WHEN "CANCEL"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM CANCEL-AGREEMENT
               WHEN "LIST"
                   PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                       UNTIL WS-SA-IDX > WS-SA-COUNT
                       MOVE WS-SA-LINE(WS-SA-IDX)
                           TO SWEEP-AGREEMENT-RECORD
                       PERFORM DISPLAY-ONE-AGREEMENT
                   END-PERFORM
               WHEN "OUT"
                   PERFORM SWEEP-OUT-PASS
               WHEN "BACK"
                   PERFORM SWEEP-BACK-PASS
               WHEN "STATEMENT"
                   PERFORM PRINT-SWEEP-STATEMENT
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
      *> SET-AGREEMENT: New terms, or changed terms on an existing
      *> agreement. Only business checking in dollars is swept.
      *> A position already out keeps the rate it went out at.
      *> -------------------------------------------------------
       SET-AGREEMENT.
           IF WS-ARG-2 = SPACES OR WS-ARG-3 = SPACES
               OR WS-ARG-4 = SPACES OR WS-ARG-5 = SPACES
               OR WS-ARG-6 = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:10) TO WS-IN-ACCT-ID
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) NOT = 'A'
               DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
               STOP RUN
           END-IF
           IF WS-A-TYPE(WS-FOUND-IDX) NOT = 'C'
               OR (WS-A-CURRENCY(WS-FOUND-IDX) NOT = SPACES
                   AND WS-A-CURRENCY(WS-FOUND-IDX) NOT = 'USD')
               DISPLAY "ERROR|NOT-SWEEP-ELIGIBLE|" WS-IN-ACCT-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           MOVE FUNCTION NUMVAL(WS-ARG-4) TO WS-IN-TARGET
           MOVE FUNCTION NUMVAL(WS-ARG-6) TO WS-IN-SPREAD
           MOVE 0 TO WS-IN-MIN
           IF WS-ARG-7 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-7) TO WS-IN-MIN
           END-IF
           IF WS-IN-TARGET < 0 OR WS-IN-MIN < 0
               OR WS-ARG-3(2:11) NOT = SPACES
               DISPLAY "ERROR|BAD-SWEEP-TERMS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LOOKUP-CODE
           MOVE WS-ARG-5(1:8) TO WS-LOOKUP-CODE
           MOVE WS-CURRENT-DATE TO WS-LOOKUP-DATE
           PERFORM LOAD-INDEX-TABLE
           PERFORM LOOKUP-INDEX-RATE
           IF WS-INDEX-FOUND = 'N'
               DISPLAY "ERROR|NO-INDEX-RATE|" WS-LOOKUP-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           MOVE WS-IN-ACCT-ID TO WS-ARG-2
           PERFORM FIND-AGREEMENT
           IF WS-SA-FOUND-IDX = 0
               IF WS-SA-COUNT >= 200
                   DISPLAY "ERROR|TABLE-FULL|SWEEPAGR"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-SA-COUNT
               MOVE WS-SA-COUNT TO WS-SA-FOUND-IDX
               MOVE SPACES TO SWEEP-AGREEMENT-RECORD
               MOVE WS-IN-ACCT-ID TO SWA-ACCT-ID
               MOVE 0 TO SWA-POS-AMT SWA-POS-DATE SWA-POS-RATE
           END-IF
           MOVE WS-ARG-3(1:1) TO SWA-VEHICLE
           IF NOT SWA-VEHICLE-VALID
               DISPLAY "ERROR|BAD-SWEEP-TERMS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-IN-TARGET TO SWA-TARGET
           MOVE WS-IN-MIN TO SWA-MIN-SWEEP
           MOVE WS-LOOKUP-CODE TO SWA-INDEX-CODE
           MOVE WS-IN-SPREAD TO SWA-SPREAD
           MOVE 'A' TO SWA-STATUS
           MOVE WS-IN-OPER-ID TO SWA-SET-BY
           MOVE WS-CURRENT-DATE TO SWA-SET-DATE
           MOVE SWEEP-AGREEMENT-RECORD TO WS-SA-LINE(WS-SA-FOUND-IDX)
           PERFORM SAVE-AGREEMENTS
           PERFORM DISPLAY-ONE-AGREEMENT.

       CANCEL-AGREEMENT.
           PERFORM FIND-AGREEMENT
           IF WS-SA-FOUND-IDX = 0
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           MOVE 'C' TO SWA-STATUS
           MOVE WS-IN-OPER-ID TO SWA-SET-BY
           MOVE WS-CURRENT-DATE TO SWA-SET-DATE
           MOVE SWEEP-AGREEMENT-RECORD TO WS-SA-LINE(WS-SA-FOUND-IDX)
           PERFORM SAVE-AGREEMENTS
           PERFORM DISPLAY-ONE-AGREEMENT.

       DISPLAY-ONE-AGREEMENT.
           DISPLAY "SWEEP-AGR|" SWA-ACCT-ID "|" SWA-VEHICLE "|"
               SWA-TARGET "|" SWA-MIN-SWEEP "|" SWA-INDEX-CODE "|"
               SWA-SPREAD "|" SWA-STATUS "|" SWA-POS-AMT "|"
               SWA-POS-DATE "|" SWA-POS-RATE.

      *> -------------------------------------------------------
      *> SWEEP-OUT-PASS: Every active agreement with its money at
      *> home — available balance (ledger less holds) over the
      *> target leaves the account for the night at tonight's
      *> index plus spread.
      *> -------------------------------------------------------
       SWEEP-OUT-PASS.
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-INDEX-TABLE
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT
               MOVE WS-SA-LINE(WS-SA-IDX) TO SWEEP-AGREEMENT-RECORD
               IF SWA-ACTIVE
                   PERFORM SWEEP-OUT-ONE
               END-IF
           END-PERFORM
           IF WS-ANY-MOVED = 'Y'
               PERFORM SAVE-ALL-ACCOUNTS
               PERFORM SAVE-AGREEMENTS
               PERFORM ENSURE-SWEEP-GL-ACCOUNT
               MOVE WS-SW-DEPOSIT-GL TO WS-GL-ACCT
               MOVE WS-SW-TOTAL TO WS-GL-DEBIT
               MOVE 0 TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
               MOVE WS-SW-POSITION-GL TO WS-GL-ACCT
               MOVE 0 TO WS-GL-DEBIT
               MOVE WS-SW-TOTAL TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
           END-IF
           DISPLAY "SWEEP-SUMMARY|" WS-SW-COUNT "|" WS-SW-TOTAL "|"
               WS-SW-INT-TOTAL.

       SWEEP-OUT-ONE.
           IF SWA-POS-AMT NOT = 0
      *>       Last night's position never came back — BACK has
      *>       not run. Nothing goes out on top of it.
               DISPLAY "SWEEP-EXCEPT|" SWA-ACCT-ID "|POSITION-OPEN"
               EXIT PARAGRAPH
           END-IF
           MOVE SWA-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "SWEEP-EXCEPT|" SWA-ACCT-ID "|NO-ACCOUNT"
               EXIT PARAGRAPH
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) NOT = 'A'
               DISPLAY "SWEEP-EXCEPT|" SWA-ACCT-ID "|NOT-ACTIVE"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVAILABLE = WS-A-BALANCE(WS-FOUND-IDX)
               - WS-A-HOLD(WS-FOUND-IDX)
           COMPUTE WS-SWEEP-AMOUNT = WS-AVAILABLE - SWA-TARGET
           IF WS-SWEEP-AMOUNT NOT > 0
               OR WS-SWEEP-AMOUNT < SWA-MIN-SWEEP
               EXIT PARAGRAPH
           END-IF
           MOVE SWA-INDEX-CODE TO WS-LOOKUP-CODE
           MOVE WS-CURRENT-DATE TO WS-LOOKUP-DATE
           PERFORM LOOKUP-INDEX-RATE
           IF WS-INDEX-FOUND = 'N'
               DISPLAY "SWEEP-EXCEPT|" SWA-ACCT-ID "|NO-INDEX-RATE"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SWEEP-RATE = WS-INDEX-RATE + SWA-SPREAD
           IF WS-SWEEP-RATE < 0
               MOVE 0 TO WS-SWEEP-RATE
           END-IF

           SUBTRACT WS-SWEEP-AMOUNT FROM WS-A-BALANCE(WS-FOUND-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           PERFORM SET-VEHICLE-NAME
           MOVE SWA-ACCT-ID TO TRANS-ACCT-ID
           MOVE TX-TRANSFER TO TRANS-TYPE
           MOVE WS-SWEEP-AMOUNT TO TRANS-AMOUNT
           MOVE SPACES TO TRANS-DESC
           STRING "SWEEP OUT OVERNIGHT " WS-VEHICLE-NAME
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
           PERFORM POST-SWEEP-TRANSACTION

           MOVE WS-SWEEP-AMOUNT TO SWA-POS-AMT
           MOVE WS-CURRENT-DATE TO SWA-POS-DATE
           MOVE WS-SWEEP-RATE TO SWA-POS-RATE
           MOVE SWEEP-AGREEMENT-RECORD TO WS-SA-LINE(WS-SA-IDX)
           ADD 1 TO WS-SW-COUNT
           ADD WS-SWEEP-AMOUNT TO WS-SW-TOTAL
           MOVE 'Y' TO WS-ANY-MOVED
           DISPLAY "SWEEP-OUT|" SWA-ACCT-ID "|" SWA-VEHICLE "|"
               WS-SWEEP-AMOUNT "|" WS-SWEEP-RATE.

      *> -------------------------------------------------------
      *> SWEEP-BACK-PASS: Every position out from an earlier
      *> business date comes home with its interest. Cancelled
      *> agreements still bring their last position back.
      *> -------------------------------------------------------
       SWEEP-BACK-PASS.
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT
               MOVE WS-SA-LINE(WS-SA-IDX) TO SWEEP-AGREEMENT-RECORD
               IF SWA-POS-AMT > 0
                   AND SWA-POS-DATE < WS-CURRENT-DATE
                   PERFORM SWEEP-BACK-ONE
               END-IF
           END-PERFORM
           IF WS-ANY-MOVED = 'Y'
               PERFORM SAVE-ALL-ACCOUNTS
               PERFORM SAVE-AGREEMENTS
               PERFORM ENSURE-SWEEP-GL-ACCOUNT
               MOVE WS-SW-POSITION-GL TO WS-GL-ACCT
               MOVE WS-SW-TOTAL TO WS-GL-DEBIT
               MOVE 0 TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
               MOVE WS-SW-DEPOSIT-GL TO WS-GL-ACCT
               MOVE 0 TO WS-GL-DEBIT
               MOVE WS-SW-TOTAL TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
           END-IF
           DISPLAY "SWEEP-SUMMARY|" WS-SW-COUNT "|" WS-SW-TOTAL "|"
               WS-SW-INT-TOTAL.

       SWEEP-BACK-ONE.
           MOVE SWA-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
      *>       The money is the customer's wherever the account
      *>       went — leave the position for operations to place.
               DISPLAY "SWEEP-EXCEPT|" SWA-ACCT-ID "|NO-ACCOUNT"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SWEEP-NIGHTS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(SWA-POS-DATE)
           COMPUTE WS-SWEEP-INTEREST ROUNDED =
               SWA-POS-AMT * SWA-POS-RATE * WS-SWEEP-NIGHTS
               / WS-SW-BASIS
           PERFORM SET-VEHICLE-NAME

           ADD SWA-POS-AMT TO WS-A-BALANCE(WS-FOUND-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           MOVE SWA-ACCT-ID TO TRANS-ACCT-ID
           MOVE TX-TRANSFER TO TRANS-TYPE
           COMPUTE TRANS-AMOUNT = 0 - SWA-POS-AMT
           MOVE SPACES TO TRANS-DESC
           STRING "SWEEP RETURN OVERNIGHT " WS-VEHICLE-NAME
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
           PERFORM POST-SWEEP-TRANSACTION
           IF WS-SWEEP-INTEREST > 0
               ADD WS-SWEEP-INTEREST TO WS-A-BALANCE(WS-FOUND-IDX)
               MOVE SWA-ACCT-ID TO TRANS-ACCT-ID
               MOVE TX-INTEREST TO TRANS-TYPE
               MOVE WS-SWEEP-INTEREST TO TRANS-AMOUNT
               MOVE SPACES TO TRANS-DESC
               STRING "SWEEP INTEREST " WS-VEHICLE-NAME
                   DELIMITED BY SIZE INTO TRANS-DESC
               END-STRING
               PERFORM POST-SWEEP-TRANSACTION
           END-IF

           MOVE SPACES TO SWEEP-HISTORY-RECORD
           MOVE SWA-ACCT-ID TO SWH-ACCT-ID
           MOVE SWA-POS-DATE TO SWH-OUT-DATE
           MOVE WS-CURRENT-DATE TO SWH-BACK-DATE
           MOVE SWA-VEHICLE TO SWH-VEHICLE
           MOVE SWA-POS-AMT TO SWH-AMOUNT
           MOVE SWA-POS-RATE TO SWH-RATE
           MOVE WS-SWEEP-NIGHTS TO SWH-DAYS
           MOVE WS-SWEEP-INTEREST TO SWH-INTEREST
           MOVE SWA-INDEX-CODE TO SWH-INDEX-CODE
           PERFORM APPEND-HISTORY

           ADD 1 TO WS-SW-COUNT
           ADD SWA-POS-AMT TO WS-SW-TOTAL
           ADD WS-SWEEP-INTEREST TO WS-SW-INT-TOTAL
           MOVE 'Y' TO WS-ANY-MOVED
           DISPLAY "SWEEP-BACK|" SWA-ACCT-ID "|" SWA-POS-AMT "|"
               WS-SWEEP-NIGHTS "|" SWA-POS-RATE "|"
               WS-SWEEP-INTEREST
           MOVE 0 TO SWA-POS-AMT SWA-POS-DATE SWA-POS-RATE
           MOVE SWEEP-AGREEMENT-RECORD TO WS-SA-LINE(WS-SA-IDX).

       SET-VEHICLE-NAME.
           IF SWA-REPO
               MOVE "REPO" TO WS-VEHICLE-NAME
           ELSE
               MOVE "MMF" TO WS-VEHICLE-NAME
           END-IF.

      *> -------------------------------------------------------
      *> PRINT-SWEEP-STATEMENT: The month's returned nights for
      *> every account the customer holds, then anything out
      *> tonight.
      *> -------------------------------------------------------
       PRINT-SWEEP-STATEMENT.
           MOVE WS-ARG-2(1:10) TO WS-IN-CUST-ID
           IF WS-IN-CUST-ID = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE(1:6) TO WS-STMT-PERIOD
           IF WS-ARG-3 NOT = SPACES
               IF WS-ARG-3(1:6) IS NOT NUMERIC
                   OR WS-ARG-3(7:6) NOT = SPACES
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE WS-ARG-3(1:6) TO WS-STMT-PERIOD
           END-IF
           PERFORM LOAD-CUSTOMER-ACCOUNTS
           IF WS-CA-COUNT = 0
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           DISPLAY "SWEEP-STMT|" WS-IN-CUST-ID "|" WS-STMT-PERIOD

           OPEN INPUT HISTORY-FILE
           IF WS-SH-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ HISTORY-FILE
                       AT END
                           CLOSE HISTORY-FILE
                           EXIT PERFORM
                   END-READ
                   IF SWH-BACK-DATE(1:6) = WS-STMT-PERIOD
                       MOVE SWH-ACCT-ID TO WS-IN-ACCT-ID
                       PERFORM MATCH-CUSTOMER-ACCOUNT
                       IF WS-CA-MATCH = 'Y'
                           ADD SWH-DAYS TO WS-STMT-NIGHTS
                           ADD SWH-INTEREST TO WS-STMT-INTEREST
                           DISPLAY "SWEEP-STMT-LINE|" SWH-ACCT-ID
                               "|" SWH-OUT-DATE "|" SWH-BACK-DATE
                               "|" SWH-VEHICLE "|" SWH-AMOUNT "|"
                               SWH-RATE "|" SWH-DAYS "|"
                               SWH-INTEREST
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT
               MOVE WS-SA-LINE(WS-SA-IDX) TO SWEEP-AGREEMENT-RECORD
               MOVE SWA-ACCT-ID TO WS-IN-ACCT-ID
               PERFORM MATCH-CUSTOMER-ACCOUNT
               IF WS-CA-MATCH = 'Y' AND SWA-POS-AMT > 0
                   DISPLAY "SWEEP-STMT-OPEN|" SWA-ACCT-ID "|"
                       SWA-VEHICLE "|" SWA-POS-AMT "|"
                       SWA-POS-DATE "|" SWA-POS-RATE
               END-IF
           END-PERFORM
           DISPLAY "SWEEP-STMT-TOTAL|" WS-STMT-NIGHTS "|"
               WS-STMT-INTEREST.

       LOAD-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-CA-COUNT
           OPEN INPUT CUSTXREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CUSTXREF-FILE
                   AT END
                       CLOSE CUSTXREF-FILE
                       EXIT PERFORM
               END-READ
               IF XREF-CUST-ID = WS-IN-CUST-ID AND WS-CA-COUNT < 20
                   ADD 1 TO WS-CA-COUNT
                   MOVE XREF-ACCT-ID TO WS-CA-ACCT(WS-CA-COUNT)
               END-IF
           END-PERFORM.

       MATCH-CUSTOMER-ACCOUNT.
           MOVE 'N' TO WS-CA-MATCH
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
               IF WS-CA-ACCT(WS-CA-IDX) = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-CA-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-AGREEMENT.
           MOVE 0 TO WS-SA-FOUND-IDX
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT
               MOVE WS-SA-LINE(WS-SA-IDX) TO SWEEP-AGREEMENT-RECORD
               IF SWA-ACCT-ID = WS-ARG-2(1:10)
                   MOVE WS-SA-IDX TO WS-SA-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-AGREEMENTS.
           MOVE 0 TO WS-SA-COUNT
           OPEN INPUT AGREEMENT-FILE
           IF WS-SA-STATUS NOT = '00'
      *>       No sweep customers on this node — every pass
      *>       completes with nothing moved.
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ AGREEMENT-FILE
                   AT END
                       CLOSE AGREEMENT-FILE
                       EXIT PERFORM
               END-READ
               IF WS-SA-COUNT < 200
                   ADD 1 TO WS-SA-COUNT
                   MOVE SWEEP-AGREEMENT-RECORD
                       TO WS-SA-LINE(WS-SA-COUNT)
               END-IF
           END-PERFORM.

       SAVE-AGREEMENTS.
           OPEN OUTPUT AGREEMENT-FILE
           IF WS-SA-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SA-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT
               MOVE WS-SA-LINE(WS-SA-IDX) TO SWEEP-AGREEMENT-RECORD
               WRITE SWEEP-AGREEMENT-RECORD
           END-PERFORM
           CLOSE AGREEMENT-FILE.

       APPEND-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-SH-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
               IF WS-SH-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-SH-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE SWEEP-HISTORY-RECORD
           CLOSE HISTORY-FILE.

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

      *> -------------------------------------------------------
      *> LOOKUP-INDEX-RATE: The WS-LOOKUP-CODE value in effect on
      *> WS-LOOKUP-DATE — the row with the latest effective date
      *> not after it (same rule as LOANRATE.cob).
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
      *> POST-SWEEP-TRANSACTION: Append one ledger record for the
      *> leg prepared by the caller (account, type, amount,
      *> description already moved in) — same shape as
      *> ZBASWEEP.cob's POST-ZBA-TRANSACTION.
      *> -------------------------------------------------------
       POST-SWEEP-TRANSACTION.
           ADD 1 TO WS-TX-SEQ
           MOVE SPACES TO TRANS-ID
           STRING "V" WS-CURRENT-DATE(3:6) WS-TX-SEQ
               DELIMITED BY SIZE INTO TRANS-ID
           END-STRING
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE RC-SUCCESS TO TRANS-STATUS
           MOVE 'IN' TO TRANS-CHANNEL
           MOVE WS-A-BRANCH(WS-FOUND-IDX) TO TRANS-BRANCH
           MOVE "INVSWEEP" TO TRANS-BATCH-ID
           PERFORM STAMP-CHAIN-FIELDS
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               OPEN OUTPUT TRANSACT-FILE
               IF WS-TX-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE.

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
           MOVE "INVSWEEP" TO GLJ-SOURCE
           MOVE SPACES TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD
           CLOSE GLJRNL-FILE.

      *> -------------------------------------------------------
      *> ENSURE-SWEEP-GL-ACCOUNT: A chart written before the
      *> sweep has no 2040 row — append it (same guard as
      *> LOANMST.cob's ENSURE-LOAN-GL-ACCOUNTS).
      *> -------------------------------------------------------
       ENSURE-SWEEP-GL-ACCOUNT.
           MOVE WS-SW-POSITION-GL TO WS-GL-ACCT
           PERFORM CHECK-CHART-ACCT
           IF WS-CHART-HAS-ACCT = 'N'
               MOVE WS-SW-POSITION-GL TO GLC-ACCT
               MOVE "OVERNIGHT SWEEP POSITIONS" TO GLC-NAME
               MOVE 'L' TO GLC-TYPE
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

       LOAD-ALL-ACCOUNTS.
           PERFORM NOTE-ACCT-VERSION
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
               MOVE ACCT-OPEN-DATE TO WS-A-OPEN(WS-ACCOUNT-COUNT)
               MOVE ACCT-LAST-ACTIVITY TO WS-A-ACTIVITY(WS-ACCOUNT-COUNT)
               MOVE ACCT-OWNER2 TO WS-A-OWNER2(WS-ACCOUNT-COUNT)
               MOVE ACCT-OWNER3 TO WS-A-OWNER3(WS-ACCOUNT-COUNT)
               MOVE ACCT-DORMANT-FLAG TO WS-A-DORMANT(WS-ACCOUNT-COUNT)
               MOVE ACCT-CD-TERM-MONTHS TO WS-A-CD-TERM(WS-ACCOUNT-COUNT)
               MOVE ACCT-MATURITY-DATE TO WS-A-MATURITY(WS-ACCOUNT-COUNT)
               MOVE ACCT-LINKED-ACCT TO WS-A-LINKED(WS-ACCOUNT-COUNT)
               MOVE ACCT-HOLD-AMOUNT TO WS-A-HOLD(WS-ACCOUNT-COUNT)
               MOVE ACCT-CURRENCY TO WS-A-CURRENCY(WS-ACCOUNT-COUNT)
               MOVE ACCT-BRANCH TO WS-A-BRANCH(WS-ACCOUNT-COUNT)
           END-PERFORM.

      *> -------------------------------------------------------
      *> SAVE-ALL-ACCOUNTS: Rewrite ACCOUNTS.DAT from the
      *> in-memory table — same paragraph name and shape as
      *> TRANSACT.cob, per ACCTIO.cpy's convention note.
      *> -------------------------------------------------------
       SAVE-ALL-ACCOUNTS.
           PERFORM GUARD-ACCT-VERSION
           OPEN OUTPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               MOVE WS-A-ID(WS-ACCT-IDX) TO ACCT-ID
               MOVE WS-A-NAME(WS-ACCT-IDX) TO ACCT-NAME
               MOVE WS-A-TYPE(WS-ACCT-IDX) TO ACCT-TYPE
               MOVE WS-A-BALANCE(WS-ACCT-IDX) TO ACCT-BALANCE
               MOVE WS-A-STATUS(WS-ACCT-IDX) TO ACCT-STATUS
               MOVE WS-A-OPEN(WS-ACCT-IDX) TO ACCT-OPEN-DATE
               MOVE WS-A-ACTIVITY(WS-ACCT-IDX) TO ACCT-LAST-ACTIVITY
               MOVE WS-A-OWNER2(WS-ACCT-IDX) TO ACCT-OWNER2
               MOVE WS-A-OWNER3(WS-ACCT-IDX) TO ACCT-OWNER3
               MOVE WS-A-DORMANT(WS-ACCT-IDX) TO ACCT-DORMANT-FLAG
               MOVE WS-A-CD-TERM(WS-ACCT-IDX) TO ACCT-CD-TERM-MONTHS
               MOVE WS-A-MATURITY(WS-ACCT-IDX) TO ACCT-MATURITY-DATE
               MOVE WS-A-LINKED(WS-ACCT-IDX) TO ACCT-LINKED-ACCT
               MOVE WS-A-HOLD(WS-ACCT-IDX) TO ACCT-HOLD-AMOUNT
               MOVE WS-A-CURRENCY(WS-ACCT-IDX) TO ACCT-CURRENCY
               MOVE WS-A-BRANCH(WS-ACCT-IDX) TO ACCT-BRANCH
               WRITE ACCOUNT-RECORD
           END-PERFORM
           CLOSE ACCOUNTS-FILE.

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
      *> RESOLVE-CHAIN-TIP / STAMP-CHAIN-FIELDS: Same ledger-chain
      *> machinery as TRANSACT.cob/INTEREST.cob — resolved once per
      *> run, advanced locally per appended record.
      *> -------------------------------------------------------
       RESOLVE-CHAIN-TIP.
           MOVE 0 TO WS-CHAIN-PREV-SEQ
           MOVE 0 TO WS-CHAIN-PREV-VAL
           MOVE 'Y' TO WS-CHAIN-RESOLVED
           MOVE TRANSACTION-RECORD TO WS-CHAIN-HOLD-REC
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               MOVE WS-CHAIN-HOLD-REC TO TRANSACTION-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       CLOSE TRANSACT-FILE
                       EXIT PERFORM
               END-READ
               IF TRANS-SEQ-NO > WS-CHAIN-PREV-SEQ
                   MOVE TRANS-SEQ-NO TO WS-CHAIN-PREV-SEQ
                   MOVE TRANS-CHAIN-VAL TO WS-CHAIN-PREV-VAL
               END-IF
           END-PERFORM
           MOVE WS-CHAIN-HOLD-REC TO TRANSACTION-RECORD.

       STAMP-CHAIN-FIELDS.
           IF WS-CHAIN-RESOLVED = 'N'
               PERFORM RESOLVE-CHAIN-TIP
           END-IF
           COMPUTE TRANS-SEQ-NO = WS-CHAIN-PREV-SEQ + 1
           COMPUTE TRANS-CHAIN-VAL =
               FUNCTION MOD(WS-CHAIN-PREV-VAL * 31
                   + TRANS-SEQ-NO + TRANS-DATE + TRANS-TIME
                   + FUNCTION ABS(TRANS-AMOUNT) * 100,
                   1000000000)
           MOVE TRANS-SEQ-NO TO WS-CHAIN-PREV-SEQ
           MOVE TRANS-CHAIN-VAL TO WS-CHAIN-PREV-VAL.

      *> -------------------------------------------------------
      *> NOTE-ACCT-VERSION / GUARD-ACCT-VERSION / READ-ACCT-VERSION:
      *> ACCOUNTS.DAT update interlock — see ACCTVERS.cpy and the
      *> same paragraphs in every other ACCOUNTS.DAT writer.
      *> -------------------------------------------------------
       NOTE-ACCT-VERSION.
           PERFORM READ-ACCT-VERSION
           MOVE WS-VERS-CURRENT TO WS-VERS-LOADED.

       GUARD-ACCT-VERSION.
           PERFORM READ-ACCT-VERSION
           IF WS-VERS-CURRENT NOT = WS-VERS-LOADED
               DISPLAY "ACCT-LOCK|CONFLICT|" VERS-PROGRAM "|"
                   WS-VERS-LOADED "|" WS-VERS-CURRENT
               DISPLAY "ACCT-LOCK|RETRY|ACCOUNTS.DAT CHANGED SINCE "
                   "LOAD - NOTHING OVERWRITTEN - RERUN THIS OPERATION"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           ADD 1 TO WS-VERS-CURRENT
           MOVE WS-VERS-CURRENT TO WS-VERS-LOADED
           ACCEPT WS-VERS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-VERS-STAMP-TIME FROM TIME
           OPEN OUTPUT ACCTVERS-FILE
           IF WS-VERS-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-VERS-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-VERS-CURRENT TO VERS-NUMBER
           MOVE WS-VERS-STAMP-DATE TO VERS-DATE
           MOVE WS-VERS-STAMP-TIME TO VERS-TIME
           MOVE "INVSWEEP" TO VERS-PROGRAM
           WRITE ACCT-VERSION-RECORD
           CLOSE ACCTVERS-FILE.

       READ-ACCT-VERSION.
           MOVE 0 TO WS-VERS-CURRENT
           MOVE SPACES TO VERS-PROGRAM
           OPEN INPUT ACCTVERS-FILE
           IF WS-VERS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ ACCTVERS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE VERS-NUMBER TO WS-VERS-CURRENT
           END-READ
           CLOSE ACCTVERS-FILE.

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
