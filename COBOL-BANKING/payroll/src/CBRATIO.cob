      *>================================================================*
      *>  Program:     CBRATIO.cob
      *>  System:      ENTERPRISE PAYROLL — Merchant Chargeback-Ratio
      *>                Monitoring
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    DISPUTE.cob's REPORT shows chargeback exposure by reason
      *>    code and MERCH-ID, but nothing measured a merchant's
      *>    chargebacks against its sales the way the card networks
      *>    do — and the networks fine the acquirer when a merchant
      *>    crosses their monitoring thresholds. Three operations:
      *>      RUN — the monthly measurement. Per merchant per
      *>        network (DISP-NETWORK, blank read as VISA the same
      *>        as DISPUTE.cob): the month's chargeback count and
      *>        amount (DISPUTES.DAT, by DISP-FILED-DATE) against
      *>        the month's sales count (TRANSACT.DAT — settled
      *>        transactions posted to the merchant; refunds,
      *>        chargeback postings, carry-forwards, fees and
      *>        interest are not sales). Each pair is
      *>        classified standard, early-warning or excessive
      *>        against that network's thresholds (THRESHOLD-TABLE),
      *>        consecutive months in program are carried on
      *>        CBMON.DAT (CBMONREC.cpy), every early-warning or
      *>        excessive merchant is raised on ALERT.DAT (type Q),
      *>        and a reserve increase on MERCH-RESERVE-PCT is
      *>        recommended onto CBRESV.DAT (CBRSVREC.cpy) for a
      *>        supervisor to decide.
      *>      APPROVE — a supervisor applies a merchant's latest
      *>        pending recommendation to MERCHANTS.DAT.
      *>      DECLINE — a supervisor declines it.
      *>    Sales carry no network on TRANSACT.DAT, so every
      *>    network's ratio for a merchant is taken over the
      *>    merchant's total sales count for the month.
      *>
      *>  Operation (via command-line argument):
      *>    CBRATIO RUN <YYYYMM>
      *>    CBRATIO APPROVE <merch-id>
      *>    CBRATIO DECLINE <merch-id>
      *>    APPROVE/DECLINE need a signed-on supervisor or admin —
      *>    MERCHANT_OPERATOR_ID / MERCHANT_OPERATOR_PIN, the same
      *>    credentials MERCHANT.cob's gate takes.
      *>
      *>  Files:
      *>    Input:        DISPUTES.DAT (DISPREC.cpy — optional; no
      *>                  file means no chargebacks),
      *>                  TRANSACT.DAT (TRANSREC.cpy),
      *>                  OPERATORS.DAT (OPERREC.cpy)
      *>    Input/Output: CBMON.DAT (CBMONREC.cpy — rewritten in
      *>                  full by RUN; a dormant row, standard with
      *>                  no months in program and no chargebacks,
      *>                  is not written back), CBRESV.DAT
      *>                  (CBRSVREC.cpy — decided rows drop out
      *>                  WS-RCM-KEEP-DAYS after their decision),
      *>                  MERCHANTS.DAT (MERCHREC.cpy — read by RUN,
      *>                  rewritten by APPROVE)
      *>    Output:       ALERT.DAT (appended)
      *>
      *>  Copybooks:
      *>    DISPREC.cpy, TRANSREC.cpy, MERCHREC.cpy, CBMONREC.cpy,
      *>    CBRSVREC.cpy, ALERTREC.cpy, OPERREC.cpy, OPERIO.cpy,
      *>    COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    CBRATIO|merch-id|network|cb-count|cb-amount|sales|
      *>      ratio-pct|class|months
      *>    CBRATIO-RECOMMEND|merch-id|network|class|months|
      *>      current-pct|recommended-pct
      *>    CBRATIO-SUMMARY|month|pairs|early-warning|excessive|
      *>      recommended
      *>    CBRATIO|APPROVED|merch-id|old-pct|new-pct|oper-id
      *>    CBRATIO|DECLINED|merch-id|month|oper-id
      *>    CBRATIO|SUPERSEDED|merch-id|month
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — No pending recommendation for the merchant,
      *>                or the merchant is not on file
      *>    RESULT|07 — Operator not signed on / not a supervisor
      *>    RESULT|99 — Bad operation or month, TRANSACT.DAT missing,
      *>                file I/O error, or a table full
      *>                (ERROR|TABLE-FULL|CBMON or CBRESV — nothing
      *>                is written)
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>    2026-10-15  AKD  A full CBMON or CBRESV table stops the run
      *>                     before any file is written; decided
      *>                     recommendations age out and dormant
      *>                     monitor rows are dropped; a rerun of the
      *>                     month alerts only on a changed class or
      *>                     months count
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBRATIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE
               ASSIGN TO "DISPUTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
           SELECT TRANSACTION-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT MERCHANT-FILE
               ASSIGN TO "MERCHANTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.
           SELECT MONITOR-FILE
               ASSIGN TO "CBMON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MON-STATUS.
           SELECT RECOMMEND-FILE
               ASSIGN TO "CBRESV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT ALERT-FILE
               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       COPY "DISPREC.cpy".
       FD  TRANSACTION-FILE.
       COPY "TRANSREC.cpy".
       FD  MERCHANT-FILE.
       COPY "MERCHREC.cpy".
       FD  MONITOR-FILE.
       COPY "CBMONREC.cpy".
       FD  RECOMMEND-FILE.
       COPY "CBRSVREC.cpy".
       FD  ALERT-FILE.
       COPY "ALERTREC.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DSP-STATUS           PIC XX VALUE SPACES.
       01  WS-TX-STATUS            PIC XX VALUE SPACES.
       01  WS-MF-STATUS            PIC XX VALUE SPACES.
       01  WS-MON-STATUS           PIC XX VALUE SPACES.
       01  WS-REC-STATUS           PIC XX VALUE SPACES.
       01  WS-ALERT-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-STATUS          PIC XX VALUE SPACES.
       COPY "OPERIO.cpy".
       01  WS-OPER-ROLE            PIC X(1) VALUE SPACES.

       01  WS-CMD-LINE             PIC X(60) VALUE SPACES.
       01  WS-OPERATION            PIC X(8) VALUE SPACES.
       01  WS-IN-ARG               PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE         PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME         PIC 9(6) VALUE 0.
       01  WS-RUN-MONTH-X          PIC X(6) VALUE SPACES.
       01  WS-RUN-MONTH REDEFINES WS-RUN-MONTH-X PIC 9(6).
       01  WS-PREV-MONTH           PIC 9(6) VALUE 0.
       01  WS-BASE-MONTH           PIC 9(6) VALUE 0.
       01  WS-BASE-MONTHS          PIC 9(3) VALUE 0.

      *>   Network monitoring thresholds — a merchant is in a tier
      *>   when BOTH its count ratio (percent of sales) and its
      *>   chargeback count reach that tier's figures. The shop's
      *>   own reading of each network's early-warning and
      *>   excessive-chargeback programs; a network not in the
      *>   table is measured on the VISA row, the same fallback
      *>   DISPUTE.cob gives a blank DISP-NETWORK.
       01  THRESHOLD-TABLE.
           05  THRESHOLD-ENTRY OCCURS 2 TIMES.
               10  THR-NETWORK         PIC X(4).
               10  THR-EW-RATIO        PIC 9(3)V99.
               10  THR-EW-COUNT        PIC 9(5).
               10  THR-EXC-RATIO       PIC 9(3)V99.
               10  THR-EXC-COUNT       PIC 9(5).
       01  WS-THR-IDX              PIC 9(2) VALUE 0.
       01  WS-THR-FOUND-IDX        PIC 9(2) VALUE 1.

      *>   Reserve recommendation steps, added to the merchant's
      *>   current MERCH-RESERVE-PCT — doubled from the third
      *>   consecutive month in program, never past the cap.
       01  WS-RSV-STEP-EW          PIC 9V9999 VALUE 0.0200.
       01  WS-RSV-STEP-EXC         PIC 9V9999 VALUE 0.0500.
       01  WS-RSV-CAP              PIC 9V9999 VALUE 0.2500.
       01  WS-RSV-STEP             PIC 9V9999 VALUE 0.

      *>   One entry per merchant per network — loaded from
      *>   CBMON.DAT, then find-or-add from the month's disputes,
      *>   so a merchant with no chargebacks this month still gets
      *>   its months-in-program reset. Sized for the merchant
      *>   table's 200 merchants on up to four networks each.
      *>   WS-CB-LAST-CLASS is CBM-CLASS as loaded, and
      *>   WS-CB-ALERT 'Y' marks an entry to be raised on
      *>   ALERT.DAT once the run's tables are complete.
       01  WS-CB-TABLE.
           05  WS-CB-ENTRY OCCURS 800 TIMES.
               10  WS-CB-MERCH         PIC X(10).
               10  WS-CB-NETWORK       PIC X(4).
               10  WS-CB-COUNT         PIC 9(5).
               10  WS-CB-AMOUNT        PIC S9(9)V99 COMP-3.
               10  WS-CB-SALES         PIC 9(7).
               10  WS-CB-RATIO         PIC 9(3)V99.
               10  WS-CB-CLASS         PIC X(1).
               10  WS-CB-MONTHS        PIC 9(3).
               10  WS-CB-LAST-MONTH    PIC 9(6).
               10  WS-CB-LAST-MONTHS   PIC 9(3).
               10  WS-CB-PRIOR-MONTH   PIC 9(6).
               10  WS-CB-PRIOR-MONTHS  PIC 9(3).
               10  WS-CB-LAST-CLASS    PIC X(1).
               10  WS-CB-ALERT         PIC X(1).
       01  WS-CB-COUNT-ENTRIES     PIC 9(3) VALUE 0.
       01  WS-CB-IDX               PIC 9(3) VALUE 0.
       01  WS-CB-FOUND-IDX         PIC 9(3) VALUE 0.
       01  WS-KEY-MERCH            PIC X(10) VALUE SPACES.
       01  WS-KEY-NETWORK          PIC X(4) VALUE SPACES.

      *>   Merchants on file — load-all/rewrite-all, same shape as
      *>   MERCHANT.cob's WS-RTA-TABLE.
       01  WS-MER-TABLE.
           05  WS-MER-REC OCCURS 200 TIMES PIC X(120).
       01  WS-MER-COUNT            PIC 9(3) VALUE 0.
       01  WS-MER-IDX              PIC 9(3) VALUE 0.
       01  WS-MER-FOUND-IDX        PIC 9(3) VALUE 0.

      *>   Recommendations — CBRESV.DAT load-all/rewrite-all. A
      *>   decided row (approved, declined or superseded) is kept
      *>   for WS-RCM-KEEP-DAYS after its decision, then dropped
      *>   on load; pending rows are always kept.
       01  WS-RCM-KEEP-DAYS        PIC 9(3) VALUE 400.
       01  WS-RCM-CUTOFF           PIC 9(8) VALUE 0.
       01  WS-RCM-TABLE.
           05  WS-RCM-REC OCCURS 500 TIMES PIC X(60).
       01  WS-RCM-COUNT            PIC 9(3) VALUE 0.
       01  WS-RCM-IDX              PIC 9(3) VALUE 0.
       01  WS-RCM-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-RCM-LATEST-MONTH     PIC 9(6) VALUE 0.

      *>   The worst network's figures for the merchant being
      *>   recommended on.
       01  WS-WORST-CLASS          PIC X(1) VALUE SPACES.
       01  WS-WORST-NETWORK        PIC X(4) VALUE SPACES.
       01  WS-WORST-MONTHS         PIC 9(3) VALUE 0.
       01  WS-CURRENT-PCT          PIC 9V9999 VALUE 0.
       01  WS-RECOMMEND-PCT        PIC 9V9999 VALUE 0.
       01  WS-OLD-PCT              PIC 9V9999 VALUE 0.

       01  WS-EW-COUNT             PIC 9(5) VALUE 0.
       01  WS-EXC-COUNT            PIC 9(5) VALUE 0.
       01  WS-RECOMMEND-COUNT      PIC 9(5) VALUE 0.
       01  WS-CLASS-NAME           PIC X(9) VALUE SPACES.
       01  WS-ALERT-DETAIL         PIC X(40) VALUE SPACES.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-ARG
           END-UNSTRING

           EVALUATE WS-OPERATION
               WHEN "RUN"
                   MOVE WS-IN-ARG(1:6) TO WS-RUN-MONTH-X
                   IF WS-RUN-MONTH-X IS NOT NUMERIC
                      OR WS-IN-ARG(7:4) NOT = SPACES
                      OR WS-RUN-MONTH-X(5:2) < "01"
                      OR WS-RUN-MONTH-X(5:2) > "12"
                       DISPLAY "ERROR|BAD-MONTH|" WS-IN-ARG
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   PERFORM RUN-MONITOR
               WHEN "APPROVE"
               WHEN "DECLINE"
                   ACCEPT WS-IN-OPER-ID
                       FROM ENVIRONMENT "MERCHANT_OPERATOR_ID"
                   ACCEPT WS-IN-OPER-PIN
                       FROM ENVIRONMENT "MERCHANT_OPERATOR_PIN"
                   PERFORM AUTHENTICATE-OPERATOR
      *>           A reserve change moves the merchant's money —
      *>           supervisor or admin, same bar as MERCHANT.cob's
      *>           RETIER.
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "ERROR|UNAUTHORIZED|" WS-IN-OPER-ID
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM DECIDE-RECOMMENDATION
               WHEN OTHER
                   DISPLAY "ERROR|BAD-OPERATION|" WS-OPERATION
                   DISPLAY "RESULT|99"
           END-EVALUATE
           STOP RUN.

      *> -------------------------------------------------------
      *> RUN-MONITOR: The monthly measurement — state, disputes,
      *> sales, classify, then the recommendations. Every table is
      *> complete before CBMON.DAT, ALERT.DAT or CBRESV.DAT is
      *> written, so a full table stops the run with nothing
      *> written.
      *> -------------------------------------------------------
       RUN-MONITOR.
           PERFORM INIT-THRESHOLD-TABLE
           IF WS-RUN-MONTH-X(5:2) = "01"
               COMPUTE WS-PREV-MONTH = WS-RUN-MONTH - 100 + 11
           ELSE
               COMPUTE WS-PREV-MONTH = WS-RUN-MONTH - 1
           END-IF
           PERFORM LOAD-MONITOR-STATE
           PERFORM LOAD-MONTH-CHARGEBACKS
           PERFORM COUNT-MONTH-SALES
           PERFORM LOAD-ALL-MERCHANTS
           PERFORM LOAD-ALL-RECOMMENDATIONS

           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CB-COUNT-ENTRIES
               PERFORM CLASSIFY-ONE-ENTRY
           END-PERFORM
           PERFORM VARYING WS-MER-IDX FROM 1 BY 1
               UNTIL WS-MER-IDX > WS-MER-COUNT
               PERFORM RECOMMEND-ONE-MERCHANT
           END-PERFORM

           PERFORM WRITE-MONITOR-STATE
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CB-COUNT-ENTRIES
               IF WS-CB-ALERT(WS-CB-IDX) = 'Y'
                   PERFORM RAISE-RATIO-ALERT
               END-IF
           END-PERFORM
           PERFORM WRITE-ALL-RECOMMENDATIONS

           DISPLAY "CBRATIO-SUMMARY|" WS-RUN-MONTH "|"
               WS-CB-COUNT-ENTRIES "|" WS-EW-COUNT "|"
               WS-EXC-COUNT "|" WS-RECOMMEND-COUNT
           DISPLAY "RESULT|00".

       INIT-THRESHOLD-TABLE.
           MOVE 'VISA' TO THR-NETWORK(1)
           MOVE 0.65 TO THR-EW-RATIO(1)
           MOVE 75 TO THR-EW-COUNT(1)
           MOVE 0.90 TO THR-EXC-RATIO(1)
           MOVE 100 TO THR-EXC-COUNT(1)
           MOVE 'MC  ' TO THR-NETWORK(2)
           MOVE 1.00 TO THR-EW-RATIO(2)
           MOVE 100 TO THR-EW-COUNT(2)
           MOVE 1.50 TO THR-EXC-RATIO(2)
           MOVE 100 TO THR-EXC-COUNT(2).

      *> -------------------------------------------------------
      *> LOAD-MONITOR-STATE: Every CBMON.DAT row into WS-CB-TABLE
      *> with zero counts for this month. No file yet is the
      *> first run.
      *> -------------------------------------------------------
       LOAD-MONITOR-STATE.
           MOVE 0 TO WS-CB-COUNT-ENTRIES
           OPEN INPUT MONITOR-FILE
           IF WS-MON-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ MONITOR-FILE
                   AT END
                       CLOSE MONITOR-FILE
                       EXIT PERFORM
               END-READ
               MOVE CBM-MERCH-ID TO WS-KEY-MERCH
               MOVE CBM-NETWORK TO WS-KEY-NETWORK
               PERFORM FIND-OR-ADD-ENTRY
               IF WS-CB-FOUND-IDX > 0
                   MOVE CBM-LAST-MONTH
                       TO WS-CB-LAST-MONTH(WS-CB-FOUND-IDX)
                   MOVE CBM-MONTHS
                       TO WS-CB-LAST-MONTHS(WS-CB-FOUND-IDX)
                   MOVE CBM-PRIOR-MONTH
                       TO WS-CB-PRIOR-MONTH(WS-CB-FOUND-IDX)
                   MOVE CBM-PRIOR-MONTHS
                       TO WS-CB-PRIOR-MONTHS(WS-CB-FOUND-IDX)
                   MOVE CBM-CLASS TO WS-CB-LAST-CLASS(WS-CB-FOUND-IDX)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-MONTH-CHARGEBACKS: Count and total every dispute
      *> filed in the run month, by merchant and network,
      *> whatever state it has reached since — the networks
      *> count a chargeback when it is filed, not when it closes.
      *> -------------------------------------------------------
       LOAD-MONTH-CHARGEBACKS.
           OPEN INPUT DISPUTE-FILE
           IF WS-DSP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ DISPUTE-FILE
                   AT END
                       CLOSE DISPUTE-FILE
                       EXIT PERFORM
               END-READ
               IF DISP-FILED-DATE(1:6) = WS-RUN-MONTH-X
                  AND DISP-MERCH-ID NOT = SPACES
                   MOVE DISP-MERCH-ID TO WS-KEY-MERCH
                   MOVE DISP-NETWORK TO WS-KEY-NETWORK
                   IF WS-KEY-NETWORK = SPACES
                       MOVE 'VISA' TO WS-KEY-NETWORK
                   END-IF
                   PERFORM FIND-OR-ADD-ENTRY
                   IF WS-CB-FOUND-IDX > 0
                       ADD 1 TO WS-CB-COUNT(WS-CB-FOUND-IDX)
                       ADD DISP-AMOUNT TO WS-CB-AMOUNT(WS-CB-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-OR-ADD-ENTRY.
           MOVE 0 TO WS-CB-FOUND-IDX
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CB-COUNT-ENTRIES
               IF WS-CB-MERCH(WS-CB-IDX) = WS-KEY-MERCH
                  AND WS-CB-NETWORK(WS-CB-IDX) = WS-KEY-NETWORK
                   MOVE WS-CB-IDX TO WS-CB-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CB-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CB-COUNT-ENTRIES NOT < 800
               DISPLAY "ERROR|TABLE-FULL|CBMON|" WS-KEY-MERCH
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           ADD 1 TO WS-CB-COUNT-ENTRIES
           MOVE WS-CB-COUNT-ENTRIES TO WS-CB-FOUND-IDX
           MOVE WS-KEY-MERCH TO WS-CB-MERCH(WS-CB-FOUND-IDX)
           MOVE WS-KEY-NETWORK TO WS-CB-NETWORK(WS-CB-FOUND-IDX)
           MOVE 0 TO WS-CB-COUNT(WS-CB-FOUND-IDX)
                     WS-CB-AMOUNT(WS-CB-FOUND-IDX)
                     WS-CB-SALES(WS-CB-FOUND-IDX)
                     WS-CB-RATIO(WS-CB-FOUND-IDX)
                     WS-CB-MONTHS(WS-CB-FOUND-IDX)
                     WS-CB-LAST-MONTH(WS-CB-FOUND-IDX)
                     WS-CB-LAST-MONTHS(WS-CB-FOUND-IDX)
                     WS-CB-PRIOR-MONTH(WS-CB-FOUND-IDX)
                     WS-CB-PRIOR-MONTHS(WS-CB-FOUND-IDX)
           MOVE 'S' TO WS-CB-CLASS(WS-CB-FOUND-IDX)
           MOVE SPACE TO WS-CB-LAST-CLASS(WS-CB-FOUND-IDX)
           MOVE 'N' TO WS-CB-ALERT(WS-CB-FOUND-IDX).

      *> -------------------------------------------------------
      *> COUNT-MONTH-SALES: One pass of TRANSACT.DAT — each of
      *> the run month's settled sales posted to a merchant in
      *> the table counts once against every network entry that
      *> merchant has.
      *> -------------------------------------------------------
       COUNT-MONTH-SALES.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACTION-FILE
                   AT END
                       CLOSE TRANSACTION-FILE
                       EXIT PERFORM
               END-READ
               IF TRANS-DATE(1:6) = WS-RUN-MONTH-X
                  AND TRANS-SUCCESS
                  AND NOT TRANS-IS-REFUND
                  AND NOT TRANS-IS-CHARGEBACK
                  AND NOT TRANS-IS-CARRYFWD
                  AND NOT TRANS-IS-FEE
                  AND NOT TRANS-IS-INTEREST
                   PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                       UNTIL WS-CB-IDX > WS-CB-COUNT-ENTRIES
                       IF WS-CB-MERCH(WS-CB-IDX) = TRANS-ACCT-ID
                           ADD 1 TO WS-CB-SALES(WS-CB-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> CLASSIFY-ONE-ENTRY: Ratio, tier and consecutive months
      *> for WS-CB-IDX; display it and mark it for an alert if in
      *> program — on a rerun of the month only when its class or
      *> months count changed, so ALERTCON.cob is not handed the
      *> same merchant twice.
      *> -------------------------------------------------------
       CLASSIFY-ONE-ENTRY.
           IF WS-CB-SALES(WS-CB-IDX) = 0
               IF WS-CB-COUNT(WS-CB-IDX) > 0
                   MOVE 999.99 TO WS-CB-RATIO(WS-CB-IDX)
               ELSE
                   MOVE 0 TO WS-CB-RATIO(WS-CB-IDX)
               END-IF
           ELSE
               COMPUTE WS-CB-RATIO(WS-CB-IDX) ROUNDED =
                   WS-CB-COUNT(WS-CB-IDX) * 100
                   / WS-CB-SALES(WS-CB-IDX)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-CB-RATIO(WS-CB-IDX)
               END-COMPUTE
           END-IF

           MOVE 1 TO WS-THR-FOUND-IDX
           PERFORM VARYING WS-THR-IDX FROM 1 BY 1
               UNTIL WS-THR-IDX > 2
               IF THR-NETWORK(WS-THR-IDX) = WS-CB-NETWORK(WS-CB-IDX)
                   MOVE WS-THR-IDX TO WS-THR-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 'S' TO WS-CB-CLASS(WS-CB-IDX)
           IF WS-CB-RATIO(WS-CB-IDX) NOT < THR-EW-RATIO(WS-THR-FOUND-IDX)
              AND WS-CB-COUNT(WS-CB-IDX)
                  NOT < THR-EW-COUNT(WS-THR-FOUND-IDX)
               MOVE 'W' TO WS-CB-CLASS(WS-CB-IDX)
           END-IF
           IF WS-CB-RATIO(WS-CB-IDX)
                  NOT < THR-EXC-RATIO(WS-THR-FOUND-IDX)
              AND WS-CB-COUNT(WS-CB-IDX)
                  NOT < THR-EXC-COUNT(WS-THR-FOUND-IDX)
               MOVE 'E' TO WS-CB-CLASS(WS-CB-IDX)
           END-IF

      *>   Rerun of the latest month counts forward from the run
      *>   before it; a new month counts forward from the latest.
           MOVE 'N' TO WS-CB-ALERT(WS-CB-IDX)
           IF WS-CB-LAST-MONTH(WS-CB-IDX) NOT = WS-RUN-MONTH
               MOVE 'Y' TO WS-CB-ALERT(WS-CB-IDX)
           END-IF
           IF WS-CB-LAST-MONTH(WS-CB-IDX) = WS-RUN-MONTH
               MOVE WS-CB-PRIOR-MONTH(WS-CB-IDX) TO WS-BASE-MONTH
               MOVE WS-CB-PRIOR-MONTHS(WS-CB-IDX) TO WS-BASE-MONTHS
           ELSE
               MOVE WS-CB-LAST-MONTH(WS-CB-IDX) TO WS-BASE-MONTH
               MOVE WS-CB-LAST-MONTHS(WS-CB-IDX) TO WS-BASE-MONTHS
               MOVE WS-CB-LAST-MONTH(WS-CB-IDX)
                   TO WS-CB-PRIOR-MONTH(WS-CB-IDX)
               MOVE WS-CB-LAST-MONTHS(WS-CB-IDX)
                   TO WS-CB-PRIOR-MONTHS(WS-CB-IDX)
           END-IF
           IF WS-CB-CLASS(WS-CB-IDX) = 'S'
               MOVE 0 TO WS-CB-MONTHS(WS-CB-IDX)
           ELSE
               IF WS-BASE-MONTH = WS-PREV-MONTH AND WS-BASE-MONTHS > 0
                   COMPUTE WS-CB-MONTHS(WS-CB-IDX) = WS-BASE-MONTHS + 1
               ELSE
                   MOVE 1 TO WS-CB-MONTHS(WS-CB-IDX)
               END-IF
           END-IF
           IF WS-CB-CLASS(WS-CB-IDX) NOT = WS-CB-LAST-CLASS(WS-CB-IDX)
              OR WS-CB-MONTHS(WS-CB-IDX)
                  NOT = WS-CB-LAST-MONTHS(WS-CB-IDX)
               MOVE 'Y' TO WS-CB-ALERT(WS-CB-IDX)
           END-IF
           IF WS-CB-CLASS(WS-CB-IDX) = 'S'
               MOVE 'N' TO WS-CB-ALERT(WS-CB-IDX)
           END-IF
           MOVE WS-RUN-MONTH TO WS-CB-LAST-MONTH(WS-CB-IDX)
           MOVE WS-CB-MONTHS(WS-CB-IDX) TO WS-CB-LAST-MONTHS(WS-CB-IDX)

           EVALUATE WS-CB-CLASS(WS-CB-IDX)
               WHEN 'E'
                   MOVE "EXCESSIVE" TO WS-CLASS-NAME
                   ADD 1 TO WS-EXC-COUNT
               WHEN 'W'
                   MOVE "EARLY-WRN" TO WS-CLASS-NAME
                   ADD 1 TO WS-EW-COUNT
               WHEN OTHER
                   MOVE "STANDARD" TO WS-CLASS-NAME
           END-EVALUATE
           DISPLAY "CBRATIO|" WS-CB-MERCH(WS-CB-IDX) "|"
               WS-CB-NETWORK(WS-CB-IDX) "|" WS-CB-COUNT(WS-CB-IDX)
               "|" WS-CB-AMOUNT(WS-CB-IDX) "|"
               WS-CB-SALES(WS-CB-IDX) "|" WS-CB-RATIO(WS-CB-IDX)
               "|" WS-CLASS-NAME "|" WS-CB-MONTHS(WS-CB-IDX).

      *> -------------------------------------------------------
      *> RAISE-RATIO-ALERT: One ALERT-CB-RATIO record for the
      *> entry at WS-CB-IDX — same OPEN EXTEND / OPEN OUTPUT
      *> fallback DISPUTE.cob's escalation alerts use.
      *> -------------------------------------------------------
       RAISE-RATIO-ALERT.
           EVALUATE WS-CB-CLASS(WS-CB-IDX)
               WHEN 'E'
                   MOVE "EXCESSIVE" TO WS-CLASS-NAME
               WHEN OTHER
                   MOVE "EARLY-WRN" TO WS-CLASS-NAME
           END-EVALUATE
           MOVE SPACES TO WS-ALERT-DETAIL
           STRING "CB RATIO " WS-CB-NETWORK(WS-CB-IDX) " "
               WS-CLASS-NAME " " WS-CB-RATIO(WS-CB-IDX) "% M"
               WS-CB-MONTHS(WS-CB-IDX)
               DELIMITED BY SIZE INTO WS-ALERT-DETAIL
           END-STRING
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE
               IF WS-ALERT-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-ALERT-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-CURRENT-DATE TO ALERT-DATE
           MOVE WS-CURRENT-TIME TO ALERT-TIME
           MOVE SPACE TO ALERT-NODE-CODE
           SET ALERT-CB-RATIO TO TRUE
           MOVE WS-CB-MERCH(WS-CB-IDX) TO ALERT-ACCT-ID
           MOVE WS-ALERT-DETAIL TO ALERT-DETAIL
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

      *> -------------------------------------------------------
      *> WRITE-MONITOR-STATE: Rewrite CBMON.DAT in full from the
      *> table. A dormant entry — standard this month with no
      *> chargebacks, and no months in program now or as of the
      *> run before — carries nothing a later run needs and is
      *> left off, so the file holds only merchants with recent
      *> chargeback history.
      *> -------------------------------------------------------
       WRITE-MONITOR-STATE.
           OPEN OUTPUT MONITOR-FILE
           IF WS-MON-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-MON-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CB-COUNT-ENTRIES
               IF WS-CB-CLASS(WS-CB-IDX) = 'S'
                  AND WS-CB-COUNT(WS-CB-IDX) = 0
                  AND WS-CB-MONTHS(WS-CB-IDX) = 0
                  AND WS-CB-PRIOR-MONTHS(WS-CB-IDX) = 0
                   CONTINUE
               ELSE
                   PERFORM WRITE-MONITOR-ROW
               END-IF
           END-PERFORM
           CLOSE MONITOR-FILE.

       WRITE-MONITOR-ROW.
           MOVE SPACES TO CB-MONITOR-RECORD
           MOVE WS-CB-MERCH(WS-CB-IDX) TO CBM-MERCH-ID
           MOVE WS-CB-NETWORK(WS-CB-IDX) TO CBM-NETWORK
           MOVE WS-CB-LAST-MONTH(WS-CB-IDX) TO CBM-LAST-MONTH
           MOVE WS-CB-CLASS(WS-CB-IDX) TO CBM-CLASS
           MOVE WS-CB-MONTHS(WS-CB-IDX) TO CBM-MONTHS
           MOVE WS-CB-PRIOR-MONTH(WS-CB-IDX) TO CBM-PRIOR-MONTH
           MOVE WS-CB-PRIOR-MONTHS(WS-CB-IDX) TO CBM-PRIOR-MONTHS
           MOVE WS-CB-COUNT(WS-CB-IDX) TO CBM-CB-COUNT
           MOVE WS-CB-SALES(WS-CB-IDX) TO CBM-SALES-COUNT
           MOVE WS-CB-RATIO(WS-CB-IDX) TO CBM-RATIO
           WRITE CB-MONITOR-RECORD.

      *> -------------------------------------------------------
      *> RECOMMEND-ONE-MERCHANT: For the merchant at WS-MER-IDX,
      *> take its worst network this month; if in program,
      *> recommend the current reserve plus the tier's step
      *> (doubled from the third consecutive month), capped. A
      *> still-pending row for the same month is replaced.
      *> -------------------------------------------------------
       RECOMMEND-ONE-MERCHANT.
           MOVE WS-MER-REC(WS-MER-IDX) TO MERCHANT-RECORD
           MOVE 'S' TO WS-WORST-CLASS
           MOVE SPACES TO WS-WORST-NETWORK
           MOVE 0 TO WS-WORST-MONTHS
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CB-COUNT-ENTRIES
               IF WS-CB-MERCH(WS-CB-IDX) = MERCH-ID
                  AND WS-CB-CLASS(WS-CB-IDX) NOT = 'S'
                   IF WS-WORST-CLASS = 'S'
                      OR (WS-CB-CLASS(WS-CB-IDX) = 'E'
                          AND WS-WORST-CLASS = 'W')
                      OR (WS-CB-CLASS(WS-CB-IDX) = WS-WORST-CLASS
                          AND WS-CB-MONTHS(WS-CB-IDX)
                              > WS-WORST-MONTHS)
                       MOVE WS-CB-CLASS(WS-CB-IDX) TO WS-WORST-CLASS
                       MOVE WS-CB-NETWORK(WS-CB-IDX)
                           TO WS-WORST-NETWORK
                       MOVE WS-CB-MONTHS(WS-CB-IDX) TO WS-WORST-MONTHS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WORST-CLASS = 'S' OR MERCH-TERMINATED
               EXIT PARAGRAPH
           END-IF

           MOVE MERCH-RESERVE-PCT TO WS-CURRENT-PCT
           IF WS-WORST-CLASS = 'E'
               MOVE WS-RSV-STEP-EXC TO WS-RSV-STEP
           ELSE
               MOVE WS-RSV-STEP-EW TO WS-RSV-STEP
           END-IF
           IF WS-WORST-MONTHS NOT < 3
               COMPUTE WS-RSV-STEP = WS-RSV-STEP * 2
           END-IF
           COMPUTE WS-RECOMMEND-PCT = WS-CURRENT-PCT + WS-RSV-STEP
           IF WS-RECOMMEND-PCT > WS-RSV-CAP
               MOVE WS-RSV-CAP TO WS-RECOMMEND-PCT
           END-IF
           IF WS-RECOMMEND-PCT NOT > WS-CURRENT-PCT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RCM-FOUND-IDX
           PERFORM VARYING WS-RCM-IDX FROM 1 BY 1
               UNTIL WS-RCM-IDX > WS-RCM-COUNT
               MOVE WS-RCM-REC(WS-RCM-IDX) TO CB-RESERVE-REC-RECORD
               IF CBR-MERCH-ID = MERCH-ID
                  AND CBR-MONTH = WS-RUN-MONTH
                  AND CBR-PENDING
                   MOVE WS-RCM-IDX TO WS-RCM-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RCM-FOUND-IDX = 0
               IF WS-RCM-COUNT NOT < 500
                   DISPLAY "ERROR|TABLE-FULL|CBRESV|" MERCH-ID
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-RCM-COUNT
               MOVE WS-RCM-COUNT TO WS-RCM-FOUND-IDX
           END-IF
           MOVE SPACES TO CB-RESERVE-REC-RECORD
           MOVE MERCH-ID TO CBR-MERCH-ID
           MOVE WS-RUN-MONTH TO CBR-MONTH
           MOVE WS-WORST-NETWORK TO CBR-NETWORK
           MOVE WS-WORST-CLASS TO CBR-CLASS
           MOVE WS-WORST-MONTHS TO CBR-MONTHS
           MOVE WS-CURRENT-PCT TO CBR-CURRENT-PCT
           MOVE WS-RECOMMEND-PCT TO CBR-RECOMMEND-PCT
           SET CBR-PENDING TO TRUE
           MOVE 0 TO CBR-DECIDED-DATE
           MOVE CB-RESERVE-REC-RECORD TO WS-RCM-REC(WS-RCM-FOUND-IDX)
           ADD 1 TO WS-RECOMMEND-COUNT
           DISPLAY "CBRATIO-RECOMMEND|" MERCH-ID "|" WS-WORST-NETWORK
               "|" WS-WORST-CLASS "|" WS-WORST-MONTHS "|"
               WS-CURRENT-PCT "|" WS-RECOMMEND-PCT.

      *> -------------------------------------------------------
      *> DECIDE-RECOMMENDATION: APPROVE or DECLINE the merchant's
      *> latest pending recommendation. Any older pending row for
      *> the merchant is superseded by the decision (marked D).
      *> APPROVE applies CBR-RECOMMEND-PCT to MERCH-RESERVE-PCT.
      *> -------------------------------------------------------
       DECIDE-RECOMMENDATION.
           PERFORM LOAD-ALL-RECOMMENDATIONS
           MOVE 0 TO WS-RCM-FOUND-IDX
           MOVE 0 TO WS-RCM-LATEST-MONTH
           PERFORM VARYING WS-RCM-IDX FROM 1 BY 1
               UNTIL WS-RCM-IDX > WS-RCM-COUNT
               MOVE WS-RCM-REC(WS-RCM-IDX) TO CB-RESERVE-REC-RECORD
               IF CBR-MERCH-ID = WS-IN-ARG
                  AND CBR-PENDING
                  AND CBR-MONTH NOT < WS-RCM-LATEST-MONTH
                   MOVE WS-RCM-IDX TO WS-RCM-FOUND-IDX
                   MOVE CBR-MONTH TO WS-RCM-LATEST-MONTH
               END-IF
           END-PERFORM
           IF WS-RCM-FOUND-IDX = 0
               DISPLAY "CBRATIO|NO-PENDING|" WS-IN-ARG
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF

           IF WS-OPERATION = "APPROVE"
               PERFORM LOAD-ALL-MERCHANTS
               MOVE 0 TO WS-MER-FOUND-IDX
               PERFORM VARYING WS-MER-IDX FROM 1 BY 1
                   UNTIL WS-MER-IDX > WS-MER-COUNT
                   MOVE WS-MER-REC(WS-MER-IDX) TO MERCHANT-RECORD
                   IF MERCH-ID = WS-IN-ARG
                       MOVE WS-MER-IDX TO WS-MER-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-MER-FOUND-IDX = 0
                   DISPLAY "CBRATIO|MERCHANT-NOT-FOUND|" WS-IN-ARG
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RCM-REC(WS-RCM-FOUND-IDX)
                   TO CB-RESERVE-REC-RECORD
               MOVE MERCH-RESERVE-PCT TO WS-OLD-PCT
               MOVE CBR-RECOMMEND-PCT TO MERCH-RESERVE-PCT
               MOVE MERCHANT-RECORD TO WS-MER-REC(WS-MER-FOUND-IDX)
               OPEN OUTPUT MERCHANT-FILE
               IF WS-MF-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-MF-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               PERFORM VARYING WS-MER-IDX FROM 1 BY 1
                   UNTIL WS-MER-IDX > WS-MER-COUNT
                   MOVE WS-MER-REC(WS-MER-IDX) TO MERCHANT-RECORD
                   WRITE MERCHANT-RECORD
               END-PERFORM
               CLOSE MERCHANT-FILE
           END-IF

           PERFORM VARYING WS-RCM-IDX FROM 1 BY 1
               UNTIL WS-RCM-IDX > WS-RCM-COUNT
               MOVE WS-RCM-REC(WS-RCM-IDX) TO CB-RESERVE-REC-RECORD
               IF CBR-MERCH-ID = WS-IN-ARG AND CBR-PENDING
                   IF WS-RCM-IDX = WS-RCM-FOUND-IDX
                      AND WS-OPERATION = "APPROVE"
                       SET CBR-APPROVED TO TRUE
                       DISPLAY "CBRATIO|APPROVED|" CBR-MERCH-ID "|"
                           WS-OLD-PCT "|" CBR-RECOMMEND-PCT "|"
                           WS-IN-OPER-ID
                   ELSE
                       SET CBR-DECLINED TO TRUE
                       IF WS-RCM-IDX = WS-RCM-FOUND-IDX
                           DISPLAY "CBRATIO|DECLINED|" CBR-MERCH-ID
                               "|" CBR-MONTH "|" WS-IN-OPER-ID
                       ELSE
                           DISPLAY "CBRATIO|SUPERSEDED|" CBR-MERCH-ID
                               "|" CBR-MONTH
                       END-IF
                   END-IF
                   MOVE WS-IN-OPER-ID TO CBR-DECIDED-BY
                   MOVE WS-CURRENT-DATE TO CBR-DECIDED-DATE
                   MOVE CB-RESERVE-REC-RECORD TO WS-RCM-REC(WS-RCM-IDX)
               END-IF
           END-PERFORM
           PERFORM WRITE-ALL-RECOMMENDATIONS
           DISPLAY "RESULT|" RC-SUCCESS.

      *> -------------------------------------------------------
      *> LOAD-ALL-MERCHANTS / LOAD-ALL-RECOMMENDATIONS /
      *> WRITE-ALL-RECOMMENDATIONS: Whole-file table loads and
      *> rewrites. No CBRESV.DAT yet is no recommendations. More
      *> rows than the table holds stops the run before anything
      *> is rewritten — the same TABLE-FULL stop OFFCHECK.cob
      *> makes on its queues.
      *> -------------------------------------------------------
       LOAD-ALL-MERCHANTS.
           MOVE 0 TO WS-MER-COUNT
           OPEN INPUT MERCHANT-FILE
           IF WS-MF-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-MF-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ MERCHANT-FILE
                   AT END
                       CLOSE MERCHANT-FILE
                       EXIT PERFORM
               END-READ
               IF WS-MER-COUNT < 200
                   ADD 1 TO WS-MER-COUNT
                   MOVE MERCHANT-RECORD TO WS-MER-REC(WS-MER-COUNT)
               ELSE
                   DISPLAY "CBRATIO|MERCHANT-TABLE-FULL"
               END-IF
           END-PERFORM.

       LOAD-ALL-RECOMMENDATIONS.
           MOVE 0 TO WS-RCM-COUNT
           COMPUTE WS-RCM-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-RCM-KEEP-DAYS)
           OPEN INPUT RECOMMEND-FILE
           IF WS-REC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ RECOMMEND-FILE
                   AT END
                       CLOSE RECOMMEND-FILE
                       EXIT PERFORM
               END-READ
               IF NOT CBR-PENDING
                  AND CBR-DECIDED-DATE < WS-RCM-CUTOFF
                   CONTINUE
               ELSE
                   IF WS-RCM-COUNT NOT < 500
                       CLOSE RECOMMEND-FILE
                       DISPLAY "ERROR|TABLE-FULL|CBRESV"
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RCM-COUNT
                   MOVE CB-RESERVE-REC-RECORD
                       TO WS-RCM-REC(WS-RCM-COUNT)
               END-IF
           END-PERFORM.

       WRITE-ALL-RECOMMENDATIONS.
           OPEN OUTPUT RECOMMEND-FILE
           IF WS-REC-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-REC-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-RCM-IDX FROM 1 BY 1
               UNTIL WS-RCM-IDX > WS-RCM-COUNT
               MOVE WS-RCM-REC(WS-RCM-IDX) TO CB-RESERVE-REC-RECORD
               WRITE CB-RESERVE-REC-RECORD
           END-PERFORM
           CLOSE RECOMMEND-FILE.

      *> -------------------------------------------------------
      *> LOAD-OPERATORS / AUTHENTICATE-OPERATOR: Sign on against
      *> OPERATORS.DAT — the same fail-closed paragraphs
      *> EMPMAINT.cob carries.
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
