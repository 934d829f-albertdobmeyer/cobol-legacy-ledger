      *>================================================================*
      *>  Program:     RESIDUAL.cob
      *>  System:      ENTERPRISE PAYROLL — ISO / Sales-Agent Residuals
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Many merchants were referred by independent sales
      *>    organizations and agents who are owed a monthly residual
      *>    on the fee income; that was worked out in a spreadsheet
      *>    from FEEENGN.cob's invoices. This program keeps the agent
      *>    master (AGENTS.DAT — AGENTREC.cpy) with each agent's split
      *>    schedule, the effective-dated merchant assignments
      *>    (AGTASGN.DAT — AGTASGN.cpy), and runs the month:
      *>      Net revenue per invoice is INVREG.DAT's INV-AMOUNT less
      *>      INV-INTERCHANGE (passed through to the networks) less
      *>      the merchant's chargeback losses for the month — the
      *>      DISPUTES.DAT cases resolved that month with the loss on
      *>      the merchant side (closed-won, the full amount; write-
      *>      off, the half DISPUTE.cob reverses), net of whatever
      *>      RESMGMT.cob CLAIM recovered from the merchant's reserve
      *>      (MERCHRSV.DAT 'C' records) the same month.
      *>      The agent assigned on the invoice's statement date earns
      *>      the residual its schedule gives (see AGENTREC.cpy), one
      *>      RESIDDTL.DAT row per invoice (RESIDREC.cpy).
      *>      An invoice INVCOLL.cob has since marked failed has the
      *>      residual paid on it clawed back from the agent who was
      *>      paid; one already failed when its month is run earns
      *>      none.
      *>      Each agent's residuals less clawbacks, plus any balance
      *>      carried, is paid through RESIDPAY.DAT (RESIDPAY.cpy) —
      *>      or carried forward when it is a shortfall or the agent's
      *>      payout is held — and a statement is written to
      *>      RESIDSTM.DAT for every agent with activity.
      *>    A merchant with no assignment in effect is house business;
      *>    nothing is owed on it.
      *>
      *>  Operation (via command-line argument):
      *>    RESIDUAL AGENT <agent-id> <name> <I|A> <routing> <account>
      *>                   [A|H]
      *>        — add or update an ISO ('I') or agent ('A'); name uses
      *>          underscores for spaces (EMPMAINT.cob convention);
      *>          A active, H hold payouts (default A when added,
      *>          unchanged on update)
      *>    RESIDUAL SCHEDULE <agent-id> P <share>
      *>    RESIDUAL SCHEDULE <agent-id> T <per-tx>
      *>    RESIDUAL SCHEDULE <agent-id> B <buy-bps> <share>
      *>        — set the split: share as a fraction (0.4000 = 40%),
      *>          per-tx in dollars, buy rate in basis points
      *>    RESIDUAL ASSIGN <merch-id> <agent-id|NONE> <eff-date>
      *>        — assign the merchant from eff-date (YYYYMMDD); the
      *>          open assignment ends the day before; NONE just ends
      *>          it
      *>    RESIDUAL RUN <YYYYMM>
      *>        — the monthly residual run; rerunnable for the latest
      *>          month run, refused for an earlier one
      *>    AGENT/SCHEDULE/ASSIGN need a signed-on supervisor or
      *>    admin — MERCHANT_OPERATOR_ID / MERCHANT_OPERATOR_PIN, the
      *>    same credentials MERCHANT.cob's gate takes.
      *>
      *>  Files:
      *>    Input/Output: AGENTS.DAT (AGENTREC.cpy), AGTASGN.DAT
      *>                  (AGTASGN.cpy), RESIDDTL.DAT (RESIDREC.cpy
      *>                  — rows older than WS-RSD-KEEP-MONTHS drop
      *>                  out on RUN)
      *>    Input:        INVREG.DAT (INVREG.cpy), DISPUTES.DAT
      *>                  (DISPREC.cpy), MERCHRSV.DAT (RSVREC.cpy),
      *>                  MERCHANTS.DAT (MERCHREC.cpy — ASSIGN),
      *>                  OPERATORS.DAT (OPERREC.cpy)
      *>    Output:       RESIDPAY.DAT (RESIDPAY.cpy), RESIDSTM.DAT
      *>                  (agent statements, plain text)
      *>
      *>  Copybooks:
      *>    AGENTREC.cpy, AGTASGN.cpy, RESIDREC.cpy, RESIDPAY.cpy,
      *>    INVREG.cpy, DISPREC.cpy, RSVREC.cpy, MERCHREC.cpy,
      *>    OPERREC.cpy, OPERIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    RESIDUAL|agent-id|merch-id|stmt-date|fees|interchange|
      *>      cb-loss|residual
      *>    RESIDUAL-CLAWBACK|agent-id|merch-id|stmt-date|amount
      *>    RESIDUAL|HOUSE|merch-id|stmt-date
      *>    RESIDUAL|UNCOLLECTED|merch-id|stmt-date
      *>    RESIDUAL-AGENT|agent-id|brought-fwd|residuals|clawbacks|
      *>      paid|carried
      *>    RESIDUAL-SUMMARY|month|agents|payouts|payout-total
      *>    RESIDUAL|AGENT-ADDED|agent-id  (or AGENT-UPDATED)
      *>    RESIDUAL|SCHEDULE|agent-id|type|share|per-tx|buy-bps
      *>    RESIDUAL|ASSIGNED|merch-id|agent-id|eff-date
      *>    RESIDUAL|ASSIGN-ENDED|merch-id|agent-id|end-date
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Invalid input, agent or merchant not found,
      *>                overlapping assignment, or month already
      *>                closed by a later run
      *>    RESULT|07 — Operator not signed on / not a supervisor
      *>    RESULT|99 — Bad operation, AGENTS.DAT missing for RUN,
      *>                file I/O error, or RESIDDTL.DAT's rows in
      *>                the clawback horizon more than the table
      *>                holds (ERROR|TABLE-FULL|RESIDDTL — nothing
      *>                is written)
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>    2026-10-15  AKD  RESIDDTL.DAT rows past the clawback horizon
      *>                     drop out on RUN; a full detail table stops
      *>                     the run before anything is written
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIDUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-FILE
               ASSIGN TO "AGENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGT-STATUS.
           SELECT ASSIGN-FILE
               ASSIGN TO "AGTASGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT DETAIL-FILE
               ASSIGN TO "RESIDDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSD-STATUS.
           SELECT PAYOUT-FILE
               ASSIGN TO "RESIDPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPY-STATUS.
           SELECT STATEMENT-FILE
               ASSIGN TO "RESIDSTM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.
           SELECT INVREG-FILE
               ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVR-STATUS.
           SELECT DISPUTE-FILE
               ASSIGN TO "DISPUTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
           SELECT RESERVE-FILE
               ASSIGN TO "MERCHRSV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSV-STATUS.
           SELECT MERCHANT-FILE
               ASSIGN TO "MERCHANTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE.
       COPY "AGENTREC.cpy".
       FD  ASSIGN-FILE.
       COPY "AGTASGN.cpy".
       FD  DETAIL-FILE.
       COPY "RESIDREC.cpy".
       FD  PAYOUT-FILE.
       COPY "RESIDPAY.cpy".
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE          PIC X(100).
       FD  INVREG-FILE.
       COPY "INVREG.cpy".
       FD  DISPUTE-FILE.
       COPY "DISPREC.cpy".
       FD  RESERVE-FILE.
       COPY "RSVREC.cpy".
       FD  MERCHANT-FILE.
       COPY "MERCHREC.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AGT-STATUS           PIC XX VALUE SPACES.
       01  WS-ASG-STATUS           PIC XX VALUE SPACES.
       01  WS-RSD-STATUS           PIC XX VALUE SPACES.
       01  WS-RPY-STATUS           PIC XX VALUE SPACES.
       01  WS-STM-STATUS           PIC XX VALUE SPACES.
       01  WS-IVR-STATUS           PIC XX VALUE SPACES.
       01  WS-DSP-STATUS           PIC XX VALUE SPACES.
       01  WS-RSV-STATUS           PIC XX VALUE SPACES.
       01  WS-MF-STATUS            PIC XX VALUE SPACES.
       01  WS-OPER-STATUS          PIC XX VALUE SPACES.
       COPY "OPERIO.cpy".
       01  WS-OPER-ROLE            PIC X(1) VALUE SPACES.

       01  WS-CMD-LINE             PIC X(120) VALUE SPACES.
       01  WS-OPERATION            PIC X(10) VALUE SPACES.
       01  WS-IN-ARG2              PIC X(30) VALUE SPACES.
       01  WS-IN-ARG3              PIC X(30) VALUE SPACES.
       01  WS-IN-ARG4              PIC X(30) VALUE SPACES.
       01  WS-IN-ARG5              PIC X(30) VALUE SPACES.
       01  WS-IN-ARG6              PIC X(30) VALUE SPACES.
       01  WS-IN-ARG7              PIC X(30) VALUE SPACES.
       01  WS-IN-NAME              PIC X(30) VALUE SPACES.
       01  WS-IN-VALUE-1           PIC 9(3)V9999 VALUE 0.
       01  WS-IN-VALUE-2           PIC 9(3)V9999 VALUE 0.
       01  WS-IN-DATE              PIC 9(8) VALUE 0.
       01  WS-CURRENT-DATE         PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME         PIC 9(6) VALUE 0.

       01  WS-RUN-MONTH-X          PIC X(6) VALUE SPACES.
       01  WS-RUN-MONTH REDEFINES WS-RUN-MONTH-X PIC 9(6).
       01  WS-NEXT-FIRST           PIC 9(8) VALUE 0.
       01  WS-MONTH-END            PIC 9(8) VALUE 0.
       01  WS-DATE-INT             PIC S9(9) VALUE 0.
       01  WS-LATEST-MONTH         PIC 9(6) VALUE 0.

      *>   Agent master — load-all/rewrite-all, with the run's
      *>   per-agent totals alongside (same subscript).
       01  WS-AGT-TABLE.
           05  WS-AGT-REC OCCURS 100 TIMES PIC X(110).
       01  WS-AGT-RUN-TABLE.
           05  WS-AGT-RUN OCCURS 100 TIMES.
               10  WS-AR-RESIDUAL      PIC S9(9)V99 COMP-3.
               10  WS-AR-CLAWBACK      PIC S9(9)V99 COMP-3.
       01  WS-AGT-COUNT            PIC 9(3) VALUE 0.
       01  WS-AGT-IDX              PIC 9(3) VALUE 0.
       01  WS-AGT-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-KEY-AGENT            PIC X(8) VALUE SPACES.

       01  WS-ASG-TABLE.
           05  WS-ASG-REC OCCURS 500 TIMES PIC X(40).
       01  WS-ASG-COUNT            PIC 9(3) VALUE 0.
       01  WS-ASG-IDX              PIC 9(3) VALUE 0.
       01  WS-ASG-OPEN-IDX         PIC 9(3) VALUE 0.
       01  WS-KEY-MERCH            PIC X(10) VALUE SPACES.
       01  WS-KEY-DATE             PIC 9(8) VALUE 0.

      *>   RESIDDTL.DAT rows are kept only as long as the invoice
      *>   behind them can still fail and be clawed back — INVCOLL.cob
      *>   gives up after WS-MAX-ATTEMPTS tries WS-RETRY-DAYS apart
      *>   from the due date, well inside six months even at a
      *>   monthly retry cadence. Rows from months before
      *>   WS-RSD-CUTOFF are dropped on load.
       01  WS-RSD-KEEP-MONTHS      PIC 9(2) VALUE 6.
       01  WS-RSD-CUTOFF           PIC 9(6) VALUE 0.
       01  WS-RSD-YEAR             PIC 9(4) VALUE 0.
       01  WS-RSD-MM               PIC 9(2) VALUE 0.
       01  WS-RSD-MONTH-NUM        PIC 9(6) VALUE 0.
       01  WS-RSD-TABLE.
           05  WS-RSD-REC OCCURS 2000 TIMES PIC X(80).
       01  WS-RSD-COUNT            PIC 9(4) VALUE 0.
       01  WS-RSD-IDX              PIC 9(4) VALUE 0.

      *>   The month's chargeback losses by merchant, net of reserve
      *>   recoveries; WS-LS-USED once charged to a detail row.
       01  WS-LOSS-TABLE.
           05  WS-LOSS-ENTRY OCCURS 200 TIMES.
               10  WS-LS-MERCH         PIC X(10).
               10  WS-LS-AMOUNT        PIC S9(9)V99 COMP-3.
               10  WS-LS-USED          PIC X(1).
       01  WS-LS-COUNT             PIC 9(3) VALUE 0.
       01  WS-LS-IDX               PIC 9(3) VALUE 0.
       01  WS-LS-FOUND-IDX         PIC 9(3) VALUE 0.

      *>   One residual calculation's inputs and result.
       01  WS-CALC-FEES            PIC S9(9)V99 VALUE 0.
       01  WS-CALC-IC              PIC S9(9)V99 VALUE 0.
       01  WS-CALC-LOSS            PIC S9(9)V99 VALUE 0.
       01  WS-CALC-COUNT           PIC 9(7) VALUE 0.
       01  WS-CALC-VOLUME          PIC S9(9)V99 VALUE 0.
       01  WS-CALC-NET             PIC S9(9)V99 VALUE 0.
       01  WS-CALC-RESIDUAL        PIC S9(9)V99 VALUE 0.

       01  WS-BASE-CARRY           PIC S9(9)V99 VALUE 0.
       01  WS-NET-DUE              PIC S9(9)V99 VALUE 0.
       01  WS-PAID                 PIC S9(9)V99 VALUE 0.
       01  WS-PAYOUT-COUNT         PIC 9(5) VALUE 0.
       01  WS-PAYOUT-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-STMT-COUNT           PIC 9(5) VALUE 0.
       01  WS-AGENT-ACTIVITY       PIC X(1) VALUE 'N'.
       01  WS-MERCH-FOUND          PIC X(1) VALUE 'N'.
       01  WS-FMT-AMT              PIC -(7)9.99.
       01  WS-FMT-AMT-2            PIC -(7)9.99.
       01  WS-FMT-AMT-3            PIC -(7)9.99.
       01  WS-FMT-AMT-4            PIC -(7)9.99.
       01  WS-STMT-DATE-X          PIC X(8) VALUE SPACES.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-ARG2
                    WS-IN-ARG3
                    WS-IN-ARG4
                    WS-IN-ARG5
                    WS-IN-ARG6
                    WS-IN-ARG7
           END-UNSTRING

           EVALUATE WS-OPERATION
               WHEN "RUN"
                   MOVE WS-IN-ARG2(1:6) TO WS-RUN-MONTH-X
                   IF WS-RUN-MONTH-X IS NOT NUMERIC
                      OR WS-IN-ARG2(7:1) NOT = SPACE
                      OR WS-RUN-MONTH-X(5:2) < "01"
                      OR WS-RUN-MONTH-X(5:2) > "12"
                       DISPLAY "ERROR|BAD-MONTH|" WS-IN-ARG2
                       DISPLAY "RESULT|03"
                       STOP RUN
                   END-IF
                   PERFORM RUN-RESIDUALS
               WHEN "AGENT"
               WHEN "SCHEDULE"
               WHEN "ASSIGN"
                   ACCEPT WS-IN-OPER-ID
                       FROM ENVIRONMENT "MERCHANT_OPERATOR_ID"
                   ACCEPT WS-IN-OPER-PIN
                       FROM ENVIRONMENT "MERCHANT_OPERATOR_PIN"
                   PERFORM AUTHENTICATE-OPERATOR
      *>           Who is paid, how much, and into which account —
      *>           supervisor or admin, same bar as CBRATIO.cob's
      *>           reserve decisions.
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "ERROR|UNAUTHORIZED|" WS-IN-OPER-ID
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   EVALUATE WS-OPERATION
                       WHEN "AGENT"     PERFORM MAINTAIN-AGENT
                       WHEN "SCHEDULE"  PERFORM SET-SCHEDULE
                       WHEN "ASSIGN"    PERFORM ASSIGN-MERCHANT
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "ERROR|BAD-OPERATION|" WS-OPERATION
                   DISPLAY "RESULT|99"
           END-EVALUATE
           STOP RUN.

      *> -------------------------------------------------------
      *> MAINTAIN-AGENT: Add or update an agent's identity and
      *> payout account. The split schedule and the carried
      *> balance are not touched here.
      *> -------------------------------------------------------
       MAINTAIN-AGENT.
           MOVE WS-IN-ARG3 TO WS-IN-NAME
           INSPECT WS-IN-NAME REPLACING ALL '_' BY ' '
           IF WS-IN-ARG2 = SPACES OR WS-IN-ARG2(9:) NOT = SPACES
               DISPLAY "ERROR|BAD-AGENT-ID|" WS-IN-ARG2
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-NAME = SPACES
               DISPLAY "ERROR|BAD-NAME|" WS-IN-ARG3
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ARG4 NOT = "I" AND WS-IN-ARG4 NOT = "A"
               DISPLAY "ERROR|BAD-TYPE|" WS-IN-ARG4
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ARG5(1:9) IS NOT NUMERIC
              OR WS-IN-ARG5(10:) NOT = SPACES
               DISPLAY "ERROR|BAD-ROUTING|" WS-IN-ARG5
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ARG6 = SPACES OR WS-IN-ARG6(18:) NOT = SPACES
               DISPLAY "ERROR|BAD-ACCOUNT|" WS-IN-ARG6
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ARG7 NOT = SPACES
              AND WS-IN-ARG7 NOT = "A" AND WS-IN-ARG7 NOT = "H"
               DISPLAY "ERROR|BAD-STATUS|" WS-IN-ARG7
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ALL-AGENTS
           MOVE WS-IN-ARG2 TO WS-KEY-AGENT
           PERFORM FIND-AGENT
           IF WS-AGT-FOUND-IDX = 0
               IF WS-AGT-COUNT NOT < 100
                   DISPLAY "ERROR|AGENT-TABLE-FULL"
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO AGENT-RECORD
               MOVE WS-KEY-AGENT TO AGT-ID
               SET AGT-ACTIVE TO TRUE
               SET AGT-SPLIT-PERCENT TO TRUE
               MOVE 0 TO AGT-SPLIT-PCT AGT-PER-TX AGT-BUY-BPS
                         AGT-CARRY-BAL AGT-LAST-MONTH AGT-PRIOR-CARRY
               ADD 1 TO WS-AGT-COUNT
               MOVE WS-AGT-COUNT TO WS-AGT-FOUND-IDX
               DISPLAY "RESIDUAL|AGENT-ADDED|" WS-KEY-AGENT
           ELSE
               MOVE WS-AGT-REC(WS-AGT-FOUND-IDX) TO AGENT-RECORD
               DISPLAY "RESIDUAL|AGENT-UPDATED|" WS-KEY-AGENT
           END-IF
           MOVE WS-IN-NAME TO AGT-NAME
           MOVE WS-IN-ARG4 TO AGT-TYPE
           MOVE WS-IN-ARG5 TO AGT-ROUTING
           MOVE WS-IN-ARG6 TO AGT-ACCOUNT
           IF WS-IN-ARG7 NOT = SPACES
               MOVE WS-IN-ARG7 TO AGT-STATUS
           END-IF
           MOVE AGENT-RECORD TO WS-AGT-REC(WS-AGT-FOUND-IDX)
           PERFORM WRITE-ALL-AGENTS
           DISPLAY "RESULT|" RC-SUCCESS.

      *> -------------------------------------------------------
      *> SET-SCHEDULE: Replace an agent's split schedule; the
      *> fields the new type does not use are zeroed.
      *> -------------------------------------------------------
       SET-SCHEDULE.
           MOVE 0 TO WS-IN-VALUE-1 WS-IN-VALUE-2
           IF WS-IN-ARG4 = SPACES
              OR FUNCTION TEST-NUMVAL(WS-IN-ARG4) NOT = 0
              OR FUNCTION NUMVAL(WS-IN-ARG4) < 0
               DISPLAY "ERROR|BAD-VALUE|" WS-IN-ARG4
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-IN-ARG4) TO WS-IN-VALUE-1
           EVALUATE WS-IN-ARG3
               WHEN "P"
                   IF WS-IN-VALUE-1 = 0 OR WS-IN-VALUE-1 > 1
                       DISPLAY "ERROR|BAD-SHARE|" WS-IN-ARG4
                       DISPLAY "RESULT|03"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "T"
                   IF WS-IN-VALUE-1 = 0 OR WS-IN-VALUE-1 NOT < 10
                       DISPLAY "ERROR|BAD-PER-TX|" WS-IN-ARG4
                       DISPLAY "RESULT|03"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "B"
                   IF WS-IN-ARG5 = SPACES
                      OR FUNCTION TEST-NUMVAL(WS-IN-ARG5) NOT = 0
                      OR FUNCTION NUMVAL(WS-IN-ARG5) < 0
                       DISPLAY "ERROR|BAD-SHARE|" WS-IN-ARG5
                       DISPLAY "RESULT|03"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-IN-ARG5) TO WS-IN-VALUE-2
                   IF WS-IN-VALUE-2 = 0 OR WS-IN-VALUE-2 > 1
                       DISPLAY "ERROR|BAD-SHARE|" WS-IN-ARG5
                       DISPLAY "RESULT|03"
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR|BAD-SPLIT-TYPE|" WS-IN-ARG3
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM LOAD-ALL-AGENTS
           MOVE WS-IN-ARG2 TO WS-KEY-AGENT
           PERFORM FIND-AGENT
           IF WS-AGT-FOUND-IDX = 0
               DISPLAY "ERROR|AGENT-NOT-FOUND|" WS-IN-ARG2
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AGT-REC(WS-AGT-FOUND-IDX) TO AGENT-RECORD
           MOVE WS-IN-ARG3 TO AGT-SPLIT-TYPE
           MOVE 0 TO AGT-SPLIT-PCT AGT-PER-TX AGT-BUY-BPS
           EVALUATE TRUE
               WHEN AGT-SPLIT-PERCENT
                   MOVE WS-IN-VALUE-1 TO AGT-SPLIT-PCT
               WHEN AGT-SPLIT-PER-TX
                   MOVE WS-IN-VALUE-1 TO AGT-PER-TX
               WHEN AGT-SPLIT-BUY-RATE
                   MOVE WS-IN-VALUE-1 TO AGT-BUY-BPS
                   MOVE WS-IN-VALUE-2 TO AGT-SPLIT-PCT
           END-EVALUATE
           MOVE AGENT-RECORD TO WS-AGT-REC(WS-AGT-FOUND-IDX)
           DISPLAY "RESIDUAL|SCHEDULE|" AGT-ID "|" AGT-SPLIT-TYPE "|"
               AGT-SPLIT-PCT "|" AGT-PER-TX "|" AGT-BUY-BPS
           PERFORM WRITE-ALL-AGENTS
           DISPLAY "RESULT|" RC-SUCCESS.

      *> -------------------------------------------------------
      *> ASSIGN-MERCHANT: Start a new assignment on eff-date and
      *> end the open one the day before. Back-dating into or
      *> before an existing assignment's span is refused — the
      *> history is what past residuals were paid on.
      *> -------------------------------------------------------
       ASSIGN-MERCHANT.
           IF WS-IN-ARG4(1:8) IS NOT NUMERIC
              OR WS-IN-ARG4(9:) NOT = SPACES
               DISPLAY "ERROR|BAD-DATE|" WS-IN-ARG4
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ARG4(1:8) TO WS-IN-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DATE) NOT = 0
               DISPLAY "ERROR|BAD-DATE|" WS-IN-ARG4
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-ARG2 TO WS-KEY-MERCH
           MOVE 'N' TO WS-MERCH-FOUND
           OPEN INPUT MERCHANT-FILE
           IF WS-MF-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-MF-STATUS
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ MERCHANT-FILE
                   AT END
                       CLOSE MERCHANT-FILE
                       EXIT PERFORM
               END-READ
               IF MERCH-ID = WS-KEY-MERCH
                   MOVE 'Y' TO WS-MERCH-FOUND
               END-IF
           END-PERFORM
           IF WS-MERCH-FOUND = 'N'
               DISPLAY "ERROR|MERCHANT-NOT-FOUND|" WS-IN-ARG2
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF

           IF WS-IN-ARG3 NOT = "NONE"
               PERFORM LOAD-ALL-AGENTS
               MOVE WS-IN-ARG3 TO WS-KEY-AGENT
               PERFORM FIND-AGENT
               IF WS-AGT-FOUND-IDX = 0
                   DISPLAY "ERROR|AGENT-NOT-FOUND|" WS-IN-ARG3
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LOAD-ALL-ASSIGNMENTS
           MOVE 0 TO WS-ASG-OPEN-IDX
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-ASG-IDX > WS-ASG-COUNT
               MOVE WS-ASG-REC(WS-ASG-IDX) TO AGENT-ASSIGN-RECORD
               IF ASG-MERCH-ID = WS-KEY-MERCH
                   IF ASG-EFF-DATE NOT < WS-IN-DATE
                      OR (NOT ASG-OPEN-ENDED
                          AND ASG-END-DATE NOT < WS-IN-DATE)
                       DISPLAY "ERROR|ASSIGN-OVERLAP|" ASG-AGENT-ID
                           "|" ASG-EFF-DATE "|" ASG-END-DATE
                       DISPLAY "RESULT|03"
                       EXIT PARAGRAPH
                   END-IF
                   IF ASG-OPEN-ENDED
                       MOVE WS-ASG-IDX TO WS-ASG-OPEN-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ASG-OPEN-IDX = 0 AND WS-IN-ARG3 = "NONE"
               DISPLAY "ERROR|NO-OPEN-ASSIGNMENT|" WS-KEY-MERCH
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF

           IF WS-ASG-OPEN-IDX > 0
               MOVE WS-ASG-REC(WS-ASG-OPEN-IDX) TO AGENT-ASSIGN-RECORD
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-IN-DATE) - 1
               COMPUTE ASG-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE AGENT-ASSIGN-RECORD TO WS-ASG-REC(WS-ASG-OPEN-IDX)
               DISPLAY "RESIDUAL|ASSIGN-ENDED|" ASG-MERCH-ID "|"
                   ASG-AGENT-ID "|" ASG-END-DATE
           END-IF
           IF WS-IN-ARG3 NOT = "NONE"
               IF WS-ASG-COUNT NOT < 500
                   DISPLAY "ERROR|ASSIGN-TABLE-FULL"
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO AGENT-ASSIGN-RECORD
               MOVE WS-KEY-MERCH TO ASG-MERCH-ID
               MOVE WS-KEY-AGENT TO ASG-AGENT-ID
               MOVE WS-IN-DATE TO ASG-EFF-DATE
               MOVE 0 TO ASG-END-DATE
               ADD 1 TO WS-ASG-COUNT
               MOVE AGENT-ASSIGN-RECORD TO WS-ASG-REC(WS-ASG-COUNT)
               DISPLAY "RESIDUAL|ASSIGNED|" ASG-MERCH-ID "|"
                   ASG-AGENT-ID "|" ASG-EFF-DATE
           END-IF
           PERFORM WRITE-ALL-ASSIGNMENTS
           DISPLAY "RESULT|" RC-SUCCESS.

      *> -------------------------------------------------------
      *> RUN-RESIDUALS: The monthly run — losses, invoices and
      *> clawbacks, losses-only rows, then each agent's balance,
      *> payout and statement. Everything is worked in the
      *> tables first; the files are written at the end.
      *> -------------------------------------------------------
       RUN-RESIDUALS.
           IF WS-RUN-MONTH-X(5:2) = "12"
               COMPUTE WS-NEXT-FIRST = (WS-RUN-MONTH + 89) * 100 + 1
           ELSE
               COMPUTE WS-NEXT-FIRST = WS-RUN-MONTH * 100 + 101
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           PERFORM LOAD-ALL-AGENTS
           IF WS-AGT-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|AGENTS.DAT|" WS-AGT-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 0 TO WS-LATEST-MONTH
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
               UNTIL WS-AGT-IDX > WS-AGT-COUNT
               MOVE WS-AGT-REC(WS-AGT-IDX) TO AGENT-RECORD
               IF AGT-LAST-MONTH > WS-LATEST-MONTH
                   MOVE AGT-LAST-MONTH TO WS-LATEST-MONTH
               END-IF
               MOVE 0 TO WS-AR-RESIDUAL(WS-AGT-IDX)
                         WS-AR-CLAWBACK(WS-AGT-IDX)
           END-PERFORM
           IF WS-LATEST-MONTH > WS-RUN-MONTH
               DISPLAY "ERROR|MONTH-CLOSED|" WS-LATEST-MONTH
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF

           PERFORM LOAD-ALL-ASSIGNMENTS
           PERFORM LOAD-ALL-DETAILS
           PERFORM LOAD-MONTH-LOSSES
           PERFORM PROCESS-INVOICES
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
               PERFORM LOSSES-ONLY-ROW
           END-PERFORM

           OPEN OUTPUT PAYOUT-FILE
           IF WS-RPY-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-RPY-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STM-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-STM-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
               UNTIL WS-AGT-IDX > WS-AGT-COUNT
               PERFORM SETTLE-ONE-AGENT
           END-PERFORM
           CLOSE PAYOUT-FILE
           CLOSE STATEMENT-FILE

           PERFORM WRITE-ALL-DETAILS
           PERFORM WRITE-ALL-AGENTS
           DISPLAY "RESIDUAL-SUMMARY|" WS-RUN-MONTH "|" WS-STMT-COUNT
               "|" WS-PAYOUT-COUNT "|" WS-PAYOUT-TOTAL
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> LOAD-MONTH-LOSSES: Merchant-side chargeback losses
      *> resolved in the run month, less the month's reserve
      *> claims; a merchant recovered in full carries no loss.
      *> -------------------------------------------------------
       LOAD-MONTH-LOSSES.
           MOVE 0 TO WS-LS-COUNT
           OPEN INPUT DISPUTE-FILE
           IF WS-DSP-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ DISPUTE-FILE
                       AT END
                           CLOSE DISPUTE-FILE
                           EXIT PERFORM
                   END-READ
                   IF DISP-RESOLVED-DATE(1:6) = WS-RUN-MONTH-X
                      AND DISP-MERCH-ID NOT = SPACES
                      AND (DISP-CLOSED-WON OR DISP-WRITE-OFF)
                       MOVE DISP-MERCH-ID TO WS-KEY-MERCH
                       PERFORM FIND-OR-ADD-LOSS
                       IF WS-LS-FOUND-IDX > 0
                           IF DISP-CLOSED-WON
                               ADD DISP-AMOUNT
                                   TO WS-LS-AMOUNT(WS-LS-FOUND-IDX)
                           ELSE
                               COMPUTE WS-CALC-LOSS ROUNDED =
                                   DISP-AMOUNT * 0.50
                               ADD WS-CALC-LOSS
                                   TO WS-LS-AMOUNT(WS-LS-FOUND-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           OPEN INPUT RESERVE-FILE
           IF WS-RSV-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ RESERVE-FILE
                       AT END
                           CLOSE RESERVE-FILE
                           EXIT PERFORM
                   END-READ
                   IF RSV-IS-CLAIM
                      AND RSV-DATE(1:6) = WS-RUN-MONTH-X
                       MOVE RSV-MERCH-ID TO WS-KEY-MERCH
                       PERFORM FIND-OR-ADD-LOSS
                       IF WS-LS-FOUND-IDX > 0
                           SUBTRACT RSV-AMOUNT
                               FROM WS-LS-AMOUNT(WS-LS-FOUND-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
               IF WS-LS-AMOUNT(WS-LS-IDX) < 0
                   MOVE 0 TO WS-LS-AMOUNT(WS-LS-IDX)
               END-IF
           END-PERFORM.

       FIND-OR-ADD-LOSS.
           MOVE 0 TO WS-LS-FOUND-IDX
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
               IF WS-LS-MERCH(WS-LS-IDX) = WS-KEY-MERCH
                   MOVE WS-LS-IDX TO WS-LS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LS-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LS-COUNT NOT < 200
               DISPLAY "RESIDUAL|LOSS-TABLE-FULL|" WS-KEY-MERCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LS-COUNT
           MOVE WS-LS-COUNT TO WS-LS-FOUND-IDX
           MOVE WS-KEY-MERCH TO WS-LS-MERCH(WS-LS-FOUND-IDX)
           MOVE 0 TO WS-LS-AMOUNT(WS-LS-FOUND-IDX)
           MOVE 'N' TO WS-LS-USED(WS-LS-FOUND-IDX).

      *> -------------------------------------------------------
      *> PROCESS-INVOICES: One pass of INVREG.DAT. A run-month
      *> invoice earns its agent a residual (none if already
      *> failed); a failed invoice of an earlier month claws
      *> back what was paid on it. No register yet means no
      *> invoices.
      *> -------------------------------------------------------
       PROCESS-INVOICES.
           OPEN INPUT INVREG-FILE
           IF WS-IVR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ INVREG-FILE
                   AT END
                       CLOSE INVREG-FILE
                       EXIT PERFORM
               END-READ
               IF INV-FAILED
                   PERFORM CLAW-BACK-INVOICE
               END-IF
               IF INV-STMT-DATE(1:6) = WS-RUN-MONTH-X
                   IF INV-FAILED
                       DISPLAY "RESIDUAL|UNCOLLECTED|" INV-MERCH-ID
                           "|" INV-STMT-DATE
                   ELSE
                       PERFORM RESIDUAL-ON-INVOICE
                   END-IF
               END-IF
           END-PERFORM.

       RESIDUAL-ON-INVOICE.
           MOVE INV-MERCH-ID TO WS-KEY-MERCH
           MOVE INV-STMT-DATE TO WS-KEY-DATE
           PERFORM FIND-ASSIGNED-AGENT
           IF WS-AGT-FOUND-IDX = 0
               DISPLAY "RESIDUAL|HOUSE|" INV-MERCH-ID "|" INV-STMT-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE INV-AMOUNT TO WS-CALC-FEES
           MOVE 0 TO WS-CALC-IC WS-CALC-COUNT WS-CALC-VOLUME
                     WS-CALC-LOSS
           IF INV-INTERCHANGE IS NUMERIC
               MOVE INV-INTERCHANGE TO WS-CALC-IC
           END-IF
           IF INV-TX-COUNT IS NUMERIC
               MOVE INV-TX-COUNT TO WS-CALC-COUNT
           END-IF
           IF INV-VOLUME IS NUMERIC
               MOVE INV-VOLUME TO WS-CALC-VOLUME
           END-IF
      *>   The month's losses ride on the merchant's first invoice
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
               IF WS-LS-MERCH(WS-LS-IDX) = INV-MERCH-ID
                  AND WS-LS-USED(WS-LS-IDX) = 'N'
                   MOVE WS-LS-AMOUNT(WS-LS-IDX) TO WS-CALC-LOSS
                   MOVE 'Y' TO WS-LS-USED(WS-LS-IDX)
               END-IF
           END-PERFORM
           PERFORM COMPUTE-RESIDUAL
           MOVE INV-STMT-DATE TO WS-KEY-DATE
           PERFORM ADD-DETAIL-ROW.

      *> -------------------------------------------------------
      *> LOSSES-ONLY-ROW: Losses for a merchant with no invoice
      *> this month still reach the agent holding it at month
      *> end.
      *> -------------------------------------------------------
       LOSSES-ONLY-ROW.
           IF WS-LS-USED(WS-LS-IDX) = 'Y'
              OR WS-LS-AMOUNT(WS-LS-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LS-USED(WS-LS-IDX)
           MOVE WS-LS-MERCH(WS-LS-IDX) TO WS-KEY-MERCH
           MOVE WS-MONTH-END TO WS-KEY-DATE
           PERFORM FIND-ASSIGNED-AGENT
           IF WS-AGT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CALC-FEES WS-CALC-IC WS-CALC-COUNT
                     WS-CALC-VOLUME
           MOVE WS-LS-AMOUNT(WS-LS-IDX) TO WS-CALC-LOSS
           PERFORM COMPUTE-RESIDUAL
           MOVE 0 TO WS-KEY-DATE
           PERFORM ADD-DETAIL-ROW.

      *> -------------------------------------------------------
      *> COMPUTE-RESIDUAL: The agent at WS-AGT-FOUND-IDX's share
      *> of one row's net revenue, per its schedule (see
      *> AGENTREC.cpy). Percent and buy-rate shares go negative
      *> with the revenue; per-transaction is capped at it.
      *> -------------------------------------------------------
       COMPUTE-RESIDUAL.
           MOVE WS-AGT-REC(WS-AGT-FOUND-IDX) TO AGENT-RECORD
           COMPUTE WS-CALC-NET = WS-CALC-FEES - WS-CALC-IC
               - WS-CALC-LOSS
           EVALUATE TRUE
               WHEN AGT-SPLIT-PERCENT
                   COMPUTE WS-CALC-RESIDUAL ROUNDED =
                       WS-CALC-NET * AGT-SPLIT-PCT
               WHEN AGT-SPLIT-BUY-RATE
                   COMPUTE WS-CALC-RESIDUAL ROUNDED =
                       (WS-CALC-NET
                        - WS-CALC-VOLUME * AGT-BUY-BPS / 10000)
                       * AGT-SPLIT-PCT
               WHEN AGT-SPLIT-PER-TX
                   COMPUTE WS-CALC-RESIDUAL ROUNDED =
                       WS-CALC-COUNT * AGT-PER-TX
                   IF WS-CALC-RESIDUAL > WS-CALC-NET
                       MOVE WS-CALC-NET TO WS-CALC-RESIDUAL
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-CALC-RESIDUAL
           END-EVALUATE.

      *> -------------------------------------------------------
      *> ADD-DETAIL-ROW: Append the calculated row for
      *> WS-KEY-MERCH / WS-KEY-DATE to the agent and the table.
      *> -------------------------------------------------------
       ADD-DETAIL-ROW.
           IF WS-RSD-COUNT NOT < 2000
               DISPLAY "ERROR|TABLE-FULL|RESIDDTL|" WS-KEY-MERCH
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE SPACES TO RESIDUAL-DETAIL-RECORD
           MOVE WS-RUN-MONTH TO RSD-MONTH
           MOVE AGT-ID TO RSD-AGENT-ID
           MOVE WS-KEY-MERCH TO RSD-MERCH-ID
           MOVE WS-KEY-DATE TO RSD-STMT-DATE
           MOVE WS-CALC-FEES TO RSD-FEES
           MOVE WS-CALC-IC TO RSD-INTERCHANGE
           MOVE WS-CALC-LOSS TO RSD-CB-LOSS
           MOVE WS-CALC-RESIDUAL TO RSD-RESIDUAL
           MOVE 0 TO RSD-CLAWBACK-MONTH
           ADD 1 TO WS-RSD-COUNT
           MOVE RESIDUAL-DETAIL-RECORD TO WS-RSD-REC(WS-RSD-COUNT)
           ADD WS-CALC-RESIDUAL TO WS-AR-RESIDUAL(WS-AGT-FOUND-IDX)
           DISPLAY "RESIDUAL|" RSD-AGENT-ID "|" RSD-MERCH-ID "|"
               RSD-STMT-DATE "|" RSD-FEES "|" RSD-INTERCHANGE "|"
               RSD-CB-LOSS "|" RSD-RESIDUAL.

      *> -------------------------------------------------------
      *> CLAW-BACK-INVOICE: The failed invoice in the register
      *> buffer — a positive residual paid on it in an earlier
      *> run, not yet clawed back, is charged back to the agent
      *> that was paid.
      *> -------------------------------------------------------
       CLAW-BACK-INVOICE.
           PERFORM VARYING WS-RSD-IDX FROM 1 BY 1
               UNTIL WS-RSD-IDX > WS-RSD-COUNT
               MOVE WS-RSD-REC(WS-RSD-IDX) TO RESIDUAL-DETAIL-RECORD
               IF RSD-MERCH-ID = INV-MERCH-ID
                  AND RSD-STMT-DATE = INV-STMT-DATE
                  AND RSD-MONTH < WS-RUN-MONTH
                  AND RSD-NOT-CLAWED
                  AND RSD-RESIDUAL > 0
                   MOVE RSD-AGENT-ID TO WS-KEY-AGENT
                   PERFORM FIND-AGENT
                   IF WS-AGT-FOUND-IDX > 0
                       MOVE WS-RUN-MONTH TO RSD-CLAWBACK-MONTH
                       MOVE RESIDUAL-DETAIL-RECORD
                           TO WS-RSD-REC(WS-RSD-IDX)
                       ADD RSD-RESIDUAL
                           TO WS-AR-CLAWBACK(WS-AGT-FOUND-IDX)
                       DISPLAY "RESIDUAL-CLAWBACK|" RSD-AGENT-ID "|"
                           RSD-MERCH-ID "|" RSD-STMT-DATE "|"
                           RSD-RESIDUAL
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SETTLE-ONE-AGENT: Brought-forward balance plus the
      *> month's residuals less clawbacks. A positive net is paid
      *> unless the agent is held; anything unpaid is carried.
      *> -------------------------------------------------------
       SETTLE-ONE-AGENT.
           MOVE WS-AGT-REC(WS-AGT-IDX) TO AGENT-RECORD
           IF AGT-LAST-MONTH = WS-RUN-MONTH
               MOVE AGT-PRIOR-CARRY TO WS-BASE-CARRY
           ELSE
               MOVE AGT-CARRY-BAL TO WS-BASE-CARRY
               MOVE AGT-CARRY-BAL TO AGT-PRIOR-CARRY
           END-IF
           COMPUTE WS-NET-DUE = WS-BASE-CARRY
               + WS-AR-RESIDUAL(WS-AGT-IDX)
               - WS-AR-CLAWBACK(WS-AGT-IDX)
           MOVE 0 TO WS-PAID
           IF WS-NET-DUE > 0 AND AGT-ACTIVE
               MOVE WS-NET-DUE TO WS-PAID
               MOVE 0 TO AGT-CARRY-BAL
           ELSE
               MOVE WS-NET-DUE TO AGT-CARRY-BAL
           END-IF
           MOVE WS-RUN-MONTH TO AGT-LAST-MONTH
           MOVE AGENT-RECORD TO WS-AGT-REC(WS-AGT-IDX)

           MOVE 'N' TO WS-AGENT-ACTIVITY
           IF WS-BASE-CARRY NOT = 0
              OR WS-AR-CLAWBACK(WS-AGT-IDX) NOT = 0
               MOVE 'Y' TO WS-AGENT-ACTIVITY
           END-IF
           PERFORM VARYING WS-RSD-IDX FROM 1 BY 1
               UNTIL WS-RSD-IDX > WS-RSD-COUNT
               MOVE WS-RSD-REC(WS-RSD-IDX) TO RESIDUAL-DETAIL-RECORD
               IF RSD-AGENT-ID = AGT-ID AND RSD-MONTH = WS-RUN-MONTH
                   MOVE 'Y' TO WS-AGENT-ACTIVITY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AGENT-ACTIVITY = 'N'
               EXIT PARAGRAPH
           END-IF

           IF WS-PAID > 0
               MOVE SPACES TO RESIDUAL-PAYOUT-RECORD
               MOVE WS-RUN-MONTH TO RPY-MONTH
               MOVE AGT-ID TO RPY-AGENT-ID
               MOVE AGT-ROUTING TO RPY-ROUTING
               MOVE AGT-ACCOUNT TO RPY-ACCOUNT
               MOVE WS-PAID TO RPY-AMOUNT
               WRITE RESIDUAL-PAYOUT-RECORD
               ADD 1 TO WS-PAYOUT-COUNT
               ADD WS-PAID TO WS-PAYOUT-TOTAL
           END-IF
           ADD 1 TO WS-STMT-COUNT
           PERFORM WRITE-AGENT-STATEMENT
           DISPLAY "RESIDUAL-AGENT|" AGT-ID "|" WS-BASE-CARRY "|"
               WS-AR-RESIDUAL(WS-AGT-IDX) "|"
               WS-AR-CLAWBACK(WS-AGT-IDX) "|" WS-PAID "|"
               AGT-CARRY-BAL.

      *> -------------------------------------------------------
      *> WRITE-AGENT-STATEMENT: One agent's residual statement,
      *> plain text like FEEENGN.cob's INVOICES.DAT — the one
      *> output of this program meant for someone outside.
      *> -------------------------------------------------------
       WRITE-AGENT-STATEMENT.
           MOVE "================================================"
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "AGENT RESIDUAL STATEMENT" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "Agent:            " AGT-ID " " AGT-NAME
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "Residual Month:   " WS-RUN-MONTH
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "Statement Date:   " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE "------------------------------------------------"
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "Merchant   Invoice        Fees Interchange"
               TO STATEMENT-LINE
           MOVE "    CB Loss    Residual" TO STATEMENT-LINE(43:)
           WRITE STATEMENT-LINE
           PERFORM VARYING WS-RSD-IDX FROM 1 BY 1
               UNTIL WS-RSD-IDX > WS-RSD-COUNT
               MOVE WS-RSD-REC(WS-RSD-IDX) TO RESIDUAL-DETAIL-RECORD
               IF RSD-AGENT-ID = AGT-ID AND RSD-MONTH = WS-RUN-MONTH
                   IF RSD-STMT-DATE = 0
                       MOVE "LOSSES" TO WS-STMT-DATE-X
                   ELSE
                       MOVE RSD-STMT-DATE TO WS-STMT-DATE-X
                   END-IF
                   MOVE RSD-FEES TO WS-FMT-AMT
                   MOVE RSD-INTERCHANGE TO WS-FMT-AMT-2
                   MOVE RSD-CB-LOSS TO WS-FMT-AMT-3
                   MOVE RSD-RESIDUAL TO WS-FMT-AMT-4
                   MOVE SPACES TO STATEMENT-LINE
                   STRING RSD-MERCH-ID " " WS-STMT-DATE-X " "
                       WS-FMT-AMT " " WS-FMT-AMT-2 " " WS-FMT-AMT-3
                       " " WS-FMT-AMT-4
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   END-STRING
                   WRITE STATEMENT-LINE
               END-IF
               IF RSD-AGENT-ID = AGT-ID
                  AND RSD-CLAWBACK-MONTH = WS-RUN-MONTH
                   COMPUTE WS-FMT-AMT-4 = 0 - RSD-RESIDUAL
                   MOVE SPACES TO STATEMENT-LINE
                   STRING RSD-MERCH-ID " " RSD-STMT-DATE
                       " CLAWBACK - INVOICE UNCOLLECTED      "
                       WS-FMT-AMT-4
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   END-STRING
                   WRITE STATEMENT-LINE
               END-IF
           END-PERFORM
           MOVE "------------------------------------------------"
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-BASE-CARRY TO WS-FMT-AMT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Brought Forward:  " WS-FMT-AMT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE WS-AR-RESIDUAL(WS-AGT-IDX) TO WS-FMT-AMT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Residuals:        " WS-FMT-AMT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           COMPUTE WS-FMT-AMT = 0 - WS-AR-CLAWBACK(WS-AGT-IDX)
           MOVE SPACES TO STATEMENT-LINE
           STRING "Clawbacks:        " WS-FMT-AMT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE "------------------------------------------------"
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           IF WS-PAID > 0
               MOVE WS-PAID TO WS-FMT-AMT
               STRING "PAID THIS MONTH:  " WS-FMT-AMT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
           ELSE
               MOVE AGT-CARRY-BAL TO WS-FMT-AMT
               IF AGT-HELD AND AGT-CARRY-BAL > 0
                   STRING "HELD - CARRIED:   " WS-FMT-AMT
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   END-STRING
               ELSE
                   STRING "CARRIED FORWARD:  " WS-FMT-AMT
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   END-STRING
               END-IF
           END-IF
           WRITE STATEMENT-LINE
           MOVE "================================================"
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *> -------------------------------------------------------
      *> FIND-AGENT / FIND-ASSIGNED-AGENT: WS-AGT-FOUND-IDX for
      *> WS-KEY-AGENT, or for the agent assigned WS-KEY-MERCH on
      *> WS-KEY-DATE; zero when none.
      *> -------------------------------------------------------
       FIND-AGENT.
           MOVE 0 TO WS-AGT-FOUND-IDX
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
               UNTIL WS-AGT-IDX > WS-AGT-COUNT
               MOVE WS-AGT-REC(WS-AGT-IDX) TO AGENT-RECORD
               IF AGT-ID = WS-KEY-AGENT
                   MOVE WS-AGT-IDX TO WS-AGT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ASSIGNED-AGENT.
           MOVE 0 TO WS-AGT-FOUND-IDX
           MOVE SPACES TO WS-KEY-AGENT
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-ASG-IDX > WS-ASG-COUNT
               MOVE WS-ASG-REC(WS-ASG-IDX) TO AGENT-ASSIGN-RECORD
               IF ASG-MERCH-ID = WS-KEY-MERCH
                  AND ASG-EFF-DATE NOT > WS-KEY-DATE
                  AND (ASG-OPEN-ENDED
                       OR ASG-END-DATE NOT < WS-KEY-DATE)
                   MOVE ASG-AGENT-ID TO WS-KEY-AGENT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KEY-AGENT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-AGENT
           IF WS-AGT-FOUND-IDX = 0
               DISPLAY "RESIDUAL|AGENT-NOT-ON-FILE|" WS-KEY-AGENT
                   "|" WS-KEY-MERCH
           END-IF.

      *> -------------------------------------------------------
      *> Whole-file loads and rewrites. No AGTASGN.DAT or
      *> RESIDDTL.DAT yet is an empty table; LOAD-ALL-DETAILS
      *> drops the run month's rows and undoes its clawbacks so
      *> a rerun starts clean, and drops rows past the clawback
      *> horizon. More rows than the detail table holds stops the
      *> run before any file is written — the same TABLE-FULL stop
      *> OFFCHECK.cob makes on its queues.
      *> -------------------------------------------------------
       LOAD-ALL-AGENTS.
           MOVE 0 TO WS-AGT-COUNT
           OPEN INPUT AGENT-FILE
           IF WS-AGT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ AGENT-FILE
                   AT END
                       CLOSE AGENT-FILE
                       EXIT PERFORM
               END-READ
               IF WS-AGT-COUNT < 100
                   ADD 1 TO WS-AGT-COUNT
                   MOVE AGENT-RECORD TO WS-AGT-REC(WS-AGT-COUNT)
               ELSE
                   DISPLAY "RESIDUAL|AGENT-TABLE-FULL"
               END-IF
           END-PERFORM
           MOVE '00' TO WS-AGT-STATUS.

       WRITE-ALL-AGENTS.
           OPEN OUTPUT AGENT-FILE
           IF WS-AGT-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-AGT-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
               UNTIL WS-AGT-IDX > WS-AGT-COUNT
               MOVE WS-AGT-REC(WS-AGT-IDX) TO AGENT-RECORD
               WRITE AGENT-RECORD
           END-PERFORM
           CLOSE AGENT-FILE.

       LOAD-ALL-ASSIGNMENTS.
           MOVE 0 TO WS-ASG-COUNT
           OPEN INPUT ASSIGN-FILE
           IF WS-ASG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ASSIGN-FILE
                   AT END
                       CLOSE ASSIGN-FILE
                       EXIT PERFORM
               END-READ
               IF WS-ASG-COUNT < 500
                   ADD 1 TO WS-ASG-COUNT
                   MOVE AGENT-ASSIGN-RECORD TO WS-ASG-REC(WS-ASG-COUNT)
               ELSE
                   DISPLAY "RESIDUAL|ASSIGN-TABLE-FULL"
               END-IF
           END-PERFORM.

       WRITE-ALL-ASSIGNMENTS.
           OPEN OUTPUT ASSIGN-FILE
           IF WS-ASG-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ASG-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-ASG-IDX > WS-ASG-COUNT
               MOVE WS-ASG-REC(WS-ASG-IDX) TO AGENT-ASSIGN-RECORD
               WRITE AGENT-ASSIGN-RECORD
           END-PERFORM
           CLOSE ASSIGN-FILE.

       LOAD-ALL-DETAILS.
           MOVE 0 TO WS-RSD-COUNT
           DIVIDE WS-RUN-MONTH BY 100
               GIVING WS-RSD-YEAR REMAINDER WS-RSD-MM
           COMPUTE WS-RSD-MONTH-NUM =
               WS-RSD-YEAR * 12 + WS-RSD-MM - 1 - WS-RSD-KEEP-MONTHS
           DIVIDE WS-RSD-MONTH-NUM BY 12
               GIVING WS-RSD-YEAR REMAINDER WS-RSD-MM
           COMPUTE WS-RSD-CUTOFF = WS-RSD-YEAR * 100 + WS-RSD-MM + 1
           OPEN INPUT DETAIL-FILE
           IF WS-RSD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ DETAIL-FILE
                   AT END
                       CLOSE DETAIL-FILE
                       EXIT PERFORM
               END-READ
               IF RSD-MONTH NOT = WS-RUN-MONTH
                  AND RSD-MONTH NOT < WS-RSD-CUTOFF
                   IF RSD-CLAWBACK-MONTH = WS-RUN-MONTH
                       MOVE 0 TO RSD-CLAWBACK-MONTH
                   END-IF
                   IF WS-RSD-COUNT NOT < 2000
                       CLOSE DETAIL-FILE
                       DISPLAY "ERROR|TABLE-FULL|RESIDDTL"
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RSD-COUNT
                   MOVE RESIDUAL-DETAIL-RECORD
                       TO WS-RSD-REC(WS-RSD-COUNT)
               END-IF
           END-PERFORM.

       WRITE-ALL-DETAILS.
           OPEN OUTPUT DETAIL-FILE
           IF WS-RSD-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-RSD-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-RSD-IDX FROM 1 BY 1
               UNTIL WS-RSD-IDX > WS-RSD-COUNT
               MOVE WS-RSD-REC(WS-RSD-IDX) TO RESIDUAL-DETAIL-RECORD
               WRITE RESIDUAL-DETAIL-RECORD
           END-PERFORM
           CLOSE DETAIL-FILE.

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
