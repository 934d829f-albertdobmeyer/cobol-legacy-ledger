      *>================================================================*
      *>  Program:     LEGALORD.cob
      *>  System:      LEGACY LEDGER — Levy and Garnishment Orders
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Works a tax levy or creditor garnishment served on the
      *>    bank from intake to answer. RECORD keys the order into
      *>    LEGALORD.DAT (see LEGLREC.cpy). PROCESS is the account
      *>    review: every account the debtor holds as primary or
      *>    joint owner (CUSTXREF.DAT) is examined, the two-month
      *>    lookback over TRANSACT.DAT totals the federal benefit
      *>    credits (SSA, VA, RRB, OPM ...) that ACHIN.cob posted
      *>    with its benefit marker, and the lesser of that total
      *>    and the account balance is protected — the customer
      *>    keeps it, whatever the order says. The rest of the
      *>    available balance, up to the amount still demanded, is
      *>    placed on an 'LG' hold in HOLDS.DAT and ACCT-HOLD-AMOUNT
      *>    as one unit of work (same pairing as HOLDMGMT.cob's
      *>    ADD), the required customer notice queues on CORRQ.DAT
      *>    per account, and the answer to the garnishor is cut to
      *>    LEGALANS.DAT. RELEASE frees every open hold placed under
      *>    the order once it is satisfied, vacated, or withdrawn.
      *>
      *>    Lookback period (31 CFR 212): from the corresponding
      *>    date two months before the review date (the last day of
      *>    that month when the date does not exist) through the
      *>    day before the review. Federal agency orders and
      *>    child-support orders served with a Notice of Right to
      *>    Garnish Federal Benefits (order types F and S) are not
      *>    subject to the lookback — nothing is protected.
      *>
      *>  Operations (via command-line argument):
      *>    RECORD type agency case_no cust_id amount served_date
      *>              — key a new order; type G/L/F/S (see
      *>                LEGLREC.cpy); agency and case number are
      *>                single tokens
      *>    PROCESS order_id — account review: lookback, 'LG'
      *>                holds, customer notices, garnishor answer
      *>    RELEASE order_id — release the order's open 'LG' holds
      *>                and close the order
      *>    LIST [cust_id]   — order listing, optionally one debtor
      *>
      *>  Files:
      *>    Input/Output: LEGALORD.DAT, HOLDS.DAT, ACCOUNTS.DAT
      *>    Input:        CUSTXREF.DAT, TRANSACT.DAT, BUSDATE.DAT
      *>    Output:       CORRQ.DAT (appended), LEGALANS.DAT
      *>                  (appended, pipe-delimited answer lines)
      *>
      *>  Copybooks:
      *>    LEGLREC.cpy, HOLDREC.cpy, CUSTXREF.cpy, TRANSREC.cpy,
      *>    ACCTREC.cpy, CORRREC.cpy, CORRWORK.cpy, BUSDATE.cpy,
      *>    ACCTVERS.cpy, ACCTIO.cpy, VERSWORK.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    LEGAL-RECORDED|ORDER|TYPE|CUST|AMOUNT
      *>    LEGAL-REVIEW|ORDER|ACCT|BALANCE|BENEFITS|PROTECTED|HELD
      *>    LEGAL-ANSWER|ORDER|ACCOUNTS|PROTECTED|HELD|UNSATISFIED
      *>    LEGAL-RELEASED|ORDER|ACCT|AMOUNT
      *>    LEGAL-ORDER|ORDER|TYPE|AGENCY|CASE|CUST|AMOUNT|HELD|STATUS
      *>    RESULT|XX
      *>
      *>  Answer file (LEGALANS.DAT, one line per account reviewed
      *>  and one total line per order):
      *>    ANSWER|ORDER|CASE|AGENCY|ACCT|BALANCE|PROTECTED|HELD|DATE
      *>    ANSWER-TOTAL|ORDER|CASE|ACCOUNTS|PROTECTED|HELD|DEMANDED
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Order not found / not in the needed status
      *>    RESULT|99 — Invalid operation, bad input, or file I/O
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALORD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGALORD-FILE
               ASSIGN TO "LEGALORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LO-STATUS.
           SELECT HOLDS-FILE
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HD-STATUS.
           SELECT XREF-FILE
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCTVERS-FILE
               ASSIGN TO "ACCTVERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERS-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT CORRQ-FILE
               ASSIGN TO "CORRQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT ANSWER-FILE
               ASSIGN TO "LEGALANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGALORD-FILE.
       COPY "LEGLREC.cpy".
       FD  HOLDS-FILE.
       COPY "HOLDREC.cpy".
       FD  XREF-FILE.
       COPY "CUSTXREF.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  ACCTVERS-FILE.
       COPY "ACCTVERS.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  CORRQ-FILE.
       COPY "CORRREC.cpy".
       FD  ANSWER-FILE.
       01  ANSWER-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LO-STATUS           PIC XX VALUE SPACES.
       01  WS-HD-STATUS           PIC XX VALUE SPACES.
       01  WS-XR-STATUS           PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-ANS-STATUS          PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(120) VALUE SPACES.
       01  WS-OPERATION           PIC X(8) VALUE SPACES.
       01  WS-ARG-2               PIC X(20) VALUE SPACES.
       01  WS-ARG-3               PIC X(20) VALUE SPACES.
       01  WS-ARG-4               PIC X(16) VALUE SPACES.
       01  WS-ARG-5               PIC X(10) VALUE SPACES.
       01  WS-ARG-6               PIC X(20) VALUE SPACES.
       01  WS-ARG-7               PIC X(8) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
      *>   Order file staged in memory, rewritten once — same
      *>   staging as REGEDISP.cob's case file.
       01  WS-LO-TABLE.
           05  WS-LO-LINE OCCURS 200 TIMES PIC X(120).
       01  WS-LO-COUNT            PIC 9(3) VALUE 0.
       01  WS-LO-IDX              PIC 9(3) VALUE 0.
       01  WS-LO-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-ORDER-SEQ           PIC 9(6) VALUE 0.
      *>   Hold detail subledger as raw lines — same staging as
      *>   AUTHORIZE.cob's LOAD-HOLD-DETAILS.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-LINE OCCURS 300 TIMES PIC X(51).
       01  WS-HOLD-COUNT          PIC 9(3) VALUE 0.
       01  WS-HOLD-IDX            PIC 9(3) VALUE 0.
      *>   The debtor's accounts from CUSTXREF.DAT — primary and
      *>   joint ownership only; a custodian does not own the funds.
       01  WS-DEBTOR-TABLE.
           05  WS-DBT-ACCT OCCURS 20 TIMES PIC X(10).
       01  WS-DBT-COUNT           PIC 9(2) VALUE 0.
       01  WS-DBT-IDX             PIC 9(2) VALUE 0.
      *>   Lookback window — see COMPUTE-LOOKBACK-START.
       01  WS-LB-START            PIC 9(8) VALUE 0.
       01  WS-LB-YEAR             PIC 9(4) VALUE 0.
       01  WS-LB-MONTH            PIC 9(2) VALUE 0.
       01  WS-LB-DAY              PIC 9(2) VALUE 0.
       01  WS-LB-NEXT-YEAR        PIC 9(4) VALUE 0.
       01  WS-LB-NEXT-MONTH       PIC 9(2) VALUE 0.
       01  WS-LB-FIRST-NEXT       PIC 9(8) VALUE 0.
       01  WS-LB-LAST-DATE        PIC 9(8) VALUE 0.
       01  WS-LB-LAST-DAY         PIC 9(2) VALUE 0.
      *>   Per-account review arithmetic.
       01  WS-BENEFIT-TOTAL       PIC S9(10)V99 VALUE 0.
       01  WS-ACCT-BALANCE        PIC S9(10)V99 VALUE 0.
       01  WS-ACCT-PROTECTED      PIC S9(10)V99 VALUE 0.
       01  WS-ACCT-HOLDABLE       PIC S9(10)V99 VALUE 0.
       01  WS-ACCT-HELD           PIC S9(10)V99 VALUE 0.
       01  WS-REMAINING           PIC S9(10)V99 VALUE 0.
       01  WS-ORDER-PROTECTED     PIC S9(10)V99 VALUE 0.
       01  WS-ORDER-HELD          PIC S9(10)V99 VALUE 0.
       01  WS-ORDER-ACCTS         PIC 9(2) VALUE 0.
       01  WS-RELEASED-AMT        PIC S9(10)V99 VALUE 0.
       01  WS-ANY-POSTED          PIC X(1) VALUE 'N'.
      *>   Edited amounts for the answer file.
       01  WS-ED-AMT-1            PIC -(10)9.99.
       01  WS-ED-AMT-2            PIC -(10)9.99.
       01  WS-ED-AMT-3            PIC -(10)9.99.
       COPY "ACCTIO.cpy".
      *>   ACCOUNTS.DAT update-token working fields — see
      *>   ACCTVERS.cpy and NOTE-ACCT-VERSION/GUARD-ACCT-VERSION.
       COPY "VERSWORK.cpy".
       COPY "CORRWORK.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-ARG-2
                    WS-ARG-3
                    WS-ARG-4
                    WS-ARG-5
                    WS-ARG-6
                    WS-ARG-7
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           PERFORM LOAD-ORDER-FILE
           EVALUATE WS-OPERATION
               WHEN "RECORD"
                   PERFORM RECORD-ORDER
               WHEN "PROCESS"
                   PERFORM PROCESS-ORDER
               WHEN "RELEASE"
                   PERFORM RELEASE-ORDER
               WHEN "LIST"
                   PERFORM LIST-ORDERS
               WHEN OTHER
                   DISPLAY "RESULT|99"
           END-EVALUATE
           STOP RUN.

      *> -------------------------------------------------------
      *> RECORD-ORDER: Key one order as served. Nothing is held
      *> yet — the account review is PROCESS, run the same day
      *> (the rule allows two business days from receipt).
      *> -------------------------------------------------------
       RECORD-ORDER.
           IF WS-ARG-2 NOT = "G" AND WS-ARG-2 NOT = "L"
               AND WS-ARG-2 NOT = "F" AND WS-ARG-2 NOT = "S"
               DISPLAY "ERROR|BAD-ORDER-TYPE|" WS-ARG-2
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-ARG-5 = SPACES OR WS-ARG-6 = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-LO-COUNT >= 200
               DISPLAY "ERROR|ORDER-TABLE-FULL"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM ISSUE-ORDER-ID
           MOVE SPACES TO LEGAL-ORDER-RECORD
           STRING "LO" WS-ORDER-SEQ
               DELIMITED BY SIZE INTO LGO-ORDER-ID
           END-STRING
           MOVE WS-ARG-2(1:1) TO LGO-ORDER-TYPE
           MOVE WS-ARG-3 TO LGO-AGENCY
           MOVE WS-ARG-4 TO LGO-CASE-NO
           MOVE WS-ARG-5 TO LGO-CUST-ID
           COMPUTE LGO-AMOUNT = FUNCTION NUMVAL(WS-ARG-6)
           IF LGO-AMOUNT NOT > 0
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-ARG-7 IS NUMERIC
               MOVE WS-ARG-7 TO LGO-SERVED-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO LGO-SERVED-DATE
           END-IF
           MOVE WS-CURRENT-DATE TO LGO-RECORDED-DATE
           MOVE 0 TO LGO-REVIEW-DATE
           MOVE 0 TO LGO-PROTECTED
           MOVE 0 TO LGO-HELD
           MOVE 0 TO LGO-ACCT-COUNT
           MOVE 'R' TO LGO-STATUS
           ADD 1 TO WS-LO-COUNT
           MOVE LEGAL-ORDER-RECORD TO WS-LO-LINE(WS-LO-COUNT)
           PERFORM SAVE-ORDER-FILE
           DISPLAY "LEGAL-RECORDED|" LGO-ORDER-ID "|"
               LGO-ORDER-TYPE "|" LGO-CUST-ID "|" LGO-AMOUNT
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> PROCESS-ORDER: The account review. Each of the debtor's
      *> accounts is reviewed in CUSTXREF order until the amount
      *> demanded is fully held; every account reviewed gets an
      *> answer line and (when anything was held on it) a
      *> customer notice, whether or not funds were reached.
      *> -------------------------------------------------------
       PROCESS-ORDER.
           PERFORM FIND-ORDER
           IF WS-LO-FOUND-IDX = 0 OR LGO-STATUS NOT = 'R'
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-HOLD-DETAILS
           PERFORM LOAD-DEBTOR-ACCOUNTS
           PERFORM COMPUTE-LOOKBACK-START
           MOVE 0 TO WS-ORDER-PROTECTED
           MOVE 0 TO WS-ORDER-HELD
           MOVE 0 TO WS-ORDER-ACCTS
           MOVE LGO-AMOUNT TO WS-REMAINING
           PERFORM VARYING WS-DBT-IDX FROM 1 BY 1
               UNTIL WS-DBT-IDX > WS-DBT-COUNT
               PERFORM REVIEW-ONE-ACCOUNT
           END-PERFORM
           IF WS-ANY-POSTED = 'Y'
               PERFORM SAVE-ALL-ACCOUNTS
               PERFORM SAVE-HOLD-DETAILS
           END-IF
           MOVE WS-CURRENT-DATE TO LGO-REVIEW-DATE
           MOVE WS-ORDER-PROTECTED TO LGO-PROTECTED
           MOVE WS-ORDER-HELD TO LGO-HELD
           MOVE WS-ORDER-ACCTS TO LGO-ACCT-COUNT
           MOVE 'P' TO LGO-STATUS
           MOVE LEGAL-ORDER-RECORD TO WS-LO-LINE(WS-LO-FOUND-IDX)
           PERFORM SAVE-ORDER-FILE
           PERFORM WRITE-ANSWER-TOTAL
           DISPLAY "LEGAL-ANSWER|" LGO-ORDER-ID "|" WS-ORDER-ACCTS
               "|" WS-ORDER-PROTECTED "|" WS-ORDER-HELD "|"
               WS-REMAINING
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> REVIEW-ONE-ACCOUNT: Protected amount = the lesser of the
      *> benefit credits in the lookback and the balance on the
      *> review date. What can be held is the balance less the
      *> protected amount and less holds already in place (a
      *> check hold's funds are not the customer's to lose yet),
      *> capped at what the order still demands.
      *> -------------------------------------------------------
       REVIEW-ONE-ACCOUNT.
           MOVE WS-DBT-ACCT(WS-DBT-IDX) TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) = 'C'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'O'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORDER-ACCTS
           MOVE WS-A-BALANCE(WS-FOUND-IDX) TO WS-ACCT-BALANCE
           MOVE 0 TO WS-BENEFIT-TOTAL
           MOVE 0 TO WS-ACCT-PROTECTED
           MOVE 0 TO WS-ACCT-HELD
           IF LGO-PROTECTS-BENEFITS
               PERFORM SUM-BENEFIT-CREDITS
               IF WS-ACCT-BALANCE > 0
                   IF WS-BENEFIT-TOTAL < WS-ACCT-BALANCE
                       MOVE WS-BENEFIT-TOTAL TO WS-ACCT-PROTECTED
                   ELSE
                       MOVE WS-ACCT-BALANCE TO WS-ACCT-PROTECTED
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-ACCT-HOLDABLE = WS-ACCT-BALANCE
               - WS-ACCT-PROTECTED - WS-A-HOLD(WS-FOUND-IDX)
           IF WS-ACCT-HOLDABLE < 0
               MOVE 0 TO WS-ACCT-HOLDABLE
           END-IF
           IF WS-ACCT-HOLDABLE > WS-REMAINING
               MOVE WS-REMAINING TO WS-ACCT-HELD
           ELSE
               MOVE WS-ACCT-HOLDABLE TO WS-ACCT-HELD
           END-IF
           IF WS-ACCT-HELD > 0
               PERFORM PLACE-LEGAL-HOLD
           END-IF
           ADD WS-ACCT-PROTECTED TO WS-ORDER-PROTECTED
           ADD WS-ACCT-HELD TO WS-ORDER-HELD
           SUBTRACT WS-ACCT-HELD FROM WS-REMAINING
           PERFORM WRITE-ANSWER-LINE
           DISPLAY "LEGAL-REVIEW|" LGO-ORDER-ID "|" WS-IN-ACCT-ID
               "|" WS-ACCT-BALANCE "|" WS-BENEFIT-TOTAL "|"
               WS-ACCT-PROTECTED "|" WS-ACCT-HELD.

      *> -------------------------------------------------------
      *> SUM-BENEFIT-CREDITS: Federal benefit credits posted to
      *> this account inside the lookback — inbound ACH deposits
      *> ACHIN.cob stamped with its "FB" benefit marker (TRANS-DESC
      *> bytes 31-32, from the Treasury "XX" batch indicator).
      *> -------------------------------------------------------
       SUM-BENEFIT-CREDITS.
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
               IF TRANS-ACCT-ID = WS-IN-ACCT-ID
                   AND TRANS-TYPE = 'D'
                   AND TRANS-STATUS = '00'
                   AND TRANS-CHANNEL = 'AC'
                   AND TRANS-DESC(31:2) = "FB"
                   AND TRANS-DATE >= WS-LB-START
                   AND TRANS-DATE < WS-CURRENT-DATE
                   ADD TRANS-AMOUNT TO WS-BENEFIT-TOTAL
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> PLACE-LEGAL-HOLD: The 'LG' detail record and the
      *> aggregate ACCT-HOLD-AMOUNT move together — same unit of
      *> work as HOLDMGMT.cob's ADD-HOLD. HOLD-SOURCE carries the
      *> order ID so RELEASE finds exactly this order's holds.
      *> -------------------------------------------------------
       PLACE-LEGAL-HOLD.
           IF WS-HOLD-COUNT >= 300
               DISPLAY "LEGALORD|HOLD-TABLE-FULL|" WS-IN-ACCT-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE SPACES TO HOLD-DETAIL-RECORD
           MOVE WS-IN-ACCT-ID TO HOLD-ACCT-ID
           MOVE 'LG' TO HOLD-REASON
           MOVE LGO-ORDER-ID TO HOLD-SOURCE
           MOVE WS-ACCT-HELD TO HOLD-AMOUNT
           MOVE WS-CURRENT-DATE TO HOLD-PLACED-DATE
           MOVE 0 TO HOLD-RELEASE-DATE
           MOVE 'O' TO HOLD-STATUS
           ADD 1 TO WS-HOLD-COUNT
           MOVE HOLD-DETAIL-RECORD TO WS-HOLD-LINE(WS-HOLD-COUNT)
           ADD WS-ACCT-HELD TO WS-A-HOLD(WS-FOUND-IDX)
           MOVE 'Y' TO WS-ANY-POSTED
           MOVE 'LG' TO WS-CORR-TYPE
           MOVE WS-IN-ACCT-ID TO WS-CORR-ACCT
           MOVE WS-ACCT-HELD TO WS-CORR-AMOUNT
           MOVE SPACES TO WS-CORR-DETAIL
           STRING "LEGAL ORDER HOLD " LGO-ORDER-ID " "
               LGO-CASE-NO
               DELIMITED BY SIZE INTO WS-CORR-DETAIL
           END-STRING
           PERFORM QUEUE-CORRESPONDENCE.

      *> -------------------------------------------------------
      *> RELEASE-ORDER: Satisfied, vacated, or withdrawn — every
      *> open 'LG' detail placed under this order is released and
      *> its amount leaves ACCT-HOLD-AMOUNT (floored at zero, same
      *> rule as HOLDMGMT.cob). The order closes.
      *> -------------------------------------------------------
       RELEASE-ORDER.
           PERFORM FIND-ORDER
           IF WS-LO-FOUND-IDX = 0 OR LGO-STATUS = 'X'
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-HOLD-DETAILS
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE WS-HOLD-LINE(WS-HOLD-IDX) TO HOLD-DETAIL-RECORD
               IF HOLD-REASON = 'LG'
                   AND HOLD-SOURCE = LGO-ORDER-ID
                   AND HOLD-STATUS = 'O'
                   PERFORM RELEASE-ONE-HOLD
               END-IF
           END-PERFORM
           IF WS-ANY-POSTED = 'Y'
               PERFORM SAVE-ALL-ACCOUNTS
               PERFORM SAVE-HOLD-DETAILS
           END-IF
           MOVE 'X' TO LGO-STATUS
           MOVE LEGAL-ORDER-RECORD TO WS-LO-LINE(WS-LO-FOUND-IDX)
           PERFORM SAVE-ORDER-FILE
           DISPLAY "RESULT|00".

       RELEASE-ONE-HOLD.
           MOVE HOLD-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'Y'
               SUBTRACT HOLD-AMOUNT FROM WS-A-HOLD(WS-FOUND-IDX)
               IF WS-A-HOLD(WS-FOUND-IDX) < 0
                   MOVE 0 TO WS-A-HOLD(WS-FOUND-IDX)
               END-IF
           END-IF
           MOVE 'R' TO HOLD-STATUS
           MOVE HOLD-DETAIL-RECORD TO WS-HOLD-LINE(WS-HOLD-IDX)
           MOVE 'Y' TO WS-ANY-POSTED
           DISPLAY "LEGAL-RELEASED|" LGO-ORDER-ID "|" HOLD-ACCT-ID
               "|" HOLD-AMOUNT.

       LIST-ORDERS.
           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
               UNTIL WS-LO-IDX > WS-LO-COUNT
               MOVE WS-LO-LINE(WS-LO-IDX) TO LEGAL-ORDER-RECORD
               IF WS-ARG-2 = SPACES OR LGO-CUST-ID = WS-ARG-2
                   DISPLAY "LEGAL-ORDER|" LGO-ORDER-ID "|"
                       LGO-ORDER-TYPE "|"
                       FUNCTION TRIM(LGO-AGENCY) "|"
                       FUNCTION TRIM(LGO-CASE-NO) "|"
                       LGO-CUST-ID "|" LGO-AMOUNT "|" LGO-HELD
                       "|" LGO-STATUS
               END-IF
           END-PERFORM
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> FIND-ORDER: Locate WS-ARG-2 in the staged order table;
      *> the record is left in LEGAL-ORDER-RECORD.
      *> -------------------------------------------------------
       FIND-ORDER.
           MOVE 0 TO WS-LO-FOUND-IDX
           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
               UNTIL WS-LO-IDX > WS-LO-COUNT
               MOVE WS-LO-LINE(WS-LO-IDX) TO LEGAL-ORDER-RECORD
               IF LGO-ORDER-ID = WS-ARG-2
                   MOVE WS-LO-IDX TO WS-LO-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ISSUE-ORDER-ID.
           MOVE 0 TO WS-ORDER-SEQ
           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
               UNTIL WS-LO-IDX > WS-LO-COUNT
               MOVE WS-LO-LINE(WS-LO-IDX) TO LEGAL-ORDER-RECORD
               IF LGO-ORDER-ID(3:6) IS NUMERIC
                   IF FUNCTION NUMVAL(LGO-ORDER-ID(3:6))
                       > WS-ORDER-SEQ
                       COMPUTE WS-ORDER-SEQ =
                           FUNCTION NUMVAL(LGO-ORDER-ID(3:6))
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-ORDER-SEQ.

      *> -------------------------------------------------------
      *> LOAD-DEBTOR-ACCOUNTS: Every account the debtor owns as
      *> primary ('P') or joint ('J') owner. A custodian ('C')
      *> link is the debtor acting for someone else — that money
      *> is not the debtor's and is never reviewed.
      *> -------------------------------------------------------
       LOAD-DEBTOR-ACCOUNTS.
           MOVE 0 TO WS-DBT-COUNT
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
               IF XREF-CUST-ID = LGO-CUST-ID
                   AND (XREF-PRIMARY OR XREF-JOINT)
                   AND WS-DBT-COUNT < 20
                   ADD 1 TO WS-DBT-COUNT
                   MOVE XREF-ACCT-ID TO WS-DBT-ACCT(WS-DBT-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> COMPUTE-LOOKBACK-START: Same day-of-month two months
      *> before the review date; when that month is too short
      *> (a review on the 31st), the last day of that month.
      *> -------------------------------------------------------
       COMPUTE-LOOKBACK-START.
           MOVE WS-CURRENT-DATE(1:4) TO WS-LB-YEAR
           MOVE WS-CURRENT-DATE(5:2) TO WS-LB-MONTH
           MOVE WS-CURRENT-DATE(7:2) TO WS-LB-DAY
           IF WS-LB-MONTH > 2
               SUBTRACT 2 FROM WS-LB-MONTH
           ELSE
               ADD 10 TO WS-LB-MONTH
               SUBTRACT 1 FROM WS-LB-YEAR
           END-IF
           MOVE WS-LB-YEAR TO WS-LB-NEXT-YEAR
           COMPUTE WS-LB-NEXT-MONTH = WS-LB-MONTH + 1
           IF WS-LB-NEXT-MONTH > 12
               MOVE 1 TO WS-LB-NEXT-MONTH
               ADD 1 TO WS-LB-NEXT-YEAR
           END-IF
           COMPUTE WS-LB-FIRST-NEXT = WS-LB-NEXT-YEAR * 10000
               + WS-LB-NEXT-MONTH * 100 + 1
           COMPUTE WS-LB-LAST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-LB-FIRST-NEXT) - 1)
           MOVE WS-LB-LAST-DATE(7:2) TO WS-LB-LAST-DAY
           IF WS-LB-DAY > WS-LB-LAST-DAY
               MOVE WS-LB-LAST-DAY TO WS-LB-DAY
           END-IF
           COMPUTE WS-LB-START = WS-LB-YEAR * 10000
               + WS-LB-MONTH * 100 + WS-LB-DAY.

      *> -------------------------------------------------------
      *> WRITE-ANSWER-LINE / WRITE-ANSWER-TOTAL: The garnishor's
      *> answer — one line per account reviewed and a total line
      *> per order, appended to LEGALANS.DAT for the legal desk
      *> to send.
      *> -------------------------------------------------------
       WRITE-ANSWER-LINE.
           MOVE WS-ACCT-BALANCE TO WS-ED-AMT-1
           MOVE WS-ACCT-PROTECTED TO WS-ED-AMT-2
           MOVE WS-ACCT-HELD TO WS-ED-AMT-3
           MOVE SPACES TO ANSWER-RECORD
           STRING "ANSWER|" LGO-ORDER-ID "|"
               FUNCTION TRIM(LGO-CASE-NO) "|"
               FUNCTION TRIM(LGO-AGENCY) "|"
               WS-IN-ACCT-ID "|"
               FUNCTION TRIM(WS-ED-AMT-1) "|"
               FUNCTION TRIM(WS-ED-AMT-2) "|"
               FUNCTION TRIM(WS-ED-AMT-3) "|"
               WS-CURRENT-DATE
               DELIMITED BY SIZE INTO ANSWER-RECORD
           END-STRING
           PERFORM APPEND-ANSWER-RECORD.

       WRITE-ANSWER-TOTAL.
           MOVE WS-ORDER-PROTECTED TO WS-ED-AMT-1
           MOVE WS-ORDER-HELD TO WS-ED-AMT-2
           MOVE LGO-AMOUNT TO WS-ED-AMT-3
           MOVE SPACES TO ANSWER-RECORD
           STRING "ANSWER-TOTAL|" LGO-ORDER-ID "|"
               FUNCTION TRIM(LGO-CASE-NO) "|"
               WS-ORDER-ACCTS "|"
               FUNCTION TRIM(WS-ED-AMT-1) "|"
               FUNCTION TRIM(WS-ED-AMT-2) "|"
               FUNCTION TRIM(WS-ED-AMT-3)
               DELIMITED BY SIZE INTO ANSWER-RECORD
           END-STRING
           PERFORM APPEND-ANSWER-RECORD.

       APPEND-ANSWER-RECORD.
           OPEN EXTEND ANSWER-FILE
           IF WS-ANS-STATUS NOT = '00'
               OPEN OUTPUT ANSWER-FILE
               IF WS-ANS-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-ANS-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE ANSWER-RECORD
           CLOSE ANSWER-FILE.

       LOAD-ORDER-FILE.
           MOVE 0 TO WS-LO-COUNT
           OPEN INPUT LEGALORD-FILE
           IF WS-LO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LEGALORD-FILE
                   AT END
                       CLOSE LEGALORD-FILE
                       EXIT PERFORM
               END-READ
               IF WS-LO-COUNT < 200
                   ADD 1 TO WS-LO-COUNT
                   MOVE LEGAL-ORDER-RECORD
                       TO WS-LO-LINE(WS-LO-COUNT)
               END-IF
           END-PERFORM.

       SAVE-ORDER-FILE.
           OPEN OUTPUT LEGALORD-FILE
           IF WS-LO-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-LO-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
               UNTIL WS-LO-IDX > WS-LO-COUNT
               MOVE WS-LO-LINE(WS-LO-IDX) TO LEGAL-ORDER-RECORD
               WRITE LEGAL-ORDER-RECORD
           END-PERFORM
           CLOSE LEGALORD-FILE.

      *> -------------------------------------------------------
      *> LOAD-HOLD-DETAILS / SAVE-HOLD-DETAILS: HOLDS.DAT as raw
      *> lines — same staging as AUTHORIZE.cob. A missing file is
      *> an empty subledger, not an error.
      *> -------------------------------------------------------
       LOAD-HOLD-DETAILS.
           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT HOLDS-FILE
           IF WS-HD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ HOLDS-FILE
                   AT END
                       CLOSE HOLDS-FILE
                       EXIT PERFORM
               END-READ
               IF WS-HOLD-COUNT < 300
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE HOLD-DETAIL-RECORD
                       TO WS-HOLD-LINE(WS-HOLD-COUNT)
               END-IF
           END-PERFORM.

       SAVE-HOLD-DETAILS.
           OPEN OUTPUT HOLDS-FILE
           IF WS-HD-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-HD-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE WS-HOLD-LINE(WS-HOLD-IDX) TO HOLD-DETAIL-RECORD
               WRITE HOLD-DETAIL-RECORD
           END-PERFORM
           CLOSE HOLDS-FILE.

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
      *> NOTE-ACCT-VERSION / GUARD-ACCT-VERSION / READ-ACCT-VERSION:
      *> ACCOUNTS.DAT update interlock — see ACCTVERS.cpy.
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
           MOVE "LEGALORD" TO VERS-PROGRAM
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
