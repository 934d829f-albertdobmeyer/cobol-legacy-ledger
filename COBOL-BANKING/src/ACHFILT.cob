      *>================================================================*
      *>  Program:     ACHFILT.cob
      *>  System:      LEGACY LEDGER — ACH Debit Block / Filter
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Keeps the per-account ACH debit filter business
      *>    customers ask for (ACHFILT.DAT — see ACHFILT.cpy): block
      *>    every debit, or allow only named originator company IDs,
      *>    each with an optional largest amount. ACHIN.cob screens
      *>    every inbound debit against it and holds the ones that
      *>    fail in the decision queue (ACHDECQ.DAT — ACHDEC.cpy)
      *>    instead of posting them.
      *>
      *>    This program works that queue. On the customer's word
      *>    the banker either PAYs an item — it posts exactly as
      *>    ACHIN.cob would have posted it, after the same frozen
      *>    and available-balance checks — or RETURNs it to the
      *>    originator as unauthorized (R29). The nightly EXPIRE
      *>    returns every item still undecided on its deadline, so
      *>    silence costs the customer nothing. Returns are written
      *>    to ACHDRTN.DAT for the ODFI in the same '6' entry plus
      *>    '799' addenda shape ACHRETRN.DAT arrives in.
      *>
      *>  Operations (via command-line argument):
      *>    BLOCK acct              — block every ACH debit
      *>    ALLOW acct company [max]
      *>                            — allow one originator, with an
      *>                              optional largest debit
      *>    REMOVE acct [company|BLOCK]
      *>                            — drop one rule, or all of the
      *>                              account's rules
      *>    SHOW acct               — rules and open items
      *>    QUEUE [acct]            — pending decisions
      *>    PAY seq                 — post the held debit
      *>    RETURN seq              — return it unauthorized
      *>    EXPIRE                  — return undecided items whose
      *>                              deadline has come (nightly)
      *>    All but SHOW, QUEUE and EXPIRE need a signed-on
      *>    operator (BANK_OPERATOR_ID / BANK_OPERATOR_PIN).
      *>
      *>  Files:
      *>    Input/Output: ACHFILT.DAT, ACHDECQ.DAT, ACCOUNTS.DAT
      *>    Output:       ACHDRTN.DAT (returns, appended)
      *>    Output:       TRANSACT.DAT (appended)
      *>    Input:        OPERATORS.DAT, BUSDATE.DAT
      *>
      *>  Copybooks:
      *>    ACHFILT.cpy, ACHDEC.cpy, ACCTREC.cpy, TRANSREC.cpy,
      *>    BUSDATE.cpy, ACCTVERS.cpy, OPERREC.cpy, ACCTIO.cpy,
      *>    VERSWORK.cpy, OPERIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    ACHFILT-RULE|ACCT|TYPE|COMPANY|MAX
      *>    ACHFILT-ITEM|SEQ|ACCT|COMPANY|NAME|AMOUNT|REASON|
      *>                 DEADLINE|STATUS
      *>    ACHFILT-PAID|SEQ|TRANS-ID|ACCT|AMOUNT
      *>    ACHFILT-RETURNED|SEQ|ACCT|AMOUNT|BY
      *>    ACHFILT-SUMMARY|COUNT
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|01 — Insufficient available balance to pay
      *>    RESULT|03 — Account, rule or queue item not found, or
      *>                item already decided
      *>    RESULT|04 — Account frozen
      *>    RESULT|07 — Operator not signed on
      *>    RESULT|99 — Invalid arguments, past the decision
      *>                deadline, or file I/O error
      *>
      *>  Dependencies:
      *>    EXPIRE belongs in the nightly chain, and ACHDRTN.DAT
      *>    goes to the ODFI with the day's other outbound files.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHFILT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILTER-FILE
               ASSIGN TO "ACHFILT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLT-STATUS.
           SELECT DECISION-FILE
               ASSIGN TO "ACHDECQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT RETURN-FILE
               ASSIGN TO "ACHDRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
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
       FD  FILTER-FILE.
       COPY "ACHFILT.cpy".
       FD  DECISION-FILE.
       COPY "ACHDEC.cpy".
       FD  RETURN-FILE.
       01  RETURN-RECORD           PIC X(94).
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  ACCTVERS-FILE.
       COPY "ACCTVERS.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLT-STATUS          PIC XX VALUE SPACES.
       01  WS-DEC-STATUS          PIC XX VALUE SPACES.
       01  WS-RT-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(80) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-ARG-2               PIC X(12) VALUE SPACES.
       01  WS-ARG-3               PIC X(12) VALUE SPACES.
       01  WS-ARG-4               PIC X(15) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   Filter rules staged for load-modify-save.
       01  WS-FT-TABLE.
           05  WS-FT-LINE OCCURS 500 TIMES PIC X(60).
       01  WS-FT-COUNT            PIC 9(3) VALUE 0.
       01  WS-FT-IDX              PIC 9(3) VALUE 0.
       01  WS-FT-OUT              PIC 9(3) VALUE 0.
       01  WS-FT-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-FT-DROPPED          PIC 9(3) VALUE 0.
       01  WS-IN-TYPE             PIC X(1) VALUE SPACES.
       01  WS-IN-COMPANY          PIC X(10) VALUE SPACES.
       01  WS-IN-MAX              PIC 9(10)V99 VALUE 0.
      *>   Decision queue staged for load-modify-save.
       01  WS-DQ-TABLE.
           05  WS-DQ-LINE OCCURS 2000 TIMES PIC X(182).
       01  WS-DQ-COUNT            PIC 9(4) VALUE 0.
       01  WS-DQ-IDX              PIC 9(4) VALUE 0.
       01  WS-DQ-FOUND-IDX        PIC 9(4) VALUE 0.
       01  WS-DQ-DIRTY            PIC X(1) VALUE 'N'.
       01  WS-IN-SEQ              PIC 9(5) VALUE 0.
       01  WS-RETURN-COUNT        PIC 9(5) VALUE 0.
       01  WS-DECIDER             PIC X(8) VALUE SPACES.
       01  WS-AVAILABLE           PIC S9(10)V99 VALUE 0.
       01  WS-TX-SEQ              PIC 9(5) VALUE 0.
       01  WS-TX-SEEDED           PIC X(1) VALUE 'N'.
       01  WS-TX-PREFIX           PIC X(7) VALUE SPACES.
       01  WS-RETURN-LINE         PIC X(94) VALUE SPACES.
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
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           EVALUATE WS-OPERATION
               WHEN "BLOCK"
               WHEN "ALLOW"
               WHEN "REMOVE"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM MAINTAIN-FILTER
               WHEN "SHOW"
                   PERFORM SHOW-ACCOUNT
               WHEN "QUEUE"
                   PERFORM LOAD-DECISIONS
                   PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
                       UNTIL WS-DQ-IDX > WS-DQ-COUNT
                       MOVE WS-DQ-LINE(WS-DQ-IDX)
                           TO ACH-DECISION-RECORD
                       IF DEC-PENDING
                           AND (WS-ARG-2 = SPACES
                               OR DEC-ACCT-ID = WS-ARG-2(1:10))
                           PERFORM DISPLAY-ONE-ITEM
                       END-IF
                   END-PERFORM
               WHEN "PAY"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM FIND-PENDING-ITEM
                   PERFORM PAY-ITEM
               WHEN "RETURN"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM FIND-PENDING-ITEM
                   MOVE WS-IN-OPER-ID TO WS-DECIDER
                   MOVE 'R' TO DEC-STATUS
                   PERFORM RETURN-ITEM
                   PERFORM SAVE-DECISIONS
               WHEN "EXPIRE"
                   PERFORM EXPIRE-PASS
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
      *> MAINTAIN-FILTER: BLOCK / ALLOW / REMOVE against the
      *> account's rows. A BLOCK leaves the ALLOW rows in place,
      *> so lifting the block restores the list as it was.
      *> -------------------------------------------------------
       MAINTAIN-FILTER.
           IF WS-ARG-2 = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:10) TO WS-IN-ACCT-ID
           PERFORM LOAD-FILTERS
           EVALUATE WS-OPERATION
               WHEN "BLOCK"
                   PERFORM LOAD-ALL-ACCOUNTS
                   PERFORM FIND-ACCOUNT
                   IF WS-FOUND-FLAG = 'N'
                       DISPLAY "RESULT|" RC-INVALID-ACCT
                       STOP RUN
                   END-IF
                   MOVE 0 TO WS-IN-MAX
                   MOVE SPACES TO WS-IN-COMPANY
                   MOVE 'B' TO WS-IN-TYPE
                   PERFORM FIND-RULE
                   PERFORM STORE-RULE
               WHEN "ALLOW"
                   IF WS-ARG-3 = SPACES
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   PERFORM LOAD-ALL-ACCOUNTS
                   PERFORM FIND-ACCOUNT
                   IF WS-FOUND-FLAG = 'N'
                       DISPLAY "RESULT|" RC-INVALID-ACCT
                       STOP RUN
                   END-IF
                   MOVE 0 TO WS-IN-MAX
                   IF WS-ARG-4 NOT = SPACES
                       IF FUNCTION TEST-NUMVAL(WS-ARG-4) NOT = 0
                           DISPLAY "RESULT|99"
                           STOP RUN
                       END-IF
                       MOVE FUNCTION NUMVAL(WS-ARG-4) TO WS-IN-MAX
                   END-IF
                   MOVE WS-ARG-3(1:10) TO WS-IN-COMPANY
                   MOVE 'A' TO WS-IN-TYPE
                   PERFORM FIND-RULE
                   PERFORM STORE-RULE
               WHEN "REMOVE"
                   PERFORM REMOVE-RULES
           END-EVALUATE
           PERFORM SAVE-FILTERS
           PERFORM SHOW-RULES.

      *> -------------------------------------------------------
      *> FIND-RULE: The account's row of the type in WS-IN-TYPE (and,
      *> for an ALLOW, the company in WS-IN-COMPANY); index 0 when
      *> there is none.
      *> -------------------------------------------------------
       FIND-RULE.
           MOVE 0 TO WS-FT-FOUND-IDX
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FT-COUNT
               MOVE WS-FT-LINE(WS-FT-IDX) TO ACH-FILTER-RECORD
               IF FLT-ACCT-ID = WS-IN-ACCT-ID
                   AND FLT-TYPE = WS-IN-TYPE
                   AND FLT-COMPANY-ID = WS-IN-COMPANY
                   MOVE WS-FT-IDX TO WS-FT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       STORE-RULE.
           IF WS-FT-FOUND-IDX = 0
               IF WS-FT-COUNT >= 500
                   DISPLAY "ERROR|TABLE-FULL|ACHFILT"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-FT-COUNT
               MOVE WS-FT-COUNT TO WS-FT-FOUND-IDX
           END-IF
           MOVE SPACES TO ACH-FILTER-RECORD
           MOVE WS-IN-ACCT-ID TO FLT-ACCT-ID
           MOVE WS-IN-TYPE TO FLT-TYPE
           MOVE WS-IN-COMPANY TO FLT-COMPANY-ID
           MOVE WS-IN-MAX TO FLT-MAX-AMOUNT
           MOVE WS-IN-OPER-ID TO FLT-SET-BY
           MOVE WS-CURRENT-DATE TO FLT-SET-DATE
           MOVE ACH-FILTER-RECORD TO WS-FT-LINE(WS-FT-FOUND-IDX).

      *> -------------------------------------------------------
      *> REMOVE-RULES: "BLOCK" lifts the block, a company ID drops
      *> that one allowance, nothing drops every rule the account
      *> has — which takes the account off the filter entirely.
      *> -------------------------------------------------------
       REMOVE-RULES.
           MOVE 0 TO WS-FT-OUT
           MOVE 0 TO WS-FT-DROPPED
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FT-COUNT
               MOVE WS-FT-LINE(WS-FT-IDX) TO ACH-FILTER-RECORD
               IF FLT-ACCT-ID = WS-IN-ACCT-ID
                   AND (WS-ARG-3 = SPACES
                       OR (WS-ARG-3 = "BLOCK" AND FLT-BLOCK-ALL)
                       OR (FLT-ALLOW
                           AND FLT-COMPANY-ID = WS-ARG-3(1:10)))
                   ADD 1 TO WS-FT-DROPPED
               ELSE
                   ADD 1 TO WS-FT-OUT
                   MOVE WS-FT-LINE(WS-FT-IDX) TO WS-FT-LINE(WS-FT-OUT)
               END-IF
           END-PERFORM
           MOVE WS-FT-OUT TO WS-FT-COUNT
           IF WS-FT-DROPPED = 0
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF.

       SHOW-ACCOUNT.
           IF WS-ARG-2 = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:10) TO WS-IN-ACCT-ID
           PERFORM LOAD-FILTERS
           PERFORM SHOW-RULES
           PERFORM LOAD-DECISIONS
           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
               UNTIL WS-DQ-IDX > WS-DQ-COUNT
               MOVE WS-DQ-LINE(WS-DQ-IDX) TO ACH-DECISION-RECORD
               IF DEC-ACCT-ID = WS-IN-ACCT-ID
                   PERFORM DISPLAY-ONE-ITEM
               END-IF
           END-PERFORM.

       SHOW-RULES.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FT-COUNT
               MOVE WS-FT-LINE(WS-FT-IDX) TO ACH-FILTER-RECORD
               IF FLT-ACCT-ID = WS-IN-ACCT-ID
                   DISPLAY "ACHFILT-RULE|" FLT-ACCT-ID "|" FLT-TYPE
                       "|" FLT-COMPANY-ID "|" FLT-MAX-AMOUNT
               END-IF
           END-PERFORM.

       DISPLAY-ONE-ITEM.
           DISPLAY "ACHFILT-ITEM|" DEC-SEQ "|" DEC-ACCT-ID "|"
               DEC-COMPANY-ID "|" DEC-COMPANY-NAME "|" DEC-AMOUNT
               "|" DEC-REASON "|" DEC-DEADLINE "|" DEC-STATUS.

      *> -------------------------------------------------------
      *> FIND-PENDING-ITEM: The queue row named by WS-ARG-2, left
      *> in ACH-DECISION-RECORD. Only a pending item can be
      *> decided, and only up to its deadline.
      *> -------------------------------------------------------
       FIND-PENDING-ITEM.
           IF WS-ARG-2 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-2) TO WS-IN-SEQ
           PERFORM LOAD-DECISIONS
           MOVE 0 TO WS-DQ-FOUND-IDX
           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
               UNTIL WS-DQ-IDX > WS-DQ-COUNT
               MOVE WS-DQ-LINE(WS-DQ-IDX) TO ACH-DECISION-RECORD
               IF DEC-SEQ = WS-IN-SEQ
                   MOVE WS-DQ-IDX TO WS-DQ-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DQ-FOUND-IDX = 0
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF NOT DEC-PENDING
               DISPLAY "ERROR|ALREADY-DECIDED|" DEC-STATUS
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF WS-CURRENT-DATE > DEC-DEADLINE
               DISPLAY "ERROR|PAST-DEADLINE|" DEC-DEADLINE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF.

      *> -------------------------------------------------------
      *> PAY-ITEM: Post the held debit the way ACHIN.cob's
      *> POST-ACH-DEBIT would have — frozen refused, available
      *> balance (balance less holds) must cover it.
      *> -------------------------------------------------------
       PAY-ITEM.
           PERFORM LOAD-ALL-ACCOUNTS
           MOVE DEC-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) = 'F'
               DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
               STOP RUN
           END-IF
           COMPUTE WS-AVAILABLE =
               WS-A-BALANCE(WS-FOUND-IDX) - WS-A-HOLD(WS-FOUND-IDX)
           IF WS-AVAILABLE < DEC-AMOUNT
               DISPLAY "RESULT|" RC-NSF
               STOP RUN
           END-IF
           SUBTRACT DEC-AMOUNT FROM WS-A-BALANCE(WS-FOUND-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           PERFORM SAVE-ALL-ACCOUNTS

           MOVE DEC-ACCT-ID TO TRANS-ACCT-ID
           MOVE TX-WITHDRAW TO TRANS-TYPE
           MOVE DEC-AMOUNT TO TRANS-AMOUNT
           MOVE SPACES TO TRANS-DESC
           STRING "ACH " DEC-ENTRY(2:2) " " DEC-ENTRY(55:22)
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
           PERFORM POST-FILTER-TRANSACTION

           MOVE 'Y' TO DEC-STATUS
           MOVE WS-IN-OPER-ID TO DEC-DECIDED-BY
           MOVE WS-CURRENT-DATE TO DEC-DECIDED-DATE
           MOVE ACH-DECISION-RECORD TO WS-DQ-LINE(WS-DQ-FOUND-IDX)
           DISPLAY "ACHFILT-PAID|" DEC-SEQ "|" TRANS-ID "|"
               DEC-ACCT-ID "|" DEC-AMOUNT
           PERFORM SAVE-DECISIONS.

      *> -------------------------------------------------------
      *> RETURN-ITEM: Send the held debit back unauthorized —
      *> the original entry, then a '799' addenda carrying R29
      *> and the original trace number (cols 7-21), the layout
      *> ACHRETRN.DAT uses. DEC-STATUS ('R' or 'D') and
      *> WS-DECIDER are set by the caller. Nothing posts: the
      *> debit never touched the account.
      *> -------------------------------------------------------
       RETURN-ITEM.
           OPEN EXTEND RETURN-FILE
           IF WS-RT-STATUS NOT = '00'
               OPEN OUTPUT RETURN-FILE
               IF WS-RT-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-RT-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE DEC-ENTRY TO RETURN-RECORD
           WRITE RETURN-RECORD
           MOVE SPACES TO WS-RETURN-LINE
           STRING "799R29" DEC-ENTRY(80:15)
               DELIMITED BY SIZE INTO WS-RETURN-LINE
           END-STRING
           WRITE RETURN-RECORD FROM WS-RETURN-LINE
           CLOSE RETURN-FILE
           MOVE WS-DECIDER TO DEC-DECIDED-BY
           MOVE WS-CURRENT-DATE TO DEC-DECIDED-DATE
           MOVE ACH-DECISION-RECORD TO WS-DQ-LINE(WS-DQ-FOUND-IDX)
           MOVE 'Y' TO WS-DQ-DIRTY
           ADD 1 TO WS-RETURN-COUNT
           DISPLAY "ACHFILT-RETURNED|" DEC-SEQ "|" DEC-ACCT-ID "|"
               DEC-AMOUNT "|" DEC-DECIDED-BY.

      *> -------------------------------------------------------
      *> EXPIRE-PASS: Every item still pending on or after its
      *> deadline is returned — an undecided debit is not paid.
      *> -------------------------------------------------------
       EXPIRE-PASS.
           PERFORM LOAD-DECISIONS
           MOVE "DEFAULT" TO WS-DECIDER
           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
               UNTIL WS-DQ-IDX > WS-DQ-COUNT
               MOVE WS-DQ-LINE(WS-DQ-IDX) TO ACH-DECISION-RECORD
               IF DEC-PENDING
                   AND DEC-DEADLINE NOT > WS-CURRENT-DATE
                   MOVE WS-DQ-IDX TO WS-DQ-FOUND-IDX
                   MOVE 'D' TO DEC-STATUS
                   PERFORM RETURN-ITEM
               END-IF
           END-PERFORM
           IF WS-DQ-DIRTY = 'Y'
               PERFORM SAVE-DECISIONS
           END-IF
           DISPLAY "ACHFILT-SUMMARY|" WS-RETURN-COUNT.

      *> -------------------------------------------------------
      *> POST-FILTER-TRANSACTION: Append one TRANSACT.DAT record
      *> for the posting prepared by the caller against the
      *> account at WS-FOUND-IDX — ACH channel, as ACHIN.cob
      *> would have posted it.
      *> -------------------------------------------------------
       POST-FILTER-TRANSACTION.
           IF WS-TX-SEEDED = 'N'
               PERFORM SEED-TX-SEQ
           END-IF
           ADD 1 TO WS-TX-SEQ
           MOVE SPACES TO TRANS-ID
           STRING "G" WS-CURRENT-DATE(3:6) WS-TX-SEQ
               DELIMITED BY SIZE INTO TRANS-ID
           END-STRING
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE RC-SUCCESS TO TRANS-STATUS
           MOVE 'AC' TO TRANS-CHANNEL
           MOVE WS-A-BRANCH(WS-FOUND-IDX) TO TRANS-BRANCH
           MOVE "ACHFILT" TO TRANS-BATCH-ID
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
      *> SEED-TX-SEQ: Items are paid one run at a time through
      *> the day, so numbering carries on from the highest
      *> ACHFILT transaction ID already on file for the date.
      *> -------------------------------------------------------
       SEED-TX-SEQ.
           MOVE 'Y' TO WS-TX-SEEDED
           MOVE 0 TO WS-TX-SEQ
           MOVE SPACES TO WS-TX-PREFIX
           STRING "G" WS-CURRENT-DATE(3:6)
               DELIMITED BY SIZE INTO WS-TX-PREFIX
           END-STRING
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
               IF TRANS-ID(1:7) = WS-TX-PREFIX
                   AND TRANS-ID(8:5) IS NUMERIC
                   AND TRANS-ID(8:5) > WS-TX-SEQ
                   MOVE TRANS-ID(8:5) TO WS-TX-SEQ
               END-IF
           END-PERFORM
           MOVE WS-CHAIN-HOLD-REC TO TRANSACTION-RECORD.

       LOAD-FILTERS.
           MOVE 0 TO WS-FT-COUNT
           OPEN INPUT FILTER-FILE
           IF WS-FLT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ FILTER-FILE
                   AT END
                       CLOSE FILTER-FILE
                       EXIT PERFORM
               END-READ
               IF WS-FT-COUNT >= 500
                   DISPLAY "ERROR|TABLE-FULL|ACHFILT"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-FT-COUNT
               MOVE ACH-FILTER-RECORD TO WS-FT-LINE(WS-FT-COUNT)
           END-PERFORM.

       SAVE-FILTERS.
           OPEN OUTPUT FILTER-FILE
           IF WS-FLT-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FLT-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FT-COUNT
               MOVE WS-FT-LINE(WS-FT-IDX) TO ACH-FILTER-RECORD
               WRITE ACH-FILTER-RECORD
           END-PERFORM
           CLOSE FILTER-FILE.

       LOAD-DECISIONS.
           MOVE 0 TO WS-DQ-COUNT
           OPEN INPUT DECISION-FILE
           IF WS-DEC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ DECISION-FILE
                   AT END
                       CLOSE DECISION-FILE
                       EXIT PERFORM
               END-READ
               IF WS-DQ-COUNT >= 2000
                   DISPLAY "ERROR|TABLE-FULL|ACHDECQ"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-DQ-COUNT
               MOVE ACH-DECISION-RECORD TO WS-DQ-LINE(WS-DQ-COUNT)
           END-PERFORM.

       SAVE-DECISIONS.
           OPEN OUTPUT DECISION-FILE
           IF WS-DEC-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-DEC-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
               UNTIL WS-DQ-IDX > WS-DQ-COUNT
               MOVE WS-DQ-LINE(WS-DQ-IDX) TO ACH-DECISION-RECORD
               WRITE ACH-DECISION-RECORD
           END-PERFORM
           CLOSE DECISION-FILE.

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
           MOVE "ACHFILT" TO VERS-PROGRAM
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
