      *>================================================================*
      *>  Program:     CARDMNT.cob
      *>  System:      LEGACY LEDGER — Debit Card Lifecycle
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Maintains the debit card master (CARDS.DAT — see
      *>    CARDREC.cpy) through a card's life: issue against an
      *>    open account, activate when the customer receives it,
      *>    hot-card it when reported lost or stolen, reissue a
      *>    replacement under a new number, and expire it at the end
      *>    of its expiry month. A hot card stops that card alone —
      *>    the account and its other cards carry on. Every status
      *>    move appends a before/after image to CARDAUDIT.DAT (see
      *>    CARDAUD.cpy), the same discipline CUSTOMER.cob applies
      *>    to the customer master. AUTHORIZE.cob declines by card
      *>    status, expiry, and daily limit.
      *>
      *>  Operations (via command-line argument):
      *>    ISSUE acct_id [pos_limit] [atm_limit]
      *>        — new card in 'I' status, expiring three years out;
      *>          limits default to 2500.00 POS / 500.00 ATM
      *>    ACTIVATE card_no          — 'I' to 'A'
      *>    HOT card_no reason        — reason L (lost) or S
      *>                                (stolen); from 'I' or 'A'
      *>    REISSUE card_no           — new number, same account
      *>                                and limits; the old card
      *>                                becomes 'R' unless already
      *>                                hot
      *>    EXPIRE                    — batch sweep: every issued or
      *>                                active card past its expiry
      *>                                month becomes 'E'
      *>    LIST [acct_id]            — all cards, or one account's
      *>
      *>  Files:
      *>    Input/Output: CARDS.DAT (LINE SEQUENTIAL)
      *>    Input:        ACCOUNTS.DAT (ISSUE — account must be open)
      *>    Audit Log:    CARDAUDIT.DAT (LINE SEQUENTIAL, append-
      *>                  only)
      *>    Operators:    OPERATORS.DAT (LINE SEQUENTIAL)
      *>
      *>  Copybooks:
      *>    CARDREC.cpy   — Debit card master record layout
      *>    CARDAUD.cpy   — Card lifecycle audit record layout
      *>    ACCTREC.cpy   — Account master record layout
      *>    OPERREC.cpy   — Operator master record layout
      *>    OPERIO.cpy    — Shared operator I/O variables
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    CARD-ISSUED|card|acct|expiry
      *>    CARD-ACTIVATED|card
      *>    CARD-HOT|card|reason
      *>    CARD-REISSUED|old-card|new-card|expiry
      *>    CARD-EXPIRED|card (one per card swept)
      *>    CARD|card|acct|status|reason|expiry|issued|pos|atm|
      *>        replaces
      *>    CARD-SUMMARY|count (EXPIRE, LIST)
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Account not open / card not found
      *>    RESULT|07 — Operator not signed on, wrong PIN, or locked
      *>    RESULT|18 — Card not in a status the operation allows
      *>    RESULT|99 — Invalid operation/arguments or I/O error
      *>
      *>  Dependencies:
      *>    Every operation but EXPIRE requires BANK_OPERATOR_ID and
      *>    BANK_OPERATOR_PIN and a matching active operator in
      *>    OPERATORS.DAT, same as CUSTOMER.cob. EXPIRE runs
      *>    unattended in the nightly cycle and audits as BATCH.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE
               ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "CARDAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       COPY "CARDREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  AUDIT-LOG-FILE.
       COPY "CARDAUD.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS         PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(80) VALUE SPACES.
       01  WS-OPERATION           PIC X(8) VALUE SPACES.
       01  WS-IN-KEY              PIC X(16) VALUE SPACES.
       01  WS-IN-ARG-3            PIC X(12) VALUE SPACES.
       01  WS-IN-ARG-4            PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-CURRENT-YYYYMM      PIC 9(6) VALUE 0.
      *>   The card master staged in memory, rewritten once — same
      *>   staging as SIGNMNT.cob's authority file.
       01  WS-CARD-TABLE.
           05  WS-CARD-LINE OCCURS 500 TIMES PIC X(120).
       01  WS-CARD-COUNT          PIC 9(3) VALUE 0.
       01  WS-CARD-IDX            PIC 9(3) VALUE 0.
       01  WS-CARD-FOUND          PIC X(1) VALUE 'N'.
       01  WS-CARD-FOUND-IDX      PIC 9(3) VALUE 0.
       01  WS-CARD-TOUCHED        PIC 9(3) VALUE 0.
       01  WS-ACCT-ON-FILE        PIC X(1) VALUE 'N'.
      *>   Card-number issuance. The bank's debit BIN, a 9-digit
      *>   serial one past the highest on file, and the standard
      *>   mod-10 check digit over the first fifteen digits —
      *>   doubling every other digit from the rightmost, the same
      *>   rule CKDGWORK.cpy applies to account numbers.
       01  WS-CARD-BIN            PIC X(6) VALUE "438712".
       01  WS-NEW-CARD.
           05  WS-NC-BIN          PIC X(6).
           05  WS-NC-SERIAL       PIC 9(9).
           05  WS-NC-CHECK        PIC 9(1).
       01  WS-SERIAL-HIGH         PIC 9(9) VALUE 0.
       01  WS-SERIAL-TEST         PIC 9(9) VALUE 0.
       01  WS-LUHN-IDX            PIC 9(2) VALUE 0.
       01  WS-LUHN-DIGIT          PIC 9(2) VALUE 0.
       01  WS-LUHN-SUM            PIC 9(4) VALUE 0.
       01  WS-NEW-EXPIRY          PIC 9(6) VALUE 0.
      *>   Default daily limits for a new card.
       01  WS-DFLT-POS-LIMIT      PIC 9(7)V99 VALUE 2500.00.
       01  WS-DFLT-ATM-LIMIT      PIC 9(7)V99 VALUE 500.00.
       01  WS-NEW-POS-LIMIT       PIC 9(7)V99 VALUE 0.
       01  WS-NEW-ATM-LIMIT       PIC 9(7)V99 VALUE 0.
       01  WS-OLD-CARD            PIC X(16) VALUE SPACES.
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE(1:6) TO WS-CURRENT-YYYYMM
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-KEY
                    WS-IN-ARG-3
                    WS-IN-ARG-4
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           MOVE FUNCTION TRIM(WS-IN-KEY) TO WS-IN-KEY

           IF WS-OPERATION = "ISSUE" OR "ACTIVATE" OR "HOT"
               OR "REISSUE" OR "LIST"
               ACCEPT WS-IN-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
               ACCEPT WS-IN-OPER-PIN
                   FROM ENVIRONMENT "BANK_OPERATOR_PIN"
               PERFORM AUTHENTICATE-OPERATOR
               IF WS-OPER-DENIED
                   DISPLAY "RESULT|" RC-UNAUTHORIZED
                   STOP RUN
               END-IF
           ELSE
               MOVE "BATCH" TO WS-IN-OPER-ID
           END-IF

           PERFORM LOAD-CARDS
           EVALUATE WS-OPERATION
               WHEN "ISSUE"
                   PERFORM ISSUE-CARD
               WHEN "ACTIVATE"
                   PERFORM ACTIVATE-CARD
               WHEN "HOT"
                   PERFORM HOT-CARD
               WHEN "REISSUE"
                   PERFORM REISSUE-CARD
               WHEN "EXPIRE"
                   PERFORM EXPIRE-CARDS
               WHEN "LIST"
                   PERFORM LIST-CARDS
               WHEN OTHER
                   DISPLAY "RESULT|99"
           END-EVALUATE
           STOP RUN.

      *> -------------------------------------------------------
      *> ISSUE-CARD: A new card against an open account, not yet
      *> usable until the customer activates it.
      *> -------------------------------------------------------
       ISSUE-CARD.
           IF WS-IN-KEY = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM CHECK-ACCOUNT-ON-FILE
           IF WS-ACCT-ON-FILE = 'N'
               DISPLAY "ERROR|ACCOUNT-NOT-OPEN|" WS-IN-KEY
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           MOVE WS-DFLT-POS-LIMIT TO WS-NEW-POS-LIMIT
           MOVE WS-DFLT-ATM-LIMIT TO WS-NEW-ATM-LIMIT
           IF WS-IN-ARG-3 NOT = SPACES
               COMPUTE WS-NEW-POS-LIMIT =
                   FUNCTION NUMVAL(WS-IN-ARG-3)
           END-IF
           IF WS-IN-ARG-4 NOT = SPACES
               COMPUTE WS-NEW-ATM-LIMIT =
                   FUNCTION NUMVAL(WS-IN-ARG-4)
           END-IF
           MOVE SPACES TO CARD-AUDIT-RECORD
           PERFORM CLEAR-BEFORE-IMAGE
           MOVE SPACES TO CARD-RECORD
           MOVE WS-IN-KEY(1:10) TO CARD-ACCT-ID
           MOVE WS-NEW-POS-LIMIT TO CARD-POS-LIMIT
           MOVE WS-NEW-ATM-LIMIT TO CARD-ATM-LIMIT
           PERFORM BUILD-NEW-CARD
           MOVE "ISSUE" TO CRDA-OPERATION
           PERFORM CAPTURE-AFTER-IMAGE
           PERFORM SAVE-CARDS
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "CARD-ISSUED|" CRDA-AFT-NUMBER "|"
               CRDA-AFT-ACCT-ID "|" CRDA-AFT-EXPIRY
           DISPLAY "RESULT|00".

       ACTIVATE-CARD.
           PERFORM FIND-CARD
           IF WS-CARD-FOUND = 'N'
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           IF NOT CARD-ISSUED
               DISPLAY "ERROR|CARD-STATUS|" CARD-STATUS
               DISPLAY "RESULT|" RC-CARD-INACTIVE
               STOP RUN
           END-IF
           MOVE SPACES TO CARD-AUDIT-RECORD
           PERFORM CAPTURE-BEFORE-IMAGE
           MOVE 'A' TO CARD-STATUS
           MOVE WS-CURRENT-DATE TO CARD-STATUS-DATE
           MOVE CARD-RECORD TO WS-CARD-LINE(WS-CARD-FOUND-IDX)
           MOVE "ACTIVATE" TO CRDA-OPERATION
           PERFORM CAPTURE-AFTER-IMAGE
           PERFORM SAVE-CARDS
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "CARD-ACTIVATED|" CRDA-AFT-NUMBER
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> HOT-CARD: Lost or stolen. The card is dead from this
      *> moment — AUTHORIZE.cob declines it RESULT|15 — while
      *> the account stays open for everything else.
      *> -------------------------------------------------------
       HOT-CARD.
           IF WS-IN-ARG-3(1:1) NOT = 'L'
               AND WS-IN-ARG-3(1:1) NOT = 'S'
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM FIND-CARD
           IF WS-CARD-FOUND = 'N'
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           IF NOT CARD-ISSUED AND NOT CARD-ACTIVE
               DISPLAY "ERROR|CARD-STATUS|" CARD-STATUS
               DISPLAY "RESULT|" RC-CARD-INACTIVE
               STOP RUN
           END-IF
           MOVE SPACES TO CARD-AUDIT-RECORD
           PERFORM CAPTURE-BEFORE-IMAGE
           MOVE 'H' TO CARD-STATUS
           MOVE WS-IN-ARG-3(1:1) TO CARD-HOT-REASON
           MOVE WS-CURRENT-DATE TO CARD-STATUS-DATE
           MOVE CARD-RECORD TO WS-CARD-LINE(WS-CARD-FOUND-IDX)
           MOVE "HOT" TO CRDA-OPERATION
           PERFORM CAPTURE-AFTER-IMAGE
           PERFORM SAVE-CARDS
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "CARD-HOT|" CRDA-AFT-NUMBER "|"
               CRDA-AFT-HOT-REASON
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> REISSUE-CARD: A replacement under a new number on the
      *> same account with the same limits. The old card is
      *> marked replaced — unless it is already hot, in which
      *> case it keeps the hot status that says why. Two audit
      *> entries: the old card's status change, then the new
      *> card's issue.
      *> -------------------------------------------------------
       REISSUE-CARD.
           PERFORM FIND-CARD
           IF WS-CARD-FOUND = 'N'
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           IF CARD-REPLACED
               DISPLAY "ERROR|CARD-STATUS|" CARD-STATUS
               DISPLAY "RESULT|" RC-CARD-INACTIVE
               STOP RUN
           END-IF
           MOVE CARD-NUMBER TO WS-OLD-CARD
           MOVE CARD-POS-LIMIT TO WS-NEW-POS-LIMIT
           MOVE CARD-ATM-LIMIT TO WS-NEW-ATM-LIMIT
           IF NOT CARD-HOT
               MOVE SPACES TO CARD-AUDIT-RECORD
               PERFORM CAPTURE-BEFORE-IMAGE
               MOVE 'R' TO CARD-STATUS
               MOVE WS-CURRENT-DATE TO CARD-STATUS-DATE
               MOVE CARD-RECORD TO WS-CARD-LINE(WS-CARD-FOUND-IDX)
               MOVE "REISSUE" TO CRDA-OPERATION
               PERFORM CAPTURE-AFTER-IMAGE
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           MOVE SPACES TO CARD-AUDIT-RECORD
           PERFORM CLEAR-BEFORE-IMAGE
           MOVE CARD-ACCT-ID TO WS-IN-KEY
           MOVE SPACES TO CARD-RECORD
           MOVE WS-IN-KEY(1:10) TO CARD-ACCT-ID
           MOVE WS-NEW-POS-LIMIT TO CARD-POS-LIMIT
           MOVE WS-NEW-ATM-LIMIT TO CARD-ATM-LIMIT
           PERFORM BUILD-NEW-CARD
           MOVE WS-OLD-CARD TO CARD-REPLACES
           MOVE CARD-RECORD TO WS-CARD-LINE(WS-CARD-COUNT)
           MOVE "ISSUE" TO CRDA-OPERATION
           PERFORM CAPTURE-AFTER-IMAGE
           PERFORM SAVE-CARDS
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "CARD-REISSUED|" WS-OLD-CARD "|"
               CRDA-AFT-NUMBER "|" CRDA-AFT-EXPIRY
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> EXPIRE-CARDS: Nightly sweep. A card is good through the
      *> last day of its expiry month; from the first of the next
      *> month an issued or active card becomes 'E'. Hot and
      *> replaced cards keep the status that already stopped
      *> them.
      *> -------------------------------------------------------
       EXPIRE-CARDS.
           MOVE 0 TO WS-CARD-TOUCHED
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
               MOVE WS-CARD-LINE(WS-CARD-IDX) TO CARD-RECORD
               IF (CARD-ISSUED OR CARD-ACTIVE)
                   AND CARD-EXPIRY < WS-CURRENT-YYYYMM
                   MOVE SPACES TO CARD-AUDIT-RECORD
                   PERFORM CAPTURE-BEFORE-IMAGE
                   MOVE 'E' TO CARD-STATUS
                   MOVE WS-CURRENT-DATE TO CARD-STATUS-DATE
                   MOVE CARD-RECORD TO WS-CARD-LINE(WS-CARD-IDX)
                   MOVE "EXPIRE" TO CRDA-OPERATION
                   PERFORM CAPTURE-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-RECORD
                   ADD 1 TO WS-CARD-TOUCHED
                   DISPLAY "CARD-EXPIRED|" CARD-NUMBER
               END-IF
           END-PERFORM
           IF WS-CARD-TOUCHED > 0
               PERFORM SAVE-CARDS
           END-IF
           DISPLAY "CARD-SUMMARY|" WS-CARD-TOUCHED
           DISPLAY "RESULT|00".

       LIST-CARDS.
           MOVE 0 TO WS-CARD-TOUCHED
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
               MOVE WS-CARD-LINE(WS-CARD-IDX) TO CARD-RECORD
               IF WS-IN-KEY = SPACES
                   OR CARD-ACCT-ID = WS-IN-KEY(1:10)
                   ADD 1 TO WS-CARD-TOUCHED
                   DISPLAY "CARD|" CARD-NUMBER "|" CARD-ACCT-ID "|"
                       CARD-STATUS "|" CARD-HOT-REASON "|"
                       CARD-EXPIRY "|" CARD-ISSUE-DATE "|"
                       CARD-POS-LIMIT "|" CARD-ATM-LIMIT "|"
                       CARD-REPLACES
               END-IF
           END-PERFORM
           DISPLAY "CARD-SUMMARY|" WS-CARD-TOUCHED
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> BUILD-NEW-CARD: Finish the new card in CARD-RECORD (the
      *> caller has set account and limits) — number, dates,
      *> expiry three years out in the same month — and append
      *> it to the table.
      *> -------------------------------------------------------
       BUILD-NEW-CARD.
           IF WS-CARD-COUNT >= 500
               DISPLAY "ERROR|CARD-TABLE-FULL"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 0 TO WS-SERIAL-HIGH
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
               IF WS-CARD-LINE(WS-CARD-IDX)(7:9) IS NUMERIC
                   MOVE WS-CARD-LINE(WS-CARD-IDX)(7:9)
                       TO WS-SERIAL-TEST
                   IF WS-SERIAL-TEST > WS-SERIAL-HIGH
                       MOVE WS-SERIAL-TEST TO WS-SERIAL-HIGH
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CARD-BIN TO WS-NC-BIN
           COMPUTE WS-NC-SERIAL = WS-SERIAL-HIGH + 1
           MOVE 0 TO WS-NC-CHECK
           PERFORM COMPUTE-CARD-CHECK-DIGIT
           COMPUTE WS-NEW-EXPIRY = WS-CURRENT-YYYYMM + 300
           MOVE WS-NEW-CARD TO CARD-NUMBER
           MOVE 'I' TO CARD-STATUS
           MOVE SPACE TO CARD-HOT-REASON
           MOVE WS-NEW-EXPIRY TO CARD-EXPIRY
           MOVE WS-CURRENT-DATE TO CARD-ISSUE-DATE
           MOVE WS-CURRENT-DATE TO CARD-STATUS-DATE
           MOVE 0 TO CARD-USAGE-DATE CARD-POS-USED CARD-ATM-USED
           ADD 1 TO WS-CARD-COUNT
           MOVE CARD-RECORD TO WS-CARD-LINE(WS-CARD-COUNT).

      *>   Mod-10 over digits 1-15: working leftward from digit 15,
      *>   digits 15, 13, ... 1 are doubled (less 9 when over 9).
       COMPUTE-CARD-CHECK-DIGIT.
           MOVE 0 TO WS-LUHN-SUM
           PERFORM VARYING WS-LUHN-IDX FROM 1 BY 1
               UNTIL WS-LUHN-IDX > 15
               MOVE WS-NEW-CARD(WS-LUHN-IDX:1) TO WS-LUHN-DIGIT
               IF FUNCTION MOD(WS-LUHN-IDX, 2) = 1
                   COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM
           COMPUTE WS-NC-CHECK =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10).

       FIND-CARD.
           MOVE 'N' TO WS-CARD-FOUND
           MOVE 0 TO WS-CARD-FOUND-IDX
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
               IF WS-CARD-LINE(WS-CARD-IDX)(1:16) = WS-IN-KEY
                   MOVE 'Y' TO WS-CARD-FOUND
                   MOVE WS-CARD-IDX TO WS-CARD-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CARD-FOUND = 'Y'
               MOVE WS-CARD-LINE(WS-CARD-FOUND-IDX) TO CARD-RECORD
           END-IF.

      *>   A card may only be issued on an account that is on the
      *>   master and not closed.
       CHECK-ACCOUNT-ON-FILE.
           MOVE 'N' TO WS-ACCT-ON-FILE
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
               IF ACCT-ID = WS-IN-KEY(1:10)
                   AND ACCT-STATUS NOT = 'C'
                   MOVE 'Y' TO WS-ACCT-ON-FILE
               END-IF
           END-PERFORM.

       CLEAR-BEFORE-IMAGE.
           MOVE SPACES TO CRDA-BEFORE-IMAGE
           MOVE 0 TO CRDA-BEF-EXPIRY CRDA-BEF-ISSUE-DATE
                     CRDA-BEF-STATUS-DATE CRDA-BEF-POS-LIMIT
                     CRDA-BEF-ATM-LIMIT.

       CAPTURE-BEFORE-IMAGE.
           MOVE CARD-NUMBER      TO CRDA-BEF-NUMBER
           MOVE CARD-ACCT-ID     TO CRDA-BEF-ACCT-ID
           MOVE CARD-STATUS      TO CRDA-BEF-STATUS
           MOVE CARD-HOT-REASON  TO CRDA-BEF-HOT-REASON
           MOVE CARD-EXPIRY      TO CRDA-BEF-EXPIRY
           MOVE CARD-ISSUE-DATE  TO CRDA-BEF-ISSUE-DATE
           MOVE CARD-STATUS-DATE TO CRDA-BEF-STATUS-DATE
           MOVE CARD-POS-LIMIT   TO CRDA-BEF-POS-LIMIT
           MOVE CARD-ATM-LIMIT   TO CRDA-BEF-ATM-LIMIT
           MOVE CARD-REPLACES    TO CRDA-BEF-REPLACES.

       CAPTURE-AFTER-IMAGE.
           MOVE CARD-NUMBER      TO CRDA-AFT-NUMBER
           MOVE CARD-ACCT-ID     TO CRDA-AFT-ACCT-ID
           MOVE CARD-STATUS      TO CRDA-AFT-STATUS
           MOVE CARD-HOT-REASON  TO CRDA-AFT-HOT-REASON
           MOVE CARD-EXPIRY      TO CRDA-AFT-EXPIRY
           MOVE CARD-ISSUE-DATE  TO CRDA-AFT-ISSUE-DATE
           MOVE CARD-STATUS-DATE TO CRDA-AFT-STATUS-DATE
           MOVE CARD-POS-LIMIT   TO CRDA-AFT-POS-LIMIT
           MOVE CARD-ATM-LIMIT   TO CRDA-AFT-ATM-LIMIT
           MOVE CARD-REPLACES    TO CRDA-AFT-REPLACES.

      *> -------------------------------------------------------
      *> WRITE-AUDIT-RECORD: Append one CARD-AUDIT-RECORD to
      *> CARDAUDIT.DAT — same OPEN EXTEND / OPEN OUTPUT fallback
      *> and append-only discipline as CUSTOMER.cob's audit log.
      *> -------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE CRDA-AFT-NUMBER TO CRDA-CARD-NUMBER
           MOVE WS-CURRENT-DATE TO CRDA-DATE
           MOVE WS-CURRENT-TIME TO CRDA-TIME
           MOVE WS-IN-OPER-ID TO CRDA-OPER-ID
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-AUDIT-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE CARD-AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE.

       LOAD-CARDS.
           MOVE 0 TO WS-CARD-COUNT
           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CARD-FILE
                   AT END
                       CLOSE CARD-FILE
                       EXIT PERFORM
               END-READ
               IF WS-CARD-COUNT < 500
                   ADD 1 TO WS-CARD-COUNT
                   MOVE CARD-RECORD TO WS-CARD-LINE(WS-CARD-COUNT)
               END-IF
           END-PERFORM.

      *>   The rewrite leaves CARD-RECORD holding the last row
      *>   written — callers take the after image first.
       SAVE-CARDS.
           OPEN OUTPUT CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CARD-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
               MOVE WS-CARD-LINE(WS-CARD-IDX) TO CARD-RECORD
               WRITE CARD-RECORD
           END-PERFORM
           CLOSE CARD-FILE.

      *> -------------------------------------------------------
      *> LOAD-OPERATORS / AUTHENTICATE-OPERATOR: Same fail-closed
      *> sign-on sequence as CUSTOMER.cob.
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
