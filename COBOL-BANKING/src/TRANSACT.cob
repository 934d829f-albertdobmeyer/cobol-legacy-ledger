      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-02-24
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Posts a single transaction against an account. Runs the
      *>                  CHECK-STOP-PAYMENT on every debit path
      *>    Output:       STOPHITS.DAT (LINE SEQUENTIAL, appended) —
      *>                  one record per debit a stop order refused
      *>    Output:       OPERJRNL.DAT (LINE SEQUENTIAL, appended) —
      *>                  operator activity journal, one record per
      *>                  keyed posting under a signed-on operator
      *>    Input/Output: DEPITEMS.DAT (LINE SEQUENTIAL, appended) —
      *>                  deposited check item register; a check
      *>                  deposit whose memo carries its MICR data is
      *>                  tested against it and then registered
      *>    Output:       ALERT.DAT (LINE SEQUENTIAL, appended) —
      *>                  type 'C' alert for a probable duplicate
      *>    Input:        DUPCTL.DAT (LINE SEQUENTIAL) — duplicate
      *>                  lookback window
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout (70 bytes)
      *>    AGGWORK.cpy   — Shared same-day aggregate-activity field
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>    ACCTIO.cpy    — Shared account I/O variables
      *>    OPJREC.cpy    — Operator activity journal record layout
      *>    DEPITEM.cpy   — Deposited check item register record
      *>    DUPWORK.cpy   — Duplicate check deposit working fields
      *>    DUPCTL.cpy    — Duplicate deposit control record layout
      *>    ALERTREC.cpy  — Alert queue record layout
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Posted:  TRANS-POSTED|TRANS-ID|ACCT-ID|TYPE|AMOUNT|BALANCE
      *>             account and a linked account covered the shortfall)
      *>    Batch:   BATCH-REJECT|SEQ|RC (one per rejected item) and
      *>             BATCH-SUMMARY|POSTED|REJECTED at end of a BATCH run
      *>    Dup:     DUP-DEPOSIT-HOLD|ACCT|AMOUNT|ROUTING|SERIAL|PRIOR-ACCT|
      *>             PRIOR-DATE|PRIOR-CHANNEL (check deposit matching an
      *>             item already on DEPITEMS.DAT; held in full)
      *>    Result:  RESULT|XX  (where XX = status code from COMCODE.cpy)
      *>
      *>  Exit Codes:
      *>                     manifest (a truncated rewrite); the save
      *>                     cuts a fresh manifest row after a clean
      *>                     close (see MANIFEST.cpy)
      *>
      *>    2026-10-15  AKD  Every keyed posting made under a
      *>                     BANK_OPERATOR_ID now appends an
      *>                     OPERJRNL.DAT record naming the operator
      *>                     and the TRANS-ID posted, for the
      *>                     nightly insider-activity scan (see
      *>                     OPJREC.cpy and INSIDMON.cob)
      *>    2026-10-15  AKD  Duplicate check detection: a check
      *>                     deposit memo'd CHECK routing serial is
      *>                     tested against the DEPITEMS.DAT register
      *>                     (all channels, DUPWORK.cpy lookback)
      *>                     before Reg CC availability; a probable
      *>                     duplicate is held in full (HOLDS.DAT
      *>                     reason 'DP') and alerted (ALERT.DAT type
      *>                     'C'), and every such item is registered
      *>    2026-10-15  AKD  Duplicate check lookback window read at
      *>                     start-up from the DUPCTL.DAT LOOKBACK
      *>                     row (LOAD-DUP-WINDOW — maintained by
      *>                     PARMMNT.cob table DUP); 90 days only
      *>                     when the row is missing
      *>================================================================*

      *>  IDENTIFICATION / ENVIRONMENT / DATA DIVISIONS
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPERJRNL-FILE
               ASSIGN TO "OPERJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPJ-STATUS.
           SELECT DEPITEM-FILE
               ASSIGN TO "DEPITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DI-STATUS.
           SELECT DUPCTL-FILE
               ASSIGN TO "DUPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.
           SELECT ALERT-FILE
               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "HOLDREC.cpy".
       FD  CALENDAR-FILE.
       COPY "CALREC.cpy".
       FD  OPERJRNL-FILE.
       COPY "OPJREC.cpy".
       FD  DEPITEM-FILE.
       COPY "DEPITEM.cpy".
       FD  DUPCTL-FILE.
       COPY "DUPCTL.cpy".
       FD  ALERT-FILE.
       COPY "ALERTREC.cpy".

       WORKING-STORAGE SECTION.
      *>   Business-date control file status — see BUSDATE.cpy
       01  WS-DRW-COUNT           PIC 9(3) VALUE 0.
       01  WS-DRW-IDX             PIC 9(3) VALUE 0.
       01  WS-DRW-DIRTY           PIC X(1) VALUE 'N'.
      *>   Operator activity journal — see JOURNAL-OPERATOR-ACTION
      *>   and OPJREC.cpy. Same BANK_OPERATOR_ID stand-in as the
      *>   drawer attribution above.
       01  WS-OPJ-STATUS          PIC XX VALUE SPACES.
       01  WS-OPJ-OPER-ID         PIC X(8) VALUE SPACES.
      *>   Ledger chain working fields — see TRANS-SEQ-NO/
      *>   TRANS-CHAIN-VAL in TRANSREC.cpy. The chain tip (highest
      *>   sequence already on file and its chain value) is
      *>   remember.
       COPY "REGCCWRK.cpy".
       01  WS-HOLD-STATUS         PIC XX VALUE SPACES.
      *>   Duplicate check deposit screen — see DUPWORK.cpy and
      *>   SCREEN-CHECK-DUPLICATE
       COPY "DUPWORK.cpy".
       01  WS-AL-STATUS           PIC XX VALUE SPACES.
      *>   Business-day calendar work area — see CALWORK.cpy; the
      *>   availability schedule counts business days, not
      *>   calendar days.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM LOAD-DUP-WINDOW
           ACCEPT WS-CURRENT-TIME FROM TIME

      *>   Parse operation, account ID(s), amount, and an optional
           MOVE TX-DEPOSIT TO TRANS-TYPE
           MOVE WS-IN-AMOUNT TO TRANS-AMOUNT
           PERFORM POST-TRANSACTION
           PERFORM REGISTER-CHECK-ITEM

           MOVE 'I' TO WS-DRW-SIDE
           PERFORM POST-TO-DRAWER
           MOVE TX-DEPOSIT TO TRANS-TYPE
           MOVE WS-IN-AMOUNT TO TRANS-AMOUNT
           PERFORM POST-TRANSACTION
           PERFORM REGISTER-CHECK-ITEM
           MOVE 'I' TO WS-DRW-SIDE
           PERFORM POST-TO-DRAWER
           DISPLAY "TRANS-POSTED|" TRANS-ID "|" WS-IN-ACCT-ID "|"
               END-IF
           END-IF
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE
           PERFORM JOURNAL-OPERATOR-ACTION.

      *> -------------------------------------------------------
      *> JOURNAL-OPERATOR-ACTION: Append the posting just written
      *> to OPERJRNL.DAT under the operator in BANK_OPERATOR_ID —
      *> see OPJREC.cpy. A queued-feed (BATCH) item was keyed by
      *> nobody in this run, and no operator in the environment
      *> is a system posting; neither is journaled. A journal
      *> that cannot be opened never blocks the posting, which
      *> has already been written.
      *> -------------------------------------------------------
       JOURNAL-OPERATOR-ACTION.
           IF WS-BATCH-MODE = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OPJ-OPER-ID
           ACCEPT WS-OPJ-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
           IF WS-OPJ-OPER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OPER-JOURNAL-RECORD
           MOVE TRANS-DATE TO OPJ-DATE
           MOVE TRANS-TIME TO OPJ-TIME
           MOVE WS-OPJ-OPER-ID TO OPJ-OPER-ID
           MOVE 'P' TO OPJ-ACTION
           MOVE "TRANSACT" TO OPJ-PROGRAM
           MOVE TRANS-ACCT-ID TO OPJ-ACCT-ID
           MOVE TRANS-ID TO OPJ-TRANS-ID
           MOVE TRANS-AMOUNT TO OPJ-AMOUNT
           MOVE TRANS-TYPE TO OPJ-TX-TYPE
           OPEN EXTEND OPERJRNL-FILE
           IF WS-OPJ-STATUS NOT = '00'
               OPEN OUTPUT OPERJRNL-FILE
               IF WS-OPJ-STATUS NOT = '00'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           WRITE OPER-JOURNAL-RECORD
           CLOSE OPERJRNL-FILE.

       LOAD-ALL-ACCOUNTS.
           PERFORM NOTE-ACCT-VERSION
      *> releases it on schedule with no change.
      *> -------------------------------------------------------
       APPLY-REGCC-HOLD.
           MOVE 'N' TO WS-DUP-HAVE-MICR WS-DUP-FOUND
           IF WS-IN-DESC(1:5) NOT = "CHECK"
               EXIT PARAGRAPH
           END-IF
           PERFORM SCREEN-CHECK-DUPLICATE
           IF WS-DUP-FOUND = 'Y'
               ADD WS-IN-AMOUNT TO WS-A-HOLD(WS-FOUND-IDX)
               PERFORM WRITE-DUP-HOLD
               PERFORM RAISE-DUP-ALERT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CC-HELD-AMOUNT =
               WS-IN-AMOUNT - WS-CC-NEXTDAY-AMT
           IF WS-CC-HELD-AMOUNT NOT > 0
               WS-CC-HELD-AMOUNT "|" WS-CC-RELEASE-DATE "|"
               WS-CC-EXCEPTION.

      *> -------------------------------------------------------
      *> SCREEN-CHECK-DUPLICATE: A check deposit memo'd
      *> CHECK routing serial (the same memo CASHLTR.cob reads)
      *> carries its MICR data, so the item can be tested against
      *> the deposited-item register before Reg CC availability
      *> is given. A CHECK memo without usable MICR data cannot be
      *> matched and is neither screened nor registered.
      *> -------------------------------------------------------
       SCREEN-CHECK-DUPLICATE.
           MOVE SPACES TO WS-DUP-MEMO-WORD WS-DUP-MEMO-ROUTING
               WS-DUP-MEMO-SERIAL
           UNSTRING WS-IN-DESC DELIMITED BY ALL SPACE
               INTO WS-DUP-MEMO-WORD
                    WS-DUP-MEMO-ROUTING
                    WS-DUP-MEMO-SERIAL
           END-UNSTRING
           IF WS-DUP-MEMO-ROUTING(1:9) IS NOT NUMERIC
               OR WS-DUP-MEMO-ROUTING(10:3) NOT = SPACES
               OR WS-DUP-MEMO-SERIAL = SPACES
               OR WS-DUP-MEMO-SERIAL(11:2) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DUP-HAVE-MICR
           MOVE WS-DUP-MEMO-ROUTING(1:9) TO WS-DUP-ROUTING
           MOVE WS-DUP-MEMO-SERIAL(1:10) TO WS-DUP-SERIAL
           MOVE WS-IN-AMOUNT TO WS-DUP-AMOUNT
           MOVE WS-IN-ACCT-ID TO WS-DUP-ACCT-ID
           PERFORM CHECK-DUPLICATE-DEPOSIT.

      *> -------------------------------------------------------
      *> REGISTER-CHECK-ITEM: After the credit posts, record the
      *> screened item on DEPITEMS.DAT under its TRANS-ID and the
      *> channel POST-TRANSACTION stamped.
      *> -------------------------------------------------------
       REGISTER-CHECK-ITEM.
           IF WS-DUP-HAVE-MICR NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-ID TO WS-DUP-REF
           MOVE TRANS-CHANNEL TO WS-DUP-CHANNEL
           PERFORM REGISTER-DEPOSITED-ITEM.

      *> -------------------------------------------------------
      *> LOAD-DUP-WINDOW: The duplicate lookback window from the
      *> DUPCTL.DAT LOOKBACK row (PARMMNT.cob table DUP). No file,
      *> no row, or an unusable figure leaves DUPWORK.cpy's
      *> default in place.
      *> -------------------------------------------------------
       LOAD-DUP-WINDOW.
           OPEN INPUT DUPCTL-FILE
           IF WS-DC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ DUPCTL-FILE
                   AT END
                       CLOSE DUPCTL-FILE
                       EXIT PERFORM
               END-READ
               IF DUPC-LOOKBACK
                   AND DUPC-DAYS IS NUMERIC
                   AND DUPC-DAYS > 0
                   MOVE DUPC-DAYS TO WS-DUP-LOOKBACK-DAYS
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> CHECK-DUPLICATE-DEPOSIT: The deposited-item register
      *> (DEPITEMS.DAT — see DEPITEM.cpy/DUPWORK.cpy) searched for
      *> the same routing, serial and amount deposited inside the
      *> lookback window — by any account, through any channel.
      *> -------------------------------------------------------
       CHECK-DUPLICATE-DEPOSIT.
           MOVE 'N' TO WS-DUP-FOUND
           OPEN INPUT DEPITEM-FILE
           IF WS-DI-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ DEPITEM-FILE
                   AT END
                       CLOSE DEPITEM-FILE
                       EXIT PERFORM
               END-READ
               IF DI-ROUTING = WS-DUP-ROUTING
                   AND DI-SERIAL = WS-DUP-SERIAL
                   AND DI-AMOUNT = WS-DUP-AMOUNT
                   AND DI-DATE IS NUMERIC
                   AND DI-DATE > 0
                   COMPUTE WS-DUP-DAYS-AGO =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                       - FUNCTION INTEGER-OF-DATE(DI-DATE)
                   IF WS-DUP-DAYS-AGO >= 0
                       AND WS-DUP-DAYS-AGO <= WS-DUP-LOOKBACK-DAYS
                       MOVE 'Y' TO WS-DUP-FOUND
                       MOVE DI-ACCT-ID TO WS-DUP-PRIOR-ACCT
                       MOVE DI-DATE TO WS-DUP-PRIOR-DATE
                       MOVE DI-CHANNEL TO WS-DUP-PRIOR-CHANNEL
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> REGISTER-DEPOSITED-ITEM: Append the item to DEPITEMS.DAT,
      *> flagged when it matched. The credit has already posted,
      *> so a register that cannot be opened is reported, not
      *> fatal.
      *> -------------------------------------------------------
       REGISTER-DEPOSITED-ITEM.
           OPEN EXTEND DEPITEM-FILE
           IF WS-DI-STATUS NOT = '00'
               OPEN OUTPUT DEPITEM-FILE
               IF WS-DI-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-DI-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO DEPOSIT-ITEM-RECORD
           MOVE WS-DUP-ROUTING TO DI-ROUTING
           MOVE WS-DUP-SERIAL TO DI-SERIAL
           MOVE WS-DUP-AMOUNT TO DI-AMOUNT
           MOVE WS-DUP-ACCT-ID TO DI-ACCT-ID
           MOVE WS-CURRENT-DATE TO DI-DATE
           MOVE WS-CURRENT-TIME TO DI-TIME
           MOVE WS-DUP-CHANNEL TO DI-CHANNEL
           MOVE WS-DUP-REF TO DI-REF
           IF WS-DUP-FOUND = 'Y'
               MOVE 'D' TO DI-DUP-FLAG
           END-IF
           WRITE DEPOSIT-ITEM-RECORD
           CLOSE DEPITEM-FILE.

      *> -------------------------------------------------------
      *> WRITE-DUP-HOLD / RAISE-DUP-ALERT: A probable duplicate is
      *> held whole — HOLDS.DAT reason 'DP' with no release date,
      *> so only deposit operations releases it (HOLDMGMT.cob
      *> RELEASE) — and alerted to the ALERTCON.cob queue as type
      *> 'C'. The caller bumps ACCT-HOLD-AMOUNT to match.
      *> -------------------------------------------------------
       WRITE-DUP-HOLD.
           OPEN EXTEND HOLDS-FILE
           IF WS-HOLD-STATUS NOT = '00'
               OPEN OUTPUT HOLDS-FILE
               IF WS-HOLD-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-HOLD-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO HOLD-DETAIL-RECORD
           MOVE WS-DUP-ACCT-ID TO HOLD-ACCT-ID
           MOVE 'DP' TO HOLD-REASON
           MOVE "TRANSACT" TO HOLD-SOURCE
           MOVE WS-DUP-AMOUNT TO HOLD-AMOUNT
           MOVE WS-CURRENT-DATE TO HOLD-PLACED-DATE
           MOVE 0 TO HOLD-RELEASE-DATE
           MOVE 'O' TO HOLD-STATUS
           WRITE HOLD-DETAIL-RECORD
           CLOSE HOLDS-FILE
           DISPLAY "DUP-DEPOSIT-HOLD|" WS-DUP-ACCT-ID "|"
               WS-DUP-AMOUNT "|" WS-DUP-ROUTING "|" WS-DUP-SERIAL
               "|" WS-DUP-PRIOR-ACCT "|" WS-DUP-PRIOR-DATE "|"
               WS-DUP-PRIOR-CHANNEL.

       RAISE-DUP-ALERT.
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE
               IF WS-AL-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-AL-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-CURRENT-DATE TO ALERT-DATE
           MOVE WS-CURRENT-TIME TO ALERT-TIME
           MOVE SPACE TO ALERT-NODE-CODE
           MOVE 'C' TO ALERT-TYPE
           MOVE WS-DUP-ACCT-ID TO ALERT-ACCT-ID
           MOVE SPACES TO ALERT-DETAIL
           STRING "DUP CHECK " WS-DUP-SERIAL " PRIOR "
               WS-DUP-PRIOR-ACCT
               DELIMITED BY SIZE INTO ALERT-DETAIL
           END-STRING
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

      *> -------------------------------------------------------
      *> COMPUTE-REGCC-RELEASE: Step WS-CC-HOLD-DAYS business days
      *> forward from the posting date — weekends and CALENDAR.DAT
