      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-08-23
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Uses ACCT-HOLD-AMOUNT the way card traffic needs it:
      *>
      *>  Operations (via command-line argument):
      *>    AUTH          — process AUTHREQ.DAT (pipe-delimited,
      *>                    AUTH-ID|CARD|AMOUNT|MERCHANT[|P-or-A]
      *>                    per line — P point-of-sale, the default,
      *>                    or A ATM): the card is resolved through
      *>                    CARDS.DAT to its account, hold placed and
      *>                    AUTHS.DAT record written per accepted
      *>                    request; declined requests (unknown,
      *>                    hot-carded, expired, or inactive card,
      *>                    over the card's daily POS/ATM limit,
      *>                    frozen account, insufficient available
      *>                    balance) are reported, never held; an
      *>                    account opted in to overdraft coverage
      *>                    (ODOPTIN.DAT) is approved into its
      *>                    courtesy limit
      *>    SETTLE        — process PRESENT.DAT (AUTH-ID|AMOUNT per
      *>                    line): release the matched hold, post
      *>                    the presented amount as a withdrawal,
      *>
      *>  Files:
      *>    Input:        AUTHREQ.DAT (AUTH), PRESENT.DAT (SETTLE)
      *>    Input:        ODOPTIN.DAT (AUTH — overdraft elections;
      *>                  see ODREC.cpy)
      *>    Input/Output: AUTHS.DAT (LINE SEQUENTIAL — see
      *>                  AUTHREC.cpy), ACCOUNTS.DAT, CARDS.DAT
      *>                  (AUTH — daily usage totals; see
      *>                  CARDREC.cpy)
      *>    Output:       TRANSACT.DAT (LINE SEQUENTIAL, appended)
      *>
      *>  Copybooks:
      *>    AUTHREC.cpy   — Authorization record layout
      *>    CARDREC.cpy   — Debit card master record layout
      *>    ODREC.cpy     — Overdraft opt-in election record layout
      *>    ODWORK.cpy    — Election lookup working fields
      *>    ACCTREC.cpy   — Account record layout
      *>    TRANSREC.cpy  — Transaction record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    AUTH-APPROVED|AUTH-ID|ACCT|AMOUNT
      *>    AUTH-OVERDRAFT|AUTH-ID|ACCT|LIMIT (approved into the
      *>        courtesy limit — follows its AUTH-APPROVED line)
      *>    AUTH-DECLINED|AUTH-ID|ACCT|RC
      *>    AUTH-SETTLED|AUTH-ID|ACCT|AMOUNT
      *>    AUTH-UNMATCHED|AUTH-ID
      *>    EXPIRE-SUMMARY|RELEASED (EXPIRE)
      *>    RESULT|XX
      *>
      *>    AUTH-DECLINED's RC is the COMCODE.cpy result code: 03
      *>    unknown card or account, 04 account not active, 01
      *>    insufficient funds, 15 card hot-carded, 16 card
      *>    expired, 17 over the card's daily limit, 18 card not
      *>    activated or already replaced
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Pass complete
      *>    RESULT|99 — Invalid operation or file I/O error
      *>                     one business day, and a missed day can
      *>                     be rerun under its correct date (see
      *>                     BUSDATE.cpy and EODRUN.cob)
      *>    2026-10-15  AKD  Authorization requests now carry the
      *>                     card number, resolved to the account
      *>                     through the CARDS.DAT card master
      *>                     (CARDMNT.cob); hot-carded, expired,
      *>                     inactive, and over-daily-limit cards
      *>                     decline with their own result codes,
      *>                     so a lost card no longer means a frozen
      *>                     account
      *>    2026-10-15  AKD  Reg E overdraft opt-in: a request the
      *>                     available balance cannot cover is
      *>                     approved into the account's courtesy
      *>                     overdraft limit when, and only when, the
      *>                     customer has opted in to ATM/debit card
      *>                     coverage (LOOKUP-OD-ELECTION, see
      *>                     ODREC.cpy and ODOPTIN.cob)
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HD-STATUS.
           SELECT CARD-FILE
               ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT ODOPT-FILE
               ASSIGN TO "ODOPTIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "TRANSREC.cpy".
       FD  HOLDS-FILE.
       COPY "HOLDREC.cpy".
       FD  CARD-FILE.
       COPY "CARDREC.cpy".
       FD  ODOPT-FILE.
       COPY "ODREC.cpy".

       WORKING-STORAGE SECTION.
      *>   Business-date control file status — see BUSDATE.cpy
           05  WS-HOLD-LINE OCCURS 300 TIMES PIC X(60).
       01  WS-HOLD-COUNT          PIC 9(3) VALUE 0.
       01  WS-HD-IDX              PIC 9(3) VALUE 0.
      *>   Card master — see CARDREC.cpy. Staged as raw lines for
      *>   the AUTH pass, which resolves each request's card to its
      *>   account and rolls the day's POS/ATM totals forward on
      *>   the card itself.
       01  WS-CARD-STATUS         PIC XX VALUE SPACES.
       01  WS-CARD-TABLE.
           05  WS-CARD-LINE OCCURS 500 TIMES PIC X(120).
       01  WS-CARD-COUNT          PIC 9(3) VALUE 0.
       01  WS-CARD-IDX            PIC 9(3) VALUE 0.
       01  WS-CARD-FOUND-IDX      PIC 9(3) VALUE 0.
       01  WS-PB-CARD             PIC X(16) VALUE SPACES.
       01  WS-PB-CHANNEL          PIC X(4) VALUE SPACES.
       01  WS-CURRENT-YYYYMM      PIC 9(6) VALUE 0.
      *>   Reg E overdraft election — see ODWORK.cpy and
      *>   LOOKUP-OD-ELECTION. WS-OD-COVERED marks a request that
      *>   approved into the courtesy limit.
       COPY "ODWORK.cpy".
       01  WS-OD-COVERED          PIC X(1) VALUE 'N'.
       COPY "ACCTIO.cpy".
      *>   ACCOUNTS.DAT update-token working fields — see
      *>   ACCTVERS.cpy and NOTE-ACCT-VERSION/GUARD-ACCT-VERSION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE(1:6) TO WS-CURRENT-YYYYMM

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE

           EVALUATE WS-OPERATION
               WHEN "AUTH"
                   PERFORM LOAD-CARDS
                   PERFORM PROCESS-AUTH-REQUESTS
                   PERFORM SAVE-CARDS
               WHEN "SETTLE"
                   PERFORM PROCESS-PRESENTMENTS
               WHEN "EXPIRE"
               WS-DECLINED-COUNT.

       AUTHORIZE-ONE-REQUEST.
           MOVE SPACES TO WS-PB-AUTH-ID WS-PB-CARD
               WS-PB-AMOUNT-STR WS-PB-MERCHANT WS-PB-CHANNEL
           UNSTRING AUTHREQ-RECORD DELIMITED BY '|'
               INTO WS-PB-AUTH-ID
                    WS-PB-CARD
                    WS-PB-AMOUNT-STR
                    WS-PB-MERCHANT
                    WS-PB-CHANNEL
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-PB-CARD) TO WS-PB-CARD
           MOVE FUNCTION TRIM(WS-PB-CHANNEL) TO WS-PB-CHANNEL
           MOVE 0 TO WS-PB-AMOUNT
           IF WS-PB-AMOUNT-STR NOT = SPACES
               COMPUTE WS-PB-AMOUNT =
           END-IF

           MOVE '00' TO WS-RESULT-CODE
           MOVE 'N' TO WS-OD-COVERED
           MOVE SPACES TO WS-IN-ACCT-ID
           PERFORM CHECK-CARD
           IF WS-RESULT-CODE = '00'
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'N'
                   MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               ELSE
                   IF WS-A-STATUS(WS-FOUND-IDX) NOT = 'A'
                       MOVE RC-ACCOUNT-FROZEN TO WS-RESULT-CODE
                   ELSE
                       COMPUTE WS-AVAILABLE =
                           WS-A-BALANCE(WS-FOUND-IDX)
                           - WS-A-HOLD(WS-FOUND-IDX)
                       IF WS-AVAILABLE < WS-PB-AMOUNT
                           PERFORM CHECK-OD-COVERAGE
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE 'O' TO WS-AU-STATUS(WS-AUTH-COUNT)
           MOVE WS-PB-MERCHANT TO WS-AU-MERCHANT(WS-AUTH-COUNT)
           PERFORM ADD-HOLD-DETAIL
           PERFORM ADD-CARD-USAGE
           ADD 1 TO WS-APPROVED-COUNT
           DISPLAY "AUTH-APPROVED|" WS-PB-AUTH-ID "|"
               WS-IN-ACCT-ID "|" WS-PB-AMOUNT
           IF WS-OD-COVERED = 'Y'
               DISPLAY "AUTH-OVERDRAFT|" WS-PB-AUTH-ID "|"
                   WS-IN-ACCT-ID "|" WS-OD-LIMIT
           END-IF.

      *> -------------------------------------------------------
      *> CHECK-OD-COVERAGE: The available balance falls short.
      *> Regulation E allows paying an ATM or one-time debit card
      *> item into overdraft only with the customer's opt-in on
      *> file, so the courtesy limit is extended only to an
      *> opted-in account — and only as far as the limit goes.
      *> Anything else declines NSF as before.
      *> -------------------------------------------------------
       CHECK-OD-COVERAGE.
           MOVE WS-IN-ACCT-ID TO WS-OD-ACCT-ID
           MOVE WS-CURRENT-DATE TO WS-OD-AS-OF
           PERFORM LOOKUP-OD-ELECTION
           IF WS-OD-OPTED-IN
               AND WS-AVAILABLE + WS-OD-LIMIT >= WS-PB-AMOUNT
               MOVE 'Y' TO WS-OD-COVERED
           ELSE
               MOVE RC-NSF TO WS-RESULT-CODE
           END-IF.

      *> -------------------------------------------------------
      *> LOOKUP-OD-ELECTION: The latest ODOPTIN.DAT election for
      *> WS-OD-ACCT-ID dated on or before WS-OD-AS-OF — the file
      *> is in the order it was written, so the last qualifying
      *> record wins. A missing file means no account has opted
      *> in. See ODWORK.cpy.
      *> -------------------------------------------------------
       LOOKUP-OD-ELECTION.
           MOVE 'N' TO WS-OD-OPTED
           MOVE 'N' TO WS-OD-FOUND
           MOVE 0 TO WS-OD-LIMIT
           OPEN INPUT ODOPT-FILE
           IF WS-OD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ODOPT-FILE
                   AT END
                       CLOSE ODOPT-FILE
                       EXIT PERFORM
               END-READ
               IF ODO-ACCT-ID = WS-OD-ACCT-ID
                   AND ODO-DATE NOT > WS-OD-AS-OF
                   MOVE 'Y' TO WS-OD-FOUND
                   MOVE ODO-OPTED TO WS-OD-OPTED
                   MOVE ODO-LIMIT TO WS-OD-LIMIT
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> CHECK-CARD: Resolve the request's card through the card
      *> master to the account it draws on (WS-IN-ACCT-ID), and
      *> decline on the card itself before the account is looked
      *> at: unknown card, hot-carded, past its expiry month
      *> (whether or not CARDMNT.cob's EXPIRE sweep has run yet),
      *> not activated or already replaced, or over the day's POS
      *> or ATM limit. A usage date other than today means the
      *> running totals on the card are yesterday's — they count
      *> as zero.
      *> -------------------------------------------------------
       CHECK-CARD.
           MOVE 0 TO WS-CARD-FOUND-IDX
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
               IF WS-CARD-LINE(WS-CARD-IDX)(1:16) = WS-PB-CARD
                   MOVE WS-CARD-IDX TO WS-CARD-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CARD-FOUND-IDX = 0 OR WS-PB-CARD = SPACES
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARD-LINE(WS-CARD-FOUND-IDX) TO CARD-RECORD
           MOVE CARD-ACCT-ID TO WS-IN-ACCT-ID
           EVALUATE TRUE
               WHEN CARD-HOT
                   MOVE RC-CARD-HOT TO WS-RESULT-CODE
               WHEN CARD-EXPIRED
                   MOVE RC-CARD-EXPIRED TO WS-RESULT-CODE
               WHEN CARD-EXPIRY < WS-CURRENT-YYYYMM
                   MOVE RC-CARD-EXPIRED TO WS-RESULT-CODE
               WHEN NOT CARD-ACTIVE
                   MOVE RC-CARD-INACTIVE TO WS-RESULT-CODE
           END-EVALUATE
           IF WS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF CARD-USAGE-DATE NOT = WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE TO CARD-USAGE-DATE
               MOVE 0 TO CARD-POS-USED CARD-ATM-USED
           END-IF
           IF WS-PB-CHANNEL(1:1) = 'A'
               IF CARD-ATM-USED + WS-PB-AMOUNT > CARD-ATM-LIMIT
                   MOVE RC-CARD-LIMIT TO WS-RESULT-CODE
               END-IF
           ELSE
               IF CARD-POS-USED + WS-PB-AMOUNT > CARD-POS-LIMIT
                   MOVE RC-CARD-LIMIT TO WS-RESULT-CODE
               END-IF
           END-IF.

      *>   Roll the approved amount into the card's running total
      *>   for the day. CARD-RECORD still holds the card CHECK-CARD
      *>   resolved, its totals already reset if the day turned.
       ADD-CARD-USAGE.
           IF WS-PB-CHANNEL(1:1) = 'A'
               ADD WS-PB-AMOUNT TO CARD-ATM-USED
           ELSE
               ADD WS-PB-AMOUNT TO CARD-POS-USED
           END-IF
           MOVE CARD-RECORD TO WS-CARD-LINE(WS-CARD-FOUND-IDX).

      *> -------------------------------------------------------
      *> LOAD-CARDS / SAVE-CARDS: CARDS.DAT through the raw-line
      *> table. A missing file is an empty card master — every
      *> request then declines unknown-card.
      *> -------------------------------------------------------
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

       SAVE-CARDS.
           IF WS-CARD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
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
      *> PROCESS-PRESENTMENTS: One pass over PRESENT.DAT. Each
