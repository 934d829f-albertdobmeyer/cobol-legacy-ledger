      *>================================================================*
      *>  Program:     WIREOUT.cob
      *>  System:      LEGACY LEDGER — Outgoing Wire Desk
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Customer-initiated outgoing wires, start to finish, in
      *>    place of the paper form keyed into the correspondent's
      *>    portal. SWIFTMSG.cob renders only the payroll settlements
      *>    on OUTBOUND.DAT; this is the teller-line side.
      *>
      *>    A teller CAPTUREs the request — debited account, amount,
      *>    beneficiary, receiving bank, purpose — and the
      *>    beneficiary is screened against SDN.DAT before the wire
      *>    is logged at all (a hit is logged REJECTED, RESULT|06).
      *>    Somebody then calls the customer back on the number of
      *>    record and VERIFYs, which stamps the operator, time and
      *>    number called. Above WS-WR-DUAL-LIMIT a second operator
      *>    (supervisor or admin, never the maker) must APPROVE —
      *>    the same two-person rule GLENTRY.cob applies to manual
      *>    journal entries. SEND then debits the account through
      *>    the full debit-side sequence STANDORD.cob duplicates
      *>    from TRANSACT.cob (frozen status, sanctions on the
      *>    holder and beneficial owners, stop payments, available
      *>    balance, daily limit, CD maturity), re-screens the
      *>    beneficiary against today's SDN.DAT, posts a type-'W'
      *>    record on channel 'WR', and appends the MT103 in the
      *>    layout SWIFTMSG.cob already produces to WIREMT.DAT.
      *>
      *>    Cutoff: the wire room closes at the 'WR' row's cutoff
      *>    time in CHANCTL.DAT (WS-WR-CUTOFF-DEFAULT when there is
      *>    no row). A SEND on the BUSDATE.DAT business date after
      *>    that time — or while the business date still lags the
      *>    calendar, i.e. before EODRUN.cob has rolled the day —
      *>    is refused RESULT|13 and the wire stays queued for the
      *>    next business day. The 'WR' row's channel daily limit,
      *>    when set, caps the day's total wires as it does in
      *>    VALIDATE.cob.
      *>
      *>  Operations (via command-line argument):
      *>    CAPTURE          — one request line read from standard
      *>        input, pipe-delimited:
      *>            ACCT|AMOUNT|BENE-NAME|BENE-ACCT|BENE-BANK|PURPOSE
      *>    VERIFY wireid contact — customer callback recorded
      *>                       (contact = number called / person)
      *>    APPROVE wireid   — second-operator release above the
      *>                       threshold
      *>    REJECT wireid [reason] — cancel before it is sent
      *>                       (supervisor, or the maker)
      *>    SEND wireid      — debit, post and write the MT103
      *>    LIST [status]    — the wire log, optionally one status
      *>
      *>  Files:
      *>    Input/Output: WIRELOG.DAT (see WIREREC.cpy)
      *>    Input/Output: ACCOUNTS.DAT (LINE SEQUENTIAL, SEND only)
      *>    Input:        SDN.DAT, BENOWNER.DAT, STOPPAY.DAT,
      *>                  ACCTLIMIT.DAT, CIPDOCS.DAT, CHANCTL.DAT,
      *>                  BUSDATE.DAT, OPERATORS.DAT
      *>    Output:       TRANSACT.DAT (appended), WIREMT.DAT (MT103
      *>                  messages, appended), STOPHITS.DAT
      *>
      *>  Copybooks:
      *>    WIREREC.cpy, ACCTREC.cpy, TRANSREC.cpy, SDNREC.cpy,
      *>    BOREC.cpy, STOPREC.cpy, LIMITREC.cpy, CIPREC.cpy,
      *>    BUSDATE.cpy, ACCTVERS.cpy, VERSWORK.cpy, MANIFEST.cpy,
      *>    MANFWORK.cpy, OPERREC.cpy, OPERIO.cpy, ACCTIO.cpy,
      *>    COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    WIRE-CAPTURED|WIREID|ACCT|AMOUNT|BENE|APPROVAL-REQ(Y/N)
      *>    WIRE-SDN-HIT|WIREID|BENE
      *>    WIRE-VERIFIED|WIREID|OPER|CONTACT
      *>    WIRE-APPROVED|WIREID|OPER
      *>    WIRE-REJECTED|WIREID|OPER|REASON
      *>    WIRE-CUTOFF|WIREID|CUTOFF|BUSINESS-DATE
      *>    WIRE-DECLINED|WIREID|RC
      *>    WIRE-SENT|WIREID|TRANS-ID|ACCT|AMOUNT
      *>    WIRE|WIREID|ACCT|AMOUNT|STATUS|BENE|BANK|MAKER|CALLBACK|
      *>        APPROVER|TRANS-ID
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Operation complete
      *>    RESULT|01/02/04/05/09 — SEND declined by the debit checks
      *>    RESULT|03 — Account or wire not found
      *>    RESULT|06 — Beneficiary, holder or owner on SDN.DAT
      *>    RESULT|07 — Not signed on, no callback, approval
      *>                missing, or maker approving own wire
      *>    RESULT|13 — Past the wire cutoff for the business day
      *>    RESULT|99 — Bad request line / wrong status / I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREOUT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SYSIN IS STANDARD-INPUT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIRELOG-FILE
               ASSIGN TO "WIRELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
           SELECT WIREMT-FILE
               ASSIGN TO "WIREMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MT-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO "FILEMANF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCTVERS-FILE
               ASSIGN TO "ACCTVERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERS-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
      *>   Screening inputs for the debit-side checks — the same
      *>   files TRANSACT.cob consults on every debit.
           SELECT SDN-FILE
               ASSIGN TO "SDN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDN-STATUS.
           SELECT BO-FILE
               ASSIGN TO "BENOWNER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-STATUS.
           SELECT STOPPAY-FILE
               ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.
           SELECT STOPHIT-FILE
               ASSIGN TO "STOPHITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOPHIT-STATUS.
           SELECT ACCTLIMIT-FILE
               ASSIGN TO "ACCTLIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT CIP-FILE
               ASSIGN TO "CIPDOCS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIP-STATUS.
           SELECT CHANCTL-FILE
               ASSIGN TO "CHANCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WIRELOG-FILE.
       COPY "WIREREC.cpy".
       FD  WIREMT-FILE.
       01  WIREMT-RECORD          PIC X(100).
       FD  MANIFEST-FILE.
       COPY "MANIFEST.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  ACCTVERS-FILE.
       COPY "ACCTVERS.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".
       FD  SDN-FILE.
       COPY "SDNREC.cpy".
       FD  BO-FILE.
       COPY "BOREC.cpy".
       FD  STOPPAY-FILE.
       COPY "STOPREC.cpy".
       FD  STOPHIT-FILE.
       01  STOPHIT-RECORD         PIC X(100).
       FD  ACCTLIMIT-FILE.
       COPY "LIMITREC.cpy".
       FD  CIP-FILE.
       COPY "CIPREC.cpy".
      *>   Same per-channel control layout VALIDATE.cob reads.
       FD  CHANCTL-FILE.
       01  CHANNEL-CONTROL-RECORD.
           05  CHC-CHANNEL        PIC X(2).
           05  CHC-CUTOFF-TIME    PIC 9(6).
           05  CHC-DAILY-LIMIT    PIC S9(12)V99.

       WORKING-STORAGE SECTION.
       01  WS-WL-STATUS           PIC XX VALUE SPACES.
       01  WS-MT-STATUS           PIC XX VALUE SPACES.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-CHC-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(80) VALUE SPACES.
       01  WS-CMD-PTR             PIC 9(3) VALUE 0.
       01  WS-OPERATION           PIC X(8) VALUE SPACES.
       01  WS-ARG-2               PIC X(8) VALUE SPACES.
       01  WS-ARG-REST            PIC X(40) VALUE SPACES.
      *>   WS-CURRENT-DATE is the BUSDATE.DAT business date once
      *>   RESOLVE-BUSINESS-DATE has run; WS-SYSTEM-DATE keeps the
      *>   calendar date for the cutoff test. The clock is taken
      *>   whole (HHMMSShh) so the cutoff compares hours, not the
      *>   minutes-and-seconds a six-digit receiver would keep.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-SYSTEM-DATE         PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-CLOCK-TIME          PIC 9(8) VALUE 0.
       01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
           05  WS-CLOCK-HHMMSS    PIC 9(6).
           05  WS-CLOCK-HUNDREDTHS PIC 9(2).
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-RESULT-CODE         PIC X(2) VALUE '00'.

      *>   Desk policy. WS-WR-DUAL-LIMIT: wires above this need a
      *>   second operator's APPROVE after the callback. The
      *>   cutoff default applies when CHANCTL.DAT has no 'WR' row.
       01  WS-WR-DUAL-LIMIT       PIC 9(10)V99 VALUE 10000.00.
       01  WS-WR-CUTOFF-DEFAULT   PIC 9(6) VALUE 160000.
       01  WS-WR-CUTOFF           PIC 9(6) VALUE 0.
       01  WS-WR-CHANNEL-LIMIT    PIC S9(12)V99 VALUE 0.
       01  WS-WR-CHANNEL-TODAY    PIC S9(12)V99 VALUE 0.
       01  WS-WR-NEEDS-APPROVAL   PIC X(1) VALUE 'N'.

      *>   The captured request line, unpacked.
       01  WS-IN-LINE             PIC X(200) VALUE SPACES.
       01  WS-LN-ACCT             PIC X(10) VALUE SPACES.
       01  WS-LN-AMOUNT-STR       PIC X(15) VALUE SPACES.
       01  WS-LN-BENE-NAME        PIC X(30) VALUE SPACES.
       01  WS-LN-BENE-ACCT        PIC X(20) VALUE SPACES.
       01  WS-LN-BENE-BANK        PIC X(11) VALUE SPACES.
       01  WS-LN-PURPOSE          PIC X(30) VALUE SPACES.
       01  WS-LN-AMOUNT           PIC S9(10)V99 VALUE 0.

      *>   The wire log staged for in-place status rewrites — same
      *>   raw-line table GLENTRY.cob keeps for its pending queue.
       01  WS-WL-TABLE.
           05  WS-WL-LINE OCCURS 500 TIMES PIC X(250).
       01  WS-WL-COUNT            PIC 9(3) VALUE 0.
       01  WS-WL-IDX              PIC 9(3) VALUE 0.
       01  WS-WL-TARGET-IDX       PIC 9(3) VALUE 0.
       01  WS-WIRE-SEQ            PIC 9(6) VALUE 0.
       01  WS-WIRE-TX-SEQ         PIC 9(4) VALUE 0.
       01  WS-LIST-FILTER         PIC X(1) VALUE SPACES.

      *>   MT103 build fields — same amount REDEFINES SWIFTMSG.cob
      *>   uses to place a literal "." between the parts.
       01  WS-AMT-DISPLAY         PIC 9(10)V99.
       01  WS-AMT-REDEF REDEFINES WS-AMT-DISPLAY.
           05  WS-AMT-INT-PART    PIC 9(10).
           05  WS-AMT-DEC-PART    PIC 99.
       01  WS-AMT-STRING          PIC X(14) VALUE SPACES.
       01  WS-SWIFT-LINE          PIC X(100) VALUE SPACES.

      *>   Debit-side screening fields — same shapes and limit
      *>   constants as TRANSACT.cob, duplicated per this repo's
      *>   own-procedure-logic-over-shared-copybooks convention.
       01  WS-SRC-FOUND-IDX       PIC 9(3) VALUE 0.
       01  WS-AVAILABLE           PIC S9(10)V99 VALUE 0.
       01  WS-SDN-STATUS          PIC XX VALUE SPACES.
       01  WS-BO-STATUS           PIC XX VALUE SPACES.
       01  WS-STOP-STATUS         PIC XX VALUE SPACES.
       01  WS-STOPHIT-STATUS      PIC XX VALUE SPACES.
       01  WS-LIMIT-STATUS        PIC XX VALUE SPACES.
       01  WS-CIP-STATUS          PIC XX VALUE SPACES.
       01  WS-SANCTIONS-MATCH     PIC X(1) VALUE 'N'.
       01  WS-BENE-SDN-MATCH      PIC X(1) VALUE 'N'.
       01  WS-BO-NAME-TABLE.
           05  WS-BO-SCREEN-NAME OCCURS 10 TIMES PIC X(30).
       01  WS-BO-NAME-COUNT       PIC 9(2) VALUE 0.
       01  WS-BO-NAME-IDX         PIC 9(2) VALUE 0.
       01  WS-STOP-MATCH          PIC X(1) VALUE 'N'.
       01  WS-STOP-HIT-OPER       PIC X(8) VALUE SPACES.
       01  WS-STOP-PATT-LEN       PIC 9(2) VALUE 0.
       01  WS-WIRE-DESC           PIC X(40) VALUE SPACES.
       01  WS-LIMIT-CHECKING      PIC 9(10)V99 VALUE 7500.00.
       01  WS-LIMIT-SAVINGS       PIC 9(10)V99 VALUE 5000.00.
       01  WS-LIMIT-CD            PIC 9(10)V99 VALUE 50000.00.
       01  WS-DAILY-LIMIT         PIC 9(10)V99 VALUE 0.
       01  WS-CIP-PENDING-LIMIT   PIC 9(10)V99 VALUE 500.00.
       01  WS-CIP-PENDING-FLAG    PIC X(1) VALUE 'N'.
       01  WS-SAMEDAY-TOTAL       PIC S9(12)V99 VALUE 0.
       COPY "ACCTIO.cpy".
      *>   ACCOUNTS.DAT update-token working fields — see
      *>   ACCTVERS.cpy and NOTE-ACCT-VERSION/GUARD-ACCT-VERSION.
       COPY "VERSWORK.cpy".
      *>   Control-total manifest working fields — see
      *>   MANIFEST.cpy/MANFWORK.cpy and VERIFY-FILE-MANIFEST.
       COPY "MANFWORK.cpy".
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO WS-CURRENT-DATE
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-HHMMSS TO WS-CURRENT-TIME

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE 1 TO WS-CMD-PTR
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-ARG-2
               WITH POINTER WS-CMD-PTR
           END-UNSTRING
           IF WS-CMD-PTR <= 80
               MOVE FUNCTION TRIM(WS-CMD-LINE(WS-CMD-PTR:))
                   TO WS-ARG-REST
           END-IF
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

      *>   Every operation moves customer money or the record of
      *>   who released it — signed-on operator required throughout.
           ACCEPT WS-IN-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
           ACCEPT WS-IN-OPER-PIN
               FROM ENVIRONMENT "BANK_OPERATOR_PIN"
           PERFORM AUTHENTICATE-OPERATOR
           IF WS-OPER-DENIED
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF

           PERFORM LOAD-WIRE-LOG
           EVALUATE WS-OPERATION
               WHEN "CAPTURE"
                   PERFORM CAPTURE-WIRE
               WHEN "VERIFY"
                   PERFORM RESOLVE-WIRE
                   PERFORM VERIFY-WIRE
               WHEN "APPROVE"
                   PERFORM RESOLVE-WIRE
                   PERFORM APPROVE-WIRE
               WHEN "REJECT"
                   PERFORM RESOLVE-WIRE
                   PERFORM REJECT-WIRE
               WHEN "SEND"
                   PERFORM RESOLVE-WIRE
                   PERFORM SEND-WIRE
               WHEN "LIST"
                   PERFORM LIST-WIRES
               WHEN OTHER
                   DISPLAY "RESULT|99"
           END-EVALUATE
           STOP RUN.

      *> -------------------------------------------------------
      *> CAPTURE-WIRE: Read the request line from standard input
      *> (ACCT|AMOUNT|BENE-NAME|BENE-ACCT|BENE-BANK|PURPOSE),
      *> check the debited account exists and is open, screen the
      *> beneficiary against SDN.DAT, and log the wire. Nothing is
      *> debited here — a captured wire waits for its callback.
      *> -------------------------------------------------------
       CAPTURE-WIRE.
           MOVE SPACES TO WS-IN-LINE
           ACCEPT WS-IN-LINE FROM STANDARD-INPUT
           MOVE SPACES TO WS-LN-ACCT WS-LN-AMOUNT-STR
               WS-LN-BENE-NAME WS-LN-BENE-ACCT WS-LN-BENE-BANK
               WS-LN-PURPOSE
           UNSTRING WS-IN-LINE DELIMITED BY '|'
               INTO WS-LN-ACCT
                    WS-LN-AMOUNT-STR
                    WS-LN-BENE-NAME
                    WS-LN-BENE-ACCT
                    WS-LN-BENE-BANK
                    WS-LN-PURPOSE
           END-UNSTRING
           IF WS-LN-ACCT = SPACES OR WS-LN-BENE-NAME = SPACES
               OR WS-LN-BENE-ACCT = SPACES
               OR WS-LN-BENE-BANK = SPACES
               DISPLAY "ERROR|FIELD-REQUIRED"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 0 TO WS-LN-AMOUNT
           IF FUNCTION TEST-NUMVAL(WS-LN-AMOUNT-STR) = 0
               COMPUTE WS-LN-AMOUNT =
                   FUNCTION NUMVAL(WS-LN-AMOUNT-STR)
           END-IF
           IF WS-LN-AMOUNT NOT > 0
               DISPLAY "ERROR|BAD-AMOUNT|"
                   FUNCTION TRIM(WS-LN-AMOUNT-STR)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           PERFORM LOAD-ALL-ACCOUNTS
           MOVE WS-LN-ACCT TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) NOT = 'A'
               DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
               STOP RUN
           END-IF

           PERFORM SEED-WIRE-SEQ
           ADD 1 TO WS-WIRE-SEQ
           MOVE SPACES TO WIRE-LOG-RECORD
           STRING "WR" WS-WIRE-SEQ
               DELIMITED BY SIZE INTO WIRE-ID
           END-STRING
           MOVE WS-LN-ACCT TO WIRE-ACCT-ID
           MOVE WS-LN-AMOUNT TO WIRE-AMOUNT
           MOVE FUNCTION UPPER-CASE(WS-LN-BENE-NAME)
               TO WIRE-BENE-NAME
           MOVE WS-LN-BENE-ACCT TO WIRE-BENE-ACCT
           MOVE FUNCTION UPPER-CASE(WS-LN-BENE-BANK)
               TO WIRE-BENE-BANK
           MOVE WS-LN-PURPOSE TO WIRE-PURPOSE
           MOVE 'C' TO WIRE-STATUS
           MOVE WS-SYSTEM-DATE TO WIRE-CAPT-DATE
           MOVE WS-CURRENT-TIME TO WIRE-CAPT-TIME
           MOVE WS-IN-OPER-ID TO WIRE-MAKER
           MOVE 0 TO WIRE-CB-DATE WIRE-CB-TIME WIRE-SENT-DATE

           PERFORM SCREEN-BENEFICIARY
           IF WS-BENE-SDN-MATCH = 'Y'
               MOVE 'R' TO WIRE-STATUS
               MOVE WS-IN-OPER-ID TO WIRE-REJECT-OPER
               MOVE "SDN BENEFICIARY" TO WIRE-REJECT-REASON
               PERFORM APPEND-WIRE-LOG
               DISPLAY "WIRE-SDN-HIT|" WIRE-ID "|" WIRE-BENE-NAME
               DISPLAY "RESULT|" RC-SANCTIONS-HIT
               STOP RUN
           END-IF

           PERFORM APPEND-WIRE-LOG
           MOVE 'N' TO WS-WR-NEEDS-APPROVAL
           IF WIRE-AMOUNT > WS-WR-DUAL-LIMIT
               MOVE 'Y' TO WS-WR-NEEDS-APPROVAL
           END-IF
           DISPLAY "WIRE-CAPTURED|" WIRE-ID "|" WIRE-ACCT-ID "|"
               WIRE-AMOUNT "|" FUNCTION TRIM(WIRE-BENE-NAME) "|"
               WS-WR-NEEDS-APPROVAL
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> VERIFY-WIRE: The customer callback. Whoever made the call
      *> records the number dialled or the person who confirmed;
      *> the wire moves from captured to verified.
      *> -------------------------------------------------------
       VERIFY-WIRE.
           IF WIRE-STATUS NOT = 'C'
               DISPLAY "ERROR|WIRE-NOT-CAPTURED|" WIRE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-ARG-REST = SPACES
               DISPLAY "ERROR|CONTACT-REQUIRED"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-IN-OPER-ID TO WIRE-CB-OPER
           MOVE WS-SYSTEM-DATE TO WIRE-CB-DATE
           MOVE WS-CURRENT-TIME TO WIRE-CB-TIME
           MOVE WS-ARG-REST TO WIRE-CB-CONTACT
           MOVE 'V' TO WIRE-STATUS
           PERFORM REWRITE-TARGET-WIRE
           DISPLAY "WIRE-VERIFIED|" WIRE-ID "|" WS-IN-OPER-ID "|"
               FUNCTION TRIM(WIRE-CB-CONTACT)
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> APPROVE-WIRE: The checker — supervisor or admin, never
      *> the maker — releases a verified wire. Same two-person
      *> rule as GLENTRY.cob's APPROVE-ENTRY. The callback comes
      *> first: an unverified wire cannot be approved.
      *> -------------------------------------------------------
       APPROVE-WIRE.
           IF WS-OPER-ROLE = 'T'
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF
           IF WIRE-MAKER = WS-IN-OPER-ID
               DISPLAY "ERROR|MAKER-CANNOT-APPROVE"
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF
           IF WIRE-STATUS NOT = 'V'
               DISPLAY "ERROR|WIRE-NOT-VERIFIED|" WIRE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-IN-OPER-ID TO WIRE-APPROVER
           MOVE 'A' TO WIRE-STATUS
           PERFORM REWRITE-TARGET-WIRE
           DISPLAY "WIRE-APPROVED|" WIRE-ID "|" WS-IN-OPER-ID
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> REJECT-WIRE: Cancel a wire that has not gone out. A
      *> supervisor may reject any of them; a teller only one
      *> they captured themselves (the customer changed their
      *> mind at the window).
      *> -------------------------------------------------------
       REJECT-WIRE.
           IF WS-OPER-ROLE = 'T'
               AND WIRE-MAKER NOT = WS-IN-OPER-ID
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF
           IF WIRE-STATUS = 'S' OR WIRE-STATUS = 'R'
               DISPLAY "ERROR|WIRE-CLOSED|" WIRE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-IN-OPER-ID TO WIRE-REJECT-OPER
           IF WS-ARG-REST = SPACES
               MOVE "OPERATOR REJECT" TO WIRE-REJECT-REASON
           ELSE
               MOVE WS-ARG-REST TO WIRE-REJECT-REASON
           END-IF
           MOVE 'R' TO WIRE-STATUS
           PERFORM REWRITE-TARGET-WIRE
           DISPLAY "WIRE-REJECTED|" WIRE-ID "|" WS-IN-OPER-ID "|"
               FUNCTION TRIM(WIRE-REJECT-REASON)
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> SEND-WIRE: Release one wire. It must carry its callback,
      *> and above the threshold its approval; it must be inside
      *> the business day's cutoff; and the debit must clear every
      *> posting check. A sanctions hit at this point rejects the
      *> wire outright; any other decline leaves it queued so the
      *> branch can cure it (funds, limit) or reject it.
      *> -------------------------------------------------------
       SEND-WIRE.
           EVALUATE WIRE-STATUS
               WHEN 'A'
                   CONTINUE
               WHEN 'V'
                   IF WIRE-AMOUNT > WS-WR-DUAL-LIMIT
                       DISPLAY "ERROR|APPROVAL-REQUIRED|" WIRE-ID
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
               WHEN 'C'
                   DISPLAY "ERROR|CALLBACK-REQUIRED|" WIRE-ID
                   DISPLAY "RESULT|" RC-UNAUTHORIZED
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR|WIRE-CLOSED|" WIRE-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-EVALUATE

           PERFORM LOAD-WIRE-CONTROLS
           IF WS-SYSTEM-DATE > WS-CURRENT-DATE
               OR (WS-SYSTEM-DATE = WS-CURRENT-DATE
                   AND WS-CLOCK-HHMMSS >= WS-WR-CUTOFF)
               DISPLAY "WIRE-CUTOFF|" WIRE-ID "|" WS-WR-CUTOFF "|"
                   WS-CURRENT-DATE
               DISPLAY "RESULT|" RC-CHANNEL-CUTOFF
               STOP RUN
           END-IF

           PERFORM SEED-WIRE-TX-SEQ
           PERFORM LOAD-ALL-ACCOUNTS
           MOVE '00' TO WS-RESULT-CODE
           PERFORM VALIDATE-WIRE-DEBIT
           IF WS-RESULT-CODE NOT = '00'
               IF WS-RESULT-CODE = RC-SANCTIONS-HIT
                   MOVE 'R' TO WIRE-STATUS
                   MOVE WS-IN-OPER-ID TO WIRE-REJECT-OPER
                   IF WS-BENE-SDN-MATCH = 'Y'
                       MOVE "SDN BENEFICIARY" TO WIRE-REJECT-REASON
                   ELSE
                       MOVE "SDN ORIGINATOR" TO WIRE-REJECT-REASON
                   END-IF
                   PERFORM REWRITE-TARGET-WIRE
               END-IF
               DISPLAY "WIRE-DECLINED|" WIRE-ID "|" WS-RESULT-CODE
               DISPLAY "RESULT|" WS-RESULT-CODE
               STOP RUN
           END-IF

           PERFORM POST-WIRE-DEBIT
           PERFORM SAVE-ALL-ACCOUNTS
           PERFORM WRITE-MT103-MESSAGE
           MOVE 'S' TO WIRE-STATUS
           MOVE WS-CURRENT-DATE TO WIRE-SENT-DATE
           PERFORM REWRITE-TARGET-WIRE
           DISPLAY "WIRE-SENT|" WIRE-ID "|" WIRE-TRANS-ID "|"
               WIRE-ACCT-ID "|" WIRE-AMOUNT
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> VALIDATE-WIRE-DEBIT: The debited account must exist and
      *> be open, clear sanctions (holder and beneficial owners)
      *> and stop-payment screening, have available funds, stay
      *> inside its daily limit and the wire channel's, and clear
      *> the CD maturity block — STANDORD.cob's sequence — and
      *> the beneficiary is screened again against today's list.
      *> -------------------------------------------------------
       VALIDATE-WIRE-DEBIT.
           MOVE WIRE-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-IDX TO WS-SRC-FOUND-IDX
           IF WS-A-STATUS(WS-SRC-FOUND-IDX) NOT = 'A'
               MOVE RC-ACCOUNT-FROZEN TO WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM SCREEN-BENEFICIARY
           IF WS-BENE-SDN-MATCH = 'Y'
               MOVE RC-SANCTIONS-HIT TO WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SANCTIONS
           IF WS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STOP-PAYMENT
           IF WS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVAILABLE =
               WS-A-BALANCE(WS-SRC-FOUND-IDX)
               - WS-A-HOLD(WS-SRC-FOUND-IDX)
           IF WS-AVAILABLE < WIRE-AMOUNT
               MOVE RC-NSF TO WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DAILY-LIMIT
           IF WS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF WS-WR-CHANNEL-LIMIT NOT = 0
               AND WS-WR-CHANNEL-TODAY + WIRE-AMOUNT
                   > WS-WR-CHANNEL-LIMIT
               DISPLAY "CHANNEL-LIMIT|WR|" WS-WR-CHANNEL-TODAY "|"
                   WS-WR-CHANNEL-LIMIT
               MOVE RC-LIMIT-EXCEEDED TO WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-A-TYPE(WS-SRC-FOUND-IDX) = 'D'
               AND WS-CURRENT-DATE < WS-A-MATURITY(WS-SRC-FOUND-IDX)
               MOVE RC-CD-NOT-MATURED TO WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF.

      *> -------------------------------------------------------
      *> POST-WIRE-DEBIT: Debit the account and append one
      *> type-'W' record on channel 'WR'. The "WO" TRANS-ID prefix
      *> keeps outgoing wires apart from SWIFTIN.cob's incoming
      *> "W" + date credits.
      *> -------------------------------------------------------
       POST-WIRE-DEBIT.
           SUBTRACT WIRE-AMOUNT FROM WS-A-BALANCE(WS-SRC-FOUND-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-SRC-FOUND-IDX)

           ADD 1 TO WS-WIRE-TX-SEQ
           STRING "WO" WS-CURRENT-DATE(3:6) WS-WIRE-TX-SEQ
               DELIMITED BY SIZE INTO TRANS-ID
           END-STRING
           MOVE TRANS-ID TO WIRE-TRANS-ID
           MOVE WIRE-ACCT-ID TO TRANS-ACCT-ID
           MOVE TX-WITHDRAW TO TRANS-TYPE
           MOVE WIRE-AMOUNT TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE WS-WIRE-DESC TO TRANS-DESC
           MOVE RC-SUCCESS TO TRANS-STATUS
           MOVE 'WR' TO TRANS-CHANNEL
           MOVE WS-A-BRANCH(WS-SRC-FOUND-IDX) TO TRANS-BRANCH
           MOVE "WIREOUT" TO TRANS-BATCH-ID
      *>   The daily-limit scan read the ledger through this same
      *>   FD record — zero the chain fields the tip record left
      *>   behind, per the TRANSREC.cpy rollout note for
      *>   non-core writers
           MOVE 0 TO TRANS-SEQ-NO
           MOVE 0 TO TRANS-CHAIN-VAL

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

      *>================================================================*
      *>  WRITE-MT103-MESSAGE: Append one MT103 single-customer-
      *>  credit-transfer block to WIREMT.DAT — the same header,
      *>  tag order and amount rendering as SWIFTMSG.cob's
      *>  WRITE-MT103-MESSAGE, with the customer's account and name
      *>  as ordering customer (:50K:) and the captured beneficiary
      *>  and receiving bank in :59: and :57A:. :20: carries the
      *>  WIRE-ID so an investigation traces straight to the log.
      *>================================================================*
       WRITE-MT103-MESSAGE.
           OPEN EXTEND WIREMT-FILE
           IF WS-MT-STATUS NOT = '00'
               OPEN OUTPUT WIREMT-FILE
               IF WS-MT-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-MT-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE WIRE-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO WS-AMT-STRING
           STRING WS-AMT-INT-PART DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-AMT-DEC-PART DELIMITED BY SIZE
               INTO WS-AMT-STRING
           END-STRING

           MOVE SPACES TO WS-SWIFT-LINE
           STRING "{1:F01" BANK-CLEARING "AXXX0000000000}"
               DELIMITED BY SIZE INTO WS-SWIFT-LINE
           END-STRING
           WRITE WIREMT-RECORD FROM WS-SWIFT-LINE

           MOVE SPACES TO WS-SWIFT-LINE
           STRING "{2:I103" DELIMITED BY SIZE
               WIRE-BENE-BANK DELIMITED BY SPACE
               "N}" DELIMITED BY SIZE
               INTO WS-SWIFT-LINE
           END-STRING
           WRITE WIREMT-RECORD FROM WS-SWIFT-LINE

           MOVE "{4:" TO WS-SWIFT-LINE
           WRITE WIREMT-RECORD FROM WS-SWIFT-LINE

           MOVE SPACES TO WS-SWIFT-LINE
           STRING ":20:" WIRE-ID DELIMITED BY SIZE
               INTO WS-SWIFT-LINE
           END-STRING
           WRITE WIREMT-RECORD FROM WS-SWIFT-LINE

           MOVE ":23B:CRED" TO WS-SWIFT-LINE
           WRITE WIREMT-RECORD FROM WS-SWIFT-LINE

      *>   :32A: value date is the business date, YYMMDD.
           MOVE SPACES TO WS-SWIFT-LINE
           STRING ":32A:" WS-CURRENT-DATE(3:6) "USD" WS-AMT-STRING
               DELIMITED BY SIZE INTO WS-SWIFT-LINE
           END-STRING
           WRITE WIREMT-RECORD FROM WS-SWIFT-LINE

           MOVE SPACES TO WS-SWIFT-LINE
           STRING ":50K:/" WIRE-ACCT-ID
               DELIMITED BY SIZE INTO WS-SWIFT-LINE
           END-STRING
           WRITE WIREMT-RECORD FROM WS-SWIFT-LINE
           MOVE WS-A-NAME(WS-SRC-FOUND-IDX) TO WS-SWIFT-LINE
           WRITE WIREMT-RECORD FROM WS-SWIFT-LINE

           MOVE SPACES TO WS-SWIFT-LINE
           STRING ":52A:" BANK-CLEARING
               DELIMITED BY SIZE INTO WS-SWIFT-LINE
           END-STRING
           WRITE WIREMT-RECORD FROM WS-SWIFT-LINE

           MOVE SPACES TO WS-SWIFT-LINE
           STRING ":57A:" WIRE-BENE-BANK
               DELIMITED BY SIZE INTO WS-SWIFT-LINE
           END-STRING
           WRITE WIREMT-RECORD FROM WS-SWIFT-LINE

           MOVE SPACES TO WS-SWIFT-LINE
           STRING ":59:/" WIRE-BENE-ACCT
               DELIMITED BY SIZE INTO WS-SWIFT-LINE
           END-STRING
           WRITE WIREMT-RECORD FROM WS-SWIFT-LINE
           MOVE WIRE-BENE-NAME TO WS-SWIFT-LINE
           WRITE WIREMT-RECORD FROM WS-SWIFT-LINE

           MOVE SPACES TO WS-SWIFT-LINE
           STRING ":70:" WIRE-PURPOSE
               DELIMITED BY SIZE INTO WS-SWIFT-LINE
           END-STRING
           WRITE WIREMT-RECORD FROM WS-SWIFT-LINE

           MOVE ":71A:OUR" TO WS-SWIFT-LINE
           WRITE WIREMT-RECORD FROM WS-SWIFT-LINE

           MOVE "-}" TO WS-SWIFT-LINE
           WRITE WIREMT-RECORD FROM WS-SWIFT-LINE
           CLOSE WIREMT-FILE.

       LIST-WIRES.
           MOVE WS-ARG-2(1:1) TO WS-LIST-FILTER
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WL-COUNT
               MOVE WS-WL-LINE(WS-WL-IDX) TO WIRE-LOG-RECORD
               IF WS-LIST-FILTER = SPACES
                   OR WS-LIST-FILTER = WIRE-STATUS
                   DISPLAY "WIRE|" WIRE-ID "|" WIRE-ACCT-ID "|"
                       WIRE-AMOUNT "|" WIRE-STATUS "|"
                       FUNCTION TRIM(WIRE-BENE-NAME) "|"
                       FUNCTION TRIM(WIRE-BENE-BANK) "|"
                       WIRE-MAKER "|" WIRE-CB-OPER "|"
                       WIRE-APPROVER "|" WIRE-TRANS-ID
               END-IF
           END-PERFORM
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> SCREEN-BENEFICIARY: The captured beneficiary name against
      *> SDN.DAT — whole-name compare, the same way CHECK-SANCTIONS
      *> treats the account holder. A missing SDN.DAT just means
      *> nobody is currently listed.
      *> -------------------------------------------------------
       SCREEN-BENEFICIARY.
           MOVE 'N' TO WS-BENE-SDN-MATCH
           OPEN INPUT SDN-FILE
           IF WS-SDN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SDN-FILE
                   AT END
                       CLOSE SDN-FILE
                       EXIT PERFORM
               END-READ
               IF SDN-NAME = WIRE-BENE-NAME
                   MOVE 'Y' TO WS-BENE-SDN-MATCH
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-WIRE-CONTROLS: The 'WR' row of CHANCTL.DAT — cutoff
      *> time and channel daily limit, the layout VALIDATE.cob's
      *> CHECK-CHANNEL-CONTROLS reads — plus the day's wires
      *> already on the ledger for the channel limit. No row, or
      *> a zero cutoff, leaves the desk's default cutoff in force.
      *> -------------------------------------------------------
       LOAD-WIRE-CONTROLS.
           MOVE WS-WR-CUTOFF-DEFAULT TO WS-WR-CUTOFF
           MOVE 0 TO WS-WR-CHANNEL-LIMIT
           MOVE 0 TO WS-WR-CHANNEL-TODAY
           OPEN INPUT CHANCTL-FILE
           IF WS-CHC-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ CHANCTL-FILE
                       AT END
                           CLOSE CHANCTL-FILE
                           EXIT PERFORM
                   END-READ
                   IF CHC-CHANNEL = 'WR'
                       IF CHC-CUTOFF-TIME NOT = 0
                           MOVE CHC-CUTOFF-TIME TO WS-WR-CUTOFF
                       END-IF
                       MOVE CHC-DAILY-LIMIT TO WS-WR-CHANNEL-LIMIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-WR-CHANNEL-LIMIT = 0
               EXIT PARAGRAPH
           END-IF
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
               IF TRANS-CHANNEL = 'WR'
                   AND TRANS-DATE = WS-CURRENT-DATE
                   ADD FUNCTION ABS(TRANS-AMOUNT)
                       TO WS-WR-CHANNEL-TODAY
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> CHECK-SANCTIONS: Reject if the debited account's holder —
      *> or any captured beneficial owner — matches an SDN.DAT
      *> entry. Same paragraph TRANSACT.cob runs on every debit; a
      *> missing SDN.DAT just means nobody is currently listed.
      *> -------------------------------------------------------
       CHECK-SANCTIONS.
           MOVE '00' TO WS-RESULT-CODE
           MOVE 'N' TO WS-SANCTIONS-MATCH
           PERFORM LOAD-BENEFICIAL-OWNERS
           OPEN INPUT SDN-FILE
           IF WS-SDN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SDN-FILE
                   AT END
                       CLOSE SDN-FILE
                       EXIT PERFORM
               END-READ
               IF SDN-NAME = WS-A-NAME(WS-SRC-FOUND-IDX)
                   MOVE 'Y' TO WS-SANCTIONS-MATCH
               END-IF
               PERFORM VARYING WS-BO-NAME-IDX FROM 1 BY 1
                   UNTIL WS-BO-NAME-IDX > WS-BO-NAME-COUNT
                   IF SDN-NAME = WS-BO-SCREEN-NAME(WS-BO-NAME-IDX)
                       MOVE 'Y' TO WS-SANCTIONS-MATCH
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SANCTIONS-MATCH = 'Y'
               MOVE RC-SANCTIONS-HIT TO WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF.

       LOAD-BENEFICIAL-OWNERS.
           MOVE 0 TO WS-BO-NAME-COUNT
           OPEN INPUT BO-FILE
           IF WS-BO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BO-FILE
                   AT END
                       CLOSE BO-FILE
                       EXIT PERFORM
               END-READ
               IF BO-ACCT-ID = WS-IN-ACCT-ID
                   AND WS-BO-NAME-COUNT < 10
                   ADD 1 TO WS-BO-NAME-COUNT
                   MOVE BO-NAME
                       TO WS-BO-SCREEN-NAME(WS-BO-NAME-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> CHECK-STOP-PAYMENT: Reject a wire whose debit matches a
      *> stop-payment order in force on STOPPAY.DAT — same account,
      *> amount match (exact or range), memo pattern against the
      *> description this wire would post, not past expiry. A hit
      *> is appended to STOPHITS.DAT like TRANSACT.cob's.
      *> -------------------------------------------------------
       CHECK-STOP-PAYMENT.
           MOVE '00' TO WS-RESULT-CODE
           MOVE 'N' TO WS-STOP-MATCH
           MOVE SPACES TO WS-STOP-HIT-OPER
           MOVE SPACES TO WS-WIRE-DESC
           STRING "WIRE OUT " WIRE-ID " TO " DELIMITED BY SIZE
               WIRE-BENE-BANK DELIMITED BY SPACE
               INTO WS-WIRE-DESC
           END-STRING
           OPEN INPUT STOPPAY-FILE
           IF WS-STOP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ STOPPAY-FILE
                   AT END
                       CLOSE STOPPAY-FILE
                       EXIT PERFORM
               END-READ
               IF STOP-ACCT-ID = WS-IN-ACCT-ID
                   AND (STOP-EXPIRY = 0
                       OR STOP-EXPIRY >= WS-CURRENT-DATE)
                   PERFORM MATCH-STOP-ORDER
               END-IF
           END-PERFORM
           IF WS-STOP-MATCH = 'Y'
               MOVE RC-STOP-PAYMENT TO WS-RESULT-CODE
               PERFORM WRITE-STOP-HIT
               EXIT PARAGRAPH
           END-IF.

       MATCH-STOP-ORDER.
           IF STOP-AMOUNT-MAX = 0
               IF WIRE-AMOUNT NOT = STOP-AMOUNT-MIN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WIRE-AMOUNT < STOP-AMOUNT-MIN
                   OR WIRE-AMOUNT > STOP-AMOUNT-MAX
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF STOP-MEMO-PATTERN NOT = SPACES
               COMPUTE WS-STOP-PATT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(STOP-MEMO-PATTERN))
               IF WS-WIRE-DESC(1:WS-STOP-PATT-LEN) NOT =
                   STOP-MEMO-PATTERN(1:WS-STOP-PATT-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-STOP-MATCH
           MOVE STOP-OPER-ID TO WS-STOP-HIT-OPER.

       WRITE-STOP-HIT.
           DISPLAY "STOP-PAY-HIT|" WS-IN-ACCT-ID "|"
               WIRE-AMOUNT "|" WS-STOP-HIT-OPER
           OPEN EXTEND STOPHIT-FILE
           IF WS-STOPHIT-STATUS NOT = '00'
               OPEN OUTPUT STOPHIT-FILE
               IF WS-STOPHIT-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-STOPHIT-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO STOPHIT-RECORD
           STRING WS-IN-ACCT-ID "|" WIRE-AMOUNT "|"
               WS-CURRENT-DATE "|" WS-CURRENT-TIME "|"
               WS-STOP-HIT-OPER "|" FUNCTION TRIM(WS-WIRE-DESC)
               DELIMITED BY SIZE INTO STOPHIT-RECORD
           END-STRING
           WRITE STOPHIT-RECORD
           CLOSE STOPHIT-FILE.

      *> -------------------------------------------------------
      *> CHECK-DAILY-LIMIT: Same-day activity plus this wire must
      *> stay inside the debited account's daily limit — type
      *> default, ACCTLIMIT.DAT override, CIP pending cap, same
      *> resolution TRANSACT.cob applies. A customer who wires
      *> more than the type default needs an ACCTLIMIT.DAT
      *> override, exactly as at the teller window.
      *> -------------------------------------------------------
       CHECK-DAILY-LIMIT.
           MOVE '00' TO WS-RESULT-CODE
           PERFORM RESOLVE-DAILY-LIMIT
           PERFORM SUM-TODAY-ACTIVITY
           IF WS-SAMEDAY-TOTAL + WIRE-AMOUNT > WS-DAILY-LIMIT
               MOVE RC-LIMIT-EXCEEDED TO WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF.

       RESOLVE-DAILY-LIMIT.
           EVALUATE WS-A-TYPE(WS-SRC-FOUND-IDX)
               WHEN 'C'
                   MOVE WS-LIMIT-CHECKING TO WS-DAILY-LIMIT
               WHEN 'S'
                   MOVE WS-LIMIT-SAVINGS TO WS-DAILY-LIMIT
               WHEN 'D'
                   MOVE WS-LIMIT-CD TO WS-DAILY-LIMIT
               WHEN OTHER
                   MOVE WS-LIMIT-CHECKING TO WS-DAILY-LIMIT
           END-EVALUATE
           OPEN INPUT ACCTLIMIT-FILE
           IF WS-LIMIT-STATUS NOT = '00'
               PERFORM APPLY-CIP-PENDING-CAP
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCTLIMIT-FILE
                   AT END
                       CLOSE ACCTLIMIT-FILE
                       EXIT PERFORM
               END-READ
               IF LIMIT-ACCT-ID = WS-IN-ACCT-ID
                   MOVE LIMIT-DAILY-AMOUNT TO WS-DAILY-LIMIT
               END-IF
           END-PERFORM
           PERFORM APPLY-CIP-PENDING-CAP.

       APPLY-CIP-PENDING-CAP.
           MOVE 'N' TO WS-CIP-PENDING-FLAG
           OPEN INPUT CIP-FILE
           IF WS-CIP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CIP-FILE
                   AT END
                       CLOSE CIP-FILE
                       EXIT PERFORM
               END-READ
               IF CIP-ACCT-ID = WS-IN-ACCT-ID
                   AND (CIP-ID-DOC-FLAG NOT = 'Y'
                       OR CIP-TIN-FLAG NOT = 'Y'
                       OR CIP-ADDR-FLAG NOT = 'Y')
                   MOVE 'Y' TO WS-CIP-PENDING-FLAG
               END-IF
           END-PERFORM
           IF WS-CIP-PENDING-FLAG = 'Y'
               AND WS-DAILY-LIMIT > WS-CIP-PENDING-LIMIT
               MOVE WS-CIP-PENDING-LIMIT TO WS-DAILY-LIMIT
           END-IF.

       SUM-TODAY-ACTIVITY.
           MOVE 0 TO WS-SAMEDAY-TOTAL
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
                   AND TRANS-DATE = WS-CURRENT-DATE
                   ADD FUNCTION ABS(TRANS-AMOUNT) TO WS-SAMEDAY-TOTAL
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SEED-WIRE-TX-SEQ: Continue the posting sequence past the
      *> day's highest "WO"-prefixed TRANS-ID already on the
      *> ledger — STANDORD.cob's SEED-ORDER-SEQ pattern. Runs
      *> before the posting record is prepared, so the FD scan
      *> clobbers nothing.
      *> -------------------------------------------------------
       SEED-WIRE-TX-SEQ.
           MOVE 0 TO WS-WIRE-TX-SEQ
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
               IF TRANS-ID(1:2) = 'WO'
                   AND TRANS-ID(3:6) = WS-CURRENT-DATE(3:6)
                   AND TRANS-ID(9:4) IS NUMERIC
                   IF FUNCTION NUMVAL(TRANS-ID(9:4)) > WS-WIRE-TX-SEQ
                       COMPUTE WS-WIRE-TX-SEQ =
                           FUNCTION NUMVAL(TRANS-ID(9:4))
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> RESOLVE-WIRE: Locate the wire named on the command line
      *> and stage it in the FD record; WS-WL-TARGET-IDX marks its
      *> slot for REWRITE-TARGET-WIRE.
      *> -------------------------------------------------------
       RESOLVE-WIRE.
           IF FUNCTION TRIM(WS-ARG-2) = SPACES
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           MOVE 0 TO WS-WL-TARGET-IDX
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WL-COUNT
               MOVE WS-WL-LINE(WS-WL-IDX) TO WIRE-LOG-RECORD
               IF WIRE-ID = WS-ARG-2
                   MOVE WS-WL-IDX TO WS-WL-TARGET-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-WL-TARGET-IDX = 0
               DISPLAY "ERROR|WIRE-NOT-FOUND|" WS-ARG-2
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           MOVE WS-WL-LINE(WS-WL-TARGET-IDX) TO WIRE-LOG-RECORD.

       REWRITE-TARGET-WIRE.
           MOVE WIRE-LOG-RECORD TO WS-WL-LINE(WS-WL-TARGET-IDX)
           PERFORM SAVE-WIRE-LOG
      *>   The save walks the whole table through the FD record —
      *>   put the target back for the caller's result line.
           MOVE WS-WL-LINE(WS-WL-TARGET-IDX) TO WIRE-LOG-RECORD.

       SEED-WIRE-SEQ.
           MOVE 0 TO WS-WIRE-SEQ
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WL-COUNT
               MOVE WS-WL-LINE(WS-WL-IDX) TO WIRE-LOG-RECORD
               IF WIRE-ID(3:6) IS NUMERIC
                   AND FUNCTION NUMVAL(WIRE-ID(3:6)) > WS-WIRE-SEQ
                   COMPUTE WS-WIRE-SEQ =
                       FUNCTION NUMVAL(WIRE-ID(3:6))
               END-IF
           END-PERFORM.

       LOAD-WIRE-LOG.
           MOVE 0 TO WS-WL-COUNT
           OPEN INPUT WIRELOG-FILE
           IF WS-WL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ WIRELOG-FILE
                   AT END
                       CLOSE WIRELOG-FILE
                       EXIT PERFORM
               END-READ
               IF WS-WL-COUNT < 500
                   ADD 1 TO WS-WL-COUNT
                   MOVE WIRE-LOG-RECORD TO WS-WL-LINE(WS-WL-COUNT)
               END-IF
           END-PERFORM.

       APPEND-WIRE-LOG.
           OPEN EXTEND WIRELOG-FILE
           IF WS-WL-STATUS NOT = '00'
               OPEN OUTPUT WIRELOG-FILE
               IF WS-WL-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-WL-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE WIRE-LOG-RECORD
           CLOSE WIRELOG-FILE.

       SAVE-WIRE-LOG.
           OPEN OUTPUT WIRELOG-FILE
           IF WS-WL-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-WL-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WL-COUNT
               MOVE WS-WL-LINE(WS-WL-IDX) TO WIRE-LOG-RECORD
               WRITE WIRE-LOG-RECORD
           END-PERFORM
           CLOSE WIRELOG-FILE.

      *> -------------------------------------------------------
      *> LOAD-OPERATORS / AUTHENTICATE-OPERATOR: Same fail-closed
      *> sign-on sequence as ACCOUNTS.cob.
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

       LOAD-ALL-ACCOUNTS.
           PERFORM NOTE-ACCT-VERSION
           MOVE 0 TO WS-ACCOUNT-COUNT
           MOVE 0 TO WS-MF-HASH
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
               ADD FUNCTION ABS(ACCT-BALANCE) TO WS-MF-HASH
           END-PERFORM
           MOVE "ACCOUNTS.DAT" TO WS-MF-FILE
           MOVE WS-ACCOUNT-COUNT TO WS-MF-COUNT
           PERFORM VERIFY-FILE-MANIFEST.

      *> -------------------------------------------------------
      *> SAVE-ALL-ACCOUNTS: Rewrite ACCOUNTS.DAT from the
      *> in-memory table — same paragraph name and shape as
      *> TRANSACT.cob, per ACCTIO.cpy's convention note.
      *> -------------------------------------------------------
       SAVE-ALL-ACCOUNTS.
           PERFORM GUARD-ACCT-VERSION
           MOVE 0 TO WS-MF-HASH
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
               ADD FUNCTION ABS(WS-A-BALANCE(WS-ACCT-IDX))
                   TO WS-MF-HASH
               WRITE ACCOUNT-RECORD
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           MOVE "ACCOUNTS.DAT" TO WS-MF-FILE
           MOVE WS-ACCOUNT-COUNT TO WS-MF-COUNT
           PERFORM WRITE-FILE-MANIFEST.

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
      *> ACCOUNTS.DAT update interlock — see ACCTVERS.cpy. The load
      *> notes the version token the account table was read under;
      *> the save guard refuses to rewrite the file if another
      *> program bumped the token since.
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
           MOVE "WIREOUT" TO VERS-PROGRAM
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
      *> control file is present — see BUSDATE.cpy. A missing
      *> control file leaves the system date in force.
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

      *> -------------------------------------------------------
      *> VERIFY-FILE-MANIFEST / WRITE-FILE-MANIFEST: The control-
      *> total manifest — see MANIFEST.cpy/MANFWORK.cpy.
      *> -------------------------------------------------------
       VERIFY-FILE-MANIFEST.
           MOVE 'N' TO WS-MF-FOUND
           OPEN INPUT MANIFEST-FILE
           IF WS-MF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ MANIFEST-FILE
                   AT END
                       CLOSE MANIFEST-FILE
                       EXIT PERFORM
               END-READ
               IF MF-FILE-NAME = WS-MF-FILE
                   MOVE 'Y' TO WS-MF-FOUND
                   MOVE MF-REC-COUNT TO WS-MF-EXP-COUNT
                   MOVE MF-AMT-HASH TO WS-MF-EXP-HASH
               END-IF
           END-PERFORM
           IF WS-MF-FOUND = 'Y'
               AND WS-MF-COUNT < WS-MF-EXP-COUNT
               DISPLAY "MANIFEST-MISMATCH|" WS-MF-FILE "|"
                   WS-MF-COUNT "|" WS-MF-EXP-COUNT
               DISPLAY "MANIFEST-MISMATCH|FILE HAS FEWER RECORDS "
                   "THAN ITS LAST MANIFEST - RESTORE FROM BACKUP "
                   "BEFORE RUNNING ANYTHING AGAINST IT"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF.

       WRITE-FILE-MANIFEST.
           OPEN EXTEND MANIFEST-FILE
           IF WS-MF-STATUS NOT = '00'
               OPEN OUTPUT MANIFEST-FILE
               IF WS-MF-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-MF-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO FILE-MANIFEST-RECORD
           MOVE WS-MF-FILE TO MF-FILE-NAME
           MOVE WS-MF-COUNT TO MF-REC-COUNT
           MOVE WS-MF-HASH TO MF-AMT-HASH
           MOVE WS-CURRENT-DATE TO MF-WRITTEN-DATE
           MOVE WS-CURRENT-TIME TO MF-WRITTEN-TIME
           MOVE "WIREOUT" TO MF-WRITTEN-BY
           WRITE FILE-MANIFEST-RECORD
           CLOSE MANIFEST-FILE.
