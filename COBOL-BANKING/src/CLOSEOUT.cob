      *>================================================================*
      *>  Program:     CLOSEOUT.cob
      *>  System:      LEGACY LEDGER — Account Close-Out and Final
      *>               Settlement
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    ACCOUNTS.cob's CLOSE only flips the status byte — the
      *>    accrued interest, the month's maintenance fee, the
      *>    standing orders, the owners' links and signers, and the
      *>    money itself were all left for somebody to remember.
      *>    This program settles an account in one pass: unposted
      *>    interest in ACCRUALS.DAT is paid (backup withholding
      *>    applied as INTEREST.cob does), the month's maintenance
      *>    fee is prorated to the close date or waived, the
      *>    remaining balance is paid out by internal transfer or
      *>    by an official check queued in APCHKQ.DAT for
      *>    OFFCHECK.cob to cut, every
      *>    active STANDING.DAT order into or out of the account is
      *>    cancelled, CUSTXREF.DAT links come off and SIGNERS.DAT
      *>    authority is revoked, the account is closed with a
      *>    before/after image in ACCTAUDIT.DAT, and a closing
      *>    confirmation letter is queued to CORRQ.DAT.
      *>
      *>    An account with an open hold (HOLDS.DAT), an open card
      *>    authorization (AUTHS.DAT) or a hold amount on the master
      *>    is refused — money promised to somebody else cannot be
      *>    paid out to the owner.
      *>
      *>    Closing is under the same maker/checker dual control as
      *>    ACCOUNTS.cob's CLOSE: REQUEST queues the close-out in
      *>    PENDAPPR.DAT (APPRREC.cpy), and it only applies when a
      *>    different supervisor APPROVEs it.
      *>
      *>  Operations (via command-line argument):
      *>    QUOTE acct_id [WAIVE]
      *>                      — what a close-out today would post
      *>                        and pay; nothing is changed
      *>    REQUEST acct_id PRORATE|WAIVE method [target]
      *>                      — queue a close-out (supervisor);
      *>                        method TRANSFER dest_acct,
      *>                        CHECK [payee] (payee defaults to
      *>                        the account title; letters,
      *>                        digits, blanks and hyphens only),
      *>                        or NONE for an account that
      *>                        settles to zero
      *>    APPROVE seq       — apply a queued close-out
      *>                        (supervisor, never the maker)
      *>
      *>  Files:
      *>    Input/Output: ACCOUNTS.DAT, ACCRUALS.DAT, STANDING.DAT,
      *>                  CUSTXREF.DAT, SIGNERS.DAT, PENDAPPR.DAT
      *>    Input:        HOLDS.DAT, AUTHS.DAT, CUSTOMER.DAT,
      *>                  OPERATORS.DAT, BUSDATE.DAT
      *>    Output:       TRANSACT.DAT, GLJRNL.DAT, CORRQ.DAT,
      *>                  ACCTAUDIT.DAT, APCHKQ.DAT (appended)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy, TRANSREC.cpy, ACCRREC.cpy, STORDREC.cpy,
      *>    HOLDREC.cpy, AUTHREC.cpy, CUSTXREF.cpy, CUSTREC.cpy,
      *>    SIGNREC.cpy, APPRREC.cpy, AUDITREC.cpy, GLJREC.cpy,
      *>    CORRREC.cpy, CORRWORK.cpy, BUSDATE.cpy, ACCTVERS.cpy,
      *>    APCHKQ.cpy, ACCTIO.cpy, VERSWORK.cpy, OPERREC.cpy,
      *>    OPERIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    CLOSEOUT-QUOTE|acct|balance|interest|withheld|fee|
      *>                   waived|payout
      *>    CLOSEOUT-BLOCKED|acct|HOLDS|n|AUTHS|n
      *>    CLOSEOUT-INTEREST|acct|amount|withheld
      *>    CLOSEOUT-FEE|acct|charged|waived
      *>    CLOSEOUT-PAYOUT|acct|TRANSFER|dest|amount
      *>    CLOSEOUT-PAYOUT|acct|CHECK|payee|amount
      *>    CLOSEOUT-STORD|order-id|acct|dest
      *>    CLOSEOUT-LINKS|acct|links-ended|signers-ended
      *>    CLOSEOUT-DONE|acct|maker|checker
      *>    APPROVAL-QUEUED|seq|CLOSEOUT|acct|maker
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|01 — Account overdrawn, nothing to settle from
      *>    RESULT|03 — Account, destination, or queued request not
      *>                found
      *>    RESULT|04 — Account not active, or open holds or
      *>                authorizations outstanding
      *>    RESULT|07 — Operator below supervisor rank, or checker
      *>                is the maker
      *>    RESULT|99 — Invalid arguments, a payee that cannot go
      *>                on a check (ERROR|BAD-PAYEE), or file I/O
      *>                error
      *>
      *>  Dependencies:
      *>    A CHECK payout is handed to OFFCHECK.cob the way
      *>    APPAY.cob hands over a vendor check: the balance comes
      *>    off the account here, the bank owes it to the former
      *>    customer (debit 2010 CUSTOMER DEPOSITS, credit 2050
      *>    ACCOUNTS PAYABLE), and one APCHKQ.DAT row waits for the
      *>    next OFFCHECK APCHECK run to draw the serial, fund
      *>    OFFCHK0001 and move the liability to 2020 OFFICIAL
      *>    CHECKS OUTSTANDING. That run needs the OFFCHK0001
      *>    settlement account open, so the close-out refuses a
      *>    CHECK payout without it. A close-out approved again
      *>    after a failed run does not charge the prorated fee
      *>    twice, and interest already paid is not paid twice.
      *>    The journal entries flow through GLPOST.cob with the
      *>    day's other postings.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSEOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT ACCRUAL-FILE
               ASSIGN TO "ACCRUALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT STANDING-FILE
               ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT HOLDS-FILE
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HD-STATUS.
           SELECT AUTHS-FILE
               ASSIGN TO "AUTHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT XREF-FILE
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-STATUS.
           SELECT SIGNERS-FILE
               ASSIGN TO "SIGNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           SELECT APPROVAL-FILE
               ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "ACCTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT GLJRNL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.
           SELECT CORRQ-FILE
               ASSIGN TO "CORRQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
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
           SELECT CHKQ-FILE
               ASSIGN TO "APCHKQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  ACCRUAL-FILE.
       COPY "ACCRREC.cpy".
       FD  STANDING-FILE.
       COPY "STORDREC.cpy".
       FD  HOLDS-FILE.
       COPY "HOLDREC.cpy".
       FD  AUTHS-FILE.
       COPY "AUTHREC.cpy".
       FD  XREF-FILE.
       COPY "CUSTXREF.cpy".
       FD  CUSTOMER-FILE.
       COPY "CUSTREC.cpy".
       FD  SIGNERS-FILE.
       COPY "SIGNREC.cpy".
       FD  APPROVAL-FILE.
       COPY "APPRREC.cpy".
       FD  AUDIT-LOG-FILE.
       COPY "AUDITREC.cpy".
       FD  GLJRNL-FILE.
       COPY "GLJREC.cpy".
       FD  CORRQ-FILE.
       COPY "CORRREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  ACCTVERS-FILE.
       COPY "ACCTVERS.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".
       FD  CHKQ-FILE.
       COPY "APCHKQ.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-ACCR-STATUS         PIC XX VALUE SPACES.
       01  WS-SO-STATUS           PIC XX VALUE SPACES.
       01  WS-HD-STATUS           PIC XX VALUE SPACES.
       01  WS-AU-STATUS           PIC XX VALUE SPACES.
       01  WS-XR-STATUS           PIC XX VALUE SPACES.
       01  WS-CU-STATUS           PIC XX VALUE SPACES.
       01  WS-SG-STATUS           PIC XX VALUE SPACES.
       01  WS-APPR-STATUS         PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC XX VALUE SPACES.
       01  WS-GJ-STATUS           PIC XX VALUE SPACES.
       01  WS-CQ-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(100) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-ARG-2               PIC X(12) VALUE SPACES.
       01  WS-ARG-3               PIC X(12) VALUE SPACES.
       01  WS-ARG-4               PIC X(12) VALUE SPACES.
       01  WS-ARG-5               PIC X(30) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   Close-out policy — the same maintenance charges FEES.cob
      *>   assesses at month end, the official-check settlement
      *>   account, and INTEREST.cob's backup-withholding rate.
       01  WS-FEE-MAINT-CHECKING  PIC S9(6)V99 VALUE 10.00.
       01  WS-FEE-MAINT-SAVINGS   PIC S9(6)V99 VALUE 5.00.
       01  WS-OFFCHK-ACCT         PIC X(10) VALUE "OFFCHK0001".
       01  WS-BACKUP-WH-RATE      PIC 9(1)V9(4) VALUE 0.2400.
      *>   The close-out being quoted, queued, or applied. The
      *>   queued form rides in APPR-ARG: fee mode (P/W), payout
      *>   method (T/C/N), then the destination account or payee.
       01  WS-CLOSE-ACCT          PIC X(10) VALUE SPACES.
       01  WS-FEE-MODE            PIC X(1) VALUE 'P'.
           88  WS-FEE-PRORATE     VALUE 'P'.
           88  WS-FEE-WAIVE       VALUE 'W'.
       01  WS-PAY-METHOD          PIC X(1) VALUE 'N'.
           88  WS-PAY-TRANSFER    VALUE 'T'.
           88  WS-PAY-CHECK       VALUE 'C'.
           88  WS-PAY-NONE        VALUE 'N'.
       01  WS-PAY-TARGET          PIC X(28) VALUE SPACES.
       01  WS-DEST-ACCT           PIC X(10) VALUE SPACES.
       01  WS-PAYEE               PIC X(30) VALUE SPACES.
       01  WS-PAYEE-SCAN          PIC X(30) VALUE SPACES.
       01  WS-CLOSE-IDX           PIC 9(3) VALUE 0.
       01  WS-DEST-IDX            PIC 9(3) VALUE 0.
      *>   Settlement figures.
       01  WS-OPEN-HOLDS          PIC 9(3) VALUE 0.
       01  WS-OPEN-AUTHS          PIC 9(3) VALUE 0.
       01  WS-START-BALANCE       PIC S9(10)V99 VALUE 0.
       01  WS-ACCR-SUM            PIC S9(10)V9(4) VALUE 0.
       01  WS-INTEREST-AMT        PIC S9(10)V99 VALUE 0.
       01  WS-WH-AMOUNT           PIC S9(10)V99 VALUE 0.
       01  WS-FEE-BASE            PIC S9(6)V99 VALUE 0.
       01  WS-FEE-PRORATED        PIC S9(6)V99 VALUE 0.
       01  WS-FEE-AMT             PIC S9(6)V99 VALUE 0.
       01  WS-FEE-WAIVED          PIC S9(6)V99 VALUE 0.
       01  WS-FEE-ALREADY         PIC X(1) VALUE 'N'.
       01  WS-PAYOUT-AMT          PIC S9(10)V99 VALUE 0.
      *>   Proration — days of the month used through the close
      *>   date over the days in the month.
       01  WS-MONTH-START         PIC 9(8) VALUE 0.
       01  WS-NEXT-MONTH          PIC 9(8) VALUE 0.
       01  WS-NEXT-YEAR           PIC 9(4) VALUE 0.
       01  WS-NEXT-MM             PIC 9(2) VALUE 0.
       01  WS-DAYS-IN-MONTH       PIC 9(2) VALUE 0.
       01  WS-DAYS-USED           PIC 9(2) VALUE 0.
      *>   Owner of record — addressee of the closing letter and
      *>   the TIN backup withholding is tested against.
       01  WS-OWNER-ID            PIC X(10) VALUE SPACES.
       01  WS-OWNER-TIN           PIC X(9) VALUE SPACES.
       01  WS-CIF-PRESENT         PIC X(1) VALUE 'N'.
      *>   ACCRUALS.DAT staged for the rewrite — same table size
      *>   as INTEREST.cob's POST.
       01  WS-AL-TABLE.
           05  WS-AL-LINE OCCURS 3200 TIMES PIC X(39).
       01  WS-AL-COUNT            PIC 9(4) VALUE 0.
       01  WS-AL-IDX              PIC 9(4) VALUE 0.
       01  WS-AL-KEEP             PIC 9(4) VALUE 0.
      *>   Standing orders, links, and signers staged for
      *>   load-modify-save.
       01  WS-SO-TABLE.
           05  WS-SO-LINE OCCURS 500 TIMES PIC X(58).
       01  WS-SO-COUNT            PIC 9(3) VALUE 0.
       01  WS-SO-IDX              PIC 9(3) VALUE 0.
       01  WS-SO-DIRTY            PIC X(1) VALUE 'N'.
       01  WS-XR-TABLE.
           05  WS-XR-LINE OCCURS 1000 TIMES PIC X(21).
       01  WS-XR-COUNT            PIC 9(4) VALUE 0.
       01  WS-XR-IDX              PIC 9(4) VALUE 0.
       01  WS-XR-KEEP             PIC 9(4) VALUE 0.
       01  WS-SG-TABLE.
           05  WS-SG-LINE OCCURS 200 TIMES PIC X(39).
       01  WS-SG-COUNT            PIC 9(3) VALUE 0.
       01  WS-SG-IDX              PIC 9(3) VALUE 0.
       01  WS-STORD-ENDED         PIC 9(3) VALUE 0.
       01  WS-LINKS-ENDED         PIC 9(3) VALUE 0.
       01  WS-SIGNERS-ENDED       PIC 9(3) VALUE 0.
      *>   Approval queue — same table shape as ACCOUNTS.cob.
       01  WS-APPR-TABLE.
           05  WS-AP-ENTRY OCCURS 100 TIMES.
               10  WS-AP-SEQ      PIC 9(5).
               10  WS-AP-DATE     PIC 9(8).
               10  WS-AP-TIME     PIC 9(6).
               10  WS-AP-OPER     PIC X(14).
               10  WS-AP-ACCT     PIC X(10).
               10  WS-AP-ARG      PIC X(30).
               10  WS-AP-MAKER    PIC X(8).
               10  WS-AP-CHECKER  PIC X(8).
               10  WS-AP-STATUS   PIC X(1).
       01  WS-APPR-COUNT          PIC 9(3) VALUE 0.
       01  WS-AP-IDX              PIC 9(3) VALUE 0.
       01  WS-AP-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-APPR-NEXT-SEQ       PIC 9(5) VALUE 0.
       01  WS-IN-APPR-SEQ         PIC 9(5) VALUE 0.
       01  WS-AUDIT-MAKER         PIC X(8) VALUE SPACES.
       01  WS-AUDIT-CHECKER       PIC X(8) VALUE SPACES.
       01  WS-TX-SEQ              PIC 9(5) VALUE 0.
       01  WS-TX-LETTER           PIC X(1) VALUE "K".
      *>   GL line staging.
       01  WS-GL-ACCT             PIC 9(4) VALUE 0.
       01  WS-GL-DEBIT            PIC S9(12)V99 VALUE 0.
       01  WS-GL-CREDIT           PIC S9(12)V99 VALUE 0.
      *>   ACCTIO.cpy provides the in-memory account table and
      *>   the FIND-ACCOUNT search fields.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       COPY "ACCTIO.cpy".
      *>   ACCOUNTS.DAT update-token working fields — see
      *>   ACCTVERS.cpy and NOTE-ACCT-VERSION/GUARD-ACCT-VERSION.
       COPY "VERSWORK.cpy".
       COPY "CORRWORK.cpy".
       01  WS-CORR-CUST           PIC X(10) VALUE SPACES.
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
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           EVALUATE WS-OPERATION
               WHEN "QUOTE"
                   IF WS-ARG-2 = SPACES
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   MOVE WS-ARG-2(1:10) TO WS-CLOSE-ACCT
                   MOVE 'P' TO WS-FEE-MODE
                   IF WS-ARG-3 = "WAIVE"
                       MOVE 'W' TO WS-FEE-MODE
                   END-IF
                   MOVE 'N' TO WS-PAY-METHOD
                   PERFORM PREPARE-SETTLEMENT
                   PERFORM DISPLAY-QUOTE
               WHEN "REQUEST"
      *>           Closing is the hardest operation to reverse —
      *>           supervisor bar and dual control, as ACCOUNTS.cob
      *>           applies to CLOSE.
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM REQUEST-CLOSEOUT
               WHEN "APPROVE"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM APPROVE-CLOSEOUT
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
      *> REQUEST-CLOSEOUT: The maker's half. The account must be
      *> closable today (PREPARE-SETTLEMENT stops the run if not)
      *> and the payout route must be usable; the request is then
      *> queued pending for a second supervisor.
      *> -------------------------------------------------------
       REQUEST-CLOSEOUT.
           IF WS-ARG-2 = SPACES OR WS-ARG-3 = SPACES
               OR WS-ARG-4 = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:10) TO WS-CLOSE-ACCT
           EVALUATE WS-ARG-3
               WHEN "PRORATE"
                   MOVE 'P' TO WS-FEE-MODE
               WHEN "WAIVE"
                   MOVE 'W' TO WS-FEE-MODE
               WHEN OTHER
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-EVALUATE
           MOVE SPACES TO WS-PAY-TARGET
           EVALUATE WS-ARG-4
               WHEN "TRANSFER"
                   IF WS-ARG-5 = SPACES
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   MOVE 'T' TO WS-PAY-METHOD
                   MOVE WS-ARG-5 TO WS-PAY-TARGET
               WHEN "CHECK"
                   MOVE 'C' TO WS-PAY-METHOD
                   MOVE WS-ARG-5 TO WS-PAY-TARGET
               WHEN "NONE"
                   MOVE 'N' TO WS-PAY-METHOD
               WHEN OTHER
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-EVALUATE

           PERFORM PREPARE-SETTLEMENT

           PERFORM LOAD-APPROVALS
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-APPR-COUNT
               IF WS-AP-OPER(WS-AP-IDX) = "CLOSEOUT"
                   AND WS-AP-ACCT(WS-AP-IDX) = WS-CLOSE-ACCT
                   AND WS-AP-STATUS(WS-AP-IDX) = 'P'
                   DISPLAY "ERROR|ALREADY-QUEUED|"
                       WS-AP-SEQ(WS-AP-IDX)
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-APPR-COUNT >= 100
               DISPLAY "ERROR|TABLE-FULL|PENDAPPR"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           ADD 1 TO WS-APPR-COUNT
           ADD 1 TO WS-APPR-NEXT-SEQ
           MOVE WS-APPR-NEXT-SEQ TO WS-AP-SEQ(WS-APPR-COUNT)
           MOVE WS-CURRENT-DATE TO WS-AP-DATE(WS-APPR-COUNT)
           MOVE WS-CURRENT-TIME TO WS-AP-TIME(WS-APPR-COUNT)
           MOVE "CLOSEOUT" TO WS-AP-OPER(WS-APPR-COUNT)
           MOVE WS-CLOSE-ACCT TO WS-AP-ACCT(WS-APPR-COUNT)
           MOVE SPACES TO WS-AP-ARG(WS-APPR-COUNT)
           MOVE WS-FEE-MODE TO WS-AP-ARG(WS-APPR-COUNT)(1:1)
           MOVE WS-PAY-METHOD TO WS-AP-ARG(WS-APPR-COUNT)(2:1)
           MOVE WS-PAY-TARGET TO WS-AP-ARG(WS-APPR-COUNT)(3:28)
           MOVE WS-IN-OPER-ID TO WS-AP-MAKER(WS-APPR-COUNT)
           MOVE SPACES TO WS-AP-CHECKER(WS-APPR-COUNT)
           MOVE 'P' TO WS-AP-STATUS(WS-APPR-COUNT)
           PERFORM SAVE-APPROVALS
           PERFORM DISPLAY-QUOTE
           DISPLAY "APPROVAL-QUEUED|" WS-APPR-NEXT-SEQ "|CLOSEOUT|"
               WS-CLOSE-ACCT "|" WS-IN-OPER-ID.

      *> -------------------------------------------------------
      *> APPROVE-CLOSEOUT: The checker's half. The settlement is
      *> worked out again as of today — accruals and the fee move
      *> on between request and approval — then applied. Only a
      *> close-out that completes consumes the request.
      *> -------------------------------------------------------
       APPROVE-CLOSEOUT.
           IF WS-ARG-2 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-2) TO WS-IN-APPR-SEQ
           PERFORM LOAD-APPROVALS
           MOVE 0 TO WS-AP-FOUND-IDX
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-APPR-COUNT
               IF WS-AP-SEQ(WS-AP-IDX) = WS-IN-APPR-SEQ
                   AND WS-AP-OPER(WS-AP-IDX) = "CLOSEOUT"
                   AND WS-AP-STATUS(WS-AP-IDX) = 'P'
                   MOVE WS-AP-IDX TO WS-AP-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AP-FOUND-IDX = 0
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF WS-AP-MAKER(WS-AP-FOUND-IDX) = WS-IN-OPER-ID
               DISPLAY "ERROR|CHECKER-IS-MAKER|" WS-IN-OPER-ID
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF
           MOVE WS-AP-MAKER(WS-AP-FOUND-IDX) TO WS-AUDIT-MAKER
           MOVE WS-IN-OPER-ID TO WS-AUDIT-CHECKER
           MOVE WS-AP-ACCT(WS-AP-FOUND-IDX) TO WS-CLOSE-ACCT
           MOVE WS-AP-ARG(WS-AP-FOUND-IDX)(1:1) TO WS-FEE-MODE
           MOVE WS-AP-ARG(WS-AP-FOUND-IDX)(2:1) TO WS-PAY-METHOD
           MOVE WS-AP-ARG(WS-AP-FOUND-IDX)(3:28) TO WS-PAY-TARGET

           PERFORM PREPARE-SETTLEMENT
           MOVE WS-CLOSE-IDX TO WS-FOUND-IDX
           PERFORM CAPTURE-BEFORE-IMAGE

           PERFORM APPLY-SETTLEMENT
           IF WS-PAY-CHECK AND WS-PAYOUT-AMT > 0
               PERFORM PAY-BY-CHECK
           END-IF
           PERFORM END-STANDING-ORDERS
           PERFORM END-RELATIONSHIPS
           PERFORM MARK-ACCOUNT-CLOSED
           PERFORM QUEUE-CLOSING-LETTER

           MOVE 'A' TO WS-AP-STATUS(WS-AP-FOUND-IDX)
           MOVE WS-IN-OPER-ID TO WS-AP-CHECKER(WS-AP-FOUND-IDX)
           PERFORM SAVE-APPROVALS
           DISPLAY "CLOSEOUT-DONE|" WS-CLOSE-ACCT "|" WS-AUDIT-MAKER
               "|" WS-AUDIT-CHECKER.

      *> -------------------------------------------------------
      *> PREPARE-SETTLEMENT: Every check and every figure, with
      *> nothing written. Refusals stop the run here, so by the
      *> time anything is posted the close-out is known to go
      *> through — the payout route included.
      *> -------------------------------------------------------
       PREPARE-SETTLEMENT.
           PERFORM LOAD-ALL-ACCOUNTS
           IF WS-CLOSE-ACCT = WS-OFFCHK-ACCT
               DISPLAY "ERROR|SETTLEMENT-ACCOUNT|" WS-CLOSE-ACCT
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-CLOSE-ACCT TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           MOVE WS-FOUND-IDX TO WS-CLOSE-IDX
           IF WS-A-STATUS(WS-CLOSE-IDX) NOT = 'A'
               DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
               STOP RUN
           END-IF

           PERFORM COUNT-OPEN-ITEMS
           IF WS-OPEN-HOLDS > 0 OR WS-OPEN-AUTHS > 0
               OR WS-A-HOLD(WS-CLOSE-IDX) NOT = 0
               DISPLAY "CLOSEOUT-BLOCKED|" WS-CLOSE-ACCT "|HOLDS|"
                   WS-OPEN-HOLDS "|AUTHS|" WS-OPEN-AUTHS
               DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
               STOP RUN
           END-IF

           MOVE WS-A-BALANCE(WS-CLOSE-IDX) TO WS-START-BALANCE
           PERFORM LOAD-XREF
           PERFORM RESOLVE-OWNER
           PERFORM LOAD-ACCRUAL-LINES
           PERFORM SUM-ACCRUED-INTEREST
           PERFORM COMPUTE-WITHHOLDING
           PERFORM CHECK-PRIOR-SETTLEMENT
           PERFORM COMPUTE-CLOSING-FEE
           COMPUTE WS-PAYOUT-AMT = WS-START-BALANCE
               + WS-INTEREST-AMT - WS-WH-AMOUNT - WS-FEE-AMT
           IF WS-PAYOUT-AMT < 0
               DISPLAY "ERROR|OVERDRAWN|" WS-CLOSE-ACCT "|"
                   WS-PAYOUT-AMT
               DISPLAY "RESULT|" RC-NSF
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN WS-PAY-TRANSFER
                   MOVE WS-PAY-TARGET(1:10) TO WS-DEST-ACCT
                   MOVE WS-DEST-ACCT TO WS-IN-ACCT-ID
                   PERFORM FIND-ACCOUNT
                   IF WS-FOUND-FLAG = 'N'
                       OR WS-DEST-ACCT = WS-CLOSE-ACCT
                       OR WS-DEST-ACCT = WS-OFFCHK-ACCT
                       DISPLAY "RESULT|" RC-INVALID-ACCT
                       STOP RUN
                   END-IF
                   MOVE WS-FOUND-IDX TO WS-DEST-IDX
                   IF WS-A-STATUS(WS-DEST-IDX) NOT = 'A'
                       DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
                       STOP RUN
                   END-IF
      *>           A transfer pays in the account's own currency —
      *>           a foreign-currency balance goes out by check.
                   IF WS-A-CURRENCY(WS-DEST-IDX)
                       NOT = WS-A-CURRENCY(WS-CLOSE-IDX)
                       DISPLAY "ERROR|CURRENCY-MISMATCH|"
                           WS-DEST-ACCT
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
               WHEN WS-PAY-CHECK
                   MOVE WS-OFFCHK-ACCT TO WS-IN-ACCT-ID
                   PERFORM FIND-ACCOUNT
                   IF WS-FOUND-FLAG = 'N'
                       OR WS-A-STATUS(WS-FOUND-IDX) NOT = 'A'
                       DISPLAY "ERROR|NO-SETTLEMENT-ACCT|"
                           WS-OFFCHK-ACCT
                       DISPLAY "RESULT|" RC-INVALID-ACCT
                       STOP RUN
                   END-IF
                   PERFORM SET-CHECK-PAYEE
               WHEN WS-PAY-NONE
      *>           QUOTE reports whatever is left; a NONE close-out
      *>           must settle to zero by itself.
                   IF WS-OPERATION NOT = "QUOTE"
                       AND WS-PAYOUT-AMT NOT = 0
                       DISPLAY "ERROR|BALANCE-REMAINS|"
                           WS-PAYOUT-AMT
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-EVALUATE.

       DISPLAY-QUOTE.
           DISPLAY "CLOSEOUT-QUOTE|" WS-CLOSE-ACCT "|"
               WS-START-BALANCE "|" WS-INTEREST-AMT "|"
               WS-WH-AMOUNT "|" WS-FEE-AMT "|" WS-FEE-WAIVED "|"
               WS-PAYOUT-AMT.

      *> -------------------------------------------------------
      *> COUNT-OPEN-ITEMS: Open holds in HOLDS.DAT and open card
      *> authorizations in AUTHS.DAT against the account. A
      *> missing file has none.
      *> -------------------------------------------------------
       COUNT-OPEN-ITEMS.
           MOVE 0 TO WS-OPEN-HOLDS
           MOVE 0 TO WS-OPEN-AUTHS
           OPEN INPUT HOLDS-FILE
           IF WS-HD-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ HOLDS-FILE
                       AT END
                           CLOSE HOLDS-FILE
                           EXIT PERFORM
                   END-READ
                   IF HOLD-ACCT-ID = WS-CLOSE-ACCT AND HOLD-OPEN
                       ADD 1 TO WS-OPEN-HOLDS
                   END-IF
               END-PERFORM
           END-IF
           OPEN INPUT AUTHS-FILE
           IF WS-AU-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ AUTHS-FILE
                       AT END
                           CLOSE AUTHS-FILE
                           EXIT PERFORM
                   END-READ
                   IF AUTH-ACCT-ID = WS-CLOSE-ACCT AND AUTH-OPEN
                       ADD 1 TO WS-OPEN-AUTHS
                   END-IF
               END-PERFORM
           END-IF.

      *> -------------------------------------------------------
      *> SUM-ACCRUED-INTEREST: The account's unposted accrual
      *> rows, summed and rounded once to cents — INTEREST.cob's
      *> POST-ONE-ACCOUNT-ACCRUALS for a single account.
      *> -------------------------------------------------------
       SUM-ACCRUED-INTEREST.
           MOVE 0 TO WS-ACCR-SUM
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-AL-COUNT
               MOVE WS-AL-LINE(WS-AL-IDX) TO ACCRUAL-RECORD
               IF ACCR-ACCT-ID = WS-CLOSE-ACCT AND ACCR-UNPOSTED
                   ADD ACCR-AMOUNT TO WS-ACCR-SUM
               END-IF
           END-PERFORM
           COMPUTE WS-INTEREST-AMT ROUNDED = WS-ACCR-SUM
           IF WS-INTEREST-AMT < 0
               MOVE 0 TO WS-INTEREST-AMT
           END-IF.

      *> -------------------------------------------------------
      *> COMPUTE-WITHHOLDING: Backup withholding on the final
      *> interest when the owner has no TIN on file — same rule
      *> as INTEREST.cob's APPLY-BACKUP-WITHHOLDING. A node with
      *> no CUSTOMER.DAT withholds nothing.
      *> -------------------------------------------------------
       COMPUTE-WITHHOLDING.
           MOVE 0 TO WS-WH-AMOUNT
           IF WS-INTEREST-AMT NOT > 0 OR WS-CIF-PRESENT = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-OWNER-TIN NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WH-AMOUNT ROUNDED =
               WS-INTEREST-AMT * WS-BACKUP-WH-RATE.

      *> -------------------------------------------------------
      *> CHECK-PRIOR-SETTLEMENT: A close-out that posted its fee
      *> and then failed at the payout is approved again — the
      *> fee it already charged is not charged a second time.
      *> (Interest cannot repeat: its accrual rows are gone.)
      *> -------------------------------------------------------
       CHECK-PRIOR-SETTLEMENT.
           MOVE 'N' TO WS-FEE-ALREADY
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
               IF TRANS-ACCT-ID = WS-CLOSE-ACCT
                   AND TRANS-BATCH-ID = "CLOSEOUT"
                   AND TRANS-IS-FEE
                   MOVE 'Y' TO WS-FEE-ALREADY
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> COMPUTE-CLOSING-FEE: FEES.cob's monthly maintenance
      *> charge for the account type, prorated to the days of the
      *> month used through the close date — or waived. The fee
      *> never takes the account below zero; what it cannot
      *> collect is waived.
      *> -------------------------------------------------------
       COMPUTE-CLOSING-FEE.
           MOVE 0 TO WS-FEE-AMT
           MOVE 0 TO WS-FEE-WAIVED
           MOVE 0 TO WS-FEE-PRORATED
           EVALUATE WS-A-TYPE(WS-CLOSE-IDX)
               WHEN 'C'
                   MOVE WS-FEE-MAINT-CHECKING TO WS-FEE-BASE
               WHEN 'S'
                   MOVE WS-FEE-MAINT-SAVINGS TO WS-FEE-BASE
               WHEN OTHER
                   MOVE 0 TO WS-FEE-BASE
           END-EVALUATE
           IF WS-FEE-BASE = 0 OR WS-FEE-ALREADY = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CURRENT-DATE TO WS-MONTH-START
           MOVE 01 TO WS-MONTH-START(7:2)
           MOVE WS-CURRENT-DATE(1:4) TO WS-NEXT-YEAR
           MOVE WS-CURRENT-DATE(5:2) TO WS-NEXT-MM
           IF WS-NEXT-MM = 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YEAR
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           MOVE WS-NEXT-YEAR TO WS-NEXT-MONTH(1:4)
           MOVE WS-NEXT-MM TO WS-NEXT-MONTH(5:2)
           MOVE 01 TO WS-NEXT-MONTH(7:2)
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           MOVE WS-CURRENT-DATE(7:2) TO WS-DAYS-USED
           COMPUTE WS-FEE-PRORATED ROUNDED =
               WS-FEE-BASE * WS-DAYS-USED / WS-DAYS-IN-MONTH

           IF WS-FEE-WAIVE
               MOVE WS-FEE-PRORATED TO WS-FEE-WAIVED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FEE-PRORATED TO WS-FEE-AMT
           IF WS-FEE-AMT >
               WS-START-BALANCE + WS-INTEREST-AMT - WS-WH-AMOUNT
               COMPUTE WS-FEE-AMT = WS-START-BALANCE
                   + WS-INTEREST-AMT - WS-WH-AMOUNT
               IF WS-FEE-AMT < 0
                   MOVE 0 TO WS-FEE-AMT
               END-IF
               COMPUTE WS-FEE-WAIVED = WS-FEE-PRORATED - WS-FEE-AMT
           END-IF.

      *> -------------------------------------------------------
      *> SET-CHECK-PAYEE: The payee named on the request, else
      *> the account title. What goes on the face of the check is
      *> letters, digits, blanks and hyphens — anything else is
      *> refused, at REQUEST and again at APPROVE, and the maker
      *> names the payee explicitly instead.
      *> -------------------------------------------------------
       SET-CHECK-PAYEE.
           IF WS-PAY-TARGET NOT = SPACES
               MOVE WS-PAY-TARGET TO WS-PAYEE
           ELSE
               MOVE WS-A-NAME(WS-CLOSE-IDX) TO WS-PAYEE
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PAYEE))
               TO WS-PAYEE
           IF WS-PAYEE = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-PAYEE TO WS-PAYEE-SCAN
           INSPECT WS-PAYEE-SCAN CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-"
               TO SPACES
           IF WS-PAYEE-SCAN NOT = SPACES
               DISPLAY "ERROR|BAD-PAYEE|" WS-PAYEE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF.

      *> -------------------------------------------------------
      *> APPLY-SETTLEMENT: Interest in, withholding and fee out,
      *> and the balance out — across to the destination for
      *> TRANSFER, off the account for CHECK — all against the
      *> in-memory table, saved
      *> once, then journaled to TRANSACT.DAT. GLPOST.cob carries
      *> the 'I'/'F' postings to the ledger; the withholding
      *> liability is journaled here as INTEREST.cob does.
      *> -------------------------------------------------------
       APPLY-SETTLEMENT.
           ADD WS-INTEREST-AMT TO WS-A-BALANCE(WS-CLOSE-IDX)
           SUBTRACT WS-WH-AMOUNT FROM WS-A-BALANCE(WS-CLOSE-IDX)
           SUBTRACT WS-FEE-AMT FROM WS-A-BALANCE(WS-CLOSE-IDX)
           IF WS-PAY-TRANSFER AND WS-PAYOUT-AMT > 0
               SUBTRACT WS-PAYOUT-AMT FROM WS-A-BALANCE(WS-CLOSE-IDX)
               ADD WS-PAYOUT-AMT TO WS-A-BALANCE(WS-DEST-IDX)
               MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-DEST-IDX)
           END-IF
           IF WS-PAY-CHECK AND WS-PAYOUT-AMT > 0
               SUBTRACT WS-PAYOUT-AMT FROM WS-A-BALANCE(WS-CLOSE-IDX)
           END-IF
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-CLOSE-IDX)
           PERFORM SAVE-ALL-ACCOUNTS

           IF WS-INTEREST-AMT > 0
               MOVE WS-CLOSE-ACCT TO TRANS-ACCT-ID
               MOVE TX-INTEREST TO TRANS-TYPE
               MOVE WS-INTEREST-AMT TO TRANS-AMOUNT
               MOVE "FINAL INTEREST AT ACCOUNT CLOSE" TO TRANS-DESC
               MOVE "I" TO WS-TX-LETTER
               PERFORM POST-CLOSEOUT-TRANSACTION
               PERFORM DROP-POSTED-ACCRUALS
           END-IF
           IF WS-WH-AMOUNT > 0
               MOVE WS-CLOSE-ACCT TO TRANS-ACCT-ID
               MOVE TX-WITHDRAW TO TRANS-TYPE
               MOVE WS-WH-AMOUNT TO TRANS-AMOUNT
               MOVE "BACKUP WITHHOLDING - NO TIN ON FILE"
                   TO TRANS-DESC
               MOVE "H" TO WS-TX-LETTER
               PERFORM POST-CLOSEOUT-TRANSACTION
               MOVE 2010 TO WS-GL-ACCT
               MOVE WS-WH-AMOUNT TO WS-GL-DEBIT
               MOVE 0 TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
               MOVE 2030 TO WS-GL-ACCT
               MOVE 0 TO WS-GL-DEBIT
               MOVE WS-WH-AMOUNT TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
           END-IF
           DISPLAY "CLOSEOUT-INTEREST|" WS-CLOSE-ACCT "|"
               WS-INTEREST-AMT "|" WS-WH-AMOUNT
           IF WS-FEE-AMT > 0
               MOVE WS-CLOSE-ACCT TO TRANS-ACCT-ID
               MOVE TX-FEE TO TRANS-TYPE
               MOVE WS-FEE-AMT TO TRANS-AMOUNT
               MOVE "MAINTENANCE FEE PRORATED TO CLOSE"
                   TO TRANS-DESC
               MOVE "F" TO WS-TX-LETTER
               PERFORM POST-CLOSEOUT-TRANSACTION
           END-IF
           DISPLAY "CLOSEOUT-FEE|" WS-CLOSE-ACCT "|" WS-FEE-AMT "|"
               WS-FEE-WAIVED

      *>   Transfer legs carry the direction in the sign, as
      *>   ZBASWEEP.cob's funding pair does.
           IF WS-PAY-TRANSFER AND WS-PAYOUT-AMT > 0
               MOVE WS-CLOSE-ACCT TO TRANS-ACCT-ID
               MOVE TX-TRANSFER TO TRANS-TYPE
               COMPUTE TRANS-AMOUNT = 0 - WS-PAYOUT-AMT
               MOVE SPACES TO TRANS-DESC
               STRING "CLOSING BALANCE TO " WS-DEST-ACCT
                   DELIMITED BY SIZE INTO TRANS-DESC
               END-STRING
               MOVE "K" TO WS-TX-LETTER
               PERFORM POST-CLOSEOUT-TRANSACTION
               MOVE WS-DEST-ACCT TO TRANS-ACCT-ID
               MOVE TX-TRANSFER TO TRANS-TYPE
               MOVE WS-PAYOUT-AMT TO TRANS-AMOUNT
               MOVE SPACES TO TRANS-DESC
               STRING "CLOSING BALANCE FROM " WS-CLOSE-ACCT
                   DELIMITED BY SIZE INTO TRANS-DESC
               END-STRING
               PERFORM POST-CLOSEOUT-TRANSACTION
               DISPLAY "CLOSEOUT-PAYOUT|" WS-CLOSE-ACCT "|TRANSFER|"
                   WS-DEST-ACCT "|" WS-PAYOUT-AMT
           END-IF.

      *> -------------------------------------------------------
      *> PAY-BY-CHECK: The balance, already off the account, is
      *> owed to the payee until the check is cut — journaled to
      *> 2050 ACCOUNTS PAYABLE — and one APCHKQ.DAT row is queued
      *> for OFFCHECK APCHECK, which draws the serial, funds
      *> OFFCHK0001, writes the issue record and prints the
      *> instrument exactly as for a vendor check. The closing
      *> letter goes to the owner's address, so the row carries
      *> no remit-to lines.
      *> -------------------------------------------------------
       PAY-BY-CHECK.
           MOVE WS-CLOSE-ACCT TO TRANS-ACCT-ID
           MOVE TX-WITHDRAW TO TRANS-TYPE
           MOVE WS-PAYOUT-AMT TO TRANS-AMOUNT
           MOVE "CLOSING BALANCE BY OFFICIAL CHECK" TO TRANS-DESC
           MOVE "K" TO WS-TX-LETTER
           PERFORM POST-CLOSEOUT-TRANSACTION
           MOVE 2010 TO WS-GL-ACCT
           MOVE WS-PAYOUT-AMT TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE
           MOVE 2050 TO WS-GL-ACCT
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-PAYOUT-AMT TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE

           OPEN EXTEND CHKQ-FILE
           IF WS-CQ-STATUS NOT = '00'
               OPEN OUTPUT CHKQ-FILE
               IF WS-CQ-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CQ-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO AP-CHECK-QUEUE-RECORD
           MOVE WS-CLOSE-ACCT TO APQ-PAY-ID
           MOVE "CLOSEOUT" TO APQ-VENDOR-ID
           MOVE WS-PAYEE TO APQ-PAYEE-NAME
           MOVE WS-PAYOUT-AMT TO APQ-AMOUNT
           MOVE WS-CURRENT-DATE TO APQ-QUEUED-DATE
           MOVE 'Q' TO APQ-STATUS
           MOVE 0 TO APQ-ISSUE-DATE
           WRITE AP-CHECK-QUEUE-RECORD
           CLOSE CHKQ-FILE
           DISPLAY "CLOSEOUT-PAYOUT|" WS-CLOSE-ACCT "|CHECK|"
               WS-PAYEE "|" WS-PAYOUT-AMT.

      *> -------------------------------------------------------
      *> END-STANDING-ORDERS: Every active order paying out of
      *> or into the closed account is cancelled — STANDORD.cob
      *> would otherwise keep trying it every run.
      *> -------------------------------------------------------
       END-STANDING-ORDERS.
           MOVE 0 TO WS-STORD-ENDED
           PERFORM LOAD-STANDING
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
               UNTIL WS-SO-IDX > WS-SO-COUNT
               MOVE WS-SO-LINE(WS-SO-IDX) TO STANDING-ORDER-RECORD
               IF STORD-ACTIVE
                   AND (STORD-ACCT-ID = WS-CLOSE-ACCT
                       OR STORD-DEST-ACCT = WS-CLOSE-ACCT)
                   MOVE 'C' TO STORD-STATUS
                   MOVE STANDING-ORDER-RECORD TO WS-SO-LINE(WS-SO-IDX)
                   MOVE 'Y' TO WS-SO-DIRTY
                   ADD 1 TO WS-STORD-ENDED
                   DISPLAY "CLOSEOUT-STORD|" STORD-ID "|"
                       STORD-ACCT-ID "|" STORD-DEST-ACCT
               END-IF
           END-PERFORM
           IF WS-SO-DIRTY = 'Y'
               PERFORM SAVE-STANDING
           END-IF.

      *> -------------------------------------------------------
      *> END-RELATIONSHIPS: The account's CUSTXREF.DAT links come
      *> off (CUSTOMER.cob's UNLINK, for every owner at once) and
      *> every authority still in force in SIGNERS.DAT is revoked
      *> as of today — kept in the file as history.
      *> -------------------------------------------------------
       END-RELATIONSHIPS.
           MOVE 0 TO WS-LINKS-ENDED
           MOVE 0 TO WS-SIGNERS-ENDED
           MOVE 0 TO WS-XR-KEEP
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT
               MOVE WS-XR-LINE(WS-XR-IDX) TO CUST-XREF-RECORD
               IF XREF-ACCT-ID = WS-CLOSE-ACCT
                   ADD 1 TO WS-LINKS-ENDED
               ELSE
                   ADD 1 TO WS-XR-KEEP
                   MOVE CUST-XREF-RECORD TO WS-XR-LINE(WS-XR-KEEP)
               END-IF
           END-PERFORM
           MOVE WS-XR-KEEP TO WS-XR-COUNT
           IF WS-LINKS-ENDED > 0
               PERFORM SAVE-XREF
           END-IF

           PERFORM LOAD-SIGNERS
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SG-COUNT
               MOVE WS-SG-LINE(WS-SG-IDX) TO SIGNER-RECORD
               IF SGN-ACCT-ID = WS-CLOSE-ACCT
                   AND (SGN-REVOKE-DATE = 0
                       OR SGN-REVOKE-DATE > WS-CURRENT-DATE)
                   MOVE WS-CURRENT-DATE TO SGN-REVOKE-DATE
                   MOVE SIGNER-RECORD TO WS-SG-LINE(WS-SG-IDX)
                   ADD 1 TO WS-SIGNERS-ENDED
               END-IF
           END-PERFORM
           IF WS-SIGNERS-ENDED > 0
               PERFORM SAVE-SIGNERS
           END-IF
           DISPLAY "CLOSEOUT-LINKS|" WS-CLOSE-ACCT "|"
               WS-LINKS-ENDED "|" WS-SIGNERS-ENDED.

      *> -------------------------------------------------------
      *> MARK-ACCOUNT-CLOSED: Status 'C', saved, and imaged to
      *> ACCTAUDIT.DAT with both operators — the record ACCOUNTS
      *> .cob's approved CLOSE writes, for the settled close.
      *> -------------------------------------------------------
       MARK-ACCOUNT-CLOSED.
           MOVE 'C' TO WS-A-STATUS(WS-CLOSE-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-CLOSE-IDX)
           PERFORM SAVE-ALL-ACCOUNTS
           MOVE WS-CLOSE-IDX TO WS-FOUND-IDX
           PERFORM CAPTURE-AFTER-IMAGE
           MOVE "CLOSEOUT" TO AUDIT-OPERATION
           MOVE WS-CLOSE-ACCT TO AUDIT-ACCT-ID
           MOVE WS-CURRENT-DATE TO AUDIT-DATE
           MOVE WS-CURRENT-TIME TO AUDIT-TIME
           MOVE WS-AUDIT-MAKER TO AUDIT-MAKER-ID
           MOVE WS-AUDIT-CHECKER TO AUDIT-CHECKER-ID
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-AUDIT-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE ACCOUNT-AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE.

       CAPTURE-BEFORE-IMAGE.
           MOVE WS-A-ID(WS-FOUND-IDX)       TO AUDIT-BEF-ID
           MOVE WS-A-NAME(WS-FOUND-IDX)     TO AUDIT-BEF-NAME
           MOVE WS-A-TYPE(WS-FOUND-IDX)     TO AUDIT-BEF-TYPE
           MOVE WS-A-BALANCE(WS-FOUND-IDX)  TO AUDIT-BEF-BALANCE
           MOVE WS-A-STATUS(WS-FOUND-IDX)   TO AUDIT-BEF-STATUS
           MOVE WS-A-OPEN(WS-FOUND-IDX)     TO AUDIT-BEF-OPEN
           MOVE WS-A-ACTIVITY(WS-FOUND-IDX) TO AUDIT-BEF-ACTIVITY
           MOVE WS-A-OWNER2(WS-FOUND-IDX)   TO AUDIT-BEF-OWNER2
           MOVE WS-A-OWNER3(WS-FOUND-IDX)   TO AUDIT-BEF-OWNER3
           MOVE WS-A-DORMANT(WS-FOUND-IDX)  TO AUDIT-BEF-DORMANT
           MOVE WS-A-CD-TERM(WS-FOUND-IDX)  TO AUDIT-BEF-CD-TERM
           MOVE WS-A-MATURITY(WS-FOUND-IDX) TO AUDIT-BEF-MATURITY
           MOVE WS-A-LINKED(WS-FOUND-IDX)   TO AUDIT-BEF-LINKED
           MOVE WS-A-HOLD(WS-FOUND-IDX)     TO AUDIT-BEF-HOLD
           MOVE WS-A-CURRENCY(WS-FOUND-IDX) TO AUDIT-BEF-CURRENCY.

       CAPTURE-AFTER-IMAGE.
           MOVE WS-A-ID(WS-FOUND-IDX)       TO AUDIT-AFT-ID
           MOVE WS-A-NAME(WS-FOUND-IDX)     TO AUDIT-AFT-NAME
           MOVE WS-A-TYPE(WS-FOUND-IDX)     TO AUDIT-AFT-TYPE
           MOVE WS-A-BALANCE(WS-FOUND-IDX)  TO AUDIT-AFT-BALANCE
           MOVE WS-A-STATUS(WS-FOUND-IDX)   TO AUDIT-AFT-STATUS
           MOVE WS-A-OPEN(WS-FOUND-IDX)     TO AUDIT-AFT-OPEN
           MOVE WS-A-ACTIVITY(WS-FOUND-IDX) TO AUDIT-AFT-ACTIVITY
           MOVE WS-A-OWNER2(WS-FOUND-IDX)   TO AUDIT-AFT-OWNER2
           MOVE WS-A-OWNER3(WS-FOUND-IDX)   TO AUDIT-AFT-OWNER3
           MOVE WS-A-DORMANT(WS-FOUND-IDX)  TO AUDIT-AFT-DORMANT
           MOVE WS-A-CD-TERM(WS-FOUND-IDX)  TO AUDIT-AFT-CD-TERM
           MOVE WS-A-MATURITY(WS-FOUND-IDX) TO AUDIT-AFT-MATURITY
           MOVE WS-A-LINKED(WS-FOUND-IDX)   TO AUDIT-AFT-LINKED
           MOVE WS-A-HOLD(WS-FOUND-IDX)     TO AUDIT-AFT-HOLD
           MOVE WS-A-CURRENCY(WS-FOUND-IDX) TO AUDIT-AFT-CURRENCY.

      *> -------------------------------------------------------
      *> QUEUE-CLOSING-LETTER: One 'AC' confirmation to the owner
      *> of record, named here because the links it would be
      *> resolved through are gone.
      *> -------------------------------------------------------
       QUEUE-CLOSING-LETTER.
           MOVE 'AC' TO WS-CORR-TYPE
           MOVE WS-CLOSE-ACCT TO WS-CORR-ACCT
           MOVE WS-OWNER-ID TO WS-CORR-CUST
           MOVE WS-PAYOUT-AMT TO WS-CORR-AMOUNT
           MOVE SPACES TO WS-CORR-DETAIL
           EVALUATE TRUE
               WHEN WS-PAYOUT-AMT = 0
                   MOVE "CLOSED - NO BALANCE REMAINING"
                       TO WS-CORR-DETAIL
               WHEN WS-PAY-TRANSFER
                   STRING "CLOSED - BALANCE TO " WS-DEST-ACCT
                       DELIMITED BY SIZE INTO WS-CORR-DETAIL
                   END-STRING
               WHEN OTHER
                   MOVE "CLOSED - BALANCE BY OFFICIAL CHECK"
                       TO WS-CORR-DETAIL
           END-EVALUATE
           PERFORM QUEUE-CORRESPONDENCE.

      *> -------------------------------------------------------
      *> RESOLVE-OWNER: The primary owner from the staged links
      *> (else the first owner linked), and that customer's TIN.
      *> -------------------------------------------------------
       RESOLVE-OWNER.
           MOVE SPACES TO WS-OWNER-ID
           MOVE SPACES TO WS-OWNER-TIN
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT
               MOVE WS-XR-LINE(WS-XR-IDX) TO CUST-XREF-RECORD
               IF XREF-ACCT-ID = WS-CLOSE-ACCT
                   IF XREF-PRIMARY
                       MOVE XREF-CUST-ID TO WS-OWNER-ID
                   ELSE
                       IF WS-OWNER-ID = SPACES
                           MOVE XREF-CUST-ID TO WS-OWNER-ID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-CIF-PRESENT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CU-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CIF-PRESENT
           PERFORM UNTIL 1 = 0
               READ CUSTOMER-FILE
                   AT END
                       CLOSE CUSTOMER-FILE
                       EXIT PERFORM
               END-READ
               IF CUST-ID = WS-OWNER-ID AND WS-OWNER-ID NOT = SPACES
                   MOVE CUST-TIN TO WS-OWNER-TIN
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> DROP-POSTED-ACCRUALS: ACCRUALS.DAT rewritten without the
      *> account's rows — once paid they are gone, as POST leaves
      *> the file after a period-end run.
      *> -------------------------------------------------------
       DROP-POSTED-ACCRUALS.
           MOVE 0 TO WS-AL-KEEP
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-AL-COUNT
               MOVE WS-AL-LINE(WS-AL-IDX) TO ACCRUAL-RECORD
               IF ACCR-ACCT-ID NOT = WS-CLOSE-ACCT
                   ADD 1 TO WS-AL-KEEP
                   MOVE ACCRUAL-RECORD TO WS-AL-LINE(WS-AL-KEEP)
               END-IF
           END-PERFORM
           MOVE WS-AL-KEEP TO WS-AL-COUNT
           OPEN OUTPUT ACCRUAL-FILE
           IF WS-ACCR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ACCR-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-AL-COUNT
               MOVE WS-AL-LINE(WS-AL-IDX) TO ACCRUAL-RECORD
               WRITE ACCRUAL-RECORD
           END-PERFORM
           CLOSE ACCRUAL-FILE.

      *> -------------------------------------------------------
      *> POST-CLOSEOUT-TRANSACTION: Append one TRANSACT.DAT record
      *> for the leg prepared by the caller (account, type, amount,
      *> description already moved in; WS-TX-LETTER leads the ID).
      *> -------------------------------------------------------
       POST-CLOSEOUT-TRANSACTION.
           ADD 1 TO WS-TX-SEQ
           MOVE SPACES TO TRANS-ID
           STRING WS-TX-LETTER WS-CURRENT-DATE(3:6) WS-TX-SEQ
               DELIMITED BY SIZE INTO TRANS-ID
           END-STRING
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE RC-SUCCESS TO TRANS-STATUS
           MOVE 'IN' TO TRANS-CHANNEL
           MOVE WS-A-BRANCH(WS-CLOSE-IDX) TO TRANS-BRANCH
           MOVE "CLOSEOUT" TO TRANS-BATCH-ID
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
           MOVE "CLOSEOUT" TO GLJ-SOURCE
           MOVE SPACES TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD
           CLOSE GLJRNL-FILE.

      *> -------------------------------------------------------
      *> Table load/save paragraphs — one staged image per line,
      *> missing file reads as empty, rewrite fails closed.
      *> -------------------------------------------------------
       LOAD-ACCRUAL-LINES.
           MOVE 0 TO WS-AL-COUNT
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCRUAL-FILE
                   AT END
                       CLOSE ACCRUAL-FILE
                       EXIT PERFORM
               END-READ
               IF WS-AL-COUNT >= 3200
                   DISPLAY "ERROR|TABLE-FULL|ACCRUALS"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-AL-COUNT
               MOVE ACCRUAL-RECORD TO WS-AL-LINE(WS-AL-COUNT)
           END-PERFORM.

       LOAD-STANDING.
           MOVE 0 TO WS-SO-COUNT
           OPEN INPUT STANDING-FILE
           IF WS-SO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ STANDING-FILE
                   AT END
                       CLOSE STANDING-FILE
                       EXIT PERFORM
               END-READ
               IF WS-SO-COUNT >= 500
                   DISPLAY "ERROR|TABLE-FULL|STANDING"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-SO-COUNT
               MOVE STANDING-ORDER-RECORD TO WS-SO-LINE(WS-SO-COUNT)
           END-PERFORM.

       SAVE-STANDING.
           OPEN OUTPUT STANDING-FILE
           IF WS-SO-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SO-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
               UNTIL WS-SO-IDX > WS-SO-COUNT
               MOVE WS-SO-LINE(WS-SO-IDX) TO STANDING-ORDER-RECORD
               WRITE STANDING-ORDER-RECORD
           END-PERFORM
           CLOSE STANDING-FILE.

       LOAD-XREF.
           MOVE 0 TO WS-XR-COUNT
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
               IF WS-XR-COUNT >= 1000
                   DISPLAY "ERROR|TABLE-FULL|CUSTXREF"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-XR-COUNT
               MOVE CUST-XREF-RECORD TO WS-XR-LINE(WS-XR-COUNT)
           END-PERFORM.

       SAVE-XREF.
           OPEN OUTPUT XREF-FILE
           IF WS-XR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-XR-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT
               MOVE WS-XR-LINE(WS-XR-IDX) TO CUST-XREF-RECORD
               WRITE CUST-XREF-RECORD
           END-PERFORM
           CLOSE XREF-FILE.

       LOAD-SIGNERS.
           MOVE 0 TO WS-SG-COUNT
           OPEN INPUT SIGNERS-FILE
           IF WS-SG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SIGNERS-FILE
                   AT END
                       CLOSE SIGNERS-FILE
                       EXIT PERFORM
               END-READ
               IF WS-SG-COUNT >= 200
                   DISPLAY "ERROR|TABLE-FULL|SIGNERS"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-SG-COUNT
               MOVE SIGNER-RECORD TO WS-SG-LINE(WS-SG-COUNT)
           END-PERFORM.

       SAVE-SIGNERS.
           OPEN OUTPUT SIGNERS-FILE
           IF WS-SG-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SG-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SG-COUNT
               MOVE WS-SG-LINE(WS-SG-IDX) TO SIGNER-RECORD
               WRITE SIGNER-RECORD
           END-PERFORM
           CLOSE SIGNERS-FILE.

      *> -------------------------------------------------------
      *> LOAD-APPROVALS / SAVE-APPROVALS: PENDAPPR.DAT, shared
      *> with ACCOUNTS.cob's CLOSE and LINK-ACCOUNT requests.
      *> -------------------------------------------------------
       LOAD-APPROVALS.
           MOVE 0 TO WS-APPR-COUNT
           MOVE 0 TO WS-APPR-NEXT-SEQ
           OPEN INPUT APPROVAL-FILE
           IF WS-APPR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ APPROVAL-FILE
                   AT END
                       CLOSE APPROVAL-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-APPR-COUNT
               MOVE APPR-SEQ TO WS-AP-SEQ(WS-APPR-COUNT)
               MOVE APPR-DATE TO WS-AP-DATE(WS-APPR-COUNT)
               MOVE APPR-TIME TO WS-AP-TIME(WS-APPR-COUNT)
               MOVE APPR-OPERATION TO WS-AP-OPER(WS-APPR-COUNT)
               MOVE APPR-ACCT-ID TO WS-AP-ACCT(WS-APPR-COUNT)
               MOVE APPR-ARG TO WS-AP-ARG(WS-APPR-COUNT)
               MOVE APPR-MAKER TO WS-AP-MAKER(WS-APPR-COUNT)
               MOVE APPR-CHECKER TO WS-AP-CHECKER(WS-APPR-COUNT)
               MOVE APPR-STATUS TO WS-AP-STATUS(WS-APPR-COUNT)
               IF APPR-SEQ > WS-APPR-NEXT-SEQ
                   MOVE APPR-SEQ TO WS-APPR-NEXT-SEQ
               END-IF
           END-PERFORM.

       SAVE-APPROVALS.
           OPEN OUTPUT APPROVAL-FILE
           IF WS-APPR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-APPR-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-APPR-COUNT
               MOVE SPACES TO PENDING-APPROVAL-RECORD
               MOVE WS-AP-SEQ(WS-AP-IDX) TO APPR-SEQ
               MOVE WS-AP-DATE(WS-AP-IDX) TO APPR-DATE
               MOVE WS-AP-TIME(WS-AP-IDX) TO APPR-TIME
               MOVE WS-AP-OPER(WS-AP-IDX) TO APPR-OPERATION
               MOVE WS-AP-ACCT(WS-AP-IDX) TO APPR-ACCT-ID
               MOVE WS-AP-ARG(WS-AP-IDX) TO APPR-ARG
               MOVE WS-AP-MAKER(WS-AP-IDX) TO APPR-MAKER
               MOVE WS-AP-CHECKER(WS-AP-IDX) TO APPR-CHECKER
               MOVE WS-AP-STATUS(WS-AP-IDX) TO APPR-STATUS
               WRITE PENDING-APPROVAL-RECORD
           END-PERFORM
           CLOSE APPROVAL-FILE.

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
           MOVE WS-CORR-CUST TO CORR-CUST-ID
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
           MOVE "CLOSEOUT" TO VERS-PROGRAM
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
