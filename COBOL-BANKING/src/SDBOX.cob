      *>================================================================*
      *>  Program:     SDBOX.cob
      *>  System:      LEGACY LEDGER — Safe Deposit Box Subsystem
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Takes the branch box inventory, the rent cards, and the
      *>    vault sign-in sheets off paper. SDBOX.DAT is the box
      *>    master (see SDBREC.cpy) — one row per box per branch
      *>    with its size, renter and co-renters, the account the
      *>    rent debits, the rent due date, and where the keys
      *>    are. Every vault entry and every maintenance or billing
      *>    event is appended to SDBACCES.DAT (SDBLOG.cpy) with the
      *>    operator and time.
      *>
      *>    BILL is the annual rent run: each rented box whose rent
      *>    has fallen due is debited one TX-FEE posting from its
      *>    billing account, posted the way FEES.cob posts a fee
      *>    (chained TRANSACT.DAT record, ACCTVERS.DAT-guarded
      *>    ACCOUNTS.DAT rewrite, control-total manifest) after the
      *>    standard debit checks: the account must exist, be
      *>    active, and carry the rent in available funds (balance
      *>    less holds). A box that fails stays due and is retried
      *>    on every later run. DELINQ ages the unpaid boxes and
      *>    queues a CORRQ.DAT notice ('SB') at 30, 60 and 90 days;
      *>    after the 90-day final notice a supervisor may DRILL the
      *>    box, inventory the contents into bank custody, and from
      *>    there ESCHEAT.cob carries the contents through the
      *>    state's holding period to remittance.
      *>
      *>  Operations (via command-line argument):
      *>    ADD branch box size [rent]  — add a vacant box to the
      *>                                  branch inventory (rent
      *>                                  defaults from the size
      *>                                  schedule below)
      *>    RENT branch box cust acct [co1] [co2]
      *>                                — rent the box; the first
      *>                                  year's rent is debited now
      *>                                  and must post
      *>    SURRENDER branch box        — renter returns both keys
      *>                                  (refused while rent is past
      *>                                  due); on a drilled box, the
      *>                                  renter claims the contents
      *>    DRILL branch box [value] [desc]
      *>                                — supervisor only: a lost-
      *>                                  key box is drilled and left
      *>                                  with the renter; a box at
      *>                                  the final delinquency stage
      *>                                  has its contents (value,
      *>                                  description) taken into
      *>                                  custody
      *>    KEY branch box status       — record key status I/H/L/D
      *>    ACCESS branch box cust      — log a vault entry (renter
      *>                                  or co-renter only)
      *>    BILL                        — annual rent billing run
      *>    DELINQ                      — delinquent-rent report and
      *>                                  notice aging
      *>    LIST [branch]               — box inventory
      *>
      *>    All maintenance operations and ACCESS require a signed-
      *>    on operator (BANK_OPERATOR_ID / BANK_OPERATOR_PIN), same
      *>    sign-on as CUSTOMER.cob. Underscores in a description
      *>    read as spaces.
      *>
      *>  Rent Schedule (annual, by box size):
      *>    S $60.00, M $95.00, L $150.00, X $250.00
      *>
      *>  Files:
      *>    Input/Output: SDBOX.DAT (LINE SEQUENTIAL — SDBREC.cpy)
      *>    Output:       SDBACCES.DAT (appended — SDBLOG.cpy)
      *>    Input/Output: ACCOUNTS.DAT (RENT and BILL)
      *>    Output:       TRANSACT.DAT (appended — rent postings)
      *>    Output:       CORRQ.DAT (appended — DELINQ notices)
      *>    Input:        CUSTOMER.DAT, CUSTXREF.DAT, OPERATORS.DAT,
      *>                  BUSDATE.DAT, ACCTVERS.DAT, FILEMANF.DAT
      *>
      *>  Copybooks:
      *>    SDBREC.cpy, SDBLOG.cpy, ACCTREC.cpy, TRANSREC.cpy,
      *>    CORRREC.cpy, CORRWORK.cpy, CUSTREC.cpy, CUSTXREF.cpy,
      *>    OPERREC.cpy, OPERIO.cpy, BUSDATE.cpy, ACCTVERS.cpy,
      *>    VERSWORK.cpy, MANIFEST.cpy, MANFWORK.cpy, ACCTIO.cpy,
      *>    COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    SDB-ADDED|BRANCH|BOX|SIZE|RENT
      *>    SDB-RENTED|BRANCH|BOX|CUST|ACCT|RENT-DUE
      *>    SDB-SURRENDERED|BRANCH|BOX / SDB-CLAIMED|BRANCH|BOX
      *>    SDB-DRILLED|BRANCH|BOX|LOST-KEY or CUSTODY|VALUE
      *>    SDB-KEY|BRANCH|BOX|STATUS
      *>    SDB-ACCESS|BRANCH|BOX|CUST|OPER|TIME
      *>    SDB-BILLED|BRANCH|BOX|ACCT|RENT|NEXT-DUE
      *>    SDB-UNPAID|BRANCH|BOX|ACCT|RENT|RC
      *>    SDB-BILL-SUMMARY|BILLED|UNPAID|TOTAL
      *>    SDB-DELINQ|BRANCH|BOX|RENTER|ACCT|RENT-DUE|DAYS|STAGE
      *>    SDB-CUSTODY|BRANCH|BOX|RENTER|DRILL-DATE|VALUE
      *>    SDB-DELINQ-SUMMARY|DELINQUENT|NOTICES|DRILL-ELIGIBLE
      *>    SDB|BRANCH|BOX|SIZE|STATUS|KEY|RENTER|ACCT|RENT|DUE|STAGE
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|01 — First year's rent could not post (NSF)
      *>    RESULT|03 — Box, customer or account not found
      *>    RESULT|04 — Billing account not active
      *>    RESULT|07 — Operator not signed on, not authorized, or
      *>                customer not a renter of the box
      *>    RESULT|14 — Customer deceased (access refused)
      *>    RESULT|99 — Invalid operation or state, or file I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>    2026-10-15  AKD  Rent TRANS-IDs continue past the day's
      *>                     highest "SB" ID already on the ledger
      *>                     so a second run the same day does not
      *>                     reissue them
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBOX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDBOX-FILE
               ASSIGN TO "SDBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDB-STATUS.
           SELECT SDBLOG-FILE
               ASSIGN TO "SDBACCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDL-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT CORRQ-FILE
               ASSIGN TO "CORRQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-STATUS.
           SELECT XREF-FILE
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT ACCTVERS-FILE
               ASSIGN TO "ACCTVERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERS-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO "FILEMANF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SDBOX-FILE.
       01  SDBOX-IO-RECORD        PIC X(140).
       FD  SDBLOG-FILE.
       COPY "SDBLOG.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  CORRQ-FILE.
       COPY "CORRREC.cpy".
       FD  CUSTOMER-FILE.
       COPY "CUSTREC.cpy".
       FD  XREF-FILE.
       COPY "CUSTXREF.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  ACCTVERS-FILE.
       COPY "ACCTVERS.cpy".
       FD  MANIFEST-FILE.
       COPY "MANIFEST.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SDB-STATUS          PIC XX VALUE SPACES.
       01  WS-SDL-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-CU-STATUS           PIC XX VALUE SPACES.
       01  WS-XR-STATUS           PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(120) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-BOX-KEY.
           05  WS-IN-BRANCH       PIC X(3) VALUE SPACES.
           05  WS-IN-BOX-NO       PIC X(6) VALUE SPACES.
       01  WS-IN-ARG3             PIC X(30) VALUE SPACES.
       01  WS-IN-ARG4             PIC X(30) VALUE SPACES.
       01  WS-IN-ARG5             PIC X(10) VALUE SPACES.
       01  WS-IN-ARG6             PIC X(10) VALUE SPACES.
       01  WS-IN-AMOUNT           PIC S9(9)V99 VALUE 0.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   Annual rent schedule by box size
       01  WS-RENT-SMALL          PIC S9(5)V99 VALUE 60.00.
       01  WS-RENT-MEDIUM         PIC S9(5)V99 VALUE 95.00.
       01  WS-RENT-LARGE          PIC S9(5)V99 VALUE 150.00.
       01  WS-RENT-XLARGE         PIC S9(5)V99 VALUE 250.00.
      *>   Delinquency notice stages, days past the rent due date
       01  WS-STAGE1-DAYS         PIC 9(3) VALUE 30.
       01  WS-STAGE2-DAYS         PIC 9(3) VALUE 60.
       01  WS-STAGE3-DAYS         PIC 9(3) VALUE 90.
      *>   The box master held as whole rows — load-modify-save,
      *>   same shape as VAULTMGT.cob's shipment table. The row
      *>   being worked is moved into SAFE-DEPOSIT-RECORD below.
       01  WS-BOX-TABLE.
           05  WS-BX-ENTRY OCCURS 500 TIMES.
               10  WS-BX-REC      PIC X(140).
       01  WS-BOX-COUNT           PIC 9(3) VALUE 0.
       01  WS-BX-IDX              PIC 9(3) VALUE 0.
       01  WS-BX-FOUND-FLAG       PIC X(1) VALUE 'N'.
       01  WS-BX-FOUND-IDX        PIC 9(3) VALUE 0.
       COPY "SDBREC.cpy".
      *>   Customer identity and deceased flag, for RENT and ACCESS
       01  WS-CUST-TABLE.
           05  WS-CU-ENTRY OCCURS 200 TIMES.
               10  WS-CU-ID       PIC X(10).
               10  WS-CU-DECEASED PIC X(1).
       01  WS-CUST-COUNT          PIC 9(3) VALUE 0.
       01  WS-CU-IDX              PIC 9(3) VALUE 0.
       01  WS-CU-FOUND-FLAG       PIC X(1) VALUE 'N'.
       01  WS-CU-DECEASED-FLAG    PIC X(1) VALUE 'N'.
       01  WS-CHECK-CUST          PIC X(10) VALUE SPACES.
       01  WS-XREF-OK             PIC X(1) VALUE 'N'.
      *>   Rent debit working fields
       01  WS-RENT-AMOUNT         PIC S9(9)V99 VALUE 0.
       01  WS-AVAILABLE           PIC S9(10)V99 VALUE 0.
       01  WS-DEBIT-RC            PIC X(2) VALUE SPACES.
       01  WS-NEXT-DUE            PIC 9(8) VALUE 0.
       01  WS-BILLED-COUNT        PIC 9(5) VALUE 0.
       01  WS-UNPAID-COUNT        PIC 9(5) VALUE 0.
       01  WS-BILLED-TOTAL        PIC S9(10)V99 VALUE 0.
      *>   TRANS-ID sequence — "SB" + YYMMDD + 4 digits, continued
      *>   past the highest already on the ledger for the day.
       01  WS-TX-SEQ              PIC 9(5) VALUE 0.
       01  WS-TX-ID-PREFIX        PIC X(8) VALUE SPACES.
      *>   Delinquency aging
       01  WS-CURRENT-DATE-INT    PIC S9(9) VALUE 0.
       01  WS-DUE-DATE-INT        PIC S9(9) VALUE 0.
       01  WS-DAYS-PAST-DUE       PIC S9(7) VALUE 0.
       01  WS-TARGET-STAGE        PIC 9(1) VALUE 0.
       01  WS-DELINQ-COUNT        PIC 9(5) VALUE 0.
       01  WS-NOTICE-COUNT        PIC 9(5) VALUE 0.
       01  WS-DRILL-ELIG-COUNT    PIC 9(5) VALUE 0.
       01  WS-LOG-EVENT           PIC X(1) VALUE SPACES.
       01  WS-LOG-CUST            PIC X(10) VALUE SPACES.
       01  WS-LOG-OPER            PIC X(8) VALUE SPACES.
       01  WS-LOG-AMOUNT          PIC S9(9)V99 VALUE 0.
       01  WS-LOG-DETAIL          PIC X(27) VALUE SPACES.
       01  WS-CORR-CUST           PIC X(10) VALUE SPACES.
       01  WS-RPT-AMT             PIC -(8)9.99.
       COPY "ACCTIO.cpy".
      *>   ACCOUNTS.DAT update-token working fields — see
      *>   ACCTVERS.cpy and NOTE-ACCT-VERSION/GUARD-ACCT-VERSION.
       COPY "VERSWORK.cpy".
      *>   Control-total manifest working fields — see
      *>   MANIFEST.cpy/MANFWORK.cpy and VERIFY-FILE-MANIFEST.
       COPY "MANFWORK.cpy".
      *>   Correspondence queue working fields — see CORRREC.cpy
      *>   and QUEUE-CORRESPONDENCE.
       COPY "CORRWORK.cpy".
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".
      *>   Ledger chain working fields — see TRANS-SEQ-NO/
      *>   TRANS-CHAIN-VAL in TRANSREC.cpy and FEES.cob.
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
                    WS-IN-BRANCH
                    WS-IN-BOX-NO
                    WS-IN-ARG3
                    WS-IN-ARG4
                    WS-IN-ARG5
                    WS-IN-ARG6
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           INSPECT WS-IN-ARG4 REPLACING ALL '_' BY ' '
           COMPUTE WS-CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)

           IF WS-OPERATION = "ADD" OR "RENT" OR "SURRENDER"
               OR "DRILL" OR "KEY" OR "ACCESS"
               ACCEPT WS-IN-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
               ACCEPT WS-IN-OPER-PIN
                   FROM ENVIRONMENT "BANK_OPERATOR_PIN"
               PERFORM AUTHENTICATE-OPERATOR
               IF WS-OPER-DENIED
                   DISPLAY "RESULT|" RC-UNAUTHORIZED
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-BOXES

           EVALUATE WS-OPERATION
               WHEN "ADD"
                   PERFORM ADD-BOX
               WHEN "RENT"
                   PERFORM RENT-BOX
               WHEN "SURRENDER"
                   PERFORM SURRENDER-BOX
               WHEN "DRILL"
                   PERFORM DRILL-BOX
               WHEN "KEY"
                   PERFORM SET-KEY-STATUS
               WHEN "ACCESS"
                   PERFORM LOG-BOX-ACCESS
               WHEN "BILL"
                   PERFORM BILL-RENT-RUN
               WHEN "DELINQ"
                   PERFORM DELINQUENT-RENT-REPORT
               WHEN "LIST"
                   PERFORM LIST-BOXES
               WHEN OTHER
                   DISPLAY "RESULT|99"
           END-EVALUATE
           STOP RUN.

      *> -------------------------------------------------------
      *> ADD-BOX: Put a new box into the branch inventory, vacant
      *> with both keys held by the bank.
      *> -------------------------------------------------------
       ADD-BOX.
           IF WS-IN-BOX-NO = SPACES
               OR (WS-IN-ARG3(1:1) NOT = 'S' AND NOT = 'M'
                   AND NOT = 'L' AND NOT = 'X')
               DISPLAY "ERROR|INVALID-BOX-OR-SIZE"
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BOX
           IF WS-BX-FOUND-FLAG = 'Y'
               DISPLAY "ERROR|BOX-EXISTS|" WS-IN-BRANCH "|"
                   WS-IN-BOX-NO
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           IF WS-BOX-COUNT >= 500
               DISPLAY "ERROR|TABLE-FULL|SDBOX"
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SAFE-DEPOSIT-RECORD
           MOVE WS-IN-BRANCH TO SDB-BRANCH
           MOVE WS-IN-BOX-NO TO SDB-BOX-NO
           MOVE WS-IN-ARG3(1:1) TO SDB-SIZE
           MOVE 'V' TO SDB-STATUS
           MOVE 'H' TO SDB-KEY-STATUS
           IF WS-IN-ARG4 NOT = SPACES
               COMPUTE SDB-ANNUAL-RENT = FUNCTION NUMVAL(WS-IN-ARG4)
           ELSE
               EVALUATE TRUE
                   WHEN SDB-SIZE-SMALL
                       MOVE WS-RENT-SMALL TO SDB-ANNUAL-RENT
                   WHEN SDB-SIZE-MEDIUM
                       MOVE WS-RENT-MEDIUM TO SDB-ANNUAL-RENT
                   WHEN SDB-SIZE-LARGE
                       MOVE WS-RENT-LARGE TO SDB-ANNUAL-RENT
                   WHEN OTHER
                       MOVE WS-RENT-XLARGE TO SDB-ANNUAL-RENT
               END-EVALUATE
           END-IF
           MOVE 0 TO SDB-RENT-DUE
           MOVE 0 TO SDB-DELINQ-STAGE
           MOVE 0 TO SDB-RENTED-DATE
           MOVE 0 TO SDB-DRILL-DATE
           MOVE 0 TO SDB-CONTENTS-VALUE
           MOVE 0 TO SDB-ESCHEAT-DATE
           ADD 1 TO WS-BOX-COUNT
           MOVE SAFE-DEPOSIT-RECORD TO WS-BX-REC(WS-BOX-COUNT)
           PERFORM SAVE-BOXES
           MOVE 'I' TO WS-LOG-EVENT
           MOVE SPACES TO WS-LOG-CUST
           MOVE WS-IN-OPER-ID TO WS-LOG-OPER
           MOVE SDB-ANNUAL-RENT TO WS-LOG-AMOUNT
           MOVE "ADDED TO INVENTORY" TO WS-LOG-DETAIL
           PERFORM WRITE-BOX-LOG
           DISPLAY "SDB-ADDED|" WS-IN-BRANCH "|" WS-IN-BOX-NO "|"
               SDB-SIZE "|" SDB-ANNUAL-RENT
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> RENT-BOX: Rent a vacant box. The renter and co-renters
      *> must be on CUSTOMER.DAT and the billing account must be
      *> the renter's own (CUSTXREF.DAT primary or joint owner).
      *> The first year's rent is debited at the desk through
      *> the same checks BILL applies; a box whose first rent
      *> cannot post is not rented.
      *> -------------------------------------------------------
       RENT-BOX.
           PERFORM FIND-BOX
           IF WS-BX-FOUND-FLAG = 'N'
               DISPLAY "ERROR|BOX-NOT-FOUND|" WS-IN-BRANCH "|"
                   WS-IN-BOX-NO
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF NOT SDB-VACANT OR NOT SDB-KEYS-HELD
               DISPLAY "ERROR|BOX-NOT-AVAILABLE|" SDB-STATUS "|"
                   SDB-KEY-STATUS
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CUSTOMERS
           MOVE WS-IN-ARG3(1:10) TO WS-CHECK-CUST
           PERFORM FIND-CUSTOMER
           IF WS-CU-FOUND-FLAG = 'Y' AND WS-IN-ARG5 NOT = SPACES
               MOVE WS-IN-ARG5 TO WS-CHECK-CUST
               PERFORM FIND-CUSTOMER
           END-IF
           IF WS-CU-FOUND-FLAG = 'Y' AND WS-IN-ARG6 NOT = SPACES
               MOVE WS-IN-ARG6 TO WS-CHECK-CUST
               PERFORM FIND-CUSTOMER
           END-IF
           IF WS-CU-FOUND-FLAG = 'N'
               DISPLAY "ERROR|CUSTOMER-NOT-FOUND|" WS-CHECK-CUST
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-RENTER-ACCOUNT
           IF WS-XREF-OK = 'N'
               DISPLAY "ERROR|ACCOUNT-NOT-RENTERS|"
                   WS-IN-ARG4(1:10)
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               EXIT PARAGRAPH
           END-IF

           MOVE 'R' TO SDB-STATUS
           MOVE 'I' TO SDB-KEY-STATUS
           MOVE WS-IN-ARG3(1:10) TO SDB-RENTER-ID
           MOVE WS-IN-ARG5 TO SDB-CO-RENTER-1
           MOVE WS-IN-ARG6 TO SDB-CO-RENTER-2
           MOVE WS-IN-ARG4(1:10) TO SDB-BILL-ACCT
           MOVE WS-CURRENT-DATE TO SDB-RENT-DUE
           MOVE 0 TO SDB-DELINQ-STAGE
           MOVE WS-CURRENT-DATE TO SDB-RENTED-DATE
           MOVE 0 TO SDB-DRILL-DATE
           MOVE 0 TO SDB-CONTENTS-VALUE
           MOVE SPACES TO SDB-CONTENTS-DESC
           MOVE 0 TO SDB-ESCHEAT-DATE

           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM DEBIT-BOX-RENT
           IF WS-DEBIT-RC NOT = RC-SUCCESS
               DISPLAY "ERROR|FIRST-RENT-NOT-POSTED|" SDB-BILL-ACCT
               DISPLAY "RESULT|" WS-DEBIT-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-ALL-ACCOUNTS
           MOVE SAFE-DEPOSIT-RECORD TO WS-BX-REC(WS-BX-FOUND-IDX)
           PERFORM SAVE-BOXES
           MOVE 'R' TO WS-LOG-EVENT
           MOVE SDB-RENTER-ID TO WS-LOG-CUST
           MOVE WS-IN-OPER-ID TO WS-LOG-OPER
           MOVE SDB-ANNUAL-RENT TO WS-LOG-AMOUNT
           MOVE SPACES TO WS-LOG-DETAIL
           STRING "RENTED BILL " SDB-BILL-ACCT
               DELIMITED BY SIZE INTO WS-LOG-DETAIL
           END-STRING
           PERFORM WRITE-BOX-LOG
           DISPLAY "SDB-RENTED|" WS-IN-BRANCH "|" WS-IN-BOX-NO "|"
               SDB-RENTER-ID "|" SDB-BILL-ACCT "|" SDB-RENT-DUE
           DISPLAY "RESULT|00".

       CHECK-RENTER-ACCOUNT.
           MOVE 'N' TO WS-XREF-OK
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
               IF XREF-CUST-ID = WS-IN-ARG3(1:10)
                   AND XREF-ACCT-ID = WS-IN-ARG4(1:10)
                   AND (XREF-PRIMARY OR XREF-JOINT)
                   MOVE 'Y' TO WS-XREF-OK
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SURRENDER-BOX: The renter hands back both keys and the
      *> box returns to inventory. Past-due rent must be brought
      *> current first. On a drilled box this is the renter
      *> claiming the contents out of custody before escheat.
      *> -------------------------------------------------------
       SURRENDER-BOX.
           PERFORM FIND-BOX
           IF WS-BX-FOUND-FLAG = 'N'
               DISPLAY "ERROR|BOX-NOT-FOUND|" WS-IN-BRANCH "|"
                   WS-IN-BOX-NO
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE SDB-RENTER-ID TO WS-LOG-CUST
           EVALUATE TRUE
               WHEN SDB-RENTED
                   IF SDB-RENT-DUE < WS-CURRENT-DATE
                       DISPLAY "ERROR|RENT-PAST-DUE|" SDB-RENT-DUE
                       DISPLAY "RESULT|99"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'S' TO WS-LOG-EVENT
                   MOVE "SURRENDERED KEYS RETURNED" TO WS-LOG-DETAIL
                   MOVE 0 TO WS-LOG-AMOUNT
                   MOVE 'H' TO SDB-KEY-STATUS
               WHEN SDB-DRILLED
                   MOVE 'C' TO WS-LOG-EVENT
                   MOVE "CONTENTS CLAIMED BY RENTER" TO WS-LOG-DETAIL
                   MOVE SDB-CONTENTS-VALUE TO WS-LOG-AMOUNT
               WHEN OTHER
                   DISPLAY "ERROR|BOX-NOT-RENTED|" SDB-STATUS
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'V' TO SDB-STATUS
           MOVE SPACES TO SDB-RENTER-ID
           MOVE SPACES TO SDB-CO-RENTER-1
           MOVE SPACES TO SDB-CO-RENTER-2
           MOVE SPACES TO SDB-BILL-ACCT
           MOVE 0 TO SDB-RENT-DUE
           MOVE 0 TO SDB-DELINQ-STAGE
           MOVE SAFE-DEPOSIT-RECORD TO WS-BX-REC(WS-BX-FOUND-IDX)
           PERFORM SAVE-BOXES
           MOVE WS-IN-OPER-ID TO WS-LOG-OPER
           PERFORM WRITE-BOX-LOG
           IF WS-LOG-EVENT = 'C'
               DISPLAY "SDB-CLAIMED|" WS-IN-BRANCH "|" WS-IN-BOX-NO
           ELSE
               DISPLAY "SDB-SURRENDERED|" WS-IN-BRANCH "|"
                   WS-IN-BOX-NO
           END-IF
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> DRILL-BOX: Supervisor only. Two cases:
      *>   - the renter reported a key lost: the lock is drilled
      *>     in the renter's presence, the box stays rented, and
      *>     the key status waits on the locksmith's re-key;
      *>   - the rent is at the final delinquency stage: the
      *>     contents are inventoried (value and description
      *>     from the command line) into bank custody, where
      *>     ESCHEAT.cob picks them up.
      *> -------------------------------------------------------
       DRILL-BOX.
           IF WS-OPER-ROLE NOT = 'S' AND WS-OPER-ROLE NOT = 'A'
               DISPLAY "ERROR|SUPERVISOR-REQUIRED|" WS-IN-OPER-ID
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BOX
           IF WS-BX-FOUND-FLAG = 'N'
               DISPLAY "ERROR|BOX-NOT-FOUND|" WS-IN-BRANCH "|"
                   WS-IN-BOX-NO
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF NOT SDB-RENTED
               DISPLAY "ERROR|DRILL-NOT-ELIGIBLE|" SDB-STATUS
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO WS-LOG-EVENT
           MOVE SDB-RENTER-ID TO WS-LOG-CUST
           MOVE WS-IN-OPER-ID TO WS-LOG-OPER
           EVALUATE TRUE
               WHEN SDB-DELINQ-STAGE >= 3
                   IF WS-IN-ARG3 NOT = SPACES
                       COMPUTE WS-IN-AMOUNT =
                           FUNCTION NUMVAL(WS-IN-ARG3)
                   END-IF
                   MOVE 'D' TO SDB-STATUS
                   MOVE 'D' TO SDB-KEY-STATUS
                   MOVE WS-CURRENT-DATE TO SDB-DRILL-DATE
                   MOVE WS-IN-AMOUNT TO SDB-CONTENTS-VALUE
                   MOVE WS-IN-ARG4 TO SDB-CONTENTS-DESC
                   MOVE WS-IN-AMOUNT TO WS-LOG-AMOUNT
                   MOVE "DRILLED CONTENTS TO CUSTODY" TO WS-LOG-DETAIL
               WHEN SDB-KEY-LOST
                   MOVE 'D' TO SDB-KEY-STATUS
                   MOVE 0 TO WS-LOG-AMOUNT
                   MOVE "DRILLED LOST KEY" TO WS-LOG-DETAIL
               WHEN OTHER
                   DISPLAY "ERROR|DRILL-NOT-ELIGIBLE|STAGE-"
                       SDB-DELINQ-STAGE "|KEY-" SDB-KEY-STATUS
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SAFE-DEPOSIT-RECORD TO WS-BX-REC(WS-BX-FOUND-IDX)
           PERFORM SAVE-BOXES
           PERFORM WRITE-BOX-LOG
           IF SDB-DRILLED
               MOVE SDB-CONTENTS-VALUE TO WS-RPT-AMT
               DISPLAY "SDB-DRILLED|" WS-IN-BRANCH "|" WS-IN-BOX-NO
                   "|CUSTODY|" FUNCTION TRIM(WS-RPT-AMT)
           ELSE
               DISPLAY "SDB-DRILLED|" WS-IN-BRANCH "|" WS-IN-BOX-NO
                   "|LOST-KEY|0.00"
           END-IF
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> SET-KEY-STATUS: Record where the keys are. Issued only on
      *> a rented box; held only on a vacant one (the locksmith's
      *> re-key after a drill returns a vacant box to service).
      *> -------------------------------------------------------
       SET-KEY-STATUS.
           PERFORM FIND-BOX
           IF WS-BX-FOUND-FLAG = 'N'
               DISPLAY "ERROR|BOX-NOT-FOUND|" WS-IN-BRANCH "|"
                   WS-IN-BOX-NO
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-IN-ARG3(1:1)
               WHEN 'I'
                   IF NOT SDB-RENTED
                       DISPLAY "ERROR|KEY-STATUS-INVALID|I|"
                           SDB-STATUS
                       DISPLAY "RESULT|99"
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'H'
                   IF NOT SDB-VACANT
                       DISPLAY "ERROR|KEY-STATUS-INVALID|H|"
                           SDB-STATUS
                       DISPLAY "RESULT|99"
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'L'
               WHEN 'D'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR|KEY-STATUS-INVALID|"
                       WS-IN-ARG3(1:1)
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-IN-ARG3(1:1) TO SDB-KEY-STATUS
           MOVE SAFE-DEPOSIT-RECORD TO WS-BX-REC(WS-BX-FOUND-IDX)
           PERFORM SAVE-BOXES
           MOVE 'K' TO WS-LOG-EVENT
           MOVE SDB-RENTER-ID TO WS-LOG-CUST
           MOVE WS-IN-OPER-ID TO WS-LOG-OPER
           MOVE 0 TO WS-LOG-AMOUNT
           MOVE SPACES TO WS-LOG-DETAIL
           STRING "KEY STATUS " SDB-KEY-STATUS
               DELIMITED BY SIZE INTO WS-LOG-DETAIL
           END-STRING
           PERFORM WRITE-BOX-LOG
           DISPLAY "SDB-KEY|" WS-IN-BRANCH "|" WS-IN-BOX-NO "|"
               SDB-KEY-STATUS
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> LOG-BOX-ACCESS: The vault sign-in. Only the renter or a
      *> named co-renter may enter a rented box, and never once
      *> CUSTOMER.DAT records them deceased — from then the box
      *> is opened only under the estate process (ESTATE.cob).
      *> -------------------------------------------------------
       LOG-BOX-ACCESS.
           PERFORM FIND-BOX
           IF WS-BX-FOUND-FLAG = 'N'
               DISPLAY "ERROR|BOX-NOT-FOUND|" WS-IN-BRANCH "|"
                   WS-IN-BOX-NO
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF NOT SDB-RENTED
               DISPLAY "ERROR|BOX-NOT-RENTED|" SDB-STATUS
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ARG3(1:10) TO WS-CHECK-CUST
           IF WS-CHECK-CUST = SPACES
               OR (WS-CHECK-CUST NOT = SDB-RENTER-ID
                   AND WS-CHECK-CUST NOT = SDB-CO-RENTER-1
                   AND WS-CHECK-CUST NOT = SDB-CO-RENTER-2)
               DISPLAY "ERROR|NOT-A-RENTER|" WS-CHECK-CUST
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CUSTOMERS
           PERFORM FIND-CUSTOMER
           IF WS-CU-DECEASED-FLAG = 'Y'
               DISPLAY "ERROR|CUSTOMER-DECEASED|" WS-CHECK-CUST
               DISPLAY "RESULT|" RC-DECEASED
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-LOG-EVENT
           MOVE WS-CHECK-CUST TO WS-LOG-CUST
           MOVE WS-IN-OPER-ID TO WS-LOG-OPER
           MOVE 0 TO WS-LOG-AMOUNT
           MOVE "VAULT ENTRY" TO WS-LOG-DETAIL
           PERFORM WRITE-BOX-LOG
           DISPLAY "SDB-ACCESS|" WS-IN-BRANCH "|" WS-IN-BOX-NO "|"
               WS-CHECK-CUST "|" WS-IN-OPER-ID "|" WS-CURRENT-TIME
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> BILL-RENT-RUN: Debit every rented box whose rent has
      *> fallen due. Paid boxes roll their due date forward one
      *> year and clear any delinquency; unpaid ones stay due for
      *> DELINQ to age and are retried on the next run.
      *> -------------------------------------------------------
       BILL-RENT-RUN.
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BOX-COUNT
               MOVE WS-BX-REC(WS-BX-IDX) TO SAFE-DEPOSIT-RECORD
               IF SDB-RENTED AND SDB-RENT-DUE <= WS-CURRENT-DATE
                   PERFORM BILL-ONE-BOX
                   MOVE SAFE-DEPOSIT-RECORD TO WS-BX-REC(WS-BX-IDX)
               END-IF
           END-PERFORM
           IF WS-BILLED-COUNT > 0
               PERFORM SAVE-ALL-ACCOUNTS
           END-IF
           PERFORM SAVE-BOXES
           DISPLAY "SDB-BILL-SUMMARY|" WS-BILLED-COUNT "|"
               WS-UNPAID-COUNT "|" WS-BILLED-TOTAL
           DISPLAY "RESULT|00".

       BILL-ONE-BOX.
           PERFORM DEBIT-BOX-RENT
           MOVE SDB-RENTER-ID TO WS-LOG-CUST
           MOVE "SDBOX" TO WS-LOG-OPER
           MOVE SDB-ANNUAL-RENT TO WS-LOG-AMOUNT
           IF WS-DEBIT-RC = RC-SUCCESS
               ADD 1 TO WS-BILLED-COUNT
               ADD SDB-ANNUAL-RENT TO WS-BILLED-TOTAL
               MOVE 'B' TO WS-LOG-EVENT
               MOVE SPACES TO WS-LOG-DETAIL
               STRING "RENT PAID TO " SDB-RENT-DUE
                   DELIMITED BY SIZE INTO WS-LOG-DETAIL
               END-STRING
               PERFORM WRITE-BOX-LOG
               DISPLAY "SDB-BILLED|" SDB-BRANCH "|" SDB-BOX-NO "|"
                   SDB-BILL-ACCT "|" SDB-ANNUAL-RENT "|"
                   SDB-RENT-DUE
           ELSE
               ADD 1 TO WS-UNPAID-COUNT
               MOVE 'U' TO WS-LOG-EVENT
               MOVE SPACES TO WS-LOG-DETAIL
               STRING "RENT UNPAID RC " WS-DEBIT-RC
                   DELIMITED BY SIZE INTO WS-LOG-DETAIL
               END-STRING
               PERFORM WRITE-BOX-LOG
               DISPLAY "SDB-UNPAID|" SDB-BRANCH "|" SDB-BOX-NO "|"
                   SDB-BILL-ACCT "|" SDB-ANNUAL-RENT "|" WS-DEBIT-RC
           END-IF.

      *> -------------------------------------------------------
      *> DEBIT-BOX-RENT: Post one year's rent for the box in
      *> SAFE-DEPOSIT-RECORD against its billing account in the
      *> loaded account table. Standard debit checks first —
      *> account on file, active, and the rent within available
      *> funds (balance less ACCT-HOLD-AMOUNT) — then the TX-FEE
      *> posting exactly as FEES.cob writes one. On success the
      *> rent due date moves on a year and the delinquency stage
      *> clears. WS-DEBIT-RC carries the outcome.
      *> -------------------------------------------------------
       DEBIT-BOX-RENT.
           MOVE SDB-BILL-ACCT TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               MOVE RC-INVALID-ACCT TO WS-DEBIT-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) NOT = 'A'
               MOVE RC-ACCOUNT-FROZEN TO WS-DEBIT-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SDB-ANNUAL-RENT TO WS-RENT-AMOUNT
           COMPUTE WS-AVAILABLE = WS-A-BALANCE(WS-FOUND-IDX)
               - WS-A-HOLD(WS-FOUND-IDX)
           IF WS-AVAILABLE < WS-RENT-AMOUNT
               MOVE RC-NSF TO WS-DEBIT-RC
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-RENT-AMOUNT FROM WS-A-BALANCE(WS-FOUND-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           PERFORM POST-RENT-TRANSACTION
           MOVE RC-SUCCESS TO WS-DEBIT-RC
      *>   Anniversary billing: next due is the same day next year
      *>   (a 29 February due date falls back to the 28th).
           COMPUTE WS-NEXT-DUE = SDB-RENT-DUE + 10000
           IF WS-NEXT-DUE(5:4) = "0229"
               SUBTRACT 1 FROM WS-NEXT-DUE
           END-IF
           MOVE WS-NEXT-DUE TO SDB-RENT-DUE
           MOVE 0 TO SDB-DELINQ-STAGE.

       POST-RENT-TRANSACTION.
           IF WS-CHAIN-RESOLVED = 'N'
               PERFORM RESOLVE-CHAIN-TIP
           END-IF
           ADD 1 TO WS-TX-SEQ
           MOVE SPACES TO TRANSACTION-RECORD
           STRING WS-TX-ID-PREFIX WS-TX-SEQ(2:4)
               DELIMITED BY SIZE INTO TRANS-ID
           END-STRING
           MOVE SDB-BILL-ACCT TO TRANS-ACCT-ID
           MOVE TX-FEE TO TRANS-TYPE
           MOVE WS-RENT-AMOUNT TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE SPACES TO TRANS-DESC
           STRING "SAFE DEPOSIT RENT BOX " SDB-BRANCH "-"
               SDB-BOX-NO
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
           MOVE RC-SUCCESS TO TRANS-STATUS
           MOVE 'IN' TO TRANS-CHANNEL
           MOVE SDB-BRANCH TO TRANS-BRANCH
           MOVE "SDBOX" TO TRANS-BATCH-ID
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
      *> DELINQUENT-RENT-REPORT: Age every rented box whose rent
      *> is past due. Crossing 30, 60 or 90 days queues the next
      *> CORRQ.DAT notice to the renter (once per stage); a box
      *> at stage 3 is eligible to DRILL. Boxes already drilled
      *> are listed as contents in custody, pending claim or
      *> ESCHEAT.cob.
      *> -------------------------------------------------------
       DELINQUENT-RENT-REPORT.
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BOX-COUNT
               MOVE WS-BX-REC(WS-BX-IDX) TO SAFE-DEPOSIT-RECORD
               IF SDB-RENTED AND SDB-RENT-DUE < WS-CURRENT-DATE
                   PERFORM AGE-ONE-BOX
                   MOVE SAFE-DEPOSIT-RECORD TO WS-BX-REC(WS-BX-IDX)
               END-IF
               IF SDB-DRILLED
                   MOVE SDB-CONTENTS-VALUE TO WS-RPT-AMT
                   DISPLAY "SDB-CUSTODY|" SDB-BRANCH "|" SDB-BOX-NO
                       "|" SDB-RENTER-ID "|" SDB-DRILL-DATE "|"
                       FUNCTION TRIM(WS-RPT-AMT)
               END-IF
           END-PERFORM
           IF WS-NOTICE-COUNT > 0
               PERFORM SAVE-BOXES
           END-IF
           DISPLAY "SDB-DELINQ-SUMMARY|" WS-DELINQ-COUNT "|"
               WS-NOTICE-COUNT "|" WS-DRILL-ELIG-COUNT
           DISPLAY "RESULT|00".

       AGE-ONE-BOX.
           ADD 1 TO WS-DELINQ-COUNT
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(SDB-RENT-DUE)
           COMPUTE WS-DAYS-PAST-DUE =
               WS-CURRENT-DATE-INT - WS-DUE-DATE-INT
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE >= WS-STAGE3-DAYS
                   MOVE 3 TO WS-TARGET-STAGE
               WHEN WS-DAYS-PAST-DUE >= WS-STAGE2-DAYS
                   MOVE 2 TO WS-TARGET-STAGE
               WHEN WS-DAYS-PAST-DUE >= WS-STAGE1-DAYS
                   MOVE 1 TO WS-TARGET-STAGE
               WHEN OTHER
                   MOVE 0 TO WS-TARGET-STAGE
           END-EVALUATE
           IF WS-TARGET-STAGE > SDB-DELINQ-STAGE
               MOVE WS-TARGET-STAGE TO SDB-DELINQ-STAGE
               PERFORM QUEUE-DELINQUENCY-NOTICE
           END-IF
           IF SDB-DELINQ-STAGE >= 3
               ADD 1 TO WS-DRILL-ELIG-COUNT
           END-IF
           DISPLAY "SDB-DELINQ|" SDB-BRANCH "|" SDB-BOX-NO "|"
               SDB-RENTER-ID "|" SDB-BILL-ACCT "|" SDB-RENT-DUE "|"
               WS-DAYS-PAST-DUE "|" SDB-DELINQ-STAGE.

       QUEUE-DELINQUENCY-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE 'SB' TO WS-CORR-TYPE
           MOVE SDB-BILL-ACCT TO WS-CORR-ACCT
           MOVE SDB-RENTER-ID TO WS-CORR-CUST
           MOVE SDB-ANNUAL-RENT TO WS-CORR-AMOUNT
           MOVE SPACES TO WS-CORR-DETAIL
           IF SDB-DELINQ-STAGE >= 3
               STRING "BOX " SDB-BOX-NO " RENT FINAL - TO BE DRILLED"
                   DELIMITED BY SIZE INTO WS-CORR-DETAIL
               END-STRING
           ELSE
               STRING "BOX " SDB-BOX-NO " RENT PAST DUE NOTICE "
                   SDB-DELINQ-STAGE
                   DELIMITED BY SIZE INTO WS-CORR-DETAIL
               END-STRING
           END-IF
           PERFORM QUEUE-CORRESPONDENCE
           MOVE 'N' TO WS-LOG-EVENT
           MOVE SDB-RENTER-ID TO WS-LOG-CUST
           MOVE "SDBOX" TO WS-LOG-OPER
           MOVE SDB-ANNUAL-RENT TO WS-LOG-AMOUNT
           MOVE SPACES TO WS-LOG-DETAIL
           STRING "DELINQUENCY NOTICE STAGE " SDB-DELINQ-STAGE
               DELIMITED BY SIZE INTO WS-LOG-DETAIL
           END-STRING
           PERFORM WRITE-BOX-LOG.

       LIST-BOXES.
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BOX-COUNT
               MOVE WS-BX-REC(WS-BX-IDX) TO SAFE-DEPOSIT-RECORD
               IF WS-IN-BRANCH = SPACES
                   OR SDB-BRANCH = WS-IN-BRANCH
                   DISPLAY "SDB|" SDB-BRANCH "|" SDB-BOX-NO "|"
                       SDB-SIZE "|" SDB-STATUS "|" SDB-KEY-STATUS "|"
                       SDB-RENTER-ID "|" SDB-BILL-ACCT "|"
                       SDB-ANNUAL-RENT "|" SDB-RENT-DUE "|"
                       SDB-DELINQ-STAGE
               END-IF
           END-PERFORM
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> WRITE-BOX-LOG: Append one SDBACCES.DAT record for the box
      *> in SAFE-DEPOSIT-RECORD. The caller stages the event,
      *> customer, operator, amount and detail.
      *> -------------------------------------------------------
       WRITE-BOX-LOG.
           OPEN EXTEND SDBLOG-FILE
           IF WS-SDL-STATUS NOT = '00'
               OPEN OUTPUT SDBLOG-FILE
               IF WS-SDL-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-SDL-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO SDB-LOG-RECORD
           MOVE WS-CURRENT-DATE TO SDL-DATE
           MOVE WS-CURRENT-TIME TO SDL-TIME
           MOVE SDB-BRANCH TO SDL-BRANCH
           MOVE SDB-BOX-NO TO SDL-BOX-NO
           MOVE WS-LOG-EVENT TO SDL-EVENT
           MOVE WS-LOG-CUST TO SDL-CUST-ID
           MOVE WS-LOG-OPER TO SDL-OPER-ID
           MOVE WS-LOG-AMOUNT TO SDL-AMOUNT
           MOVE WS-LOG-DETAIL TO SDL-DETAIL
           WRITE SDB-LOG-RECORD
           CLOSE SDBLOG-FILE.

       FIND-BOX.
           MOVE 'N' TO WS-BX-FOUND-FLAG
           MOVE 0 TO WS-BX-FOUND-IDX
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BOX-COUNT
               IF WS-BX-REC(WS-BX-IDX)(1:9) = WS-BOX-KEY
                   MOVE 'Y' TO WS-BX-FOUND-FLAG
                   MOVE WS-BX-IDX TO WS-BX-FOUND-IDX
                   MOVE WS-BX-REC(WS-BX-IDX) TO SAFE-DEPOSIT-RECORD
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-BOXES.
           MOVE 0 TO WS-BOX-COUNT
           OPEN INPUT SDBOX-FILE
           IF WS-SDB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SDBOX-FILE
                   AT END
                       CLOSE SDBOX-FILE
                       EXIT PERFORM
               END-READ
               IF WS-BOX-COUNT < 500
                   ADD 1 TO WS-BOX-COUNT
                   MOVE SDBOX-IO-RECORD TO WS-BX-REC(WS-BOX-COUNT)
               END-IF
           END-PERFORM.

       SAVE-BOXES.
           OPEN OUTPUT SDBOX-FILE
           IF WS-SDB-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SDB-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BOX-COUNT
               MOVE WS-BX-REC(WS-BX-IDX) TO SDBOX-IO-RECORD
               WRITE SDBOX-IO-RECORD
           END-PERFORM
           CLOSE SDBOX-FILE.

       LOAD-CUSTOMERS.
           MOVE 0 TO WS-CUST-COUNT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CU-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CUSTOMER-FILE
                   AT END
                       CLOSE CUSTOMER-FILE
                       EXIT PERFORM
               END-READ
               IF WS-CUST-COUNT < 200
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CUST-ID TO WS-CU-ID(WS-CUST-COUNT)
                   MOVE CUST-DECEASED-FLAG
                       TO WS-CU-DECEASED(WS-CUST-COUNT)
               END-IF
           END-PERFORM.

       FIND-CUSTOMER.
           MOVE 'N' TO WS-CU-FOUND-FLAG
           MOVE 'N' TO WS-CU-DECEASED-FLAG
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CUST-COUNT
               IF WS-CU-ID(WS-CU-IDX) = WS-CHECK-CUST
                   MOVE 'Y' TO WS-CU-FOUND-FLAG
                   IF WS-CU-DECEASED(WS-CU-IDX) = 'Y'
                       MOVE 'Y' TO WS-CU-DECEASED-FLAG
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-OPERATORS / AUTHENTICATE-OPERATOR: Same sign-on
      *> sequence as CUSTOMER.cob. Fails closed — a missing
      *> OPERATORS.DAT denies every sign-on.
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

      *> -------------------------------------------------------
      *> RESOLVE-CHAIN-TIP / STAMP-CHAIN-FIELDS: Ledger chain for
      *> the rent postings — same paragraphs as FEES.cob (see
      *> TRANS-SEQ-NO/TRANS-CHAIN-VAL in TRANSREC.cpy).
      *> -------------------------------------------------------
       RESOLVE-CHAIN-TIP.
           MOVE 0 TO WS-CHAIN-PREV-SEQ
           MOVE 0 TO WS-CHAIN-PREV-VAL
           MOVE 'Y' TO WS-CHAIN-RESOLVED
           MOVE SPACES TO WS-TX-ID-PREFIX
           STRING "SB" WS-CURRENT-DATE(3:6)
               DELIMITED BY SIZE INTO WS-TX-ID-PREFIX
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
               IF TRANS-SEQ-NO > WS-CHAIN-PREV-SEQ
                   MOVE TRANS-SEQ-NO TO WS-CHAIN-PREV-SEQ
                   MOVE TRANS-CHAIN-VAL TO WS-CHAIN-PREV-VAL
               END-IF
               IF TRANS-ID(1:8) = WS-TX-ID-PREFIX
                   AND TRANS-ID(9:4) IS NUMERIC
                   IF FUNCTION NUMVAL(TRANS-ID(9:4)) > WS-TX-SEQ
                       COMPUTE WS-TX-SEQ =
                           FUNCTION NUMVAL(TRANS-ID(9:4))
                   END-IF
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
           MOVE "SDBOX" TO VERS-PROGRAM
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
           MOVE "SDBOX" TO MF-WRITTEN-BY
           WRITE FILE-MANIFEST-RECORD
           CLOSE MANIFEST-FILE.

      *> -------------------------------------------------------
      *> QUEUE-CORRESPONDENCE / SEED-CORR-ID: Append one common
      *> correspondence-queue record — see CORRREC.cpy and
      *> CORRGEN.cob. Addressed to the renter directly (the
      *> billing account may be joint), so CORR-CUST-ID is set
      *> rather than left for CUSTXREF.DAT resolution.
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
