      *>================================================================*
      *>  Program:     LOCKBOX.cob
      *>  System:      LEGACY LEDGER — Wholesale Lockbox Remittance
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Wholesale lockbox for business customers whose payers
      *>    mail remittances to a box we collect. Each box is set
      *>    up on the lockbox master (LBXMAST.DAT — see LBXREC.cpy)
      *>    against the account it credits and the customer who
      *>    gets the receivables detail. PROCESS reads the day's
      *>    capture file from the lockbox vendor, balances every
      *>    batch to its header's item count and dollar total,
      *>    and posts ONE consolidated credit per lockbox to the
      *>    customer's account through the same account checks
      *>    TRANSACT.cob's POST-DEPOSIT makes.
      *>
      *>    Every check behind the credit is registered in
      *>    LBXITEM.DAT (LBXITEM.cpy) under its own item ID, which
      *>    CASHLTR.cob's BUILD picks up to send the transit items
      *>    out in the night's cash letter, and a receivables file
      *>    per customer — payer, invoice, amount — is written for
      *>    the customer to load into its AR system.
      *>
      *>    Each posted check is also entered on the deposited
      *>    item register (DEPITEMS.DAT — see DEPITEM.cpy) that
      *>    every deposit channel shares. A check already on the
      *>    register inside the lookback window (DUPWORK.cpy), or
      *>    met twice in the same run, is a probable duplicate: it
      *>    still rides in the box's credit and the customer's AR
      *>    file, but its amount is held on the account (HOLDS.DAT
      *>    reason 'DP') and deposit operations is alerted
      *>    (ALERT.DAT type 'C').
      *>
      *>    What cannot be posted goes to the repair queue in
      *>    LBXEXCPT.DAT, which EXCPCON.cob merges as source L: a
      *>    batch that does not balance, carries a bad header, or
      *>    names a box or account that cannot take the credit
      *>    goes whole; an unreadable item (no usable MICR line or
      *>    amount) in an otherwise balanced batch goes alone and
      *>    the rest of the batch posts without it. Each repair
      *>    item is written as a REPAIR| header followed by the
      *>    capture lines themselves, so the lockbox desk corrects
      *>    them in EXCPCON.cob's resubmission file and reruns them
      *>    through PROCESS.
      *>
      *>  Capture file LOCKBOX.DAT (pipe-delimited):
      *>    H|LOCKBOX|BATCH|ITEM-COUNT|BATCH-TOTAL  — batch header
      *>    I|ROUTING|SERIAL|AMOUNT|PAYER|INVOICE  — item, following
      *>                                             its header
      *>
      *>  Operations (via command-line argument):
      *>    DEFINE lbx acct cust    — set up or change a lockbox
      *>    CLOSE lbx               — close the box; later batches
      *>                              go to repair
      *>    LIST                    — the lockbox master
      *>    PROCESS [FORCE]         — process LOCKBOX.DAT; FORCE
      *>                              overrides the processed-file
      *>                              refusal
      *>    DEFINE and CLOSE need a signed-on operator
      *>    (BANK_OPERATOR_ID / BANK_OPERATOR_PIN).
      *>
      *>  Files:
      *>    Input:        LOCKBOX.DAT, OPERATORS.DAT, BUSDATE.DAT
      *>    Input/Output: LBXMAST.DAT, ACCOUNTS.DAT, FILEREG.DAT
      *>    Output:       TRANSACT.DAT, LBXITEM.DAT, LBXEXCPT.DAT,
      *>                  HOLDS.DAT, ALERT.DAT (appended)
      *>    Input/Output: DEPITEMS.DAT — deposited check item
      *>                  register, read and appended
      *>    Input:        DUPCTL.DAT — duplicate lookback window
      *>    Output:       LBXAR-<cust>.DAT — receivables file per
      *>                  customer, rewritten each run:
      *>                  DATE|LOCKBOX|BATCH|SERIAL|PAYER|INVOICE|
      *>                  AMOUNT
      *>
      *>  Copybooks:
      *>    LBXREC.cpy, LBXITEM.cpy, ACCTREC.cpy, TRANSREC.cpy,
      *>    BUSDATE.cpy, ACCTVERS.cpy, OPERREC.cpy, FILEREG.cpy,
      *>    ACCTIO.cpy, VERSWORK.cpy, OPERIO.cpy, FRWORK.cpy,
      *>    COMCODE.cpy, HOLDREC.cpy, ALERTREC.cpy, DEPITEM.cpy,
      *>    DUPWORK.cpy, DUPCTL.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    LBX-MASTER|LOCKBOX|ACCT|CUST|STATUS
      *>    LBX-BATCH|LOCKBOX|BATCH|ITEMS|TOTAL|POSTED|REPAIR
      *>    LBX-REPAIR|LOCKBOX|BATCH|REASON
      *>    LBX-SKIP-DUP|LOCKBOX|BATCH|SERIAL
      *>    LBX-CREDIT|TRANS-ID|LOCKBOX|ACCT|ITEMS|AMOUNT
      *>    DUP-DEPOSIT-HOLD|ACCT|AMOUNT|ROUTING|SERIAL|PRIOR-ACCT|
      *>        PRIOR-DATE|PRIOR-CHANNEL
      *>    LBX-AR-FILE|CUST|FILE-NAME|ITEMS
      *>    LBX-SUMMARY|CREDITS|ITEMS-POSTED|TO-REPAIR
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success (repair items reported above)
      *>    RESULT|03 — Lockbox or account not found
      *>    RESULT|07 — Operator not signed on
      *>    RESULT|99 — Invalid arguments, file already processed,
      *>                or file I/O error
      *>
      *>  Dependencies:
      *>    PROCESS runs on receipt of the vendor's file, before
      *>    CASHLTR.cob's BUILD for the business date.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>    2026-10-15  AKD  Duplicate check detection: posted items
      *>                     are screened against and entered on the
      *>                     DEPITEMS.DAT register (channel LB); a
      *>                     probable duplicate is held (HOLDS.DAT
      *>                     reason 'DP') and alerted (ALERT.DAT
      *>                     type 'C')
      *>    2026-10-15  AKD  Duplicate check lookback window read at
      *>                     start-up from the DUPCTL.DAT LOOKBACK
      *>                     row (LOAD-DUP-WINDOW — maintained by
      *>                     PARMMNT.cob table DUP); 90 days only
      *>                     when the row is missing
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LBXMAST-FILE
               ASSIGN TO "LBXMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBM-STATUS.
           SELECT CAPTURE-FILE
               ASSIGN TO "LOCKBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.
           SELECT LBXITEM-FILE
               ASSIGN TO "LBXITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBI-STATUS.
           SELECT REPAIR-FILE
               ASSIGN TO "LBXEXCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT AR-FILE
               ASSIGN TO DYNAMIC WS-AR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
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
           SELECT FILEREG-FILE
               ASSIGN TO "FILEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-STATUS.
           SELECT HOLDS-FILE
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
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
       FD  LBXMAST-FILE.
       COPY "LBXREC.cpy".
       FD  CAPTURE-FILE.
       01  CAPTURE-RECORD         PIC X(120).
       FD  LBXITEM-FILE.
       COPY "LBXITEM.cpy".
       FD  REPAIR-FILE.
       01  REPAIR-RECORD          PIC X(120).
       FD  AR-FILE.
       01  AR-RECORD              PIC X(120).
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
       FD  FILEREG-FILE.
       COPY "FILEREG.cpy".
       FD  HOLDS-FILE.
       COPY "HOLDREC.cpy".
       FD  DEPITEM-FILE.
       COPY "DEPITEM.cpy".
       FD  DUPCTL-FILE.
       COPY "DUPCTL.cpy".
       FD  ALERT-FILE.
       COPY "ALERTREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LBM-STATUS          PIC XX VALUE SPACES.
       01  WS-CAP-STATUS          PIC XX VALUE SPACES.
       01  WS-LBI-STATUS          PIC XX VALUE SPACES.
       01  WS-RP-STATUS           PIC XX VALUE SPACES.
       01  WS-AR-STATUS           PIC XX VALUE SPACES.
       01  WS-HOLD-STATUS         PIC XX VALUE SPACES.
       01  WS-AL-STATUS           PIC XX VALUE SPACES.
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
       01  WS-ARG-4               PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   Lockbox master staged for load-modify-save.
       01  WS-LBM-TABLE.
           05  WS-LBM-LINE OCCURS 200 TIMES PIC X(50).
       01  WS-LBM-COUNT           PIC 9(3) VALUE 0.
       01  WS-LBM-IDX             PIC 9(3) VALUE 0.
       01  WS-LBM-FOUND-IDX       PIC 9(3) VALUE 0.
       01  WS-IN-LOCKBOX          PIC X(6) VALUE SPACES.
      *>   One capture line split on its pipes.
       01  WS-CAP-LINE            PIC X(120) VALUE SPACES.
       01  WS-F1                  PIC X(2) VALUE SPACES.
       01  WS-F2                  PIC X(30) VALUE SPACES.
       01  WS-F3                  PIC X(15) VALUE SPACES.
       01  WS-F4                  PIC X(15) VALUE SPACES.
       01  WS-F5                  PIC X(30) VALUE SPACES.
       01  WS-F6                  PIC X(20) VALUE SPACES.
      *>   The batch being assembled: its header and item lines,
      *>   held until the batch is complete and can be balanced.
       01  WS-IN-BATCH            PIC X(1) VALUE 'N'.
       01  WS-BH-LINE             PIC X(120) VALUE SPACES.
       01  WS-BH-LOCKBOX          PIC X(6) VALUE SPACES.
       01  WS-BH-BATCH            PIC X(6) VALUE SPACES.
       01  WS-BH-COUNT-STR        PIC X(15) VALUE SPACES.
       01  WS-BH-TOTAL-STR        PIC X(15) VALUE SPACES.
       01  WS-BH-COUNT            PIC 9(5) VALUE 0.
       01  WS-BH-TOTAL            PIC 9(10)V99 VALUE 0.
       01  WS-BT-TABLE.
           05  WS-BT-LINE OCCURS 500 TIMES PIC X(120).
       01  WS-BT-COUNT            PIC 9(5) VALUE 0.
       01  WS-BT-IDX              PIC 9(5) VALUE 0.
       01  WS-BT-SUM              PIC 9(12)V99 VALUE 0.
       01  WS-BT-POSTED           PIC 9(5) VALUE 0.
       01  WS-BT-REPAIRED         PIC 9(5) VALUE 0.
       01  WS-RP-REASON           PIC X(14) VALUE SPACES.
      *>   The item under review.
       01  WS-IT-ROUTING          PIC X(30) VALUE SPACES.
       01  WS-IT-SERIAL           PIC X(15) VALUE SPACES.
       01  WS-IT-AMOUNT           PIC 9(10)V99 VALUE 0.
       01  WS-IT-READABLE         PIC X(1) VALUE 'N'.
      *>   ABA check digit: 3-7-1 weights across the nine digits,
      *>   as CASHLTR.cob tests it before sending.
       01  WS-RT-DIGITS           PIC X(9) VALUE SPACES.
       01  WS-RT-DIGIT-VIEW REDEFINES WS-RT-DIGITS.
           05  WS-RT-DIGIT        PIC 9(1) OCCURS 9 TIMES.
       01  WS-RT-SUM              PIC 9(4) VALUE 0.
       01  WS-RT-VALID            PIC X(1) VALUE 'N'.
      *>   Items accepted this run, and the consolidated credit
      *>   each lockbox will get.
       01  WS-LI-TABLE.
           05  WS-LI-ENTRY OCCURS 2000 TIMES.
               10  WS-LI-LC-IDX   PIC 9(3).
               10  WS-LI-BATCH    PIC X(6).
               10  WS-LI-ROUTING  PIC X(9).
               10  WS-LI-SERIAL   PIC X(10).
               10  WS-LI-AMOUNT   PIC 9(10)V99.
               10  WS-LI-PAYER    PIC X(30).
               10  WS-LI-INVOICE  PIC X(20).
               10  WS-LI-DUP      PIC X(1).
               10  WS-LI-PRIOR-ACCT PIC X(10).
               10  WS-LI-PRIOR-DATE PIC 9(8).
               10  WS-LI-PRIOR-CHANNEL PIC X(2).
       01  WS-LI-COUNT            PIC 9(5) VALUE 0.
       01  WS-LI-IDX              PIC 9(5) VALUE 0.
       01  WS-LC-TABLE.
           05  WS-LC-ENTRY OCCURS 200 TIMES.
               10  WS-LC-LOCKBOX  PIC X(6).
               10  WS-LC-ACCT     PIC X(10).
               10  WS-LC-CUST     PIC X(10).
               10  WS-LC-ACCT-IDX PIC 9(3).
               10  WS-LC-ITEMS    PIC 9(5).
               10  WS-LC-TOTAL    PIC 9(12)V99.
               10  WS-LC-CREDIT-ID PIC X(12).
       01  WS-LC-COUNT            PIC 9(3) VALUE 0.
       01  WS-LC-IDX              PIC 9(3) VALUE 0.
       01  WS-LC-SUB              PIC 9(3) VALUE 0.
       01  WS-LC-FOUND-IDX        PIC 9(3) VALUE 0.
      *>   Items already posted today (box, routing, serial,
      *>   amount) — the rerun guard behind a FORCEd file, so a
      *>   check is never credited twice.
       01  WS-PB-TABLE.
           05  WS-PB-KEY OCCURS 2000 TIMES PIC X(37).
       01  WS-PB-COUNT            PIC 9(5) VALUE 0.
       01  WS-PB-IDX              PIC 9(5) VALUE 0.
       01  WS-PB-FOUND            PIC X(1) VALUE 'N'.
       01  WS-PB-WANT             PIC X(37) VALUE SPACES.
       01  WS-PB-AMOUNT           PIC 9(10)V99 VALUE 0.
      *>   Posting and register numbering.
       01  WS-TX-SEQ              PIC 9(5) VALUE 0.
       01  WS-TX-PREFIX           PIC X(7) VALUE SPACES.
       01  WS-ITEM-SEQ            PIC 9(5) VALUE 0.
       01  WS-ITEM-PREFIX         PIC X(7) VALUE SPACES.
       01  WS-CREDIT-ITEMS        PIC 9(5) VALUE 0.
       01  WS-CREDIT-COUNT        PIC 9(3) VALUE 0.
       01  WS-REPAIR-COUNT        PIC 9(5) VALUE 0.
      *>   Receivables files.
       01  WS-AR-NAME             PIC X(20) VALUE SPACES.
       01  WS-AR-ITEMS            PIC 9(5) VALUE 0.
       01  WS-AR-SEEN             PIC X(1) VALUE 'N'.
       01  WS-AR-AMOUNT           PIC Z(9)9.99.
      *>   ACCTIO.cpy provides the in-memory account table and
      *>   the FIND-ACCOUNT search fields.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       COPY "ACCTIO.cpy".
      *>   ACCOUNTS.DAT update-token working fields — see
      *>   ACCTVERS.cpy and NOTE-ACCT-VERSION/GUARD-ACCT-VERSION.
       COPY "VERSWORK.cpy".
       COPY "OPERIO.cpy".
      *>   Processed-file registry working fields — see
      *>   FILEREG.cpy/FRWORK.cpy and CHECK-FILE-REGISTRY.
       COPY "FRWORK.cpy".
      *>   Duplicate check deposit screen — see DUPWORK.cpy and
      *>   SCREEN-ITEM-DUPLICATE.
       COPY "DUPWORK.cpy".
       01  WS-DUP-IDX             PIC 9(5) VALUE 0.
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
           PERFORM LOAD-DUP-WINDOW
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
               WHEN "DEFINE"
               WHEN "CLOSE"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM MAINTAIN-LOCKBOX
               WHEN "LIST"
                   PERFORM LOAD-LOCKBOXES
                   PERFORM VARYING WS-LBM-IDX FROM 1 BY 1
                       UNTIL WS-LBM-IDX > WS-LBM-COUNT
                       MOVE WS-LBM-LINE(WS-LBM-IDX) TO LOCKBOX-RECORD
                       DISPLAY "LBX-MASTER|" LBX-NUMBER "|"
                           LBX-ACCT-ID "|" LBX-CUST-ID "|"
                           LBX-STATUS
                   END-PERFORM
               WHEN "PROCESS"
      *>           "LOCKBOX PROCESS FORCE" overrides the duplicate-
      *>           file refusal; items already posted today are
      *>           still skipped.
                   IF WS-ARG-2 = "FORCE"
                       MOVE 'Y' TO WS-FR-FORCE
                   END-IF
                   PERFORM PROCESS-CAPTURE-FILE
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
      *> MAINTAIN-LOCKBOX: DEFINE adds the box or re-points it
      *> (a closed box comes back active); CLOSE stops it taking
      *> credits, keeping the row.
      *> -------------------------------------------------------
       MAINTAIN-LOCKBOX.
           IF WS-ARG-2 = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:6) TO WS-IN-LOCKBOX
           PERFORM LOAD-LOCKBOXES
           PERFORM FIND-LOCKBOX
           IF WS-OPERATION = "CLOSE"
               IF WS-LBM-FOUND-IDX = 0
                   DISPLAY "RESULT|" RC-INVALID-ACCT
                   STOP RUN
               END-IF
               MOVE WS-LBM-LINE(WS-LBM-FOUND-IDX) TO LOCKBOX-RECORD
               MOVE 'C' TO LBX-STATUS
           ELSE
               IF WS-ARG-3 = SPACES OR WS-ARG-4 = SPACES
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE WS-ARG-3(1:10) TO WS-IN-ACCT-ID
               PERFORM LOAD-ALL-ACCOUNTS
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'N'
                   DISPLAY "RESULT|" RC-INVALID-ACCT
                   STOP RUN
               END-IF
               IF WS-LBM-FOUND-IDX = 0
                   IF WS-LBM-COUNT >= 200
                       DISPLAY "ERROR|TABLE-FULL|LBXMAST"
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LBM-COUNT
                   MOVE WS-LBM-COUNT TO WS-LBM-FOUND-IDX
               END-IF
               MOVE SPACES TO LOCKBOX-RECORD
               MOVE WS-IN-LOCKBOX TO LBX-NUMBER
               MOVE WS-IN-ACCT-ID TO LBX-ACCT-ID
               MOVE WS-ARG-4(1:10) TO LBX-CUST-ID
               MOVE 'A' TO LBX-STATUS
           END-IF
           MOVE WS-IN-OPER-ID TO LBX-SET-BY
           MOVE WS-CURRENT-DATE TO LBX-SET-DATE
           MOVE LOCKBOX-RECORD TO WS-LBM-LINE(WS-LBM-FOUND-IDX)
           PERFORM SAVE-LOCKBOXES
           DISPLAY "LBX-MASTER|" LBX-NUMBER "|" LBX-ACCT-ID "|"
               LBX-CUST-ID "|" LBX-STATUS.

       FIND-LOCKBOX.
           MOVE 0 TO WS-LBM-FOUND-IDX
           PERFORM VARYING WS-LBM-IDX FROM 1 BY 1
               UNTIL WS-LBM-IDX > WS-LBM-COUNT
               MOVE WS-LBM-LINE(WS-LBM-IDX) TO LOCKBOX-RECORD
               IF LBX-NUMBER = WS-IN-LOCKBOX
                   MOVE WS-LBM-IDX TO WS-LBM-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> PROCESS-CAPTURE-FILE: Registry check, then the file a
      *> batch at a time — each batch is held until its next
      *> header (or end of file) and then balanced and sorted
      *> into accepted items and repair items. Credits post only
      *> after the whole file has been read.
      *> -------------------------------------------------------
       PROCESS-CAPTURE-FILE.
           PERFORM LOAD-LOCKBOXES
           PERFORM PRESCAN-CAPTURE-FILE
           PERFORM CHECK-FILE-REGISTRY
           PERFORM REGISTER-FILE
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-POSTED-ITEMS
           MOVE 'N' TO WS-IN-BATCH
           OPEN INPUT CAPTURE-FILE
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CAP-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ CAPTURE-FILE
                   AT END
                       CLOSE CAPTURE-FILE
                       EXIT PERFORM
               END-READ
               IF CAPTURE-RECORD NOT = SPACES
                   IF CAPTURE-RECORD(1:2) = "H|"
                       IF WS-IN-BATCH = 'Y'
      *>                   FINISH-BATCH reuses the record area.
                           MOVE CAPTURE-RECORD TO WS-CAP-LINE
                           PERFORM FINISH-BATCH
                           MOVE WS-CAP-LINE TO CAPTURE-RECORD
                       END-IF
                       PERFORM START-BATCH
                   ELSE
                       IF WS-IN-BATCH = 'Y'
                           ADD 1 TO WS-BT-COUNT
                           IF WS-BT-COUNT <= 500
                               MOVE CAPTURE-RECORD
                                   TO WS-BT-LINE(WS-BT-COUNT)
                           END-IF
                       ELSE
                           PERFORM REPAIR-ORPHAN-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IN-BATCH = 'Y'
               PERFORM FINISH-BATCH
           END-IF
           IF WS-LI-COUNT > 0
               PERFORM POST-LOCKBOX-CREDITS
               PERFORM APPEND-ITEM-REGISTER
               PERFORM WRITE-RECEIVABLES-FILES
           END-IF
           DISPLAY "LBX-SUMMARY|" WS-CREDIT-COUNT "|" WS-LI-COUNT "|"
               WS-REPAIR-COUNT.

       START-BATCH.
           MOVE 'Y' TO WS-IN-BATCH
           MOVE CAPTURE-RECORD TO WS-BH-LINE
           MOVE 0 TO WS-BT-COUNT
           PERFORM SPLIT-CAPTURE-LINE
           MOVE WS-F2 TO WS-BH-LOCKBOX
           MOVE WS-F3 TO WS-BH-BATCH
           MOVE WS-F4 TO WS-BH-COUNT-STR
           MOVE WS-F5 TO WS-BH-TOTAL-STR.

       SPLIT-CAPTURE-LINE.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
           UNSTRING CAPTURE-RECORD DELIMITED BY '|'
               INTO WS-F1
                    WS-F2
                    WS-F3
                    WS-F4
                    WS-F5
                    WS-F6
           END-UNSTRING.

      *> -------------------------------------------------------
      *> FINISH-BATCH: Balance the held batch and dispose of it.
      *> The box must be active and its account able to take a
      *> deposit (TRANSACT.cob's CHECK-ACCOUNT-STATUS, and not
      *> closed); the item count and the sum of the item amounts
      *> must equal the header's. Any failure sends the batch to
      *> repair whole. A balanced batch posts every readable item
      *> and sends each unreadable one to repair by itself.
      *> -------------------------------------------------------
       FINISH-BATCH.
           MOVE 'N' TO WS-IN-BATCH
           MOVE SPACES TO WS-RP-REASON
           MOVE 0 TO WS-BT-SUM
           MOVE 0 TO WS-BT-POSTED
           MOVE 0 TO WS-BT-REPAIRED
           MOVE WS-BH-LOCKBOX TO WS-IN-LOCKBOX
           PERFORM FIND-LOCKBOX
           EVALUATE TRUE
               WHEN WS-LBM-FOUND-IDX = 0
                   MOVE "UNKNOWN-BOX" TO WS-RP-REASON
               WHEN LBX-CLOSED
                   MOVE "BOX-CLOSED" TO WS-RP-REASON
               WHEN WS-BH-BATCH = SPACES
                   MOVE "BAD-HEADER" TO WS-RP-REASON
               WHEN WS-BH-COUNT-STR = SPACES
                   MOVE "BAD-HEADER" TO WS-RP-REASON
               WHEN FUNCTION TEST-NUMVAL(WS-BH-COUNT-STR) NOT = 0
                   MOVE "BAD-HEADER" TO WS-RP-REASON
               WHEN WS-BH-TOTAL-STR = SPACES
                   MOVE "BAD-HEADER" TO WS-RP-REASON
               WHEN FUNCTION TEST-NUMVAL(WS-BH-TOTAL-STR) NOT = 0
                   MOVE "BAD-HEADER" TO WS-RP-REASON
           END-EVALUATE
           IF WS-RP-REASON = SPACES
               MOVE LBX-ACCT-ID TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'N'
                   MOVE "NO-ACCOUNT" TO WS-RP-REASON
               ELSE
                   IF WS-A-STATUS(WS-FOUND-IDX) = 'F'
                       OR WS-A-STATUS(WS-FOUND-IDX) = 'O'
                       OR WS-A-STATUS(WS-FOUND-IDX) = 'C'
                       MOVE "ACCT-BLOCKED" TO WS-RP-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-RP-REASON = SPACES
      *>       Balance the batch: every line counts as an item,
      *>       an amount that will not read adds nothing.
               MOVE FUNCTION NUMVAL(WS-BH-COUNT-STR) TO WS-BH-COUNT
               MOVE FUNCTION NUMVAL(WS-BH-TOTAL-STR) TO WS-BH-TOTAL
               MOVE 0 TO WS-BT-SUM
               PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
                       OR WS-BT-IDX > 500
                   MOVE WS-BT-LINE(WS-BT-IDX) TO CAPTURE-RECORD
                   PERFORM SPLIT-CAPTURE-LINE
                   IF WS-F4 NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-F4) = 0
                       ADD FUNCTION NUMVAL(WS-F4) TO WS-BT-SUM
                   END-IF
               END-PERFORM
               IF WS-BT-COUNT NOT = WS-BH-COUNT
                   OR WS-BT-SUM NOT = WS-BH-TOTAL
                   OR WS-BT-COUNT > 500
                   MOVE "OUT-OF-BALANCE" TO WS-RP-REASON
               END-IF
           END-IF
           IF WS-RP-REASON NOT = SPACES
               PERFORM REPAIR-WHOLE-BATCH
               DISPLAY "LBX-BATCH|" WS-BH-LOCKBOX "|" WS-BH-BATCH "|"
                   WS-BT-COUNT "|" WS-BT-SUM "|" WS-BT-POSTED "|"
                   WS-BT-REPAIRED
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-CREDIT
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
               MOVE WS-BT-LINE(WS-BT-IDX) TO CAPTURE-RECORD
               PERFORM SPLIT-CAPTURE-LINE
               PERFORM CHECK-ITEM-READABLE
               IF WS-IT-READABLE = 'Y'
                   PERFORM CHECK-ITEM-POSTED
                   IF WS-PB-FOUND = 'Y'
                       DISPLAY "LBX-SKIP-DUP|" WS-BH-LOCKBOX "|"
                           WS-BH-BATCH "|" WS-IT-SERIAL(1:10)
                   ELSE
                       PERFORM ACCEPT-ITEM
                   END-IF
               ELSE
                   MOVE "UNREADABLE" TO WS-RP-REASON
                   PERFORM REPAIR-ONE-ITEM
               END-IF
           END-PERFORM
           DISPLAY "LBX-BATCH|" WS-BH-LOCKBOX "|" WS-BH-BATCH "|"
               WS-BT-COUNT "|" WS-BT-SUM "|" WS-BT-POSTED "|"
               WS-BT-REPAIRED.

      *> -------------------------------------------------------
      *> CHECK-ITEM-READABLE: An item line with a positive amount,
      *> a nine-digit routing number that passes the ABA check
      *> digit, and a serial. CAPTURE-RECORD is already split.
      *> -------------------------------------------------------
       CHECK-ITEM-READABLE.
           MOVE 'N' TO WS-IT-READABLE
           MOVE WS-F2 TO WS-IT-ROUTING
           MOVE WS-F3 TO WS-IT-SERIAL
           IF WS-F1 NOT = "I"
               EXIT PARAGRAPH
           END-IF
           IF WS-F4 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-F4) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-F4) TO WS-IT-AMOUNT
           IF WS-IT-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-IT-SERIAL = SPACES
               OR WS-IT-SERIAL(11:5) NOT = SPACES
               OR WS-IT-ROUTING(10:21) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IT-ROUTING(1:9) TO WS-RT-DIGITS
           PERFORM CHECK-ROUTING-DIGIT
           IF WS-RT-VALID = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IT-READABLE.

      *>   Already registered today under this box?
       CHECK-ITEM-POSTED.
           MOVE SPACES TO WS-PB-WANT
           STRING WS-BH-LOCKBOX WS-IT-ROUTING(1:9)
               WS-IT-SERIAL(1:10) WS-IT-AMOUNT
               DELIMITED BY SIZE INTO WS-PB-WANT
           END-STRING
           MOVE 'N' TO WS-PB-FOUND
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
               UNTIL WS-PB-IDX > WS-PB-COUNT
               IF WS-PB-KEY(WS-PB-IDX) = WS-PB-WANT
                   MOVE 'Y' TO WS-PB-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-ROUTING-DIGIT.
           MOVE 'N' TO WS-RT-VALID
           IF WS-RT-DIGITS IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RT-SUM =
               3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4)
                    + WS-RT-DIGIT(7))
               + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5)
                    + WS-RT-DIGIT(8))
               + (WS-RT-DIGIT(3) + WS-RT-DIGIT(6)
                    + WS-RT-DIGIT(9))
           IF FUNCTION MOD(WS-RT-SUM, 10) = 0
               MOVE 'Y' TO WS-RT-VALID
           END-IF.

      *>   The box's credit for this run — one per lockbox however
      *>   many batches it had. LOCKBOX-RECORD and WS-FOUND-IDX
      *>   are still the batch's box and account.
       FIND-OR-ADD-CREDIT.
           MOVE 0 TO WS-LC-FOUND-IDX
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
               IF WS-LC-LOCKBOX(WS-LC-IDX) = WS-BH-LOCKBOX
                   MOVE WS-LC-IDX TO WS-LC-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LC-FOUND-IDX NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LC-COUNT >= 200
               DISPLAY "ERROR|TABLE-FULL|LOCKBOX-CREDITS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           ADD 1 TO WS-LC-COUNT
           MOVE WS-LC-COUNT TO WS-LC-FOUND-IDX
           MOVE WS-BH-LOCKBOX TO WS-LC-LOCKBOX(WS-LC-COUNT)
           MOVE LBX-ACCT-ID TO WS-LC-ACCT(WS-LC-COUNT)
           MOVE LBX-CUST-ID TO WS-LC-CUST(WS-LC-COUNT)
           MOVE WS-FOUND-IDX TO WS-LC-ACCT-IDX(WS-LC-COUNT)
           MOVE 0 TO WS-LC-ITEMS(WS-LC-COUNT)
           MOVE 0 TO WS-LC-TOTAL(WS-LC-COUNT)
           MOVE SPACES TO WS-LC-CREDIT-ID(WS-LC-COUNT).

       ACCEPT-ITEM.
           IF WS-LI-COUNT >= 2000
               DISPLAY "ERROR|TABLE-FULL|LOCKBOX-ITEMS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           ADD 1 TO WS-LI-COUNT
           MOVE WS-LC-FOUND-IDX TO WS-LI-LC-IDX(WS-LI-COUNT)
           MOVE WS-BH-BATCH TO WS-LI-BATCH(WS-LI-COUNT)
           MOVE WS-IT-ROUTING(1:9) TO WS-LI-ROUTING(WS-LI-COUNT)
           MOVE WS-IT-SERIAL(1:10) TO WS-LI-SERIAL(WS-LI-COUNT)
           MOVE WS-IT-AMOUNT TO WS-LI-AMOUNT(WS-LI-COUNT)
           MOVE WS-F5 TO WS-LI-PAYER(WS-LI-COUNT)
           MOVE WS-F6 TO WS-LI-INVOICE(WS-LI-COUNT)
           PERFORM SCREEN-ITEM-DUPLICATE
           ADD 1 TO WS-LC-ITEMS(WS-LC-FOUND-IDX)
           ADD WS-IT-AMOUNT TO WS-LC-TOTAL(WS-LC-FOUND-IDX)
           ADD 1 TO WS-BT-POSTED.

      *> -------------------------------------------------------
      *> SCREEN-ITEM-DUPLICATE: The item just accepted tested
      *> against the deposited-item register and then against
      *> the items already accepted this run (the register only
      *> receives them once the credits post).
      *> -------------------------------------------------------
       SCREEN-ITEM-DUPLICATE.
           MOVE 'N' TO WS-LI-DUP(WS-LI-COUNT)
           MOVE SPACES TO WS-LI-PRIOR-ACCT(WS-LI-COUNT)
               WS-LI-PRIOR-CHANNEL(WS-LI-COUNT)
           MOVE 0 TO WS-LI-PRIOR-DATE(WS-LI-COUNT)
           MOVE WS-LI-ROUTING(WS-LI-COUNT) TO WS-DUP-ROUTING
           MOVE WS-LI-SERIAL(WS-LI-COUNT) TO WS-DUP-SERIAL
           MOVE WS-LI-AMOUNT(WS-LI-COUNT) TO WS-DUP-AMOUNT
           PERFORM CHECK-DUPLICATE-DEPOSIT
           IF WS-DUP-FOUND = 'N'
               PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX >= WS-LI-COUNT
                   IF WS-LI-ROUTING(WS-DUP-IDX) = WS-DUP-ROUTING
                       AND WS-LI-SERIAL(WS-DUP-IDX) = WS-DUP-SERIAL
                       AND WS-LI-AMOUNT(WS-DUP-IDX) = WS-DUP-AMOUNT
                       MOVE 'Y' TO WS-DUP-FOUND
                       MOVE WS-LI-LC-IDX(WS-DUP-IDX) TO WS-LC-SUB
                       MOVE WS-LC-ACCT(WS-LC-SUB) TO WS-DUP-PRIOR-ACCT
                       MOVE WS-CURRENT-DATE TO WS-DUP-PRIOR-DATE
                       MOVE "LB" TO WS-DUP-PRIOR-CHANNEL
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DUP-FOUND = 'Y'
               MOVE 'Y' TO WS-LI-DUP(WS-LI-COUNT)
               MOVE WS-DUP-PRIOR-ACCT TO WS-LI-PRIOR-ACCT(WS-LI-COUNT)
               MOVE WS-DUP-PRIOR-DATE TO WS-LI-PRIOR-DATE(WS-LI-COUNT)
               MOVE WS-DUP-PRIOR-CHANNEL
                   TO WS-LI-PRIOR-CHANNEL(WS-LI-COUNT)
           END-IF.

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
           MOVE "LOCKBOX" TO HOLD-SOURCE
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
      *> REPAIR-WHOLE-BATCH / REPAIR-ONE-ITEM / REPAIR-ORPHAN-LINE:
      *> Append a repair item to LBXEXCPT.DAT — a REPAIR| header
      *> (reason, box, batch, business date) and then the capture
      *> lines in capture format. A lone unreadable item gets a
      *> one-item batch header of its own so the corrected block
      *> processes by itself.
      *> -------------------------------------------------------
       REPAIR-WHOLE-BATCH.
           PERFORM OPEN-REPAIR-FILE
           PERFORM WRITE-REPAIR-HEADER
           MOVE WS-BH-LINE TO REPAIR-RECORD
           WRITE REPAIR-RECORD
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
                   OR WS-BT-IDX > 500
               MOVE WS-BT-LINE(WS-BT-IDX) TO REPAIR-RECORD
               WRITE REPAIR-RECORD
           END-PERFORM
           CLOSE REPAIR-FILE
           MOVE WS-BT-COUNT TO WS-BT-REPAIRED.

       REPAIR-ONE-ITEM.
           PERFORM OPEN-REPAIR-FILE
           PERFORM WRITE-REPAIR-HEADER
           MOVE SPACES TO REPAIR-RECORD
           STRING "H|" FUNCTION TRIM(WS-BH-LOCKBOX) "|"
               FUNCTION TRIM(WS-BH-BATCH) "|1|"
               FUNCTION TRIM(WS-F4)
               DELIMITED BY SIZE INTO REPAIR-RECORD
           END-STRING
           WRITE REPAIR-RECORD
           MOVE CAPTURE-RECORD TO REPAIR-RECORD
           WRITE REPAIR-RECORD
           CLOSE REPAIR-FILE
           ADD 1 TO WS-BT-REPAIRED.

       REPAIR-ORPHAN-LINE.
           MOVE "NO-HEADER" TO WS-RP-REASON
           MOVE SPACES TO WS-BH-LOCKBOX WS-BH-BATCH
           PERFORM OPEN-REPAIR-FILE
           PERFORM WRITE-REPAIR-HEADER
           MOVE CAPTURE-RECORD TO REPAIR-RECORD
           WRITE REPAIR-RECORD
           CLOSE REPAIR-FILE.

       OPEN-REPAIR-FILE.
           OPEN EXTEND REPAIR-FILE
           IF WS-RP-STATUS NOT = '00'
               OPEN OUTPUT REPAIR-FILE
               IF WS-RP-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-RP-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF.

       WRITE-REPAIR-HEADER.
           ADD 1 TO WS-REPAIR-COUNT
           DISPLAY "LBX-REPAIR|" WS-BH-LOCKBOX "|" WS-BH-BATCH "|"
               WS-RP-REASON
           MOVE SPACES TO REPAIR-RECORD
           STRING "REPAIR|" FUNCTION TRIM(WS-RP-REASON) "|"
               FUNCTION TRIM(WS-BH-LOCKBOX) "|"
               FUNCTION TRIM(WS-BH-BATCH) "|" WS-CURRENT-DATE
               DELIMITED BY SIZE INTO REPAIR-RECORD
           END-STRING
           WRITE REPAIR-RECORD.

      *> -------------------------------------------------------
      *> POST-LOCKBOX-CREDITS: Every box's credit onto its
      *> account, ACCOUNTS.DAT saved once under the update
      *> interlock, then one 'D' per box to the ledger.
      *> -------------------------------------------------------
       POST-LOCKBOX-CREDITS.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
               IF WS-LC-ITEMS(WS-LC-IDX) > 0
                   MOVE WS-LC-ACCT-IDX(WS-LC-IDX) TO WS-FOUND-IDX
                   ADD WS-LC-TOTAL(WS-LC-IDX)
                       TO WS-A-BALANCE(WS-FOUND-IDX)
                   MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LI-IDX FROM 1 BY 1
               UNTIL WS-LI-IDX > WS-LI-COUNT
               IF WS-LI-DUP(WS-LI-IDX) = 'Y'
                   MOVE WS-LI-LC-IDX(WS-LI-IDX) TO WS-LC-IDX
                   MOVE WS-LC-ACCT-IDX(WS-LC-IDX) TO WS-FOUND-IDX
                   ADD WS-LI-AMOUNT(WS-LI-IDX)
                       TO WS-A-HOLD(WS-FOUND-IDX)
               END-IF
           END-PERFORM
           PERFORM SAVE-ALL-ACCOUNTS
           PERFORM SEED-TX-SEQ
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
               IF WS-LC-ITEMS(WS-LC-IDX) > 0
                   PERFORM POST-ONE-CREDIT
               END-IF
           END-PERFORM.

       POST-ONE-CREDIT.
           MOVE WS-LC-ACCT-IDX(WS-LC-IDX) TO WS-FOUND-IDX
           ADD 1 TO WS-TX-SEQ
           MOVE SPACES TO TRANS-ID
           STRING WS-TX-PREFIX(1:7) WS-TX-SEQ
               DELIMITED BY SIZE INTO TRANS-ID
           END-STRING
           MOVE WS-LC-ACCT(WS-LC-IDX) TO TRANS-ACCT-ID
           MOVE TX-DEPOSIT TO TRANS-TYPE
           MOVE WS-LC-TOTAL(WS-LC-IDX) TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE WS-LC-ITEMS(WS-LC-IDX) TO WS-CREDIT-ITEMS
           MOVE SPACES TO TRANS-DESC
           STRING "LOCKBOX " WS-LC-LOCKBOX(WS-LC-IDX) " "
               WS-CREDIT-ITEMS " ITEMS"
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
           MOVE RC-SUCCESS TO TRANS-STATUS
           MOVE 'BT' TO TRANS-CHANNEL
           MOVE WS-A-BRANCH(WS-FOUND-IDX) TO TRANS-BRANCH
           MOVE "LOCKBOX" TO TRANS-BATCH-ID
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
           CLOSE TRANSACT-FILE
           MOVE TRANS-ID TO WS-LC-CREDIT-ID(WS-LC-IDX)
           ADD 1 TO WS-CREDIT-COUNT
           DISPLAY "LBX-CREDIT|" TRANS-ID "|" WS-LC-LOCKBOX(WS-LC-IDX)
               "|" WS-LC-ACCT(WS-LC-IDX) "|" WS-LC-ITEMS(WS-LC-IDX)
               "|" WS-LC-TOTAL(WS-LC-IDX).

      *> -------------------------------------------------------
      *> SEED-TX-SEQ: Capture files can arrive more than once a
      *> day, so credit numbering carries on from the highest
      *> lockbox credit already on file for the date.
      *> -------------------------------------------------------
       SEED-TX-SEQ.
           MOVE 0 TO WS-TX-SEQ
           MOVE SPACES TO WS-TX-PREFIX
           STRING "U" WS-CURRENT-DATE(3:6)
               DELIMITED BY SIZE INTO WS-TX-PREFIX
           END-STRING
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
               IF TRANS-ID(1:7) = WS-TX-PREFIX
                   AND TRANS-ID(8:5) IS NUMERIC
                   AND TRANS-ID(8:5) > WS-TX-SEQ
                   MOVE TRANS-ID(8:5) TO WS-TX-SEQ
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> APPEND-ITEM-REGISTER: Each posted check onto LBXITEM.DAT
      *> under a new item ID, tied to its box's credit.
      *> -------------------------------------------------------
       APPEND-ITEM-REGISTER.
           MOVE SPACES TO WS-ITEM-PREFIX
           STRING "Y" WS-CURRENT-DATE(3:6)
               DELIMITED BY SIZE INTO WS-ITEM-PREFIX
           END-STRING
           MOVE 0 TO WS-ITEM-SEQ
           OPEN INPUT LBXITEM-FILE
           IF WS-LBI-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ LBXITEM-FILE
                       AT END
                           CLOSE LBXITEM-FILE
                           EXIT PERFORM
                   END-READ
                   IF LBI-ITEM-ID(1:7) = WS-ITEM-PREFIX
                       AND LBI-ITEM-ID(8:5) IS NUMERIC
                       AND LBI-ITEM-ID(8:5) > WS-ITEM-SEQ
                       MOVE LBI-ITEM-ID(8:5) TO WS-ITEM-SEQ
                   END-IF
               END-PERFORM
           END-IF
           OPEN EXTEND LBXITEM-FILE
           IF WS-LBI-STATUS NOT = '00'
               OPEN OUTPUT LBXITEM-FILE
               IF WS-LBI-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-LBI-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING WS-LI-IDX FROM 1 BY 1
               UNTIL WS-LI-IDX > WS-LI-COUNT
               MOVE WS-LI-LC-IDX(WS-LI-IDX) TO WS-LC-IDX
               ADD 1 TO WS-ITEM-SEQ
               MOVE SPACES TO LOCKBOX-ITEM-RECORD
               STRING WS-ITEM-PREFIX(1:7) WS-ITEM-SEQ
                   DELIMITED BY SIZE INTO LBI-ITEM-ID
               END-STRING
               MOVE WS-LC-LOCKBOX(WS-LC-IDX) TO LBI-LOCKBOX
               MOVE WS-LI-BATCH(WS-LI-IDX) TO LBI-BATCH
               MOVE WS-LC-ACCT(WS-LC-IDX) TO LBI-ACCT-ID
               MOVE WS-LC-CREDIT-ID(WS-LC-IDX) TO LBI-CREDIT-ID
               MOVE WS-LI-ROUTING(WS-LI-IDX) TO LBI-ROUTING
               MOVE WS-LI-SERIAL(WS-LI-IDX) TO LBI-SERIAL
               MOVE WS-LI-AMOUNT(WS-LI-IDX) TO LBI-AMOUNT
               MOVE WS-LI-PAYER(WS-LI-IDX) TO LBI-PAYER
               MOVE WS-LI-INVOICE(WS-LI-IDX) TO LBI-INVOICE
               MOVE WS-CURRENT-DATE TO LBI-DATE
               WRITE LOCKBOX-ITEM-RECORD
               PERFORM REGISTER-LOCKBOX-ITEM
           END-PERFORM
           CLOSE LBXITEM-FILE.

      *> -------------------------------------------------------
      *> REGISTER-LOCKBOX-ITEM: The item just written to
      *> LBXITEM.DAT onto the deposited-item register under its
      *> item ID; a probable duplicate gets its hold record and
      *> alert now that the credit has posted.
      *> -------------------------------------------------------
       REGISTER-LOCKBOX-ITEM.
           MOVE WS-LI-ROUTING(WS-LI-IDX) TO WS-DUP-ROUTING
           MOVE WS-LI-SERIAL(WS-LI-IDX) TO WS-DUP-SERIAL
           MOVE WS-LI-AMOUNT(WS-LI-IDX) TO WS-DUP-AMOUNT
           MOVE WS-LC-ACCT(WS-LC-IDX) TO WS-DUP-ACCT-ID
           MOVE "LB" TO WS-DUP-CHANNEL
           MOVE LBI-ITEM-ID TO WS-DUP-REF
           MOVE WS-LI-DUP(WS-LI-IDX) TO WS-DUP-FOUND
           MOVE WS-LI-PRIOR-ACCT(WS-LI-IDX) TO WS-DUP-PRIOR-ACCT
           MOVE WS-LI-PRIOR-DATE(WS-LI-IDX) TO WS-DUP-PRIOR-DATE
           MOVE WS-LI-PRIOR-CHANNEL(WS-LI-IDX)
               TO WS-DUP-PRIOR-CHANNEL
           PERFORM REGISTER-DEPOSITED-ITEM
           IF WS-DUP-FOUND = 'Y'
               PERFORM WRITE-DUP-HOLD
               PERFORM RAISE-DUP-ALERT
           END-IF.

      *> -------------------------------------------------------
      *> WRITE-RECEIVABLES-FILES: One file per customer with
      *> every item this run credited to any of its boxes.
      *> -------------------------------------------------------
       WRITE-RECEIVABLES-FILES.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
               MOVE 'N' TO WS-AR-SEEN
               IF WS-LC-ITEMS(WS-LC-IDX) = 0
                   MOVE 'Y' TO WS-AR-SEEN
               END-IF
               PERFORM VARYING WS-LC-SUB FROM 1 BY 1
                   UNTIL WS-LC-SUB >= WS-LC-IDX
                   IF WS-LC-CUST(WS-LC-SUB) = WS-LC-CUST(WS-LC-IDX)
                       AND WS-LC-ITEMS(WS-LC-SUB) > 0
                       MOVE 'Y' TO WS-AR-SEEN
                   END-IF
               END-PERFORM
               IF WS-AR-SEEN = 'N'
                   PERFORM WRITE-ONE-RECEIVABLES-FILE
               END-IF
           END-PERFORM.

       WRITE-ONE-RECEIVABLES-FILE.
           MOVE SPACES TO WS-AR-NAME
           STRING "LBXAR-" DELIMITED BY SIZE
               WS-LC-CUST(WS-LC-IDX) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-AR-NAME
           END-STRING
           OPEN OUTPUT AR-FILE
           IF WS-AR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-AR-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 0 TO WS-AR-ITEMS
           PERFORM VARYING WS-LI-IDX FROM 1 BY 1
               UNTIL WS-LI-IDX > WS-LI-COUNT
               MOVE WS-LI-LC-IDX(WS-LI-IDX) TO WS-LC-SUB
               IF WS-LC-CUST(WS-LC-SUB) = WS-LC-CUST(WS-LC-IDX)
                   ADD 1 TO WS-AR-ITEMS
                   MOVE WS-LI-AMOUNT(WS-LI-IDX) TO WS-AR-AMOUNT
                   MOVE SPACES TO AR-RECORD
                   STRING WS-CURRENT-DATE "|"
                       WS-LC-LOCKBOX(WS-LC-SUB) "|"
                       FUNCTION TRIM(WS-LI-BATCH(WS-LI-IDX)) "|"
                       FUNCTION TRIM(WS-LI-SERIAL(WS-LI-IDX)) "|"
                       FUNCTION TRIM(WS-LI-PAYER(WS-LI-IDX)) "|"
                       FUNCTION TRIM(WS-LI-INVOICE(WS-LI-IDX)) "|"
                       FUNCTION TRIM(WS-AR-AMOUNT)
                       DELIMITED BY SIZE INTO AR-RECORD
                   END-STRING
                   WRITE AR-RECORD
               END-IF
           END-PERFORM
           CLOSE AR-FILE
           DISPLAY "LBX-AR-FILE|" WS-LC-CUST(WS-LC-IDX) "|"
               FUNCTION TRIM(WS-AR-NAME) "|" WS-AR-ITEMS.

      *> -------------------------------------------------------
      *> LOAD-POSTED-ITEMS: Box, routing, serial and amount of
      *> every item already registered for today.
      *> -------------------------------------------------------
       LOAD-POSTED-ITEMS.
           MOVE 0 TO WS-PB-COUNT
           OPEN INPUT LBXITEM-FILE
           IF WS-LBI-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LBXITEM-FILE
                   AT END
                       CLOSE LBXITEM-FILE
                       EXIT PERFORM
               END-READ
               IF LBI-DATE = WS-CURRENT-DATE
                   AND WS-PB-COUNT < 2000
                   MOVE LBI-AMOUNT TO WS-PB-AMOUNT
                   ADD 1 TO WS-PB-COUNT
                   STRING LBI-LOCKBOX LBI-ROUTING LBI-SERIAL
                       WS-PB-AMOUNT
                       DELIMITED BY SIZE INTO WS-PB-KEY(WS-PB-COUNT)
                   END-STRING
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> PRESCAN-CAPTURE-FILE: The file identity for the
      *> registry — item line count and the sum of the batch
      *> header totals.
      *> -------------------------------------------------------
       PRESCAN-CAPTURE-FILE.
           MOVE 0 TO WS-FR-COUNT
           MOVE 0 TO WS-FR-TOTAL
           OPEN INPUT CAPTURE-FILE
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CAP-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ CAPTURE-FILE
                   AT END
                       CLOSE CAPTURE-FILE
                       EXIT PERFORM
               END-READ
               IF CAPTURE-RECORD(1:2) = "H|"
                   PERFORM SPLIT-CAPTURE-LINE
                   IF WS-F5 NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-F5) = 0
                       ADD FUNCTION NUMVAL(WS-F5) TO WS-FR-TOTAL
                   END-IF
               ELSE
                   IF CAPTURE-RECORD NOT = SPACES
                       ADD 1 TO WS-FR-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> CHECK-FILE-REGISTRY / REGISTER-FILE: The processed-file
      *> registry — see FILEREG.cpy/FRWORK.cpy, same sequence as
      *> ACHIN.cob.
      *> -------------------------------------------------------
       CHECK-FILE-REGISTRY.
           MOVE 'N' TO WS-FR-DUP
           OPEN INPUT FILEREG-FILE
           IF WS-FR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ FILEREG-FILE
                   AT END
                       CLOSE FILEREG-FILE
                       EXIT PERFORM
               END-READ
               IF FR-INTAKE = "LOCKBOX"
                   AND FR-REC-COUNT = WS-FR-COUNT
                   AND FR-AMT-TOTAL = WS-FR-TOTAL
                   MOVE 'Y' TO WS-FR-DUP
               END-IF
           END-PERFORM
           IF WS-FR-DUP = 'Y'
               IF WS-FR-FORCE = 'Y'
                   DISPLAY "DUP-BATCH|OVERRIDDEN-BY-FORCE|"
                       WS-FR-COUNT "|" WS-FR-TOTAL
               ELSE
                   DISPLAY "DUP-BATCH|ALREADY-PROCESSED|"
                       WS-FR-COUNT "|" WS-FR-TOTAL
                   DISPLAY "DUP-BATCH|RERUN WITH FORCE ONLY IF "
                       "THIS IS GENUINELY A DIFFERENT FILE"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF.

       REGISTER-FILE.
           OPEN EXTEND FILEREG-FILE
           IF WS-FR-STATUS NOT = '00'
               OPEN OUTPUT FILEREG-FILE
               IF WS-FR-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-FR-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO FILE-REGISTRY-RECORD
           MOVE "LOCKBOX" TO FR-INTAKE
           MOVE WS-FR-COUNT TO FR-REC-COUNT
           MOVE WS-FR-TOTAL TO FR-AMT-TOTAL
           MOVE WS-CURRENT-DATE TO FR-REG-DATE
           MOVE WS-CURRENT-TIME TO FR-REG-TIME
           WRITE FILE-REGISTRY-RECORD
           CLOSE FILEREG-FILE.

       LOAD-LOCKBOXES.
           MOVE 0 TO WS-LBM-COUNT
           OPEN INPUT LBXMAST-FILE
           IF WS-LBM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LBXMAST-FILE
                   AT END
                       CLOSE LBXMAST-FILE
                       EXIT PERFORM
               END-READ
               IF WS-LBM-COUNT >= 200
                   DISPLAY "ERROR|TABLE-FULL|LBXMAST"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-LBM-COUNT
               MOVE LOCKBOX-RECORD TO WS-LBM-LINE(WS-LBM-COUNT)
           END-PERFORM.

       SAVE-LOCKBOXES.
           OPEN OUTPUT LBXMAST-FILE
           IF WS-LBM-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-LBM-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-LBM-IDX FROM 1 BY 1
               UNTIL WS-LBM-IDX > WS-LBM-COUNT
               MOVE WS-LBM-LINE(WS-LBM-IDX) TO LOCKBOX-RECORD
               WRITE LOCKBOX-RECORD
           END-PERFORM
           CLOSE LBXMAST-FILE.

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
           MOVE "LOCKBOX" TO VERS-PROGRAM
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
