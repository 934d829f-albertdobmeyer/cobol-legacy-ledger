      *>================================================================*
      *>  Program:     ACHORIG.cob
      *>  System:      LEGACY LEDGER — Business Customer ACH Origination
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    ACHGEN.cob originates only our own payroll. This program
      *>    lets business customers send their own payroll and vendor
      *>    payments through us under an origination agreement
      *>    (ACHAGR.DAT — see ACHAGR.cpy): the NACHA company ID, the
      *>    account the offset settles against, the SEC codes the
      *>    customer may use, a per-file and a daily exposure limit,
      *>    and whether the customer must prefund.
      *>
      *>    SUBMIT takes the customer's NACHA file (ACHSUBMT.DAT)
      *>    and accepts it only whole: a file header first, every
      *>    batch opened by a '5' and closed by an '8' that agrees
      *>    with its entries on count, entry hash, debit and credit
      *>    totals and company ID, a '9' file control that agrees
      *>    with the batches, the company's agreement active, every
      *>    SEC code allowed, the gross within both exposure limits,
      *>    and no receiver name on SDN.DAT. An accepted file is
      *>    renumbered under our routing number (see ACHCENT.cpy),
      *>    registered entry by entry in ACHCENT.DAT, and written to
      *>    ACHCOUT.DAT for the ODFI. Every submission, accepted or
      *>    not, is logged in ACHFLOG.DAT (ACHFLOG.cpy).
      *>
      *>    The offset settles against the customer's ACCOUNTS.DAT
      *>    account on the file's effective date (SETTLE, nightly):
      *>    the credits it sends are debited to the account
      *>    ('W'), the debits it collects credited ('D'). A
      *>    prefunded customer's offset posts at acceptance instead,
      *>    and the file is refused unless the available balance
      *>    covers it.
      *>
      *>    RETURNS reads the same inbound ACHRETRN.DAT that
      *>    ACHRET.cob works for payroll. A return whose original
      *>    trace number is a customer entry is charged back to the
      *>    originator — a returned credit comes back to the
      *>    customer's account, a returned debit is taken back out
      *>    of it — and ACHRET.cob passes the same item over, so it
      *>    never touches payroll.
      *>
      *>  Operations (via command-line argument):
      *>    AGREE company acct secs file_limit daily_limit Y|N
      *>                      — set up or change an agreement
      *>                        (supervisor); secs is a comma list,
      *>                        e.g. PPD,CCD
      *>    SUSPEND company   — stop accepting files (supervisor)
      *>    LIST              — all agreements
      *>    SUBMIT [FORCE]    — validate and accept ACHSUBMT.DAT
      *>                        (signed-on operator); FORCE accepts
      *>                        a file that matches one already
      *>                        accepted today
      *>    SETTLE            — post offsets due today (nightly)
      *>    RETURNS           — charge customer returns back
      *>
      *>  Files:
      *>    Input/Output: ACHAGR.DAT, ACHFLOG.DAT, ACHCENT.DAT,
      *>                  ACCOUNTS.DAT
      *>    Input:        ACHSUBMT.DAT, ACHRETRN.DAT, SDN.DAT,
      *>                  OPERATORS.DAT, BUSDATE.DAT
      *>    Output:       ACHCOUT.DAT (NACHA, 94-byte records) —
      *>                  created fresh for each accepted file, as
      *>                  ACHGEN.cob rebuilds ACHOUT.DAT
      *>    Output:       TRANSACT.DAT (appended)
      *>
      *>  Copybooks:
      *>    ACHAGR.cpy, ACHFLOG.cpy, ACHCENT.cpy, SDNREC.cpy,
      *>    ACCTREC.cpy, TRANSREC.cpy, BUSDATE.cpy, ACCTVERS.cpy,
      *>    OPERREC.cpy, ACCTIO.cpy, VERSWORK.cpy, OPERIO.cpy,
      *>    COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    ACHORIG-AGR|COMPANY|ACCT|SECS|FILE-LIMIT|DAILY-LIMIT|
      *>                PREFUND|STATUS
      *>    ACHORIG-SDN-HIT|TRACE|NAME
      *>    ACHORIG-REJECT|SEQ|COMPANY|REASON
      *>    ACHORIG-ACCEPTED|SEQ|COMPANY|ENTRIES|DEBITS|CREDITS|
      *>                     SETTLE-DATE
      *>    ACHORIG-SETTLED|SEQ|COMPANY|ACCT|DEBITS|CREDITS
      *>    ACHORIG-OVERDRAWN|ACCT|BALANCE
      *>    ACHORIG-EXCEPT|SEQ|ACCT|reason
      *>    ACHORIG-RETURN|TRACE|COMPANY|ACCT|AMOUNT|CODE
      *>    ACHORIG-SUMMARY|COUNT|OTHER
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|01 — Prefunded file not covered by the balance
      *>    RESULT|02 — File or daily exposure limit exceeded
      *>    RESULT|03 — Account or agreement not found
      *>    RESULT|04 — Account not active, or agreement suspended
      *>    RESULT|06 — A receiver is on SDN.DAT
      *>    RESULT|07 — Operator not signed on, or below supervisor
      *>                rank for agreements
      *>    RESULT|99 — File malformed or out of balance, SEC code
      *>                not allowed, duplicate file, invalid
      *>                arguments, or file I/O error
      *>
      *>  Dependencies:
      *>    SETTLE belongs in the nightly chain before GLPOST.cob,
      *>    which journals the offsets with the day's other 'D'/'W'
      *>    postings. ACHCOUT.DAT must be sent to the ODFI before
      *>    the next file is accepted. RETURNS runs against the
      *>    day's ACHRETRN.DAT alongside ACHRET.cob, in either
      *>    order.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHORIG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGREEMENT-FILE
               ASSIGN TO "ACHAGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AG-STATUS.
           SELECT FILELOG-FILE
               ASSIGN TO "ACHFLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FL-STATUS.
           SELECT ENTRY-FILE
               ASSIGN TO "ACHCENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CE-STATUS.
           SELECT SUBMIT-FILE
               ASSIGN TO "ACHSUBMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SB-STATUS.
           SELECT ODFI-FILE
               ASSIGN TO "ACHCOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OF-STATUS.
           SELECT RETURN-FILE
               ASSIGN TO "ACHRETRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
           SELECT SDN-FILE
               ASSIGN TO "SDN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDN-STATUS.
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
       FD  AGREEMENT-FILE.
       COPY "ACHAGR.cpy".
       FD  FILELOG-FILE.
       COPY "ACHFLOG.cpy".
       FD  ENTRY-FILE.
       COPY "ACHCENT.cpy".
       FD  SUBMIT-FILE.
       01  SUBMIT-RECORD           PIC X(94).
       FD  ODFI-FILE.
       01  ODFI-RECORD             PIC X(94).
       FD  RETURN-FILE.
       01  RETURN-RECORD           PIC X(94).
       FD  SDN-FILE.
       COPY "SDNREC.cpy".
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
       01  WS-AG-STATUS           PIC XX VALUE SPACES.
       01  WS-FL-STATUS           PIC XX VALUE SPACES.
       01  WS-CE-STATUS           PIC XX VALUE SPACES.
       01  WS-SB-STATUS           PIC XX VALUE SPACES.
       01  WS-OF-STATUS           PIC XX VALUE SPACES.
       01  WS-RT-STATUS           PIC XX VALUE SPACES.
       01  WS-SDN-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(100) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-ARG-2               PIC X(12) VALUE SPACES.
       01  WS-ARG-3               PIC X(12) VALUE SPACES.
       01  WS-ARG-4               PIC X(15) VALUE SPACES.
       01  WS-ARG-5               PIC X(15) VALUE SPACES.
       01  WS-ARG-6               PIC X(15) VALUE SPACES.
       01  WS-ARG-7               PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   Our routing number — the same ODFI ACHGEN.cob sends
      *>   payroll through — and the trace sequence customer
      *>   entries are numbered from (see ACHCENT.cpy).
       01  WS-ODFI-ABA            PIC 9(9) VALUE 091000019.
       01  WS-TRACE-BASE          PIC 9(7) VALUE 9000000.
      *>   Agreements staged for load-modify-save.
       01  WS-AG-TABLE.
           05  WS-AG-LINE OCCURS 200 TIMES PIC X(90).
       01  WS-AG-COUNT            PIC 9(3) VALUE 0.
       01  WS-AG-IDX              PIC 9(3) VALUE 0.
       01  WS-AG-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-IN-COMPANY          PIC X(10) VALUE SPACES.
       01  WS-IN-FILE-LIMIT       PIC 9(10)V99 VALUE 0.
       01  WS-IN-DAILY-LIMIT      PIC 9(10)V99 VALUE 0.
       01  WS-SEC-LIST.
           05  WS-SEC-ITEM OCCURS 4 TIMES PIC X(3).
       01  WS-SEC-IDX             PIC 9(1) VALUE 0.
       01  WS-SEC-OK              PIC X(1) VALUE 'N'.
      *>   Submission log staged for load-modify-save.
       01  WS-FL-TABLE.
           05  WS-FL-LINE OCCURS 2000 TIMES PIC X(100).
       01  WS-FL-COUNT            PIC 9(4) VALUE 0.
       01  WS-FL-IDX              PIC 9(4) VALUE 0.
       01  WS-FL-NEXT-SEQ         PIC 9(5) VALUE 0.
       01  WS-FL-DIRTY            PIC X(1) VALUE 'N'.
      *>   Entry register staged for the returns pass.
       01  WS-CE-TABLE.
           05  WS-CE-LINE OCCURS 5000 TIMES PIC X(114).
       01  WS-CE-COUNT            PIC 9(4) VALUE 0.
       01  WS-CE-IDX              PIC 9(4) VALUE 0.
       01  WS-CE-FOUND-IDX        PIC 9(4) VALUE 0.
       01  WS-CE-DIRTY            PIC X(1) VALUE 'N'.
      *>   The customer's file staged for validation and copy.
       01  WS-SB-TABLE.
           05  WS-SB-LINE OCCURS 3000 TIMES PIC X(94).
       01  WS-SB-COUNT            PIC 9(4) VALUE 0.
       01  WS-SB-IDX              PIC 9(4) VALUE 0.
      *>   SDN.DAT names, loaded once for the receiver screen.
       01  WS-SDN-TABLE.
           05  WS-SDN-NAME OCCURS 2000 TIMES PIC X(30).
       01  WS-SDN-COUNT           PIC 9(4) VALUE 0.
       01  WS-SDN-IDX             PIC 9(4) VALUE 0.
       01  WS-SCREEN-NAME         PIC X(30) VALUE SPACES.
      *>   NACHA record views — file header passed over; batch
      *>   header, entry detail, batch control and file control
      *>   by the standard column layout.
       01  WS-BATCH-HEADER.
           05  WS-BH-REC-TYPE      PIC X(1).
           05  WS-BH-SERVICE-CLASS PIC X(3).
           05  WS-BH-COMPANY-NAME  PIC X(16).
           05  WS-BH-DISCRETIONARY PIC X(20).
           05  WS-BH-COMPANY-ID    PIC X(10).
           05  WS-BH-SEC-CODE      PIC X(3).
           05  WS-BH-ENTRY-DESC    PIC X(10).
           05  WS-BH-DESC-DATE     PIC X(6).
           05  WS-BH-EFF-DATE      PIC X(6).
           05  WS-BH-SETTLE-JULIAN PIC X(3).
           05  WS-BH-ORIG-STATUS   PIC X(1).
           05  WS-BH-ODFI          PIC X(8).
           05  WS-BH-BATCH-NO      PIC 9(7).
       01  WS-ENTRY-DETAIL.
           05  WS-ED-REC-TYPE      PIC X(1).
           05  WS-ED-TRAN-CODE     PIC X(2).
               88  WS-ED-CREDIT    VALUE '22' '32'.
               88  WS-ED-DEBIT     VALUE '27' '37'.
               88  WS-ED-PRENOTE   VALUE '23' '28' '33' '38'.
           05  WS-ED-RDFI8         PIC X(8).
           05  WS-ED-RDFI8-N REDEFINES WS-ED-RDFI8 PIC 9(8).
           05  WS-ED-CHECK-DIGIT   PIC X(1).
           05  WS-ED-ACCT          PIC X(17).
           05  WS-ED-AMOUNT        PIC X(10).
           05  WS-ED-AMOUNT-N REDEFINES WS-ED-AMOUNT PIC 9(8)V99.
           05  WS-ED-IND-ID        PIC X(15).
           05  WS-ED-NAME          PIC X(22).
           05  WS-ED-DISC          PIC X(2).
           05  WS-ED-ADDENDA-IND   PIC X(1).
           05  WS-ED-TRACE         PIC X(15).
       01  WS-BATCH-CONTROL.
           05  WS-BC-REC-TYPE      PIC X(1).
           05  WS-BC-SERVICE-CLASS PIC X(3).
           05  WS-BC-ENTRY-COUNT   PIC X(6).
           05  WS-BC-ENTRY-COUNT-N REDEFINES WS-BC-ENTRY-COUNT
                                   PIC 9(6).
           05  WS-BC-HASH          PIC X(10).
           05  WS-BC-HASH-N REDEFINES WS-BC-HASH PIC 9(10).
           05  WS-BC-DEBITS        PIC X(12).
           05  WS-BC-DEBITS-N REDEFINES WS-BC-DEBITS PIC 9(10)V99.
           05  WS-BC-CREDITS       PIC X(12).
           05  WS-BC-CREDITS-N REDEFINES WS-BC-CREDITS
                                   PIC 9(10)V99.
           05  WS-BC-COMPANY-ID    PIC X(10).
           05  WS-BC-AUTH-CODE     PIC X(19).
           05  WS-BC-RESERVED      PIC X(6).
           05  WS-BC-ODFI          PIC X(8).
           05  WS-BC-BATCH-NO      PIC 9(7).
       01  WS-FILE-CONTROL.
           05  WS-FC-REC-TYPE      PIC X(1).
           05  WS-FC-BATCH-COUNT   PIC X(6).
           05  WS-FC-BATCH-COUNT-N REDEFINES WS-FC-BATCH-COUNT
                                   PIC 9(6).
           05  WS-FC-BLOCK-COUNT   PIC X(6).
           05  WS-FC-ENTRY-COUNT   PIC X(8).
           05  WS-FC-ENTRY-COUNT-N REDEFINES WS-FC-ENTRY-COUNT
                                   PIC 9(8).
           05  WS-FC-HASH          PIC X(10).
           05  WS-FC-HASH-N REDEFINES WS-FC-HASH PIC 9(10).
           05  WS-FC-DEBITS        PIC X(12).
           05  WS-FC-DEBITS-N REDEFINES WS-FC-DEBITS PIC 9(10)V99.
           05  WS-FC-CREDITS       PIC X(12).
           05  WS-FC-CREDITS-N REDEFINES WS-FC-CREDITS
                                   PIC 9(10)V99.
           05  FILLER              PIC X(39).
      *>   Return record views — same layout ACHRET.cob reads.
       01  WS-RET-ENTRY.
           05  WS-RE-REC-TYPE      PIC X(1).
           05  WS-RE-TRAN-CODE     PIC X(2).
           05  WS-RE-ROUTING       PIC X(9).
           05  WS-RE-ACCT-NUM      PIC X(17).
           05  WS-RE-AMOUNT-CENTS  PIC 9(10).
           05  FILLER              PIC X(55).
       01  WS-RET-ADDENDA.
           05  WS-RA-REC-TYPE      PIC X(1).
           05  WS-RA-ADDENDA-TYPE  PIC X(2).
           05  WS-RA-REASON-CODE   PIC X(3).
           05  WS-RA-ORIG-TRACE    PIC X(15).
           05  FILLER              PIC X(73).
       01  WS-PEND-VALID          PIC X(1) VALUE 'N'.
      *>   Validation state — the batch being read, the file's
      *>   running totals, and the first reason the file failed.
       01  WS-REJECT-REASON       PIC X(20) VALUE SPACES.
       01  WS-REJECT-RC           PIC X(2) VALUE SPACES.
       01  WS-IN-BATCH            PIC X(1) VALUE 'N'.
       01  WS-SEEN-HEADER         PIC X(1) VALUE 'N'.
       01  WS-SEEN-CONTROL        PIC X(1) VALUE 'N'.
       01  WS-FILE-COMPANY        PIC X(10) VALUE SPACES.
       01  WS-BT-ENTRIES          PIC 9(6) VALUE 0.
       01  WS-BT-HASH             PIC 9(10) VALUE 0.
       01  WS-BT-DEBITS           PIC 9(10)V99 VALUE 0.
       01  WS-BT-CREDITS          PIC 9(10)V99 VALUE 0.
       01  WS-BATCH-COUNT         PIC 9(6) VALUE 0.
       01  WS-ENTRY-COUNT         PIC 9(6) VALUE 0.
       01  WS-ADDENDA-COUNT       PIC 9(6) VALUE 0.
       01  WS-FILE-ENTRY-ADD      PIC 9(8) VALUE 0.
       01  WS-FILE-HASH           PIC 9(10) VALUE 0.
       01  WS-FILE-DEBITS         PIC 9(10)V99 VALUE 0.
       01  WS-FILE-CREDITS        PIC 9(10)V99 VALUE 0.
       01  WS-FILE-GROSS          PIC 9(11)V99 VALUE 0.
       01  WS-DAY-GROSS           PIC 9(11)V99 VALUE 0.
       01  WS-NET-OFFSET          PIC S9(11)V99 VALUE 0.
       01  WS-AVAILABLE           PIC S9(10)V99 VALUE 0.
       01  WS-EFF-DATE            PIC 9(8) VALUE 0.
       01  WS-SETTLE-DATE         PIC 9(8) VALUE 0.
       01  WS-CASE-SDN            PIC X(1) VALUE 'N'.
      *>   Output file build.
       01  WS-BUILD-LINE          PIC X(94) VALUE SPACES.
       01  WS-LINE-COUNT          PIC 9(6) VALUE 0.
       01  WS-BLOCK-PAD           PIC 9(1) VALUE 0.
       01  WS-BLOCK-COUNT         PIC 9(6) VALUE 0.
       01  WS-OUT-BATCH-NO        PIC 9(7) VALUE 0.
       01  WS-TRACE-SEQ           PIC 9(7) VALUE 0.
       01  WS-DEBIT-CENTS         PIC 9(12) VALUE 0.
       01  WS-CREDIT-CENTS        PIC 9(12) VALUE 0.
      *>   Settlement and returns.
       01  WS-POST-IDX            PIC 9(3) VALUE 0.
       01  WS-TX-SEQ              PIC 9(5) VALUE 0.
       01  WS-TX-SEEDED           PIC X(1) VALUE 'N'.
       01  WS-TX-PREFIX           PIC X(7) VALUE SPACES.
       01  WS-RUN-COUNT           PIC 9(5) VALUE 0.
       01  WS-OTHER-COUNT         PIC 9(5) VALUE 0.
       01  WS-ANY-POSTED          PIC X(1) VALUE 'N'.
       01  WS-RET-AMOUNT          PIC 9(10)V99 VALUE 0.
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
                    WS-ARG-5
                    WS-ARG-6
                    WS-ARG-7
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           PERFORM LOAD-AGREEMENTS
           EVALUATE WS-OPERATION
               WHEN "AGREE"
      *>           Lending our routing number is a treasury
      *>           services decision — supervisor bar.
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM SET-AGREEMENT
               WHEN "SUSPEND"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM SUSPEND-AGREEMENT
               WHEN "LIST"
                   PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                       UNTIL WS-AG-IDX > WS-AG-COUNT
                       MOVE WS-AG-LINE(WS-AG-IDX)
                           TO ACH-AGREEMENT-RECORD
                       PERFORM DISPLAY-ONE-AGREEMENT
                   END-PERFORM
               WHEN "SUBMIT"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM SUBMIT-CUSTOMER-FILE
               WHEN "SETTLE"
                   PERFORM SETTLE-PASS
               WHEN "RETURNS"
                   PERFORM RETURNS-PASS
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
      *> SET-AGREEMENT: New terms, or changed terms on an existing
      *> company. The settlement account must be open; changing
      *> the terms also lifts a suspension.
      *> -------------------------------------------------------
       SET-AGREEMENT.
           IF WS-ARG-2 = SPACES OR WS-ARG-3 = SPACES
               OR WS-ARG-4 = SPACES OR WS-ARG-5 = SPACES
               OR WS-ARG-6 = SPACES OR WS-ARG-7 = SPACES
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
           IF WS-A-STATUS(WS-FOUND-IDX) NOT = 'A'
               DISPLAY "RESULT|" RC-ACCOUNT-FROZEN
               STOP RUN
           END-IF
           MOVE SPACES TO WS-SEC-LIST
           UNSTRING WS-ARG-4 DELIMITED BY ','
               INTO WS-SEC-ITEM(1) WS-SEC-ITEM(2)
                    WS-SEC-ITEM(3) WS-SEC-ITEM(4)
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-ARG-5) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-ARG-6) NOT = 0
               OR WS-SEC-ITEM(1) = SPACES
               DISPLAY "ERROR|BAD-AGREEMENT-TERMS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-5) TO WS-IN-FILE-LIMIT
           MOVE FUNCTION NUMVAL(WS-ARG-6) TO WS-IN-DAILY-LIMIT
           IF WS-IN-FILE-LIMIT = 0
               OR WS-IN-DAILY-LIMIT < WS-IN-FILE-LIMIT
               DISPLAY "ERROR|BAD-AGREEMENT-TERMS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           MOVE WS-ARG-2(1:10) TO WS-IN-COMPANY
           PERFORM FIND-AGREEMENT
           IF WS-AG-FOUND-IDX = 0
               IF WS-AG-COUNT >= 200
                   DISPLAY "ERROR|TABLE-FULL|ACHAGR"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-AG-COUNT
               MOVE WS-AG-COUNT TO WS-AG-FOUND-IDX
               MOVE SPACES TO ACH-AGREEMENT-RECORD
               MOVE WS-IN-COMPANY TO AGR-COMPANY-ID
           END-IF
           MOVE WS-IN-ACCT-ID TO AGR-ACCT-ID
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > 4
               MOVE WS-SEC-ITEM(WS-SEC-IDX)
                   TO AGR-SEC-CODE(WS-SEC-IDX)
           END-PERFORM
           MOVE WS-IN-FILE-LIMIT TO AGR-FILE-LIMIT
           MOVE WS-IN-DAILY-LIMIT TO AGR-DAILY-LIMIT
           MOVE WS-ARG-7(1:1) TO AGR-PREFUND
           IF NOT AGR-PREFUND-VALID
               DISPLAY "ERROR|BAD-AGREEMENT-TERMS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 'A' TO AGR-STATUS
           MOVE WS-IN-OPER-ID TO AGR-SET-BY
           MOVE WS-CURRENT-DATE TO AGR-SET-DATE
           MOVE ACH-AGREEMENT-RECORD TO WS-AG-LINE(WS-AG-FOUND-IDX)
           PERFORM SAVE-AGREEMENTS
           PERFORM DISPLAY-ONE-AGREEMENT.

       SUSPEND-AGREEMENT.
           MOVE WS-ARG-2(1:10) TO WS-IN-COMPANY
           PERFORM FIND-AGREEMENT
           IF WS-AG-FOUND-IDX = 0
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           MOVE 'S' TO AGR-STATUS
           MOVE WS-IN-OPER-ID TO AGR-SET-BY
           MOVE WS-CURRENT-DATE TO AGR-SET-DATE
           MOVE ACH-AGREEMENT-RECORD TO WS-AG-LINE(WS-AG-FOUND-IDX)
           PERFORM SAVE-AGREEMENTS
           PERFORM DISPLAY-ONE-AGREEMENT.

       DISPLAY-ONE-AGREEMENT.
           DISPLAY "ACHORIG-AGR|" AGR-COMPANY-ID "|" AGR-ACCT-ID "|"
               AGR-SEC-CODE(1) " " AGR-SEC-CODE(2) " "
               AGR-SEC-CODE(3) " " AGR-SEC-CODE(4) "|"
               AGR-FILE-LIMIT "|" AGR-DAILY-LIMIT "|" AGR-PREFUND
               "|" AGR-STATUS.

      *> -------------------------------------------------------
      *> FIND-AGREEMENT: WS-IN-COMPANY to its staged row, left in
      *> ACH-AGREEMENT-RECORD; WS-AG-FOUND-IDX 0 when none.
      *> -------------------------------------------------------
       FIND-AGREEMENT.
           MOVE 0 TO WS-AG-FOUND-IDX
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AG-COUNT
               MOVE WS-AG-LINE(WS-AG-IDX) TO ACH-AGREEMENT-RECORD
               IF AGR-COMPANY-ID = WS-IN-COMPANY
                   MOVE WS-AG-IDX TO WS-AG-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SUBMIT-CUSTOMER-FILE: The file is taken whole or not at
      *> all. Structure and balancing first, then the agreement's
      *> terms, then the money; the first failure is the reason
      *> logged. Nothing is written to the ODFI file, the entry
      *> register, or the ledger until every check has passed.
      *> -------------------------------------------------------
       SUBMIT-CUSTOMER-FILE.
           PERFORM LOAD-SUBMIT-FILE
           PERFORM LOAD-SDN-NAMES
           PERFORM LOAD-FILE-LOG
           PERFORM LOAD-ALL-ACCOUNTS
           MOVE 0 TO WS-SETTLE-DATE
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > WS-SB-COUNT
                   OR WS-REJECT-REASON NOT = SPACES
               PERFORM VALIDATE-ONE-LINE
           END-PERFORM
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-FILE-COMPLETE
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-AGREEMENT-TERMS
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM LOG-REJECTION
               DISPLAY "RESULT|" WS-REJECT-RC
               STOP RUN
           END-IF

           ADD 1 TO WS-FL-NEXT-SEQ
           PERFORM WRITE-ODFI-FILE
           MOVE SPACES TO ACH-FILE-LOG-RECORD
           MOVE WS-FL-NEXT-SEQ TO ACF-SEQ
           MOVE WS-FILE-COMPANY TO ACF-COMPANY-ID
           MOVE AGR-ACCT-ID TO ACF-ACCT-ID
           MOVE WS-CURRENT-DATE TO ACF-RECV-DATE
           MOVE WS-SETTLE-DATE TO ACF-SETTLE-DATE
           MOVE WS-ENTRY-COUNT TO ACF-ENTRY-COUNT
           MOVE WS-FILE-DEBITS TO ACF-DEBIT-TOTAL
           MOVE WS-FILE-CREDITS TO ACF-CREDIT-TOTAL
           MOVE 'A' TO ACF-STATUS
           MOVE WS-IN-OPER-ID TO ACF-OPERATOR
      *>   A prefunded customer pays for the file now.
           IF AGR-PREFUNDED
               PERFORM POST-FILE-OFFSET
               IF WS-ANY-POSTED = 'Y'
                   PERFORM SAVE-ALL-ACCOUNTS
               END-IF
               MOVE 'S' TO ACF-STATUS
           END-IF
           PERFORM APPEND-FILE-LOG
           DISPLAY "ACHORIG-ACCEPTED|" ACF-SEQ "|" ACF-COMPANY-ID "|"
               ACF-ENTRY-COUNT "|" ACF-DEBIT-TOTAL "|"
               ACF-CREDIT-TOTAL "|" ACF-SETTLE-DATE.

      *> -------------------------------------------------------
      *> VALIDATE-ONE-LINE: One staged record against the NACHA
      *> sequence — '1' then batches of '5' / '6'-'7' / '8', then
      *> '9'. All-nines blocking records are passed over.
      *> -------------------------------------------------------
       VALIDATE-ONE-LINE.
           IF WS-SB-LINE(WS-SB-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SEEN-HEADER = 'N'
               AND WS-SB-LINE(WS-SB-IDX)(1:1) NOT = '1'
               MOVE "NO-FILE-HEADER" TO WS-REJECT-REASON
               MOVE "99" TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-SB-LINE(WS-SB-IDX)(1:1)
               WHEN '1'
                   IF WS-SEEN-HEADER = 'Y'
                       MOVE "EXTRA-FILE-HEADER" TO WS-REJECT-REASON
                       MOVE "99" TO WS-REJECT-RC
                   END-IF
                   MOVE 'Y' TO WS-SEEN-HEADER
               WHEN '5'
                   PERFORM VALIDATE-BATCH-HEADER
               WHEN '6'
                   PERFORM VALIDATE-ENTRY-DETAIL
               WHEN '7'
                   IF WS-IN-BATCH = 'N'
                       MOVE "ADDENDA-NO-BATCH"
                           TO WS-REJECT-REASON
                       MOVE "99" TO WS-REJECT-RC
                   END-IF
                   ADD 1 TO WS-BT-ENTRIES
                   ADD 1 TO WS-ADDENDA-COUNT
               WHEN '8'
                   PERFORM VALIDATE-BATCH-CONTROL
               WHEN '9'
                   IF WS-SB-LINE(WS-SB-IDX) NOT = ALL '9'
                       PERFORM VALIDATE-FILE-CONTROL
                   END-IF
               WHEN OTHER
                   MOVE "BAD-RECORD-TYPE" TO WS-REJECT-REASON
                   MOVE "99" TO WS-REJECT-RC
           END-EVALUATE.

       VALIDATE-BATCH-HEADER.
           MOVE WS-SB-LINE(WS-SB-IDX) TO WS-BATCH-HEADER
           IF WS-IN-BATCH = 'Y' OR WS-SEEN-CONTROL = 'Y'
               MOVE "BATCH-NOT-CLOSED" TO WS-REJECT-REASON
               MOVE "99" TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IN-BATCH
           ADD 1 TO WS-BATCH-COUNT
           MOVE 0 TO WS-BT-ENTRIES WS-BT-HASH WS-BT-DEBITS
               WS-BT-CREDITS
      *>   One file, one company — the company named on the first
      *>   batch is the agreement the whole file is held to.
           IF WS-FILE-COMPANY = SPACES
               MOVE WS-BH-COMPANY-ID TO WS-FILE-COMPANY
               MOVE WS-BH-COMPANY-ID TO WS-IN-COMPANY
               PERFORM FIND-AGREEMENT
               IF WS-AG-FOUND-IDX = 0
                   MOVE "NO-AGREEMENT" TO WS-REJECT-REASON
                   MOVE RC-INVALID-ACCT TO WS-REJECT-RC
                   EXIT PARAGRAPH
               END-IF
               IF NOT AGR-ACTIVE
                   MOVE "AGREEMENT-SUSPENDED" TO WS-REJECT-REASON
                   MOVE RC-ACCOUNT-FROZEN TO WS-REJECT-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-BH-COMPANY-ID NOT = WS-FILE-COMPANY
               MOVE "MIXED-COMPANY" TO WS-REJECT-REASON
               MOVE "99" TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-BH-SERVICE-CLASS NOT = "200"
               AND WS-BH-SERVICE-CLASS NOT = "220"
               AND WS-BH-SERVICE-CLASS NOT = "225"
               MOVE "BAD-SERVICE-CLASS" TO WS-REJECT-REASON
               MOVE "99" TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SEC-OK
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > 4
               IF AGR-SEC-CODE(WS-SEC-IDX) = WS-BH-SEC-CODE
                   AND WS-BH-SEC-CODE NOT = SPACES
                   MOVE 'Y' TO WS-SEC-OK
               END-IF
           END-PERFORM
           IF WS-SEC-OK = 'N'
               MOVE "SEC-NOT-ALLOWED" TO WS-REJECT-REASON
               MOVE "99" TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF
      *>   The offset settles on the earliest effective date in
      *>   the file; a date already past settles today.
           IF WS-BH-EFF-DATE IS NOT NUMERIC
               MOVE "BAD-EFFECTIVE-DATE" TO WS-REJECT-REASON
               MOVE "99" TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 20 TO WS-EFF-DATE(1:2)
           MOVE WS-BH-EFF-DATE TO WS-EFF-DATE(3:6)
           IF WS-EFF-DATE < WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE TO WS-EFF-DATE
           END-IF
           IF WS-SETTLE-DATE = 0 OR WS-EFF-DATE < WS-SETTLE-DATE
               MOVE WS-EFF-DATE TO WS-SETTLE-DATE
           END-IF.

       VALIDATE-ENTRY-DETAIL.
           MOVE WS-SB-LINE(WS-SB-IDX) TO WS-ENTRY-DETAIL
           IF WS-IN-BATCH = 'N'
               MOVE "ENTRY-NO-BATCH" TO WS-REJECT-REASON
               MOVE "99" TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-ED-RDFI8 IS NOT NUMERIC
               OR WS-ED-AMOUNT IS NOT NUMERIC
               MOVE "BAD-ENTRY-DETAIL" TO WS-REJECT-REASON
               MOVE "99" TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-ED-CREDIT
                   IF WS-BH-SERVICE-CLASS = "225"
                       MOVE "CREDIT-IN-DR-BATCH"
                           TO WS-REJECT-REASON
                       MOVE "99" TO WS-REJECT-RC
                       EXIT PARAGRAPH
                   END-IF
                   ADD WS-ED-AMOUNT-N TO WS-BT-CREDITS
               WHEN WS-ED-DEBIT
                   IF WS-BH-SERVICE-CLASS = "220"
                       MOVE "DEBIT-IN-CR-BATCH"
                           TO WS-REJECT-REASON
                       MOVE "99" TO WS-REJECT-RC
                       EXIT PARAGRAPH
                   END-IF
                   ADD WS-ED-AMOUNT-N TO WS-BT-DEBITS
               WHEN WS-ED-PRENOTE
                   IF WS-ED-AMOUNT-N NOT = 0
                       MOVE "PRENOTE-NOT-ZERO" TO WS-REJECT-REASON
                       MOVE "99" TO WS-REJECT-RC
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE "BAD-TRAN-CODE" TO WS-REJECT-REASON
                   MOVE "99" TO WS-REJECT-RC
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-BT-ENTRIES
           ADD 1 TO WS-ENTRY-COUNT
      *>   Entry hash per NACHA: sum of the receiving routing
      *>   numbers' first 8 digits, truncated to 10 digits.
           ADD WS-ED-RDFI8-N TO WS-BT-HASH
           MOVE FUNCTION MOD(WS-BT-HASH, 10000000000) TO WS-BT-HASH

      *>   Receiver screen — whole-name compare against SDN.DAT,
      *>   the same test WIREOUT.cob applies to a beneficiary.
           MOVE SPACES TO WS-SCREEN-NAME
           MOVE WS-ED-NAME TO WS-SCREEN-NAME
           PERFORM VARYING WS-SDN-IDX FROM 1 BY 1
               UNTIL WS-SDN-IDX > WS-SDN-COUNT
               IF WS-SDN-NAME(WS-SDN-IDX) = WS-SCREEN-NAME
                   DISPLAY "ACHORIG-SDN-HIT|" WS-ED-TRACE "|"
                       WS-ED-NAME
                   MOVE "SDN-RECEIVER" TO WS-REJECT-REASON
                   MOVE RC-SANCTIONS-HIT TO WS-REJECT-RC
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       VALIDATE-BATCH-CONTROL.
           MOVE WS-SB-LINE(WS-SB-IDX) TO WS-BATCH-CONTROL
           IF WS-IN-BATCH = 'N'
               MOVE "CONTROL-NO-BATCH" TO WS-REJECT-REASON
               MOVE "99" TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-BC-ENTRY-COUNT IS NOT NUMERIC
               OR WS-BC-HASH IS NOT NUMERIC
               OR WS-BC-DEBITS IS NOT NUMERIC
               OR WS-BC-CREDITS IS NOT NUMERIC
               MOVE "BATCH-OUT-OF-BALANCE" TO WS-REJECT-REASON
               MOVE "99" TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-BC-ENTRY-COUNT-N NOT = WS-BT-ENTRIES
               OR WS-BC-HASH-N NOT = WS-BT-HASH
               OR WS-BC-DEBITS-N NOT = WS-BT-DEBITS
               OR WS-BC-CREDITS-N NOT = WS-BT-CREDITS
               OR WS-BC-COMPANY-ID NOT = WS-FILE-COMPANY
               MOVE "BATCH-OUT-OF-BALANCE" TO WS-REJECT-REASON
               MOVE "99" TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IN-BATCH
           ADD WS-BT-ENTRIES TO WS-FILE-ENTRY-ADD
           ADD WS-BT-HASH TO WS-FILE-HASH
           MOVE FUNCTION MOD(WS-FILE-HASH, 10000000000)
               TO WS-FILE-HASH
           ADD WS-BT-DEBITS TO WS-FILE-DEBITS
           ADD WS-BT-CREDITS TO WS-FILE-CREDITS.

       VALIDATE-FILE-CONTROL.
           MOVE WS-SB-LINE(WS-SB-IDX) TO WS-FILE-CONTROL
           IF WS-IN-BATCH = 'Y' OR WS-SEEN-CONTROL = 'Y'
               MOVE "FILE-OUT-OF-BALANCE" TO WS-REJECT-REASON
               MOVE "99" TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SEEN-CONTROL
           IF WS-FC-BATCH-COUNT IS NOT NUMERIC
               OR WS-FC-ENTRY-COUNT IS NOT NUMERIC
               OR WS-FC-HASH IS NOT NUMERIC
               OR WS-FC-DEBITS IS NOT NUMERIC
               OR WS-FC-CREDITS IS NOT NUMERIC
               MOVE "FILE-OUT-OF-BALANCE" TO WS-REJECT-REASON
               MOVE "99" TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-FC-BATCH-COUNT-N NOT = WS-BATCH-COUNT
               OR WS-FC-ENTRY-COUNT-N NOT = WS-FILE-ENTRY-ADD
               OR WS-FC-HASH-N NOT = WS-FILE-HASH
               OR WS-FC-DEBITS-N NOT = WS-FILE-DEBITS
               OR WS-FC-CREDITS-N NOT = WS-FILE-CREDITS
               MOVE "FILE-OUT-OF-BALANCE" TO WS-REJECT-REASON
               MOVE "99" TO WS-REJECT-RC
           END-IF.

       CHECK-FILE-COMPLETE.
           EVALUATE TRUE
               WHEN WS-SEEN-HEADER = 'N'
                   MOVE "NO-FILE-HEADER" TO WS-REJECT-REASON
               WHEN WS-IN-BATCH = 'Y'
                   MOVE "BATCH-NOT-CLOSED" TO WS-REJECT-REASON
               WHEN WS-SEEN-CONTROL = 'N'
                   MOVE "NO-FILE-CONTROL" TO WS-REJECT-REASON
               WHEN WS-ENTRY-COUNT = 0
                   MOVE "NO-ENTRIES" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "99" TO WS-REJECT-RC
           END-IF.

      *> -------------------------------------------------------
      *> CHECK-AGREEMENT-TERMS: The balanced file against what
      *> the customer may send — the settlement account open, the
      *> gross within the per-file limit and, with everything
      *> else accepted today, within the daily limit; not a
      *> second copy of a file already accepted today; and, for
      *> a prefunded customer, covered by the available balance.
      *> -------------------------------------------------------
       CHECK-AGREEMENT-TERMS.
           MOVE WS-FILE-COMPANY TO WS-IN-COMPANY
           PERFORM FIND-AGREEMENT
           MOVE AGR-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               MOVE "NO-SETTLEMENT-ACCT" TO WS-REJECT-REASON
               MOVE RC-INVALID-ACCT TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) NOT = 'A'
               MOVE "SETTLEMENT-ACCT-HELD" TO WS-REJECT-REASON
               MOVE RC-ACCOUNT-FROZEN TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-FILE-GROSS = WS-FILE-DEBITS + WS-FILE-CREDITS
           IF WS-FILE-GROSS > AGR-FILE-LIMIT
               MOVE "FILE-LIMIT" TO WS-REJECT-REASON
               MOVE RC-LIMIT-EXCEEDED TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FILE-GROSS TO WS-DAY-GROSS
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FL-COUNT
               MOVE WS-FL-LINE(WS-FL-IDX) TO ACH-FILE-LOG-RECORD
               IF ACF-COMPANY-ID = WS-FILE-COMPANY
                   AND ACF-RECV-DATE = WS-CURRENT-DATE
                   AND NOT ACF-REJECTED
                   ADD ACF-DEBIT-TOTAL TO WS-DAY-GROSS
                   ADD ACF-CREDIT-TOTAL TO WS-DAY-GROSS
                   IF ACF-ENTRY-COUNT = WS-ENTRY-COUNT
                       AND ACF-DEBIT-TOTAL = WS-FILE-DEBITS
                       AND ACF-CREDIT-TOTAL = WS-FILE-CREDITS
                       AND WS-ARG-2 NOT = "FORCE"
                       MOVE "DUPLICATE-FILE" TO WS-REJECT-REASON
                       MOVE "99" TO WS-REJECT-RC
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DAY-GROSS > AGR-DAILY-LIMIT
               MOVE "DAILY-LIMIT" TO WS-REJECT-REASON
               MOVE RC-LIMIT-EXCEEDED TO WS-REJECT-RC
               EXIT PARAGRAPH
           END-IF

           IF AGR-PREFUNDED
               COMPUTE WS-NET-OFFSET =
                   WS-FILE-CREDITS - WS-FILE-DEBITS
               COMPUTE WS-AVAILABLE = WS-A-BALANCE(WS-FOUND-IDX)
                   - WS-A-HOLD(WS-FOUND-IDX)
               IF WS-NET-OFFSET > WS-AVAILABLE
                   MOVE "PREFUND-NSF" TO WS-REJECT-REASON
                   MOVE RC-NSF TO WS-REJECT-RC
               END-IF
           END-IF.

       LOG-REJECTION.
           ADD 1 TO WS-FL-NEXT-SEQ
           MOVE SPACES TO ACH-FILE-LOG-RECORD
           MOVE WS-FL-NEXT-SEQ TO ACF-SEQ
           MOVE WS-FILE-COMPANY TO ACF-COMPANY-ID
           IF WS-AG-FOUND-IDX > 0
               MOVE AGR-ACCT-ID TO ACF-ACCT-ID
           END-IF
           MOVE WS-CURRENT-DATE TO ACF-RECV-DATE
           MOVE WS-SETTLE-DATE TO ACF-SETTLE-DATE
           MOVE WS-ENTRY-COUNT TO ACF-ENTRY-COUNT
           MOVE WS-FILE-DEBITS TO ACF-DEBIT-TOTAL
           MOVE WS-FILE-CREDITS TO ACF-CREDIT-TOTAL
           MOVE 'R' TO ACF-STATUS
           MOVE WS-REJECT-REASON TO ACF-REASON
           MOVE WS-IN-OPER-ID TO ACF-OPERATOR
           PERFORM APPEND-FILE-LOG
           DISPLAY "ACHORIG-REJECT|" ACF-SEQ "|" ACF-COMPANY-ID "|"
               WS-REJECT-REASON.

      *> -------------------------------------------------------
      *> WRITE-ODFI-FILE: The accepted file as it goes to the
      *> ODFI — our own file header and file control around the
      *> customer's batches, each batch carrying our routing as
      *> originating DFI and a fresh batch number, each entry a
      *> fresh trace number (registered in ACHCENT.DAT) and each
      *> addenda its entry's sequence. Totals are unchanged; they
      *> were proven above.
      *> -------------------------------------------------------
       WRITE-ODFI-FILE.
           PERFORM FIND-LAST-TRACE
           OPEN OUTPUT ODFI-FILE
           IF WS-OF-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-OF-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           OPEN EXTEND ENTRY-FILE
           IF WS-CE-STATUS NOT = '00'
               OPEN OUTPUT ENTRY-FILE
               IF WS-CE-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CE-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-OUT-BATCH-NO
           MOVE SPACES TO WS-BUILD-LINE
           STRING "101 " WS-ODFI-ABA " " WS-ODFI-ABA
               WS-CURRENT-DATE(3:6) WS-CURRENT-TIME(1:4)
               "A094101CUSTOMER ACH ORIGIN " BANK-CLEARING
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-STRING
           WRITE ODFI-RECORD FROM WS-BUILD-LINE
           ADD 1 TO WS-LINE-COUNT

           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > WS-SB-COUNT
               MOVE WS-SB-LINE(WS-SB-IDX) TO WS-BUILD-LINE
               EVALUATE WS-BUILD-LINE(1:1)
                   WHEN '5'
                       ADD 1 TO WS-OUT-BATCH-NO
                       MOVE WS-ODFI-ABA(1:8) TO WS-BUILD-LINE(80:8)
                       MOVE WS-OUT-BATCH-NO TO WS-BUILD-LINE(88:7)
                       PERFORM WRITE-ODFI-LINE
                   WHEN '6'
                       PERFORM REGISTER-ONE-ENTRY
                       PERFORM WRITE-ODFI-LINE
                   WHEN '7'
                       MOVE WS-TRACE-SEQ TO WS-BUILD-LINE(88:7)
                       PERFORM WRITE-ODFI-LINE
                   WHEN '8'
                       MOVE WS-ODFI-ABA(1:8) TO WS-BUILD-LINE(80:8)
                       MOVE WS-OUT-BATCH-NO TO WS-BUILD-LINE(88:7)
                       PERFORM WRITE-ODFI-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           CLOSE ENTRY-FILE

           ADD 1 TO WS-LINE-COUNT
           COMPUTE WS-BLOCK-PAD =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LINE-COUNT, 10), 10)
           COMPUTE WS-BLOCK-COUNT = (WS-LINE-COUNT + WS-BLOCK-PAD)
               / 10
           COMPUTE WS-DEBIT-CENTS = WS-FILE-DEBITS * 100
           COMPUTE WS-CREDIT-CENTS = WS-FILE-CREDITS * 100
           MOVE SPACES TO WS-BUILD-LINE
           STRING "9" WS-BATCH-COUNT WS-BLOCK-COUNT
               WS-FILE-ENTRY-ADD WS-FILE-HASH
               WS-DEBIT-CENTS WS-CREDIT-CENTS
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-STRING
           WRITE ODFI-RECORD FROM WS-BUILD-LINE
           PERFORM WS-BLOCK-PAD TIMES
               MOVE ALL '9' TO WS-BUILD-LINE
               WRITE ODFI-RECORD FROM WS-BUILD-LINE
           END-PERFORM
           CLOSE ODFI-FILE.

       WRITE-ODFI-LINE.
           WRITE ODFI-RECORD FROM WS-BUILD-LINE
           ADD 1 TO WS-LINE-COUNT.

      *> -------------------------------------------------------
      *> REGISTER-ONE-ENTRY: The next trace number onto the entry
      *> in WS-BUILD-LINE, and its ACHCENT.DAT row.
      *> -------------------------------------------------------
       REGISTER-ONE-ENTRY.
           ADD 1 TO WS-TRACE-SEQ
           MOVE WS-BUILD-LINE TO WS-ENTRY-DETAIL
           MOVE SPACES TO WS-ED-TRACE
           STRING WS-ODFI-ABA(1:8) WS-TRACE-SEQ
               DELIMITED BY SIZE INTO WS-ED-TRACE
           END-STRING
           MOVE WS-ENTRY-DETAIL TO WS-BUILD-LINE
           MOVE SPACES TO ACH-CUST-ENTRY-RECORD
           MOVE WS-ED-TRACE TO ACE-TRACE
           MOVE WS-FL-NEXT-SEQ TO ACE-FILE-SEQ
           MOVE WS-FILE-COMPANY TO ACE-COMPANY-ID
           MOVE AGR-ACCT-ID TO ACE-ACCT-ID
           MOVE WS-ED-TRAN-CODE TO ACE-TRAN-CODE
           MOVE WS-ED-RDFI8 TO ACE-RDFI(1:8)
           MOVE WS-ED-CHECK-DIGIT TO ACE-RDFI(9:1)
           MOVE WS-ED-ACCT TO ACE-RCV-ACCT
           MOVE WS-ED-AMOUNT-N TO ACE-AMOUNT
           MOVE WS-ED-NAME TO ACE-RCV-NAME
           MOVE 'O' TO ACE-STATUS
           MOVE SPACES TO ACE-RETURN-CODE
           MOVE 0 TO ACE-RETURN-DATE
           WRITE ACH-CUST-ENTRY-RECORD.

      *> -------------------------------------------------------
      *> FIND-LAST-TRACE: The highest customer trace sequence
      *> already registered, so numbering carries on from it.
      *> -------------------------------------------------------
       FIND-LAST-TRACE.
           MOVE WS-TRACE-BASE TO WS-TRACE-SEQ
           OPEN INPUT ENTRY-FILE
           IF WS-CE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ENTRY-FILE
                   AT END
                       CLOSE ENTRY-FILE
                       EXIT PERFORM
               END-READ
               IF ACE-TRACE(9:7) IS NUMERIC
                   AND ACE-TRACE(9:7) > WS-TRACE-SEQ
                   MOVE ACE-TRACE(9:7) TO WS-TRACE-SEQ
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SETTLE-PASS: Every accepted file whose settlement date
      *> has come posts its offset against the customer's account.
      *> An account that cannot take it stays pending and is
      *> reported, so the next run picks it up.
      *> -------------------------------------------------------
       SETTLE-PASS.
           PERFORM LOAD-FILE-LOG
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FL-COUNT
               MOVE WS-FL-LINE(WS-FL-IDX) TO ACH-FILE-LOG-RECORD
               IF ACF-ACCEPTED
                   AND ACF-SETTLE-DATE NOT > WS-CURRENT-DATE
                   PERFORM SETTLE-ONE-FILE
               END-IF
           END-PERFORM
           IF WS-ANY-POSTED = 'Y'
               PERFORM SAVE-ALL-ACCOUNTS
           END-IF
           IF WS-FL-DIRTY = 'Y'
               PERFORM SAVE-FILE-LOG
           END-IF
           DISPLAY "ACHORIG-SUMMARY|" WS-RUN-COUNT "|"
               WS-OTHER-COUNT.

       SETTLE-ONE-FILE.
           MOVE ACF-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "ACHORIG-EXCEPT|" ACF-SEQ "|" ACF-ACCT-ID
                   "|NO-ACCOUNT"
               ADD 1 TO WS-OTHER-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) = 'C'
               DISPLAY "ACHORIG-EXCEPT|" ACF-SEQ "|" ACF-ACCT-ID
                   "|ACCOUNT-CLOSED"
               ADD 1 TO WS-OTHER-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-FILE-OFFSET
           MOVE 'S' TO ACF-STATUS
           MOVE ACH-FILE-LOG-RECORD TO WS-FL-LINE(WS-FL-IDX)
           MOVE 'Y' TO WS-FL-DIRTY
           ADD 1 TO WS-RUN-COUNT
           DISPLAY "ACHORIG-SETTLED|" ACF-SEQ "|" ACF-COMPANY-ID "|"
               ACF-ACCT-ID "|" ACF-DEBIT-TOTAL "|" ACF-CREDIT-TOTAL.

      *> -------------------------------------------------------
      *> POST-FILE-OFFSET: The offset for the file in
      *> ACH-FILE-LOG-RECORD against the account at WS-FOUND-IDX
      *> — its credits out ('W'), its debits in ('D'). The file
      *> has already gone to the network, so a non-prefunded
      *> offset posts even into overdraft; that is the exposure
      *> the limits are there to bound, and it is reported.
      *> -------------------------------------------------------
       POST-FILE-OFFSET.
           MOVE WS-FOUND-IDX TO WS-POST-IDX
           IF ACF-CREDIT-TOTAL > 0
               SUBTRACT ACF-CREDIT-TOTAL
                   FROM WS-A-BALANCE(WS-POST-IDX)
               MOVE ACF-ACCT-ID TO TRANS-ACCT-ID
               MOVE TX-WITHDRAW TO TRANS-TYPE
               MOVE ACF-CREDIT-TOTAL TO TRANS-AMOUNT
               MOVE SPACES TO TRANS-DESC
               STRING "ACH ORIGINATION OFFSET " ACF-COMPANY-ID
                   DELIMITED BY SIZE INTO TRANS-DESC
               END-STRING
               PERFORM POST-ACH-TRANSACTION
           END-IF
           IF ACF-DEBIT-TOTAL > 0
               ADD ACF-DEBIT-TOTAL TO WS-A-BALANCE(WS-POST-IDX)
               MOVE ACF-ACCT-ID TO TRANS-ACCT-ID
               MOVE TX-DEPOSIT TO TRANS-TYPE
               MOVE ACF-DEBIT-TOTAL TO TRANS-AMOUNT
               MOVE SPACES TO TRANS-DESC
               STRING "ACH DEBITS COLLECTED " ACF-COMPANY-ID
                   DELIMITED BY SIZE INTO TRANS-DESC
               END-STRING
               PERFORM POST-ACH-TRANSACTION
           END-IF
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-POST-IDX)
           MOVE 'Y' TO WS-ANY-POSTED
           IF WS-A-BALANCE(WS-POST-IDX) < 0
               DISPLAY "ACHORIG-OVERDRAWN|" ACF-ACCT-ID "|"
                   WS-A-BALANCE(WS-POST-IDX)
           END-IF.

      *> -------------------------------------------------------
      *> RETURNS-PASS: Each return in ACHRETRN.DAT ('6' entry
      *> followed by its '99' addenda) whose original trace is a
      *> customer entry still outstanding is charged back to the
      *> originator. Everything else is payroll's, left for
      *> ACHRET.cob. NOCs change no money and are left there too.
      *> -------------------------------------------------------
       RETURNS-PASS.
           PERFORM LOAD-ENTRY-REGISTER
           PERFORM LOAD-ALL-ACCOUNTS
           OPEN INPUT RETURN-FILE
           IF WS-RT-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-RT-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ RETURN-FILE
                   AT END
                       CLOSE RETURN-FILE
                       EXIT PERFORM
               END-READ
               EVALUATE RETURN-RECORD(1:1)
                   WHEN '6'
                       MOVE RETURN-RECORD TO WS-RET-ENTRY
                       MOVE 'Y' TO WS-PEND-VALID
                   WHEN '7'
                       MOVE RETURN-RECORD TO WS-RET-ADDENDA
                       IF WS-PEND-VALID = 'Y'
                           AND WS-RA-ADDENDA-TYPE = '99'
                           PERFORM CHARGE-BACK-RETURN
                       END-IF
                       MOVE 'N' TO WS-PEND-VALID
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-ANY-POSTED = 'Y'
               PERFORM SAVE-ALL-ACCOUNTS
           END-IF
           IF WS-CE-DIRTY = 'Y'
               PERFORM SAVE-ENTRY-REGISTER
           END-IF
           DISPLAY "ACHORIG-SUMMARY|" WS-RUN-COUNT "|"
               WS-OTHER-COUNT.

       CHARGE-BACK-RETURN.
           MOVE 0 TO WS-CE-FOUND-IDX
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
               UNTIL WS-CE-IDX > WS-CE-COUNT
               MOVE WS-CE-LINE(WS-CE-IDX) TO ACH-CUST-ENTRY-RECORD
               IF ACE-TRACE = WS-RA-ORIG-TRACE
                   AND ACE-ORIGINATED
                   MOVE WS-CE-IDX TO WS-CE-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CE-FOUND-IDX = 0
               ADD 1 TO WS-OTHER-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE ACE-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "ACHORIG-EXCEPT|" ACE-FILE-SEQ "|" ACE-ACCT-ID
                   "|NO-ACCOUNT"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-IDX TO WS-POST-IDX
           MOVE ACE-AMOUNT TO WS-RET-AMOUNT
           MOVE ACE-ACCT-ID TO TRANS-ACCT-ID
           MOVE WS-RET-AMOUNT TO TRANS-AMOUNT
           MOVE SPACES TO TRANS-DESC
           STRING "ACH RETURN " WS-RA-REASON-CODE " " ACE-TRACE
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
      *>   A credit that bounced is the customer's money back; a
      *>   debit that bounced was never the customer's to keep.
           IF ACE-IS-DEBIT
               MOVE TX-WITHDRAW TO TRANS-TYPE
               SUBTRACT WS-RET-AMOUNT FROM WS-A-BALANCE(WS-POST-IDX)
           ELSE
               MOVE TX-DEPOSIT TO TRANS-TYPE
               ADD WS-RET-AMOUNT TO WS-A-BALANCE(WS-POST-IDX)
           END-IF
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-POST-IDX)
           PERFORM POST-ACH-TRANSACTION
           MOVE 'Y' TO WS-ANY-POSTED

           MOVE 'R' TO ACE-STATUS
           MOVE WS-RA-REASON-CODE TO ACE-RETURN-CODE
           MOVE WS-CURRENT-DATE TO ACE-RETURN-DATE
           MOVE ACH-CUST-ENTRY-RECORD TO WS-CE-LINE(WS-CE-FOUND-IDX)
           MOVE 'Y' TO WS-CE-DIRTY
           ADD 1 TO WS-RUN-COUNT
           DISPLAY "ACHORIG-RETURN|" ACE-TRACE "|" ACE-COMPANY-ID "|"
               ACE-ACCT-ID "|" WS-RET-AMOUNT "|" WS-RA-REASON-CODE.

      *> -------------------------------------------------------
      *> POST-ACH-TRANSACTION: Append one TRANSACT.DAT record for
      *> the posting prepared by the caller against the account at
      *> WS-POST-IDX — ACH channel, this program as the batch.
      *> -------------------------------------------------------
       POST-ACH-TRANSACTION.
           IF WS-TX-SEEDED = 'N'
               PERFORM SEED-TX-SEQ
           END-IF
           ADD 1 TO WS-TX-SEQ
           MOVE SPACES TO TRANS-ID
           STRING "Q" WS-CURRENT-DATE(3:6) WS-TX-SEQ
               DELIMITED BY SIZE INTO TRANS-ID
           END-STRING
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE RC-SUCCESS TO TRANS-STATUS
           MOVE 'AC' TO TRANS-CHANNEL
           MOVE WS-A-BRANCH(WS-POST-IDX) TO TRANS-BRANCH
           MOVE "ACHORIG" TO TRANS-BATCH-ID
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
      *> SEED-TX-SEQ: SUBMIT and RETURNS can each run more than
      *> once a day, so numbering carries on from the highest
      *> ACHORIG transaction ID already on file for the date.
      *> -------------------------------------------------------
       SEED-TX-SEQ.
           MOVE 'Y' TO WS-TX-SEEDED
           MOVE 0 TO WS-TX-SEQ
           MOVE SPACES TO WS-TX-PREFIX
           STRING "Q" WS-CURRENT-DATE(3:6)
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
      *> Table load/save paragraphs — one staged image per line,
      *> missing file reads as empty, rewrite fails closed.
      *> -------------------------------------------------------
       LOAD-AGREEMENTS.
           MOVE 0 TO WS-AG-COUNT
           OPEN INPUT AGREEMENT-FILE
           IF WS-AG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ AGREEMENT-FILE
                   AT END
                       CLOSE AGREEMENT-FILE
                       EXIT PERFORM
               END-READ
               IF WS-AG-COUNT >= 200
                   DISPLAY "ERROR|TABLE-FULL|ACHAGR"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-AG-COUNT
               MOVE ACH-AGREEMENT-RECORD TO WS-AG-LINE(WS-AG-COUNT)
           END-PERFORM.

       SAVE-AGREEMENTS.
           OPEN OUTPUT AGREEMENT-FILE
           IF WS-AG-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-AG-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AG-COUNT
               MOVE WS-AG-LINE(WS-AG-IDX) TO ACH-AGREEMENT-RECORD
               WRITE ACH-AGREEMENT-RECORD
           END-PERFORM
           CLOSE AGREEMENT-FILE.

       LOAD-FILE-LOG.
           MOVE 0 TO WS-FL-COUNT
           MOVE 0 TO WS-FL-NEXT-SEQ
           OPEN INPUT FILELOG-FILE
           IF WS-FL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ FILELOG-FILE
                   AT END
                       CLOSE FILELOG-FILE
                       EXIT PERFORM
               END-READ
               IF WS-FL-COUNT >= 2000
                   DISPLAY "ERROR|TABLE-FULL|ACHFLOG"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-FL-COUNT
               MOVE ACH-FILE-LOG-RECORD TO WS-FL-LINE(WS-FL-COUNT)
               IF ACF-SEQ > WS-FL-NEXT-SEQ
                   MOVE ACF-SEQ TO WS-FL-NEXT-SEQ
               END-IF
           END-PERFORM.

       SAVE-FILE-LOG.
           OPEN OUTPUT FILELOG-FILE
           IF WS-FL-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FL-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FL-COUNT
               MOVE WS-FL-LINE(WS-FL-IDX) TO ACH-FILE-LOG-RECORD
               WRITE ACH-FILE-LOG-RECORD
           END-PERFORM
           CLOSE FILELOG-FILE.

       APPEND-FILE-LOG.
           OPEN EXTEND FILELOG-FILE
           IF WS-FL-STATUS NOT = '00'
               OPEN OUTPUT FILELOG-FILE
               IF WS-FL-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-FL-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE ACH-FILE-LOG-RECORD
           CLOSE FILELOG-FILE.

       LOAD-ENTRY-REGISTER.
           MOVE 0 TO WS-CE-COUNT
           OPEN INPUT ENTRY-FILE
           IF WS-CE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ENTRY-FILE
                   AT END
                       CLOSE ENTRY-FILE
                       EXIT PERFORM
               END-READ
               IF WS-CE-COUNT >= 5000
                   DISPLAY "ERROR|TABLE-FULL|ACHCENT"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CE-COUNT
               MOVE ACH-CUST-ENTRY-RECORD TO WS-CE-LINE(WS-CE-COUNT)
           END-PERFORM.

       SAVE-ENTRY-REGISTER.
           OPEN OUTPUT ENTRY-FILE
           IF WS-CE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
               UNTIL WS-CE-IDX > WS-CE-COUNT
               MOVE WS-CE-LINE(WS-CE-IDX) TO ACH-CUST-ENTRY-RECORD
               WRITE ACH-CUST-ENTRY-RECORD
           END-PERFORM
           CLOSE ENTRY-FILE.

       LOAD-SUBMIT-FILE.
           MOVE 0 TO WS-SB-COUNT
           OPEN INPUT SUBMIT-FILE
           IF WS-SB-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SB-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ SUBMIT-FILE
                   AT END
                       CLOSE SUBMIT-FILE
                       EXIT PERFORM
               END-READ
               IF WS-SB-COUNT >= 3000
                   DISPLAY "ERROR|TABLE-FULL|ACHSUBMT"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-SB-COUNT
               MOVE SUBMIT-RECORD TO WS-SB-LINE(WS-SB-COUNT)
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-SDN-NAMES: SDN.DAT into memory for the receiver
      *> screen. A missing SDN.DAT means no names are blocked, as
      *> everywhere else the list is read.
      *> -------------------------------------------------------
       LOAD-SDN-NAMES.
           MOVE 0 TO WS-SDN-COUNT
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
               IF WS-SDN-COUNT >= 2000
                   DISPLAY "ERROR|TABLE-FULL|SDN"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-SDN-COUNT
               MOVE SDN-NAME TO WS-SDN-NAME(WS-SDN-COUNT)
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
           MOVE "ACHORIG" TO VERS-PROGRAM
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
