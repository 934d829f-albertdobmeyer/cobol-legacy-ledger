      *>================================================================*
      *>  Program:     INTEGCHK.cob
      *>  System:      LEGACY LEDGER — Cross-File Referential Integrity
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The master files reference each other by key and no
      *>    program enforces it. This nightly scan checks every
      *>    cross-file key and reports each orphan or
      *>    inconsistency under its rule:
      *>      XREF-ACCT  CUSTXREF.DAT link to an account not on
      *>                 ACCOUNTS.DAT
      *>      XREF-CUST  CUSTXREF.DAT link to a customer not on
      *>                 CUSTOMER.DAT
      *>      ACCT-NOLNK An account not closed with no CUSTXREF
      *>                 link at all (the bank's own pool and
      *>                 nostro accounts excepted)
      *>      STORD-ACCT An active STANDING.DAT order drawing on or
      *>                 paying to an account that is closed,
      *>                 charged off or gone
      *>      SIGN-CUST  A SIGNERS.DAT authority still in force for
      *>                 a customer deleted or closed on
      *>                 CUSTOMER.DAT
      *>      SIGN-ACCT  A SIGNERS.DAT authority still in force on
      *>                 an account closed or gone
      *>      HOLD-ACCT  An open HOLDS.DAT hold on an account
      *>                 charged off, closed or gone
      *>      ZBA-MASTER An active ZBALINK.DAT link whose
      *>                 concentration master is frozen, closed,
      *>                 charged off or gone
      *>      ZBA-SUB    An active ZBALINK.DAT link whose sub-
      *>                 account is closed, charged off or gone
      *>      EMP-ACCT   An employee not terminated whose EMP-ACCT-ID
      *>                 is not an open account on the node
      *>                 EMP-BANK-CODE names (read from that node's
      *>                 directory, ../<node>/ACCOUNTS.DAT, as
      *>                 GLCONSOL.cob reads its siblings; an
      *>                 outside bank is not checked)
      *>      EMP-ENTITY An employee whose EMP-ENTITY (SPACES =
      *>                 BNK) is not on ENTITY.DAT
      *>    A rule whose input file is absent is skipped, not
      *>    passed. Counts by rule are kept in INTEGCNT.DAT (see
      *>    INTEGCNT.cpy); a rule whose count rose since the last
      *>    run raises an ALERT.DAT item (type X). The first run
      *>    on a node sets the baseline and raises none. The full
      *>    list of current exceptions is rewritten to
      *>    INTEGOPEN.DAT, and each one not reported the night
      *>    before is appended to INTEGEXC.DAT, which EXCPCON.cob
      *>    merges as source I for the operations desk to work;
      *>    the repair itself is made through the owning file's
      *>    maintenance program, and EXCPCON.cob closes the item
      *>    once this scan stops reporting it.
      *>
      *>  Operation (via command-line argument):
      *>    INTEGCHK            — nightly scan (EOD chain job
      *>                          INTEGCHK)
      *>
      *>  Files:
      *>    Input:        ACCOUNTS.DAT, CUSTOMER.DAT, CUSTXREF.DAT,
      *>                  STANDING.DAT, SIGNERS.DAT, HOLDS.DAT,
      *>                  ZBALINK.DAT, EMPLOYEES.DAT, ENTITY.DAT,
      *>                  ../<node>/ACCOUNTS.DAT, BUSDATE.DAT
      *>                  (any but ACCOUNTS.DAT may be absent)
      *>    Input/Output: INTEGCNT.DAT, INTEGOPEN.DAT (rewritten)
      *>    Output:       INTEGEXC.DAT, ALERT.DAT (appended),
      *>                  RUNHIST.DAT
      *>
      *>  Copybooks:
      *>    INTEGCNT.cpy, ACCTREC.cpy, CUSTREC.cpy, CUSTXREF.cpy,
      *>    STORDREC.cpy, SIGNREC.cpy, HOLDREC.cpy, ZBAREC.cpy,
      *>    EMPREC.cpy, ENTITY.cpy, ALERTREC.cpy, RUNHIST.cpy,
      *>    BUSDATE.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    INTEG-EXC|RULE|KEY1|KEY2|DETAIL
      *>    INTEG-RULE|RULE|COUNT|PRIOR|UP/SAME/DOWN/SKIPPED
      *>    INTEG-SUMMARY|EXCEPTIONS|NEW|CLEARED|ALERTS
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Scan complete (exceptions are reported,
      *>                not failures)
      *>    RESULT|99 — ACCOUNTS.DAT missing or file I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NODE-ACCT-FILE
               ASSIGN TO DYNAMIC WS-NA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NA-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-STATUS.
           SELECT XREF-FILE
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.
           SELECT STANDING-FILE
               ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT SIGNERS-FILE
               ASSIGN TO "SIGNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.
           SELECT HOLDS-FILE
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HD-STATUS.
           SELECT ZBALINK-FILE
               ASSIGN TO "ZBALINK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZB-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPLOYEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EM-STATUS.
           SELECT ENTITY-FILE
               ASSIGN TO "ENTITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-STATUS.
           SELECT COUNT-FILE
               ASSIGN TO "INTEGCNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IC-STATUS.
           SELECT OPEN-FILE
               ASSIGN TO "INTEGOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT EXC-FILE
               ASSIGN TO "INTEGEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-STATUS.
           SELECT ALERT-FILE
               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  NODE-ACCT-FILE.
       01  NODE-ACCT-RECORD.
           05  NA-ACCT-ID         PIC X(10).
           05  FILLER             PIC X(43).
           05  NA-ACCT-STATUS     PIC X(1).
           05  FILLER             PIC X(116).
       FD  CUSTOMER-FILE.
       COPY "CUSTREC.cpy".
       FD  XREF-FILE.
       COPY "CUSTXREF.cpy".
       FD  STANDING-FILE.
       COPY "STORDREC.cpy".
       FD  SIGNERS-FILE.
       COPY "SIGNREC.cpy".
       FD  HOLDS-FILE.
       COPY "HOLDREC.cpy".
       FD  ZBALINK-FILE.
       COPY "ZBAREC.cpy".
       FD  EMPLOYEE-FILE.
       COPY "EMPREC.cpy".
       FD  ENTITY-FILE.
       COPY "ENTITY.cpy".
       FD  COUNT-FILE.
       COPY "INTEGCNT.cpy".
       FD  OPEN-FILE.
       01  OPEN-RECORD            PIC X(100).
       FD  EXC-FILE.
       01  EXC-RECORD             PIC X(100).
       FD  ALERT-FILE.
       COPY "ALERTREC.cpy".
       FD  RUN-HISTORY-FILE.
       COPY "RUNHIST.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-NA-STATUS           PIC XX VALUE SPACES.
       01  WS-CU-STATUS           PIC XX VALUE SPACES.
       01  WS-XR-STATUS           PIC XX VALUE SPACES.
       01  WS-SO-STATUS           PIC XX VALUE SPACES.
       01  WS-SG-STATUS           PIC XX VALUE SPACES.
       01  WS-HD-STATUS           PIC XX VALUE SPACES.
       01  WS-ZB-STATUS           PIC XX VALUE SPACES.
       01  WS-EM-STATUS           PIC XX VALUE SPACES.
       01  WS-EN-STATUS           PIC XX VALUE SPACES.
       01  WS-IC-STATUS           PIC XX VALUE SPACES.
       01  WS-IO-STATUS           PIC XX VALUE SPACES.
       01  WS-IX-STATUS           PIC XX VALUE SPACES.
       01  WS-ALERT-STATUS        PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   This node's accounts: ID, status, and whether any
      *>   CUSTXREF.DAT row links to it.
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 500 TIMES.
               10  WS-AC-ID       PIC X(10).
               10  WS-AC-STATUS   PIC X(1).
               10  WS-AC-LINKED   PIC X(1).
       01  WS-AC-COUNT            PIC 9(3) VALUE 0.
       01  WS-AC-IDX              PIC 9(3) VALUE 0.
      *>   Customers: ID and status.
       01  WS-CU-TABLE.
           05  WS-CU-ENTRY OCCURS 500 TIMES.
               10  WS-CU-ID       PIC X(10).
               10  WS-CU-STAT     PIC X(1).
       01  WS-CU-COUNT            PIC 9(3) VALUE 0.
       01  WS-CU-IDX              PIC 9(3) VALUE 0.
      *>   Lookup arguments and results.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-CUST-ID          PIC X(10) VALUE SPACES.
       01  WS-LK-FOUND            PIC X(1) VALUE 'N'.
       01  WS-LK-STATUS           PIC X(1) VALUE SPACE.
       01  WS-LK-IDX              PIC 9(3) VALUE 0.
      *>   The bank's own accounts that have no customer behind
      *>   them — official check and escrow pools, and the
      *>   clearing node's nostro accounts (prefix match).
       01  WS-INTERNAL-TABLE.
           05  FILLER             PIC X(10) VALUE "OFFCHK0001".
           05  FILLER             PIC X(10) VALUE "ESCROW0001".
           05  FILLER             PIC X(10) VALUE "NOSTRO-".
       01  WS-INTERNAL-REDEF REDEFINES WS-INTERNAL-TABLE.
           05  WS-INTERNAL-ID     PIC X(10) OCCURS 3 TIMES.
       01  WS-INT-IDX             PIC 9(1) VALUE 0.
       01  WS-IS-INTERNAL         PIC X(1) VALUE 'N'.
      *>   Other nodes' accounts for EMP-ACCT — the BANK-IDS in
      *>   COMCODE.cpy name the sibling directories.
       01  WS-NODE-NAMES.
           05  WS-NODE-NAME       PIC X(8) OCCURS 6 TIMES.
       01  WS-NODE-LOADED-TABLE.
           05  WS-NODE-LOADED     PIC X(1) OCCURS 5 TIMES.
       01  WS-NODE-IDX            PIC 9(1) VALUE 0.
       01  WS-NA-NAME             PIC X(40) VALUE SPACES.
       01  WS-NA-TABLE.
           05  WS-NA-ENTRY OCCURS 1000 TIMES.
               10  WS-NA-NODE     PIC 9(1).
               10  WS-NA-ID       PIC X(10).
               10  WS-NA-STAT     PIC X(1).
       01  WS-NA-COUNT            PIC 9(4) VALUE 0.
       01  WS-NA-IDX              PIC 9(4) VALUE 0.
      *>   Payroll entities on ENTITY.DAT.
       01  WS-EN-TABLE.
           05  WS-EN-CODE-T       PIC X(3) OCCURS 50 TIMES.
       01  WS-EN-COUNT            PIC 9(2) VALUE 0.
       01  WS-EN-IDX              PIC 9(2) VALUE 0.
       01  WS-EMP-ENTITY          PIC X(3) VALUE SPACES.
      *>   The rules, in report order: name, tonight's count,
      *>   the prior run's count, and whether the rule ran ('R')
      *>   or was skipped for want of its input file ('S').
       01  WS-RULE-NAMES.
           05  FILLER             PIC X(10) VALUE "XREF-ACCT".
           05  FILLER             PIC X(10) VALUE "XREF-CUST".
           05  FILLER             PIC X(10) VALUE "ACCT-NOLNK".
           05  FILLER             PIC X(10) VALUE "STORD-ACCT".
           05  FILLER             PIC X(10) VALUE "SIGN-CUST".
           05  FILLER             PIC X(10) VALUE "SIGN-ACCT".
           05  FILLER             PIC X(10) VALUE "HOLD-ACCT".
           05  FILLER             PIC X(10) VALUE "ZBA-MASTER".
           05  FILLER             PIC X(10) VALUE "ZBA-SUB".
           05  FILLER             PIC X(10) VALUE "EMP-ACCT".
           05  FILLER             PIC X(10) VALUE "EMP-ENTITY".
       01  WS-RULE-NAMES-REDEF REDEFINES WS-RULE-NAMES.
           05  WS-RULE-NAME-INIT  PIC X(10) OCCURS 11 TIMES.
       01  WS-RULE-TABLE.
           05  WS-RL-ENTRY OCCURS 11 TIMES.
               10  WS-RL-NAME     PIC X(10).
               10  WS-RL-COUNT    PIC 9(5).
               10  WS-RL-PRIOR    PIC 9(5).
               10  WS-RL-HAD-PRIOR PIC X(1).
               10  WS-RL-RAN      PIC X(1).
       01  WS-RULE-COUNT          PIC 9(2) VALUE 11.
       01  WS-RL-IDX              PIC 9(2) VALUE 0.
      *>   Rule subscripts, named for readability.
       01  WS-R-XREF-ACCT         PIC 9(2) VALUE 1.
       01  WS-R-XREF-CUST         PIC 9(2) VALUE 2.
       01  WS-R-ACCT-NOLNK        PIC 9(2) VALUE 3.
       01  WS-R-STORD-ACCT        PIC 9(2) VALUE 4.
       01  WS-R-SIGN-CUST         PIC 9(2) VALUE 5.
       01  WS-R-SIGN-ACCT         PIC 9(2) VALUE 6.
       01  WS-R-HOLD-ACCT         PIC 9(2) VALUE 7.
       01  WS-R-ZBA-MASTER        PIC 9(2) VALUE 8.
       01  WS-R-ZBA-SUB           PIC 9(2) VALUE 9.
       01  WS-R-EMP-ACCT          PIC 9(2) VALUE 10.
       01  WS-R-EMP-ENTITY        PIC 9(2) VALUE 11.
       01  WS-BASELINE-RUN        PIC X(1) VALUE 'Y'.
      *>   One exception being recorded.
       01  WS-EX-RULE             PIC 9(2) VALUE 0.
       01  WS-EX-KEY1             PIC X(10) VALUE SPACES.
       01  WS-EX-KEY2             PIC X(10) VALUE SPACES.
       01  WS-EX-DETAIL           PIC X(40) VALUE SPACES.
       01  WS-EX-LINE             PIC X(100) VALUE SPACES.
      *>   Tonight's exceptions and last night's, for the new /
      *>   cleared comparison.
       01  WS-CUR-TABLE.
           05  WS-CUR-LINE        PIC X(100) OCCURS 600 TIMES.
       01  WS-CUR-COUNT           PIC 9(3) VALUE 0.
       01  WS-CUR-IDX             PIC 9(3) VALUE 0.
       01  WS-PRV-TABLE.
           05  WS-PRV-LINE        PIC X(100) OCCURS 600 TIMES.
       01  WS-PRV-COUNT           PIC 9(3) VALUE 0.
       01  WS-PRV-IDX             PIC 9(3) VALUE 0.
       01  WS-MATCHED             PIC X(1) VALUE 'N'.
       01  WS-TOTAL-EXC           PIC 9(5) VALUE 0.
       01  WS-NEW-COUNT           PIC 9(5) VALUE 0.
       01  WS-CLEARED-COUNT       PIC 9(5) VALUE 0.
       01  WS-ALERT-COUNT         PIC 9(3) VALUE 0.
       01  WS-TREND               PIC X(7) VALUE SPACES.
       01  WS-D-COUNT             PIC Z(4)9.
       01  WS-D-PRIOR             PIC Z(4)9.
      *>   Run-history working fields — see LOG-RUN-START/
      *>   LOG-RUN-END and RUNHIST.cpy, same as RECONCILE.cob.
       01  WS-RUNHIST-STATUS      PIC XX VALUE SPACES.
       01  WS-RUN-STATUS          PIC X(1) VALUE 'Y'.
       01  WS-RUNHIST-START-TIME  PIC 9(6) VALUE 0.
       01  WS-RUNHIST-START-SECS  PIC 9(8) VALUE 0.
       01  WS-RUNHIST-END-SECS    PIC 9(8) VALUE 0.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM LOG-RUN-START

           PERFORM INIT-RULES
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-PRIOR-COUNTS
           PERFORM LOAD-PRIOR-OPEN

           PERFORM CHECK-XREF
           PERFORM CHECK-UNLINKED-ACCOUNTS
           PERFORM CHECK-STANDING-ORDERS
           PERFORM CHECK-SIGNERS
           PERFORM CHECK-HOLDS
           PERFORM CHECK-ZBA-LINKS
           PERFORM CHECK-EMPLOYEES

           PERFORM SAVE-OPEN-EXCEPTIONS
           PERFORM REPORT-RULES
           PERFORM SAVE-COUNTS
           DISPLAY "INTEG-SUMMARY|" WS-TOTAL-EXC "|" WS-NEW-COUNT
               "|" WS-CLEARED-COUNT "|" WS-ALERT-COUNT
           PERFORM LOG-RUN-END
           DISPLAY "RESULT|00"
           STOP RUN.

       INIT-RULES.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RULE-COUNT
               MOVE WS-RULE-NAME-INIT(WS-RL-IDX)
                   TO WS-RL-NAME(WS-RL-IDX)
               MOVE 0 TO WS-RL-COUNT(WS-RL-IDX)
               MOVE 0 TO WS-RL-PRIOR(WS-RL-IDX)
               MOVE 'N' TO WS-RL-HAD-PRIOR(WS-RL-IDX)
               MOVE 'S' TO WS-RL-RAN(WS-RL-IDX)
           END-PERFORM
           MOVE BANK-IDS TO WS-NODE-NAMES.

      *> -------------------------------------------------------
      *> CHECK-XREF: Every link's account and customer must
      *> exist; each account found is marked linked for
      *> CHECK-UNLINKED-ACCOUNTS.
      *> -------------------------------------------------------
       CHECK-XREF.
           OPEN INPUT XREF-FILE
           IF WS-XR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-RL-RAN(WS-R-XREF-ACCT)
           MOVE 'R' TO WS-RL-RAN(WS-R-ACCT-NOLNK)
           IF WS-CU-STATUS = '00'
               MOVE 'R' TO WS-RL-RAN(WS-R-XREF-CUST)
           END-IF
           PERFORM UNTIL 1 = 0
               READ XREF-FILE
                   AT END
                       CLOSE XREF-FILE
                       EXIT PERFORM
               END-READ
               MOVE XREF-ACCT-ID TO WS-IN-ACCT-ID
               PERFORM FIND-LOCAL-ACCOUNT
               IF WS-LK-FOUND = 'Y'
                   MOVE 'Y' TO WS-AC-LINKED(WS-LK-IDX)
               ELSE
                   MOVE WS-R-XREF-ACCT TO WS-EX-RULE
                   MOVE XREF-CUST-ID TO WS-EX-KEY1
                   MOVE XREF-ACCT-ID TO WS-EX-KEY2
                   MOVE "LINKED ACCOUNT NOT ON FILE" TO WS-EX-DETAIL
                   PERFORM RECORD-EXCEPTION
               END-IF
               IF WS-CU-STATUS = '00'
                   MOVE XREF-CUST-ID TO WS-IN-CUST-ID
                   PERFORM FIND-CUSTOMER
                   IF WS-LK-FOUND = 'N'
                       MOVE WS-R-XREF-CUST TO WS-EX-RULE
                       MOVE XREF-CUST-ID TO WS-EX-KEY1
                       MOVE XREF-ACCT-ID TO WS-EX-KEY2
                       MOVE "LINKED CUSTOMER NOT ON FILE"
                           TO WS-EX-DETAIL
                       PERFORM RECORD-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> CHECK-UNLINKED-ACCOUNTS: An account still open with no
      *> customer behind it. Runs only when CUSTXREF.DAT was
      *> read — without it every account would report.
      *> -------------------------------------------------------
       CHECK-UNLINKED-ACCOUNTS.
           IF WS-RL-RAN(WS-R-ACCT-NOLNK) NOT = 'R'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-LINKED(WS-AC-IDX) = 'N'
                   AND WS-AC-STATUS(WS-AC-IDX) NOT = 'C'
                   MOVE WS-AC-ID(WS-AC-IDX) TO WS-IN-ACCT-ID
                   PERFORM CHECK-INTERNAL-ACCOUNT
                   IF WS-IS-INTERNAL = 'N'
                       MOVE WS-R-ACCT-NOLNK TO WS-EX-RULE
                       MOVE WS-AC-ID(WS-AC-IDX) TO WS-EX-KEY1
                       MOVE SPACES TO WS-EX-KEY2
                       MOVE "OPEN ACCOUNT WITH NO CUSTOMER LINK"
                           TO WS-EX-DETAIL
                       PERFORM RECORD-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-INTERNAL-ACCOUNT.
           MOVE 'N' TO WS-IS-INTERNAL
           PERFORM VARYING WS-INT-IDX FROM 1 BY 1
               UNTIL WS-INT-IDX > 3
               IF WS-IN-ACCT-ID(1:FUNCTION LENGTH(FUNCTION TRIM(
                   WS-INTERNAL-ID(WS-INT-IDX))))
                   = FUNCTION TRIM(WS-INTERNAL-ID(WS-INT-IDX))
                   MOVE 'Y' TO WS-IS-INTERNAL
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> CHECK-STANDING-ORDERS: An active order whose source or
      *> destination can no longer take the posting.
      *> -------------------------------------------------------
       CHECK-STANDING-ORDERS.
           OPEN INPUT STANDING-FILE
           IF WS-SO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-RL-RAN(WS-R-STORD-ACCT)
           PERFORM UNTIL 1 = 0
               READ STANDING-FILE
                   AT END
                       CLOSE STANDING-FILE
                       EXIT PERFORM
               END-READ
               IF STORD-ACTIVE
                   MOVE STORD-ACCT-ID TO WS-IN-ACCT-ID
                   PERFORM FIND-LOCAL-ACCOUNT
                   IF WS-LK-FOUND = 'N'
                       OR WS-LK-STATUS = 'C' OR WS-LK-STATUS = 'O'
                       MOVE "SOURCE" TO WS-EX-DETAIL
                       PERFORM RECORD-STANDING-EXC
                   END-IF
                   MOVE STORD-DEST-ACCT TO WS-IN-ACCT-ID
                   PERFORM FIND-LOCAL-ACCOUNT
                   IF WS-LK-FOUND = 'N'
                       OR WS-LK-STATUS = 'C' OR WS-LK-STATUS = 'O'
                       MOVE "DESTINATION" TO WS-EX-DETAIL
                       PERFORM RECORD-STANDING-EXC
                   END-IF
               END-IF
           END-PERFORM.

       RECORD-STANDING-EXC.
           MOVE WS-R-STORD-ACCT TO WS-EX-RULE
           MOVE STORD-ID TO WS-EX-KEY1
           MOVE WS-IN-ACCT-ID TO WS-EX-KEY2
           PERFORM DESCRIBE-ACCOUNT-STATE
           PERFORM RECORD-EXCEPTION.

      *> -------------------------------------------------------
      *> CHECK-SIGNERS: An authority not yet revoked must name a
      *> live customer and an open account.
      *> -------------------------------------------------------
       CHECK-SIGNERS.
           OPEN INPUT SIGNERS-FILE
           IF WS-SG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-RL-RAN(WS-R-SIGN-ACCT)
           IF WS-CU-STATUS = '00'
               MOVE 'R' TO WS-RL-RAN(WS-R-SIGN-CUST)
           END-IF
           PERFORM UNTIL 1 = 0
               READ SIGNERS-FILE
                   AT END
                       CLOSE SIGNERS-FILE
                       EXIT PERFORM
               END-READ
               IF SGN-REVOKE-DATE = 0
                   OR SGN-REVOKE-DATE > WS-CURRENT-DATE
                   IF WS-CU-STATUS = '00'
                       MOVE SGN-CUST-ID TO WS-IN-CUST-ID
                       PERFORM FIND-CUSTOMER
                       IF WS-LK-FOUND = 'N' OR WS-LK-STATUS = 'C'
                           MOVE WS-R-SIGN-CUST TO WS-EX-RULE
                           MOVE SGN-CUST-ID TO WS-EX-KEY1
                           MOVE SGN-ACCT-ID TO WS-EX-KEY2
                           IF WS-LK-FOUND = 'N'
                               MOVE "SIGNER CUSTOMER NOT ON FILE"
                                   TO WS-EX-DETAIL
                           ELSE
                               MOVE "SIGNER CUSTOMER CLOSED"
                                   TO WS-EX-DETAIL
                           END-IF
                           PERFORM RECORD-EXCEPTION
                       END-IF
                   END-IF
                   MOVE SGN-ACCT-ID TO WS-IN-ACCT-ID
                   PERFORM FIND-LOCAL-ACCOUNT
                   IF WS-LK-FOUND = 'N' OR WS-LK-STATUS = 'C'
                       MOVE WS-R-SIGN-ACCT TO WS-EX-RULE
                       MOVE SGN-CUST-ID TO WS-EX-KEY1
                       MOVE SGN-ACCT-ID TO WS-EX-KEY2
                       MOVE SPACES TO WS-EX-DETAIL
                       PERFORM DESCRIBE-ACCOUNT-STATE
                       PERFORM RECORD-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> CHECK-HOLDS: An open hold on an account that will never
      *> post again.
      *> -------------------------------------------------------
       CHECK-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-HD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-RL-RAN(WS-R-HOLD-ACCT)
           PERFORM UNTIL 1 = 0
               READ HOLDS-FILE
                   AT END
                       CLOSE HOLDS-FILE
                       EXIT PERFORM
               END-READ
               IF HOLD-OPEN
                   MOVE HOLD-ACCT-ID TO WS-IN-ACCT-ID
                   PERFORM FIND-LOCAL-ACCOUNT
                   IF WS-LK-FOUND = 'N'
                       OR WS-LK-STATUS = 'C' OR WS-LK-STATUS = 'O'
                       MOVE WS-R-HOLD-ACCT TO WS-EX-RULE
                       MOVE HOLD-ACCT-ID TO WS-EX-KEY1
                       MOVE HOLD-SOURCE TO WS-EX-KEY2
                       MOVE SPACES TO WS-EX-DETAIL
                       PERFORM DESCRIBE-ACCOUNT-STATE
                       PERFORM RECORD-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> CHECK-ZBA-LINKS: An active link's master must be able
      *> to take the nightly concentration; a frozen master
      *> strands every sub-account's sweep.
      *> -------------------------------------------------------
       CHECK-ZBA-LINKS.
           OPEN INPUT ZBALINK-FILE
           IF WS-ZB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-RL-RAN(WS-R-ZBA-MASTER)
           MOVE 'R' TO WS-RL-RAN(WS-R-ZBA-SUB)
           PERFORM UNTIL 1 = 0
               READ ZBALINK-FILE
                   AT END
                       CLOSE ZBALINK-FILE
                       EXIT PERFORM
               END-READ
               IF ZBA-ACTIVE
                   MOVE ZBA-MASTER-ACCT TO WS-IN-ACCT-ID
                   PERFORM FIND-LOCAL-ACCOUNT
                   IF WS-LK-FOUND = 'N'
                       OR WS-LK-STATUS NOT = 'A'
                       MOVE WS-R-ZBA-MASTER TO WS-EX-RULE
                       MOVE ZBA-MASTER-ACCT TO WS-EX-KEY1
                       MOVE ZBA-SUB-ACCT TO WS-EX-KEY2
                       MOVE SPACES TO WS-EX-DETAIL
                       PERFORM DESCRIBE-ACCOUNT-STATE
                       PERFORM RECORD-EXCEPTION
                   END-IF
                   MOVE ZBA-SUB-ACCT TO WS-IN-ACCT-ID
                   PERFORM FIND-LOCAL-ACCOUNT
                   IF WS-LK-FOUND = 'N'
                       OR WS-LK-STATUS = 'C' OR WS-LK-STATUS = 'O'
                       MOVE WS-R-ZBA-SUB TO WS-EX-RULE
                       MOVE ZBA-SUB-ACCT TO WS-EX-KEY1
                       MOVE ZBA-MASTER-ACCT TO WS-EX-KEY2
                       MOVE SPACES TO WS-EX-DETAIL
                       PERFORM DESCRIBE-ACCOUNT-STATE
                       PERFORM RECORD-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> CHECK-EMPLOYEES: Direct-deposit account on the node the
      *> employee's bank code names, and payroll entity on file.
      *> -------------------------------------------------------
       CHECK-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-NODE-ACCOUNTS
           PERFORM LOAD-ENTITIES
           MOVE 'R' TO WS-RL-RAN(WS-R-EMP-ACCT)
           IF WS-EN-STATUS = '00'
               MOVE 'R' TO WS-RL-RAN(WS-R-EMP-ENTITY)
           END-IF
           PERFORM UNTIL 1 = 0
               READ EMPLOYEE-FILE
                   AT END
                       CLOSE EMPLOYEE-FILE
                       EXIT PERFORM
               END-READ
               IF NOT EMP-TERMINATED
                   PERFORM CHECK-ONE-EMPLOYEE
               END-IF
           END-PERFORM.

       CHECK-ONE-EMPLOYEE.
           IF WS-EN-STATUS = '00'
               MOVE EMP-ENTITY TO WS-EMP-ENTITY
               IF WS-EMP-ENTITY = SPACES
                   MOVE "BNK" TO WS-EMP-ENTITY
               END-IF
               MOVE 'N' TO WS-LK-FOUND
               PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
                   IF WS-EN-CODE-T(WS-EN-IDX) = WS-EMP-ENTITY
                       MOVE 'Y' TO WS-LK-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-LK-FOUND = 'N'
                   MOVE WS-R-EMP-ENTITY TO WS-EX-RULE
                   MOVE EMP-ID TO WS-EX-KEY1
                   MOVE WS-EMP-ENTITY TO WS-EX-KEY2
                   MOVE "PAYROLL ENTITY NOT ON FILE" TO WS-EX-DETAIL
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-IF

           IF EMP-ACCT-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NODE-IDX
           PERFORM VARYING WS-INT-IDX FROM 1 BY 1
               UNTIL WS-INT-IDX > 5
               IF EMP-BANK-CODE = WS-NODE-NAME(WS-INT-IDX)
                   MOVE WS-INT-IDX TO WS-NODE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *>   An outside bank, or a node whose directory is not
      *>   reachable from here, cannot be checked.
           IF WS-NODE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NODE-LOADED(WS-NODE-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LK-FOUND
           MOVE SPACE TO WS-LK-STATUS
           PERFORM VARYING WS-NA-IDX FROM 1 BY 1
               UNTIL WS-NA-IDX > WS-NA-COUNT
               IF WS-NA-NODE(WS-NA-IDX) = WS-NODE-IDX
                   AND WS-NA-ID(WS-NA-IDX) = EMP-ACCT-ID
                   MOVE 'Y' TO WS-LK-FOUND
                   MOVE WS-NA-STAT(WS-NA-IDX) TO WS-LK-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LK-FOUND = 'N'
               OR WS-LK-STATUS = 'C' OR WS-LK-STATUS = 'O'
               MOVE WS-R-EMP-ACCT TO WS-EX-RULE
               MOVE EMP-ID TO WS-EX-KEY1
               MOVE EMP-ACCT-ID TO WS-EX-KEY2
               MOVE SPACES TO WS-EX-DETAIL
               PERFORM DESCRIBE-ACCOUNT-STATE
               MOVE SPACES TO WS-EX-LINE
               STRING FUNCTION TRIM(WS-EX-DETAIL) " ON "
                   FUNCTION TRIM(EMP-BANK-CODE)
                   DELIMITED BY SIZE INTO WS-EX-LINE
               END-STRING
               MOVE WS-EX-LINE TO WS-EX-DETAIL
               PERFORM RECORD-EXCEPTION
           END-IF.

      *> -------------------------------------------------------
      *> DESCRIBE-ACCOUNT-STATE: The detail text for an account
      *> reference that failed — from the last lookup's result.
      *> A caller that set a prefix (STORD: SOURCE/DESTINATION)
      *> keeps it in front.
      *> -------------------------------------------------------
       DESCRIBE-ACCOUNT-STATE.
           MOVE SPACES TO WS-EX-LINE
           IF WS-LK-FOUND = 'N'
               STRING FUNCTION TRIM(WS-EX-DETAIL) " "
                   "ACCOUNT NOT ON FILE"
                   DELIMITED BY SIZE INTO WS-EX-LINE
               END-STRING
           ELSE
               EVALUATE WS-LK-STATUS
                   WHEN 'C'
                       STRING FUNCTION TRIM(WS-EX-DETAIL) " "
                           "ACCOUNT CLOSED"
                           DELIMITED BY SIZE INTO WS-EX-LINE
                       END-STRING
                   WHEN 'O'
                       STRING FUNCTION TRIM(WS-EX-DETAIL) " "
                           "ACCOUNT CHARGED OFF"
                           DELIMITED BY SIZE INTO WS-EX-LINE
                       END-STRING
                   WHEN 'F'
                       STRING FUNCTION TRIM(WS-EX-DETAIL) " "
                           "ACCOUNT FROZEN"
                           DELIMITED BY SIZE INTO WS-EX-LINE
                       END-STRING
                   WHEN OTHER
                       STRING FUNCTION TRIM(WS-EX-DETAIL) " "
                           "ACCOUNT STATUS " WS-LK-STATUS
                           DELIMITED BY SIZE INTO WS-EX-LINE
                       END-STRING
               END-EVALUATE
           END-IF
           MOVE FUNCTION TRIM(WS-EX-LINE) TO WS-EX-DETAIL.

      *> -------------------------------------------------------
      *> RECORD-EXCEPTION: Count it under its rule, keep the line
      *> for INTEGOPEN.DAT, and show it. The line is the item's
      *> identity from night to night: RULE|KEY1|KEY2|DETAIL.
      *> -------------------------------------------------------
       RECORD-EXCEPTION.
           ADD 1 TO WS-RL-COUNT(WS-EX-RULE)
           ADD 1 TO WS-TOTAL-EXC
           MOVE SPACES TO WS-EX-LINE
           STRING FUNCTION TRIM(WS-RL-NAME(WS-EX-RULE)) "|"
               FUNCTION TRIM(WS-EX-KEY1) "|"
               FUNCTION TRIM(WS-EX-KEY2) "|"
               FUNCTION TRIM(WS-EX-DETAIL)
               DELIMITED BY SIZE INTO WS-EX-LINE
           END-STRING
           IF WS-CUR-COUNT < 600
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-EX-LINE TO WS-CUR-LINE(WS-CUR-COUNT)
           END-IF
           DISPLAY "INTEG-EXC|" FUNCTION TRIM(WS-EX-LINE).

      *> -------------------------------------------------------
      *> SAVE-OPEN-EXCEPTIONS: Tonight's list replaces last
      *> night's; each line not on last night's list is new and
      *> goes to the EXCPCON.cob feed.
      *> -------------------------------------------------------
       SAVE-OPEN-EXCEPTIONS.
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-COUNT
               MOVE 'N' TO WS-MATCHED
               PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
                   IF WS-CUR-LINE(WS-CUR-IDX)
                       = WS-PRV-LINE(WS-PRV-IDX)
                       MOVE 'Y' TO WS-MATCHED
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-MATCHED = 'N'
                   ADD 1 TO WS-CLEARED-COUNT
               END-IF
           END-PERFORM

           OPEN EXTEND EXC-FILE
           IF WS-IX-STATUS NOT = '00'
               OPEN OUTPUT EXC-FILE
               IF WS-IX-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-IX-STATUS
                   PERFORM ABORT-RUN
               END-IF
           END-IF
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE 'N' TO WS-MATCHED
               PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-COUNT
                   IF WS-PRV-LINE(WS-PRV-IDX)
                       = WS-CUR-LINE(WS-CUR-IDX)
                       MOVE 'Y' TO WS-MATCHED
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-MATCHED = 'N'
                   ADD 1 TO WS-NEW-COUNT
                   MOVE WS-CUR-LINE(WS-CUR-IDX) TO EXC-RECORD
                   WRITE EXC-RECORD
               END-IF
           END-PERFORM
           CLOSE EXC-FILE

           OPEN OUTPUT OPEN-FILE
           IF WS-IO-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-IO-STATUS
               PERFORM ABORT-RUN
           END-IF
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE WS-CUR-LINE(WS-CUR-IDX) TO OPEN-RECORD
               WRITE OPEN-RECORD
           END-PERFORM
           CLOSE OPEN-FILE.

      *> -------------------------------------------------------
      *> REPORT-RULES: Each rule's count against the prior run;
      *> a rise raises an ALERT-INTEGRITY item. A baseline run
      *> (no INTEGCNT.DAT yet) and a rule with no prior count
      *> report but do not alert.
      *> -------------------------------------------------------
       REPORT-RULES.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RULE-COUNT
               EVALUATE TRUE
                   WHEN WS-RL-RAN(WS-RL-IDX) = 'S'
                       MOVE "SKIPPED" TO WS-TREND
                   WHEN WS-RL-HAD-PRIOR(WS-RL-IDX) = 'N'
                       MOVE "NEW" TO WS-TREND
                   WHEN WS-RL-COUNT(WS-RL-IDX)
                       > WS-RL-PRIOR(WS-RL-IDX)
                       MOVE "UP" TO WS-TREND
                   WHEN WS-RL-COUNT(WS-RL-IDX)
                       < WS-RL-PRIOR(WS-RL-IDX)
                       MOVE "DOWN" TO WS-TREND
                   WHEN OTHER
                       MOVE "SAME" TO WS-TREND
               END-EVALUATE
               DISPLAY "INTEG-RULE|" WS-RL-NAME(WS-RL-IDX) "|"
                   WS-RL-COUNT(WS-RL-IDX) "|"
                   WS-RL-PRIOR(WS-RL-IDX) "|"
                   FUNCTION TRIM(WS-TREND)
               IF WS-TREND = "UP" AND WS-BASELINE-RUN = 'N'
                   PERFORM RAISE-RULE-ALERT
               END-IF
           END-PERFORM.

       RAISE-RULE-ALERT.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE
               IF WS-ALERT-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-ALERT-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CURRENT-DATE TO ALERT-DATE
           MOVE WS-CURRENT-TIME TO ALERT-TIME
           MOVE SPACE TO ALERT-NODE-CODE
           SET ALERT-INTEGRITY TO TRUE
           MOVE WS-RL-NAME(WS-RL-IDX) TO ALERT-ACCT-ID
           MOVE WS-RL-COUNT(WS-RL-IDX) TO WS-D-COUNT
           MOVE WS-RL-PRIOR(WS-RL-IDX) TO WS-D-PRIOR
           MOVE SPACES TO ALERT-DETAIL
           STRING "INTEGRITY EXCEPTIONS UP TO "
               FUNCTION TRIM(WS-D-COUNT) " FROM "
               FUNCTION TRIM(WS-D-PRIOR)
               DELIMITED BY SIZE INTO ALERT-DETAIL
           END-STRING
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           ADD 1 TO WS-ALERT-COUNT.

      *> -------------------------------------------------------
      *> SAVE-COUNTS: One row per rule. A skipped rule keeps the
      *> count from the last run that checked it.
      *> -------------------------------------------------------
       SAVE-COUNTS.
           OPEN OUTPUT COUNT-FILE
           IF WS-IC-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-IC-STATUS
               PERFORM ABORT-RUN
           END-IF
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RULE-COUNT
               MOVE SPACES TO INTEG-COUNT-RECORD
               MOVE WS-RL-NAME(WS-RL-IDX) TO INTC-RULE
               IF WS-RL-RAN(WS-RL-IDX) = 'S'
                   MOVE WS-RL-PRIOR(WS-RL-IDX) TO INTC-COUNT
               ELSE
                   MOVE WS-RL-COUNT(WS-RL-IDX) TO INTC-COUNT
               END-IF
               MOVE WS-CURRENT-DATE TO INTC-RUN-DATE
               MOVE WS-RL-RAN(WS-RL-IDX) TO INTC-STATUS
               WRITE INTEG-COUNT-RECORD
           END-PERFORM
           CLOSE COUNT-FILE.

       LOAD-PRIOR-COUNTS.
           OPEN INPUT COUNT-FILE
           IF WS-IC-STATUS NOT = '00'
               MOVE 'Y' TO WS-BASELINE-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BASELINE-RUN
           PERFORM UNTIL 1 = 0
               READ COUNT-FILE
                   AT END
                       CLOSE COUNT-FILE
                       EXIT PERFORM
               END-READ
               PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RULE-COUNT
                   IF WS-RL-NAME(WS-RL-IDX) = INTC-RULE
                       MOVE INTC-COUNT TO WS-RL-PRIOR(WS-RL-IDX)
                       MOVE 'Y' TO WS-RL-HAD-PRIOR(WS-RL-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-PRIOR-OPEN.
           MOVE 0 TO WS-PRV-COUNT
           OPEN INPUT OPEN-FILE
           IF WS-IO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ OPEN-FILE
                   AT END
                       CLOSE OPEN-FILE
                       EXIT PERFORM
               END-READ
               IF WS-PRV-COUNT < 600
                   ADD 1 TO WS-PRV-COUNT
                   MOVE OPEN-RECORD TO WS-PRV-LINE(WS-PRV-COUNT)
               END-IF
           END-PERFORM.

       LOAD-ACCOUNTS.
           MOVE 0 TO WS-AC-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               PERFORM ABORT-RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE
                   AT END
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
               IF WS-AC-COUNT < 500
                   ADD 1 TO WS-AC-COUNT
                   MOVE ACCT-ID TO WS-AC-ID(WS-AC-COUNT)
                   MOVE ACCT-STATUS TO WS-AC-STATUS(WS-AC-COUNT)
                   MOVE 'N' TO WS-AC-LINKED(WS-AC-COUNT)
               END-IF
           END-PERFORM.

       LOAD-CUSTOMERS.
           MOVE 0 TO WS-CU-COUNT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CU-STATUS NOT = '00'
      *>       No customer master on this node — the customer
      *>       rules are skipped (WS-CU-STATUS stays non-zero).
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CUSTOMER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CU-COUNT < 500
                   ADD 1 TO WS-CU-COUNT
                   MOVE CUST-ID TO WS-CU-ID(WS-CU-COUNT)
                   MOVE CUST-STATUS TO WS-CU-STAT(WS-CU-COUNT)
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-FILE
           MOVE '00' TO WS-CU-STATUS.

      *> -------------------------------------------------------
      *> LOAD-NODE-ACCOUNTS: Each bank node's account IDs and
      *> statuses from its sibling directory. A node whose file
      *> cannot be opened stays unloaded and its employees are
      *> not checked.
      *> -------------------------------------------------------
       LOAD-NODE-ACCOUNTS.
           MOVE 0 TO WS-NA-COUNT
           PERFORM VARYING WS-NODE-IDX FROM 1 BY 1
               UNTIL WS-NODE-IDX > 5
               MOVE 'N' TO WS-NODE-LOADED(WS-NODE-IDX)
               MOVE SPACES TO WS-NA-NAME
               STRING "../" FUNCTION TRIM(WS-NODE-NAME(WS-NODE-IDX))
                   "/ACCOUNTS.DAT"
                   DELIMITED BY SIZE INTO WS-NA-NAME
               END-STRING
               OPEN INPUT NODE-ACCT-FILE
               IF WS-NA-STATUS = '00'
                   MOVE 'Y' TO WS-NODE-LOADED(WS-NODE-IDX)
                   PERFORM UNTIL 1 = 0
                       READ NODE-ACCT-FILE
                           AT END
                               CLOSE NODE-ACCT-FILE
                               EXIT PERFORM
                       END-READ
                       IF WS-NA-COUNT < 1000
                           ADD 1 TO WS-NA-COUNT
                           MOVE WS-NODE-IDX TO WS-NA-NODE(WS-NA-COUNT)
                           MOVE NA-ACCT-ID TO WS-NA-ID(WS-NA-COUNT)
                           MOVE NA-ACCT-STATUS
                               TO WS-NA-STAT(WS-NA-COUNT)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       LOAD-ENTITIES.
           MOVE 0 TO WS-EN-COUNT
           OPEN INPUT ENTITY-FILE
           IF WS-EN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ENTITY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-EN-COUNT < 50
                   ADD 1 TO WS-EN-COUNT
                   MOVE EN-CODE TO WS-EN-CODE-T(WS-EN-COUNT)
               END-IF
           END-PERFORM
           CLOSE ENTITY-FILE
           MOVE '00' TO WS-EN-STATUS.

       FIND-LOCAL-ACCOUNT.
           MOVE 'N' TO WS-LK-FOUND
           MOVE SPACE TO WS-LK-STATUS
           MOVE 0 TO WS-LK-IDX
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-ID(WS-AC-IDX) = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-LK-FOUND
                   MOVE WS-AC-STATUS(WS-AC-IDX) TO WS-LK-STATUS
                   MOVE WS-AC-IDX TO WS-LK-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-CUSTOMER.
           MOVE 'N' TO WS-LK-FOUND
           MOVE SPACE TO WS-LK-STATUS
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
               IF WS-CU-ID(WS-CU-IDX) = WS-IN-CUST-ID
                   MOVE 'Y' TO WS-LK-FOUND
                   MOVE WS-CU-STAT(WS-CU-IDX) TO WS-LK-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ABORT-RUN.
           MOVE 'N' TO WS-RUN-STATUS
           PERFORM LOG-RUN-END
           DISPLAY "RESULT|99"
           STOP RUN.

      *> -------------------------------------------------------
      *> LOG-RUN-START / LOG-RUN-END: This run's running and
      *> completed records in the shared RUNHIST.DAT, so EODRUN.cob
      *> sees the chain step's own verdict.
      *> -------------------------------------------------------
       LOG-RUN-START.
           MOVE WS-CURRENT-TIME TO WS-RUNHIST-START-TIME
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = '00'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           IF WS-RUNHIST-STATUS = '00'
               MOVE SPACES TO RUN-HISTORY-RECORD
               MOVE WS-CURRENT-DATE TO RUNHIST-RUN-DATE
               MOVE WS-RUNHIST-START-TIME TO RUNHIST-START-TIME
               MOVE 0 TO RUNHIST-END-TIME
               MOVE "INTEGCHK" TO RUNHIST-JOB-ID
               MOVE SPACES TO RUNHIST-NODE-CODE
               MOVE 'R' TO RUNHIST-STATUS
               MOVE 0 TO RUNHIST-DURATION-SEC
               MOVE "REFERENTIAL INTEGRITY SCAN" TO RUNHIST-DETAIL
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "ERROR|RUNHIST-OPEN|" WS-RUNHIST-STATUS
           END-IF.

       LOG-RUN-END.
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-RUNHIST-START-SECS =
               FUNCTION INTEGER(WS-RUNHIST-START-TIME / 10000) * 3600
               + FUNCTION INTEGER(
                   FUNCTION MOD(WS-RUNHIST-START-TIME, 10000) / 100) * 60
               + FUNCTION MOD(WS-RUNHIST-START-TIME, 100)
           COMPUTE WS-RUNHIST-END-SECS =
               FUNCTION INTEGER(WS-CURRENT-TIME / 10000) * 3600
               + FUNCTION INTEGER(
                   FUNCTION MOD(WS-CURRENT-TIME, 10000) / 100) * 60
               + FUNCTION MOD(WS-CURRENT-TIME, 100)
           IF WS-RUNHIST-END-SECS < WS-RUNHIST-START-SECS
               ADD 86400 TO WS-RUNHIST-END-SECS
           END-IF

           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = '00'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           IF WS-RUNHIST-STATUS = '00'
               MOVE SPACES TO RUN-HISTORY-RECORD
               MOVE WS-CURRENT-DATE TO RUNHIST-RUN-DATE
               MOVE WS-RUNHIST-START-TIME TO RUNHIST-START-TIME
               MOVE WS-CURRENT-TIME TO RUNHIST-END-TIME
               MOVE "INTEGCHK" TO RUNHIST-JOB-ID
               MOVE SPACES TO RUNHIST-NODE-CODE
               MOVE WS-RUN-STATUS TO RUNHIST-STATUS
               COMPUTE RUNHIST-DURATION-SEC =
                   WS-RUNHIST-END-SECS - WS-RUNHIST-START-SECS
               MOVE "REFERENTIAL INTEGRITY SCAN" TO RUNHIST-DETAIL
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "ERROR|RUNHIST-OPEN|" WS-RUNHIST-STATUS
           END-IF.

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
