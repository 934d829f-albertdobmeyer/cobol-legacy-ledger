      *>================================================================*
      *>  Program:     INSIDMON.cob
      *>  System:      LEGACY LEDGER — Insider-Activity Monitor
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Nightly employee self-dealing report. Every keyed
      *>    posting, correction, fee reversal, and hold release a
      *>    signed-on operator performs is journaled to
      *>    OPERJRNL.DAT (TRANSACT.cob, ADJUST.cob, HOLDMGMT.cob,
      *>    ACCOUNTS.cob — see OPJREC.cpy), and every account
      *>    CREATE/UPDATE/CLOSE carries its maker and checker on
      *>    ACCTAUDIT.DAT (ACCOUNTS.cob, TELLER.cob). This pass
      *>    matches each OPERATORS.DAT identity to the accounts
      *>    that operator has a stake in, then lists every one of
      *>    the business date's actions an operator took on one of
      *>    them.
      *>
      *>    An operator's accounts (relation, strongest kept):
      *>      OWN     — CUSTOMER.DAT customer whose CUST-NAME is the
      *>                operator's OPER-NAME, primary owner on
      *>                CUSTXREF.DAT; or ACCT-NAME is the operator;
      *>      JOINT   — that customer as joint owner, or the
      *>                operator named in ACCT-OWNER2/ACCT-OWNER3;
      *>      SIGNER  — that customer as custodian (CUSTXREF 'C')
      *>                or holding an in-force SIGNERS.DAT
      *>                authority on the account;
      *>      RELATED — an account of another customer at the
      *>                operator's own CUST-ADDRESS (household).
      *>    Each exception raises an ALERT.DAT record of type 'N'
      *>    whose detail names the operator and their branch
      *>    ("INSIDER <oper> <relation> <action> BR <branch>");
      *>    ALERTCON.cob refuses to ASSIGN one to that operator or
      *>    to anyone at that operator's branch, so the review is
      *>    always worked from outside the office concerned.
      *>    Read-only against every master.
      *>
      *>  Operations (via command-line argument):
      *>    SCAN [yyyymmdd] — nightly pass over the business date
      *>                      (or the date given, for a rerun)
      *>    MAP             — list every operator-to-account link
      *>                      the scan would use, for internal
      *>                      audit's review of the identity match
      *>
      *>  Files:
      *>    Input:  OPERATORS.DAT, CUSTOMER.DAT, CUSTXREF.DAT,
      *>            SIGNERS.DAT, ACCOUNTS.DAT, OPERJRNL.DAT,
      *>            ACCTAUDIT.DAT, BUSDATE.DAT
      *>    Output: ALERT.DAT (appended, SCAN only)
      *>
      *>  Copybooks:
      *>    OPERREC.cpy, CUSTREC.cpy, CUSTXREF.cpy, SIGNREC.cpy,
      *>    ACCTREC.cpy, OPJREC.cpy, AUDITREC.cpy, ALERTREC.cpy,
      *>    BUSDATE.cpy, ACCTIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    INSIDER|DATE|OPER|BRANCH|ACCT|RELATION|ACTION|PROGRAM|
      *>        TRANS-ID|AMOUNT
      *>        (ACTION: POSTING, ADJUST, FEE-REV, HOLD-REL, or
      *>         MAINT for an ACCTAUDIT.DAT maker/checker record)
      *>    INSIDER-SUMMARY|OPERATORS|LINKS|ACTIONS|EXCEPTIONS|ALERTS
      *>    INSIDER-LINK|OPER|BRANCH|ACCT|RELATION (MAP)
      *>    INSIDER-MAP-SUMMARY|LINKS
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Scan complete (missing journal, audit,
      *>                customer, cross-reference or signer files
      *>                are empty)
      *>    RESULT|99 — Invalid operation, OPERATORS.DAT or
      *>                ACCOUNTS.DAT missing, or link table full
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSIDMON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-STATUS.
           SELECT XREF-FILE
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.
           SELECT SIGNERS-FILE
               ASSIGN TO "SIGNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGN-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERJRNL-FILE
               ASSIGN TO "OPERJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPJ-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "ACCTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT ALERT-FILE
               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".
       FD  CUSTOMER-FILE.
       COPY "CUSTREC.cpy".
       FD  XREF-FILE.
       COPY "CUSTXREF.cpy".
       FD  SIGNERS-FILE.
       COPY "SIGNREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  OPERJRNL-FILE.
       COPY "OPJREC.cpy".
       FD  AUDIT-LOG-FILE.
       COPY "AUDITREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  ALERT-FILE.
       COPY "ALERTREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-CU-STATUS           PIC XX VALUE SPACES.
       01  WS-XR-STATUS           PIC XX VALUE SPACES.
       01  WS-SGN-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-OPJ-STATUS          PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-AL-STATUS           PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(80) VALUE SPACES.
       01  WS-OPERATION           PIC X(8) VALUE SPACES.
       01  WS-IN-DATE-STR         PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-SCAN-DATE           PIC 9(8) VALUE 0.
      *>   The operator directory, with the home branch the alert
      *>   routing needs (OPERIO.cpy's sign-on table has none).
       01  WS-IO-OPER-TABLE.
           05  WS-IO-ENTRY OCCURS 50 TIMES.
               10  WS-IO-ID       PIC X(8).
               10  WS-IO-NAME     PIC X(30).
               10  WS-IO-BRANCH   PIC X(3).
       01  WS-IO-COUNT            PIC 9(2) VALUE 0.
       01  WS-IO-IDX              PIC 9(2) VALUE 0.
       01  WS-IO-FOUND-IDX        PIC 9(2) VALUE 0.
      *>   Customer master (identity fields only).
       01  WS-CUST-TABLE.
           05  WS-CU-ENTRY OCCURS 200 TIMES.
               10  WS-CU-ID       PIC X(10).
               10  WS-CU-NAME     PIC X(30).
               10  WS-CU-ADDR     PIC X(40).
       01  WS-CUST-COUNT          PIC 9(3) VALUE 0.
       01  WS-CU-IDX              PIC 9(3) VALUE 0.
      *>   The customers that stand for an operator: the operator
      *>   themself ('S'), or a household member at the same
      *>   address ('H').
       01  WS-IC-TABLE.
           05  WS-IC-ENTRY OCCURS 300 TIMES.
               10  WS-IC-OPER     PIC 9(2).
               10  WS-IC-CUST     PIC X(10).
               10  WS-IC-KIND     PIC X(1).
       01  WS-IC-COUNT            PIC 9(3) VALUE 0.
       01  WS-IC-IDX              PIC 9(3) VALUE 0.
       01  WS-IC-SELF-COUNT       PIC 9(3) VALUE 0.
       01  WS-IC-SELF-IDX         PIC 9(3) VALUE 0.
       01  WS-HH-CUST             PIC X(10) VALUE SPACES.
       01  WS-HH-ADDR             PIC X(40) VALUE SPACES.
      *>   Operator-to-account links, strongest relation kept:
      *>   O own, J joint, S signer/custodian, H household.
       01  WS-IR-TABLE.
           05  WS-IR-ENTRY OCCURS 1000 TIMES.
               10  WS-IR-OPER     PIC 9(2).
               10  WS-IR-ACCT     PIC X(10).
               10  WS-IR-REL      PIC X(1).
       01  WS-IR-COUNT            PIC 9(4) VALUE 0.
       01  WS-IR-IDX              PIC 9(4) VALUE 0.
       01  WS-IR-FOUND-IDX        PIC 9(4) VALUE 0.
       01  WS-NEW-OPER            PIC 9(2) VALUE 0.
       01  WS-NEW-ACCT            PIC X(10) VALUE SPACES.
       01  WS-NEW-REL             PIC X(1) VALUE SPACES.
       01  WS-RANK-REL            PIC X(1) VALUE SPACES.
       01  WS-RANK-VALUE          PIC 9(1) VALUE 0.
       01  WS-RANK-NEW            PIC 9(1) VALUE 0.
      *>   One action under test, from either source file.
       01  WS-ACT-OPER            PIC X(8) VALUE SPACES.
       01  WS-ACT-ACCT            PIC X(10) VALUE SPACES.
       01  WS-ACT-CODE            PIC X(1) VALUE SPACES.
       01  WS-ACT-PROGRAM         PIC X(8) VALUE SPACES.
       01  WS-ACT-TRANS-ID        PIC X(12) VALUE SPACES.
       01  WS-ACT-AMOUNT          PIC S9(10)V99 VALUE 0.
       01  WS-AMOUNT-OUT          PIC -(9)9.99.
       01  WS-REL-WORD            PIC X(7) VALUE SPACES.
       01  WS-ACT-WORD            PIC X(8) VALUE SPACES.
       01  WS-BRANCH-WORD         PIC X(4) VALUE SPACES.
       01  WS-ALERT-DETAIL        PIC X(40) VALUE SPACES.
       01  WS-ACTION-COUNT        PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT     PIC 9(5) VALUE 0.
       01  WS-ALERT-COUNT         PIC 9(5) VALUE 0.
       COPY "ACCTIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-DATE-STR
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           MOVE WS-CURRENT-DATE TO WS-SCAN-DATE
           IF WS-IN-DATE-STR(1:8) IS NUMERIC
               MOVE WS-IN-DATE-STR(1:8) TO WS-SCAN-DATE
           END-IF

           EVALUATE WS-OPERATION
               WHEN "SCAN"
                   PERFORM BUILD-OPERATOR-LINKS
                   PERFORM SCAN-OPERATOR-JOURNAL
                   PERFORM SCAN-ACCOUNT-AUDIT
                   DISPLAY "INSIDER-SUMMARY|" WS-IO-COUNT "|"
                       WS-IR-COUNT "|" WS-ACTION-COUNT "|"
                       WS-EXCEPTION-COUNT "|" WS-ALERT-COUNT
                   DISPLAY "RESULT|00"
               WHEN "MAP"
                   PERFORM BUILD-OPERATOR-LINKS
                   PERFORM LIST-OPERATOR-LINKS
               WHEN OTHER
                   DISPLAY "RESULT|99"
           END-EVALUATE
           STOP RUN.

      *> -------------------------------------------------------
      *> BUILD-OPERATOR-LINKS: Who each operator is on the
      *> customer file, and every account that gives them a stake.
      *> -------------------------------------------------------
       BUILD-OPERATOR-LINKS.
           PERFORM LOAD-OPERATOR-DIRECTORY
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-CUSTOMERS
           MOVE 0 TO WS-IC-COUNT
           MOVE 0 TO WS-IR-COUNT
           PERFORM VARYING WS-IO-IDX FROM 1 BY 1
               UNTIL WS-IO-IDX > WS-IO-COUNT
               PERFORM MATCH-OPERATOR-CUSTOMERS
               PERFORM MATCH-OPERATOR-ACCOUNT-NAMES
           END-PERFORM
      *>   Households come after every self match is known, so a
      *>   self entry is never re-added as its own household.
           MOVE WS-IC-COUNT TO WS-IC-SELF-COUNT
           PERFORM VARYING WS-IC-SELF-IDX FROM 1 BY 1
               UNTIL WS-IC-SELF-IDX > WS-IC-SELF-COUNT
               PERFORM ADD-HOUSEHOLD-MEMBERS
           END-PERFORM
           PERFORM LINK-CUSTOMER-ACCOUNTS
           PERFORM LINK-SIGNER-AUTHORITIES.

       MATCH-OPERATOR-CUSTOMERS.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CUST-COUNT
               IF WS-CU-NAME(WS-CU-IDX) = WS-IO-NAME(WS-IO-IDX)
                   AND WS-CU-NAME(WS-CU-IDX) NOT = SPACES
                   AND WS-IC-COUNT < 300
                   ADD 1 TO WS-IC-COUNT
                   MOVE WS-IO-IDX TO WS-IC-OPER(WS-IC-COUNT)
                   MOVE WS-CU-ID(WS-CU-IDX) TO WS-IC-CUST(WS-IC-COUNT)
                   MOVE 'S' TO WS-IC-KIND(WS-IC-COUNT)
               END-IF
           END-PERFORM.

      *>   An account titled in the operator's name with no
      *>   customer record behind it still counts.
       MATCH-OPERATOR-ACCOUNT-NAMES.
           MOVE WS-IO-IDX TO WS-NEW-OPER
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               MOVE WS-A-ID(WS-ACCT-IDX) TO WS-NEW-ACCT
               IF WS-A-NAME(WS-ACCT-IDX) = WS-IO-NAME(WS-IO-IDX)
                   MOVE 'O' TO WS-NEW-REL
                   PERFORM ADD-LINK
               END-IF
               IF WS-A-OWNER2(WS-ACCT-IDX) = WS-IO-NAME(WS-IO-IDX)
                   OR WS-A-OWNER3(WS-ACCT-IDX) = WS-IO-NAME(WS-IO-IDX)
                   MOVE 'J' TO WS-NEW-REL
                   PERFORM ADD-LINK
               END-IF
           END-PERFORM.

       ADD-HOUSEHOLD-MEMBERS.
           MOVE WS-IC-CUST(WS-IC-SELF-IDX) TO WS-HH-CUST
           MOVE SPACES TO WS-HH-ADDR
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CUST-COUNT
               IF WS-CU-ID(WS-CU-IDX) = WS-HH-CUST
                   MOVE WS-CU-ADDR(WS-CU-IDX) TO WS-HH-ADDR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HH-ADDR = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CUST-COUNT
               IF WS-CU-ADDR(WS-CU-IDX) = WS-HH-ADDR
                   AND WS-CU-ID(WS-CU-IDX) NOT = WS-HH-CUST
                   AND WS-IC-COUNT < 300
                   ADD 1 TO WS-IC-COUNT
                   MOVE WS-IC-OPER(WS-IC-SELF-IDX)
                       TO WS-IC-OPER(WS-IC-COUNT)
                   MOVE WS-CU-ID(WS-CU-IDX) TO WS-IC-CUST(WS-IC-COUNT)
                   MOVE 'H' TO WS-IC-KIND(WS-IC-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LINK-CUSTOMER-ACCOUNTS: Every CUSTXREF.DAT account of a
      *> customer standing for an operator.
      *> -------------------------------------------------------
       LINK-CUSTOMER-ACCOUNTS.
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
               PERFORM VARYING WS-IC-IDX FROM 1 BY 1
                   UNTIL WS-IC-IDX > WS-IC-COUNT
                   IF WS-IC-CUST(WS-IC-IDX) = XREF-CUST-ID
                       MOVE WS-IC-OPER(WS-IC-IDX) TO WS-NEW-OPER
                       MOVE XREF-ACCT-ID TO WS-NEW-ACCT
                       EVALUATE TRUE
                           WHEN WS-IC-KIND(WS-IC-IDX) = 'H'
                               MOVE 'H' TO WS-NEW-REL
                           WHEN XREF-PRIMARY
                               MOVE 'O' TO WS-NEW-REL
                           WHEN XREF-JOINT
                               MOVE 'J' TO WS-NEW-REL
                           WHEN OTHER
                               MOVE 'S' TO WS-NEW-REL
                       END-EVALUATE
                       PERFORM ADD-LINK
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> -------------------------------------------------------
      *> LINK-SIGNER-AUTHORITIES: SIGNERS.DAT authorities in force
      *> on the scan date, same IN FORCE rule as TELLER.cob.
      *> -------------------------------------------------------
       LINK-SIGNER-AUTHORITIES.
           OPEN INPUT SIGNERS-FILE
           IF WS-SGN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SIGNERS-FILE
                   AT END
                       CLOSE SIGNERS-FILE
                       EXIT PERFORM
               END-READ
               IF SGN-EFF-DATE <= WS-SCAN-DATE
                   AND (SGN-REVOKE-DATE = 0
                        OR SGN-REVOKE-DATE > WS-SCAN-DATE)
                   PERFORM VARYING WS-IC-IDX FROM 1 BY 1
                       UNTIL WS-IC-IDX > WS-IC-COUNT
                       IF WS-IC-CUST(WS-IC-IDX) = SGN-CUST-ID
                           MOVE WS-IC-OPER(WS-IC-IDX) TO WS-NEW-OPER
                           MOVE SGN-ACCT-ID TO WS-NEW-ACCT
                           IF WS-IC-KIND(WS-IC-IDX) = 'H'
                               MOVE 'H' TO WS-NEW-REL
                           ELSE
                               MOVE 'S' TO WS-NEW-REL
                           END-IF
                           PERFORM ADD-LINK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> ADD-LINK: Record WS-NEW-OPER/WS-NEW-ACCT/WS-NEW-REL,
      *> keeping the stronger relation if the pair is known.
      *> -------------------------------------------------------
       ADD-LINK.
           PERFORM FIND-LINK
           MOVE WS-NEW-REL TO WS-RANK-REL
           PERFORM RANK-OF-RELATION
           MOVE WS-RANK-VALUE TO WS-RANK-NEW
           IF WS-IR-FOUND-IDX > 0
               MOVE WS-IR-REL(WS-IR-FOUND-IDX) TO WS-RANK-REL
               PERFORM RANK-OF-RELATION
               IF WS-RANK-NEW > WS-RANK-VALUE
                   MOVE WS-NEW-REL TO WS-IR-REL(WS-IR-FOUND-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-IR-COUNT >= 1000
               DISPLAY "ERROR|TABLE-FULL|INSIDER-LINKS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           ADD 1 TO WS-IR-COUNT
           MOVE WS-NEW-OPER TO WS-IR-OPER(WS-IR-COUNT)
           MOVE WS-NEW-ACCT TO WS-IR-ACCT(WS-IR-COUNT)
           MOVE WS-NEW-REL TO WS-IR-REL(WS-IR-COUNT).

       FIND-LINK.
           MOVE 0 TO WS-IR-FOUND-IDX
           PERFORM VARYING WS-IR-IDX FROM 1 BY 1
               UNTIL WS-IR-IDX > WS-IR-COUNT
               IF WS-IR-OPER(WS-IR-IDX) = WS-NEW-OPER
                   AND WS-IR-ACCT(WS-IR-IDX) = WS-NEW-ACCT
                   MOVE WS-IR-IDX TO WS-IR-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RANK-OF-RELATION.
           EVALUATE WS-RANK-REL
               WHEN 'O' MOVE 4 TO WS-RANK-VALUE
               WHEN 'J' MOVE 3 TO WS-RANK-VALUE
               WHEN 'S' MOVE 2 TO WS-RANK-VALUE
               WHEN 'H' MOVE 1 TO WS-RANK-VALUE
               WHEN OTHER MOVE 0 TO WS-RANK-VALUE
           END-EVALUATE.

      *> -------------------------------------------------------
      *> SCAN-OPERATOR-JOURNAL: The scan date's journaled
      *> postings, corrections, fee reversals and hold releases.
      *> -------------------------------------------------------
       SCAN-OPERATOR-JOURNAL.
           OPEN INPUT OPERJRNL-FILE
           IF WS-OPJ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ OPERJRNL-FILE
                   AT END
                       CLOSE OPERJRNL-FILE
                       EXIT PERFORM
               END-READ
               IF OPJ-DATE = WS-SCAN-DATE
                   MOVE OPJ-OPER-ID TO WS-ACT-OPER
                   MOVE OPJ-ACCT-ID TO WS-ACT-ACCT
                   MOVE OPJ-ACTION TO WS-ACT-CODE
                   MOVE OPJ-PROGRAM TO WS-ACT-PROGRAM
                   MOVE OPJ-TRANS-ID TO WS-ACT-TRANS-ID
                   MOVE OPJ-AMOUNT TO WS-ACT-AMOUNT
                   PERFORM TEST-ONE-ACTION
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SCAN-ACCOUNT-AUDIT: The scan date's account maintenance,
      *> tested under both the maker and (for dual-control
      *> operations) the checker — approving a change to your own
      *> account is as much self-dealing as keying it.
      *> -------------------------------------------------------
       SCAN-ACCOUNT-AUDIT.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ AUDIT-LOG-FILE
                   AT END
                       CLOSE AUDIT-LOG-FILE
                       EXIT PERFORM
               END-READ
               IF AUDIT-DATE = WS-SCAN-DATE
                   MOVE AUDIT-ACCT-ID TO WS-ACT-ACCT
                   MOVE 'M' TO WS-ACT-CODE
                   MOVE SPACES TO WS-ACT-PROGRAM
                   MOVE AUDIT-OPERATION TO WS-ACT-PROGRAM
                   MOVE SPACES TO WS-ACT-TRANS-ID
                   MOVE 0 TO WS-ACT-AMOUNT
                   IF AUDIT-MAKER-ID NOT = SPACES
                       MOVE AUDIT-MAKER-ID TO WS-ACT-OPER
                       PERFORM TEST-ONE-ACTION
                   END-IF
                   IF AUDIT-CHECKER-ID NOT = SPACES
                       AND AUDIT-CHECKER-ID NOT = AUDIT-MAKER-ID
                       MOVE AUDIT-CHECKER-ID TO WS-ACT-OPER
                       PERFORM TEST-ONE-ACTION
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> TEST-ONE-ACTION: Is WS-ACT-ACCT one of WS-ACT-OPER's
      *> linked accounts? If so, report it and raise the alert.
      *> -------------------------------------------------------
       TEST-ONE-ACTION.
           ADD 1 TO WS-ACTION-COUNT
           MOVE 0 TO WS-IO-FOUND-IDX
           PERFORM VARYING WS-IO-IDX FROM 1 BY 1
               UNTIL WS-IO-IDX > WS-IO-COUNT
               IF WS-IO-ID(WS-IO-IDX) = WS-ACT-OPER
                   MOVE WS-IO-IDX TO WS-IO-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IO-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IO-FOUND-IDX TO WS-NEW-OPER
           MOVE WS-ACT-ACCT TO WS-NEW-ACCT
           PERFORM FIND-LINK
           IF WS-IR-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-IR-REL(WS-IR-FOUND-IDX) TO WS-RANK-REL
           PERFORM NAME-RELATION
           EVALUATE WS-ACT-CODE
               WHEN 'P' MOVE "POSTING" TO WS-ACT-WORD
               WHEN 'A' MOVE "ADJUST" TO WS-ACT-WORD
               WHEN 'F' MOVE "FEE-REV" TO WS-ACT-WORD
               WHEN 'H' MOVE "HOLD-REL" TO WS-ACT-WORD
               WHEN OTHER MOVE "MAINT" TO WS-ACT-WORD
           END-EVALUATE
           IF WS-IO-BRANCH(WS-IO-FOUND-IDX) = SPACES
               MOVE "MAIN" TO WS-BRANCH-WORD
           ELSE
               MOVE WS-IO-BRANCH(WS-IO-FOUND-IDX) TO WS-BRANCH-WORD
           END-IF
           MOVE WS-ACT-AMOUNT TO WS-AMOUNT-OUT
           DISPLAY "INSIDER|" WS-SCAN-DATE "|" WS-ACT-OPER "|"
               FUNCTION TRIM(WS-BRANCH-WORD) "|" WS-ACT-ACCT "|"
               FUNCTION TRIM(WS-REL-WORD) "|"
               FUNCTION TRIM(WS-ACT-WORD) "|"
               FUNCTION TRIM(WS-ACT-PROGRAM) "|" WS-ACT-TRANS-ID "|"
               FUNCTION TRIM(WS-AMOUNT-OUT)
           PERFORM WRITE-INSIDER-ALERT.

       NAME-RELATION.
           EVALUATE WS-RANK-REL
               WHEN 'O' MOVE "OWN" TO WS-REL-WORD
               WHEN 'J' MOVE "JOINT" TO WS-REL-WORD
               WHEN 'S' MOVE "SIGNER" TO WS-REL-WORD
               WHEN OTHER MOVE "RELATED" TO WS-REL-WORD
           END-EVALUATE.

      *> -------------------------------------------------------
      *> WRITE-INSIDER-ALERT: Append one ALERT.DAT record of type
      *> 'N'. The operator ID sits at a fixed place in the detail
      *> (positions 9-16) — ALERTCON.cob reads it there to keep
      *> the alert away from the operator and their branch.
      *> -------------------------------------------------------
       WRITE-INSIDER-ALERT.
           MOVE SPACES TO WS-ALERT-DETAIL
           STRING "INSIDER " WS-ACT-OPER " "
               FUNCTION TRIM(WS-REL-WORD) " "
               FUNCTION TRIM(WS-ACT-WORD) " BR "
               FUNCTION TRIM(WS-BRANCH-WORD)
               DELIMITED BY SIZE INTO WS-ALERT-DETAIL
           END-STRING
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
           MOVE 'N' TO ALERT-TYPE
           MOVE WS-ACT-ACCT TO ALERT-ACCT-ID
           MOVE WS-ALERT-DETAIL TO ALERT-DETAIL
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           ADD 1 TO WS-ALERT-COUNT.

       LIST-OPERATOR-LINKS.
           PERFORM VARYING WS-IR-IDX FROM 1 BY 1
               UNTIL WS-IR-IDX > WS-IR-COUNT
               MOVE WS-IR-OPER(WS-IR-IDX) TO WS-IO-IDX
               MOVE WS-IR-REL(WS-IR-IDX) TO WS-RANK-REL
               PERFORM NAME-RELATION
               IF WS-IO-BRANCH(WS-IO-IDX) = SPACES
                   MOVE "MAIN" TO WS-BRANCH-WORD
               ELSE
                   MOVE WS-IO-BRANCH(WS-IO-IDX) TO WS-BRANCH-WORD
               END-IF
               DISPLAY "INSIDER-LINK|" WS-IO-ID(WS-IO-IDX) "|"
                   FUNCTION TRIM(WS-BRANCH-WORD) "|"
                   WS-IR-ACCT(WS-IR-IDX) "|"
                   FUNCTION TRIM(WS-REL-WORD)
           END-PERFORM
           DISPLAY "INSIDER-MAP-SUMMARY|" WS-IR-COUNT
           DISPLAY "RESULT|00".

       LOAD-OPERATOR-DIRECTORY.
           MOVE 0 TO WS-IO-COUNT
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-OPER-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ OPERATOR-FILE
                   AT END
                       CLOSE OPERATOR-FILE
                       EXIT PERFORM
               END-READ
               IF WS-IO-COUNT < 50
                   ADD 1 TO WS-IO-COUNT
                   MOVE OPER-ID TO WS-IO-ID(WS-IO-COUNT)
                   MOVE OPER-NAME TO WS-IO-NAME(WS-IO-COUNT)
                   MOVE OPER-BRANCH TO WS-IO-BRANCH(WS-IO-COUNT)
               END-IF
           END-PERFORM.

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
                   MOVE CUST-NAME TO WS-CU-NAME(WS-CUST-COUNT)
                   MOVE CUST-ADDRESS TO WS-CU-ADDR(WS-CUST-COUNT)
               END-IF
           END-PERFORM.

       LOAD-ALL-ACCOUNTS.
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
               MOVE ACCT-OWNER2 TO WS-A-OWNER2(WS-ACCOUNT-COUNT)
               MOVE ACCT-OWNER3 TO WS-A-OWNER3(WS-ACCOUNT-COUNT)
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
