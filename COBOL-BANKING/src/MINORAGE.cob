      *>================================================================*
      *>  Program:     MINORAGE.cob
      *>  System:      LEGACY LEDGER — Custodial Account Age of Majority
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    A custodial account belongs to the minor; the custodian
      *>    only acts for them until the age the governing state's
      *>    transfers-to-minors act sets. Each custodial account is
      *>    registered in CUSTODY.DAT (see CUSTODY.cpy) with its
      *>    minor, custodian, and governing state; AGEMAJ.DAT (see
      *>    AGEMAJ.cpy) holds each state's termination age and
      *>    notice lead time. The nightly pass works out every
      *>    account's termination date from the minor's CUST-DOB:
      *>    inside the notice window it queues an age-of-majority
      *>    notice (CORRQ.DAT type 'AM') to the custodian and one to
      *>    the minor; on the date it hands the account over — the
      *>    minor becomes the primary owner in CUSTXREF.DAT, every
      *>    custodian link on the account ends, guardian authority
      *>    in SIGNERS.DAT is revoked, and the account's CIP
      *>    checklist in CIPDOCS.DAT is reopened so the new owner is
      *>    identified before the account runs unrestricted. Every
      *>    record changed is imaged before and after in
      *>    CSDAUDIT.DAT (see CSDAUD.cpy).
      *>
      *>  Operations (via command-line argument):
      *>    AGE state term_age [notice_days]
      *>                      — set a state's row (supervisor);
      *>                        state '**' is the default row,
      *>                        notice days 60 when omitted
      *>    REGISTER acct_id minor_id custodian_id state
      *>                      — register a custodial account
      *>                        (supervisor); the custodian must
      *>                        already be linked 'C' to the
      *>                        account through CUSTOMER.cob
      *>    LIST              — age table and every registration
      *>    NIGHTLY           — notices and transfers due today
      *>
      *>  Files:
      *>    Input/Output: CUSTODY.DAT, AGEMAJ.DAT, CUSTXREF.DAT,
      *>                  SIGNERS.DAT, CIPDOCS.DAT
      *>    Input:        CUSTOMER.DAT, ACCOUNTS.DAT, OPERATORS.DAT,
      *>                  BUSDATE.DAT
      *>    Output:       CORRQ.DAT (appended — age-of-majority
      *>                  notices), CSDAUDIT.DAT (append-only)
      *>
      *>  Copybooks:
      *>    CUSTODY.cpy, AGEMAJ.cpy, CSDAUD.cpy, CUSTREC.cpy,
      *>    CUSTXREF.cpy, SIGNREC.cpy, CIPREC.cpy, ACCTREC.cpy,
      *>    CORRREC.cpy, CORRWORK.cpy, BUSDATE.cpy, OPERREC.cpy,
      *>    OPERIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    AGE-RULE|state|term-age|notice-days
      *>    CUSTODY|acct|minor|custodian|state|term-date|status|
      *>            notice-date|xfer-date
      *>    CUSTODY-NOTICE|acct|custodian|minor|term-date
      *>    CUSTODY-XFER|acct|minor|custodian|links-ended|
      *>                 signers-ended
      *>    CUSTODY-EXCEPT|acct|reason
      *>    CUSTODY-SUMMARY|CHECKED|n|NOTICED|n|TRANSFERRED|n|
      *>                    EXCEPTIONS|n
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Account or customer not found
      *>    RESULT|07 — Operator below supervisor rank
      *>    RESULT|99 — Invalid arguments or file I/O error
      *>
      *>  Dependencies:
      *>    NIGHTLY runs in the nightly chain after the business
      *>    date is set; the 'AM' notices it queues are rendered by
      *>    CORRGEN.cob like any other. A CIP checklist reopened
      *>    here is completed through CIPMAINT.cob's ITEM operation.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINORAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTODY-FILE
               ASSIGN TO "CUSTODY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-STATUS.
           SELECT AGEMAJ-FILE
               ASSIGN TO "AGEMAJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AM-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "CSDAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
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
               FILE STATUS IS WS-SG-STATUS.
           SELECT CIP-FILE
               ASSIGN TO "CIPDOCS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIP-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CORRQ-FILE
               ASSIGN TO "CORRQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTODY-FILE.
       COPY "CUSTODY.cpy".
       FD  AGEMAJ-FILE.
       COPY "AGEMAJ.cpy".
       FD  AUDIT-LOG-FILE.
       COPY "CSDAUD.cpy".
       FD  CUSTOMER-FILE.
       COPY "CUSTREC.cpy".
       FD  XREF-FILE.
       COPY "CUSTXREF.cpy".
       FD  SIGNERS-FILE.
       COPY "SIGNREC.cpy".
       FD  CIP-FILE.
       COPY "CIPREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  CORRQ-FILE.
       COPY "CORRREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CD-STATUS           PIC XX VALUE SPACES.
       01  WS-AM-STATUS           PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC XX VALUE SPACES.
       01  WS-CU-STATUS           PIC XX VALUE SPACES.
       01  WS-XR-STATUS           PIC XX VALUE SPACES.
       01  WS-SG-STATUS           PIC XX VALUE SPACES.
       01  WS-CIP-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
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
       01  WS-ARG-5               PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-TODAY-INT           PIC 9(7) VALUE 0.
      *>   Who the audit images name — the signed-on operator for
      *>   maintenance, the program for the nightly pass.
       01  WS-AUDIT-OPER          PIC X(8) VALUE SPACES.
      *>   Age table staged for load-modify-save.
       01  WS-AM-TABLE.
           05  WS-AM-LINE OCCURS 60 TIMES PIC X(30).
       01  WS-AM-COUNT            PIC 9(2) VALUE 0.
       01  WS-AM-IDX              PIC 9(2) VALUE 0.
       01  WS-AM-FOUND-IDX        PIC 9(2) VALUE 0.
       01  WS-IN-STATE            PIC X(2) VALUE SPACES.
       01  WS-IN-AGE              PIC 9(2) VALUE 0.
       01  WS-IN-NOTICE-DAYS      PIC 9(3) VALUE 0.
      *>   The rule found for a state — its own row, else '**'.
       01  WS-RULE-FOUND          PIC X(1) VALUE 'N'.
       01  WS-RULE-AGE            PIC 9(2) VALUE 0.
       01  WS-RULE-NOTICE-DAYS    PIC 9(3) VALUE 0.
      *>   Registrations staged for load-modify-save.
       01  WS-CD-TABLE.
           05  WS-CD-LINE OCCURS 200 TIMES PIC X(80).
       01  WS-CD-COUNT            PIC 9(3) VALUE 0.
       01  WS-CD-IDX              PIC 9(3) VALUE 0.
       01  WS-CD-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-CD-DIRTY            PIC X(1) VALUE 'N'.
      *>   Cross-reference, signer, and CIP files staged for the
      *>   transfers — rewritten once at the end of the pass.
       01  WS-XR-TABLE.
           05  WS-XR-LINE OCCURS 1000 TIMES PIC X(21).
       01  WS-XR-COUNT            PIC 9(4) VALUE 0.
       01  WS-XR-IDX              PIC 9(4) VALUE 0.
       01  WS-XR-KEEP             PIC 9(4) VALUE 0.
       01  WS-XR-DIRTY            PIC X(1) VALUE 'N'.
       01  WS-SG-TABLE.
           05  WS-SG-LINE OCCURS 200 TIMES PIC X(39).
       01  WS-SG-COUNT            PIC 9(3) VALUE 0.
       01  WS-SG-IDX              PIC 9(3) VALUE 0.
       01  WS-SG-DIRTY            PIC X(1) VALUE 'N'.
       01  WS-CP-TABLE.
           05  WS-CP-LINE OCCURS 500 TIMES PIC X(30).
       01  WS-CP-COUNT            PIC 9(3) VALUE 0.
       01  WS-CP-IDX              PIC 9(3) VALUE 0.
       01  WS-CP-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-CP-DIRTY            PIC X(1) VALUE 'N'.
      *>   Customer and account lookups.
       01  WS-LOOK-CUST-ID        PIC X(10) VALUE SPACES.
       01  WS-LOOK-CUST-FOUND     PIC X(1) VALUE 'N'.
       01  WS-LOOK-DOB            PIC 9(8) VALUE 0.
       01  WS-LOOK-DECEASED       PIC X(1) VALUE 'N'.
       01  WS-LOOK-ACCT-ID        PIC X(10) VALUE SPACES.
       01  WS-LOOK-ACCT-FOUND     PIC X(1) VALUE 'N'.
       01  WS-LOOK-ACCT-STATUS    PIC X(1) VALUE SPACES.
       01  WS-CUSTODIAN-LINKED    PIC X(1) VALUE 'N'.
       01  WS-MINOR-LINKED        PIC X(1) VALUE 'N'.
      *>   Termination date arithmetic.
       01  WS-TERM-DATE           PIC 9(8) VALUE 0.
       01  WS-TERM-YEAR           PIC 9(4) VALUE 0.
       01  WS-TERM-INT            PIC 9(7) VALUE 0.
       01  WS-NOTICE-INT          PIC S9(7) VALUE 0.
       01  WS-OLD-TERM-DATE       PIC 9(8) VALUE 0.
      *>   Per-transfer and run counts.
       01  WS-LINKS-ENDED         PIC 9(3) VALUE 0.
       01  WS-SIGNERS-ENDED       PIC 9(3) VALUE 0.
       01  WS-CHECKED-COUNT       PIC 9(5) VALUE 0.
       01  WS-NOTICED-COUNT       PIC 9(5) VALUE 0.
       01  WS-XFER-COUNT          PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT        PIC 9(5) VALUE 0.
       01  WS-EXCEPT-REASON       PIC X(20) VALUE SPACES.
       01  WS-CORR-CUST           PIC X(10) VALUE SPACES.
       COPY "CORRWORK.cpy".
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-ARG-2
                    WS-ARG-3
                    WS-ARG-4
                    WS-ARG-5
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           PERFORM LOAD-AGE-TABLE
           PERFORM LOAD-CUSTODY
           EVALUATE WS-OPERATION
               WHEN "AGE"
      *>           The table decides when a custodian's authority
      *>           ends — supervisor bar, as for every rate table.
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM SET-AGE-RULE
               WHEN "REGISTER"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   MOVE WS-IN-OPER-ID TO WS-AUDIT-OPER
                   PERFORM REGISTER-CUSTODY
               WHEN "LIST"
                   PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                       UNTIL WS-AM-IDX > WS-AM-COUNT
                       MOVE WS-AM-LINE(WS-AM-IDX)
                           TO AGE-MAJORITY-RECORD
                       DISPLAY "AGE-RULE|" AGM-STATE "|"
                           AGM-TERM-AGE "|" AGM-NOTICE-DAYS
                   END-PERFORM
                   PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                       UNTIL WS-CD-IDX > WS-CD-COUNT
                       MOVE WS-CD-LINE(WS-CD-IDX) TO CUSTODY-RECORD
                       PERFORM DISPLAY-ONE-CUSTODY
                   END-PERFORM
               WHEN "NIGHTLY"
                   MOVE "MINORAGE" TO WS-AUDIT-OPER
                   PERFORM NIGHTLY-PASS
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
      *> SET-AGE-RULE: Add or replace one state's row.
      *> -------------------------------------------------------
       SET-AGE-RULE.
           IF WS-ARG-2(3:10) NOT = SPACES OR WS-ARG-2(2:1) = SPACE
               OR WS-ARG-3 = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:2) TO WS-IN-STATE
           IF FUNCTION TEST-NUMVAL(WS-ARG-3) NOT = 0
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-3) TO WS-IN-AGE
           MOVE 60 TO WS-IN-NOTICE-DAYS
           IF WS-ARG-4 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ARG-4) NOT = 0
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-ARG-4) TO WS-IN-NOTICE-DAYS
           END-IF
      *>   No transfers-to-minors act ends a custodianship before
      *>   18 or later than 25.
           IF WS-IN-AGE < 18 OR WS-IN-AGE > 25
               OR WS-IN-NOTICE-DAYS > 365
               DISPLAY "ERROR|BAD-AGE-RULE|" WS-IN-STATE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           MOVE 0 TO WS-AM-FOUND-IDX
           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
               UNTIL WS-AM-IDX > WS-AM-COUNT
               MOVE WS-AM-LINE(WS-AM-IDX) TO AGE-MAJORITY-RECORD
               IF AGM-STATE = WS-IN-STATE
                   MOVE WS-AM-IDX TO WS-AM-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AM-FOUND-IDX = 0
               IF WS-AM-COUNT >= 60
                   DISPLAY "ERROR|TABLE-FULL|AGEMAJ"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-AM-COUNT
               MOVE WS-AM-COUNT TO WS-AM-FOUND-IDX
           END-IF
           MOVE SPACES TO AGE-MAJORITY-RECORD
           MOVE WS-IN-STATE TO AGM-STATE
           MOVE WS-IN-AGE TO AGM-TERM-AGE
           MOVE WS-IN-NOTICE-DAYS TO AGM-NOTICE-DAYS
           MOVE WS-IN-OPER-ID TO AGM-SET-BY
           MOVE WS-CURRENT-DATE TO AGM-SET-DATE
           MOVE AGE-MAJORITY-RECORD TO WS-AM-LINE(WS-AM-FOUND-IDX)
           PERFORM SAVE-AGE-TABLE
           DISPLAY "AGE-RULE|" AGM-STATE "|" AGM-TERM-AGE "|"
               AGM-NOTICE-DAYS.

      *> -------------------------------------------------------
      *> REGISTER-CUSTODY: Record a custodial account's minor,
      *> custodian, and governing state. The custodian link
      *> itself is CUSTOMER.cob's LINK — this only checks it.
      *> -------------------------------------------------------
       REGISTER-CUSTODY.
           IF WS-ARG-2 = SPACES OR WS-ARG-3 = SPACES
               OR WS-ARG-4 = SPACES OR WS-ARG-5 = SPACES
               OR WS-ARG-5(3:10) NOT = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:10) TO WS-LOOK-ACCT-ID
           PERFORM LOOKUP-ACCOUNT
           IF WS-LOOK-ACCT-FOUND = 'N' OR WS-LOOK-ACCT-STATUS = 'C'
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF WS-ARG-3 = WS-ARG-4
               DISPLAY "ERROR|MINOR-IS-CUSTODIAN|" WS-ARG-3
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-4(1:10) TO WS-LOOK-CUST-ID
           PERFORM LOOKUP-CUSTOMER
           IF WS-LOOK-CUST-FOUND = 'N'
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           MOVE WS-ARG-3(1:10) TO WS-LOOK-CUST-ID
           PERFORM LOOKUP-CUSTOMER
           IF WS-LOOK-CUST-FOUND = 'N'
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF WS-LOOK-DOB = 0
               DISPLAY "ERROR|NO-BIRTH-DATE|" WS-LOOK-CUST-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM CHECK-CUSTODIAN-LINK
           IF WS-CUSTODIAN-LINKED = 'N'
               DISPLAY "ERROR|NOT-CUSTODIAN|" WS-ARG-4
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-5(1:2) TO WS-IN-STATE
           PERFORM FIND-AGE-RULE
           IF WS-RULE-FOUND = 'N'
               DISPLAY "ERROR|NO-AGE-RULE|" WS-IN-STATE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM COMPUTE-TERM-DATE

           MOVE 0 TO WS-CD-FOUND-IDX
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
               MOVE WS-CD-LINE(WS-CD-IDX) TO CUSTODY-RECORD
               IF CSD-ACCT-ID = WS-LOOK-ACCT-ID
                   MOVE WS-CD-IDX TO WS-CD-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CD-FOUND-IDX = 0
               IF WS-CD-COUNT >= 200
                   DISPLAY "ERROR|TABLE-FULL|CUSTODY"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CD-COUNT
               MOVE WS-CD-COUNT TO WS-CD-FOUND-IDX
               MOVE SPACES TO CUSTODY-RECORD
               MOVE SPACES TO CSAU-BEFORE-IMAGE
           ELSE
               IF CSD-TRANSFERRED
                   DISPLAY "ERROR|ALREADY-TRANSFERRED|"
                       WS-LOOK-ACCT-ID
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE CUSTODY-RECORD TO CSAU-BEFORE-IMAGE
           END-IF
           MOVE WS-LOOK-ACCT-ID TO CSD-ACCT-ID
           MOVE WS-ARG-3(1:10) TO CSD-MINOR-ID
           MOVE WS-ARG-4(1:10) TO CSD-CUSTODIAN-ID
           MOVE WS-IN-STATE TO CSD-STATE
           MOVE WS-TERM-DATE TO CSD-TERM-DATE
           MOVE 'A' TO CSD-STATUS
           MOVE 0 TO CSD-NOTICE-DATE CSD-XFER-DATE
           MOVE WS-IN-OPER-ID TO CSD-SET-BY
           MOVE WS-CURRENT-DATE TO CSD-SET-DATE
           MOVE CUSTODY-RECORD TO WS-CD-LINE(WS-CD-FOUND-IDX)
           PERFORM SAVE-CUSTODY
           MOVE "REGISTER" TO CSAU-OPERATION
           MOVE "CUSTODY" TO CSAU-FILE
           MOVE CUSTODY-RECORD TO CSAU-AFTER-IMAGE
           PERFORM WRITE-CUSTODY-AUDIT
           PERFORM DISPLAY-ONE-CUSTODY.

       DISPLAY-ONE-CUSTODY.
           DISPLAY "CUSTODY|" CSD-ACCT-ID "|" CSD-MINOR-ID "|"
               CSD-CUSTODIAN-ID "|" CSD-STATE "|" CSD-TERM-DATE "|"
               CSD-STATUS "|" CSD-NOTICE-DATE "|" CSD-XFER-DATE.

      *> -------------------------------------------------------
      *> NIGHTLY-PASS: Every registration not yet transferred —
      *> termination date from today's DOB and table, notices
      *> inside the window, the transfer on or after the date.
      *> A registration first seen after its date gets its
      *> notices and its transfer the same night.
      *> -------------------------------------------------------
       NIGHTLY-PASS.
           PERFORM LOAD-XREF
           PERFORM LOAD-SIGNERS
           PERFORM LOAD-CIP
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
               MOVE WS-CD-LINE(WS-CD-IDX) TO CUSTODY-RECORD
               IF NOT CSD-TRANSFERRED
                   ADD 1 TO WS-CHECKED-COUNT
                   PERFORM CHECK-ONE-CUSTODY
               END-IF
           END-PERFORM
           IF WS-XR-DIRTY = 'Y'
               PERFORM SAVE-XREF
           END-IF
           IF WS-SG-DIRTY = 'Y'
               PERFORM SAVE-SIGNERS
           END-IF
           IF WS-CP-DIRTY = 'Y'
               PERFORM SAVE-CIP
           END-IF
           IF WS-CD-DIRTY = 'Y'
               PERFORM SAVE-CUSTODY
           END-IF
           DISPLAY "CUSTODY-SUMMARY|CHECKED|" WS-CHECKED-COUNT
               "|NOTICED|" WS-NOTICED-COUNT
               "|TRANSFERRED|" WS-XFER-COUNT
               "|EXCEPTIONS|" WS-EXCEPT-COUNT.

       CHECK-ONE-CUSTODY.
           MOVE CSD-ACCT-ID TO WS-LOOK-ACCT-ID
           PERFORM LOOKUP-ACCOUNT
           IF WS-LOOK-ACCT-FOUND = 'N' OR WS-LOOK-ACCT-STATUS = 'C'
               MOVE "ACCOUNT-CLOSED" TO WS-EXCEPT-REASON
               PERFORM REPORT-CUSTODY-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE CSD-MINOR-ID TO WS-LOOK-CUST-ID
           PERFORM LOOKUP-CUSTOMER
           IF WS-LOOK-CUST-FOUND = 'N' OR WS-LOOK-DOB = 0
               MOVE "NO-BIRTH-DATE" TO WS-EXCEPT-REASON
               PERFORM REPORT-CUSTODY-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF WS-LOOK-DECEASED = 'Y'
      *>       The account goes to the minor's estate, not to the
      *>       minor — ESTATE.cob's worksheet, not this pass.
               MOVE "MINOR-DECEASED" TO WS-EXCEPT-REASON
               PERFORM REPORT-CUSTODY-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE CSD-STATE TO WS-IN-STATE
           PERFORM FIND-AGE-RULE
           IF WS-RULE-FOUND = 'N'
               MOVE "NO-AGE-RULE" TO WS-EXCEPT-REASON
               PERFORM REPORT-CUSTODY-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-TERM-DATE
           IF WS-TERM-DATE NOT = CSD-TERM-DATE
               MOVE WS-TERM-DATE TO CSD-TERM-DATE
               MOVE CUSTODY-RECORD TO WS-CD-LINE(WS-CD-IDX)
               MOVE 'Y' TO WS-CD-DIRTY
           END-IF
           COMPUTE WS-TERM-INT =
               FUNCTION INTEGER-OF-DATE(WS-TERM-DATE)
           COMPUTE WS-NOTICE-INT = WS-TERM-INT - WS-RULE-NOTICE-DAYS
           IF CSD-ACTIVE AND WS-TODAY-INT >= WS-NOTICE-INT
               PERFORM SEND-MAJORITY-NOTICES
           END-IF
           IF WS-CURRENT-DATE >= WS-TERM-DATE
               PERFORM TRANSFER-OWNERSHIP
           END-IF.

       REPORT-CUSTODY-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           DISPLAY "CUSTODY-EXCEPT|" CSD-ACCT-ID "|"
               FUNCTION TRIM(WS-EXCEPT-REASON).

      *> -------------------------------------------------------
      *> SEND-MAJORITY-NOTICES: One 'AM' notice to the custodian,
      *> one to the minor, addressed by CUST-ID so CORRGEN.cob
      *> does not fall back to the account's primary owner.
      *> -------------------------------------------------------
       SEND-MAJORITY-NOTICES.
           MOVE CUSTODY-RECORD TO CSAU-BEFORE-IMAGE
           MOVE 'AM' TO WS-CORR-TYPE
           MOVE CSD-ACCT-ID TO WS-CORR-ACCT
           MOVE 0 TO WS-CORR-AMOUNT
           MOVE SPACES TO WS-CORR-DETAIL
           STRING "CUSTODIAL ACCT TRANSFERS TO MINOR "
               WS-TERM-DATE(5:2) "/" WS-TERM-DATE(7:2)
               DELIMITED BY SIZE INTO WS-CORR-DETAIL
           END-STRING
           MOVE CSD-CUSTODIAN-ID TO WS-CORR-CUST
           PERFORM QUEUE-CORRESPONDENCE
           MOVE CSD-MINOR-ID TO WS-CORR-CUST
           PERFORM QUEUE-CORRESPONDENCE
           MOVE 'N' TO CSD-STATUS
           MOVE WS-CURRENT-DATE TO CSD-NOTICE-DATE
           MOVE CUSTODY-RECORD TO WS-CD-LINE(WS-CD-IDX)
           MOVE 'Y' TO WS-CD-DIRTY
           MOVE "NOTICE" TO CSAU-OPERATION
           MOVE "CUSTODY" TO CSAU-FILE
           MOVE CUSTODY-RECORD TO CSAU-AFTER-IMAGE
           PERFORM WRITE-CUSTODY-AUDIT
           ADD 1 TO WS-NOTICED-COUNT
           DISPLAY "CUSTODY-NOTICE|" CSD-ACCT-ID "|"
               CSD-CUSTODIAN-ID "|" CSD-MINOR-ID "|" WS-TERM-DATE.

      *> -------------------------------------------------------
      *> TRANSFER-OWNERSHIP: The minor takes the account over.
      *> Custodian links come off CUSTXREF.DAT, the minor's link
      *> becomes (or is added as) primary, guardian authority in
      *> force is revoked as of today, and the CIP checklist is
      *> reopened for the new owner. Each record changed is
      *> imaged to CSDAUDIT.DAT.
      *> -------------------------------------------------------
       TRANSFER-OWNERSHIP.
           MOVE 0 TO WS-LINKS-ENDED
           MOVE 0 TO WS-SIGNERS-ENDED

           MOVE 'N' TO WS-MINOR-LINKED
           MOVE 0 TO WS-XR-KEEP
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT
               MOVE WS-XR-LINE(WS-XR-IDX) TO CUST-XREF-RECORD
               IF XREF-ACCT-ID = CSD-ACCT-ID AND XREF-CUSTODIAN
                   AND XREF-CUST-ID NOT = CSD-MINOR-ID
                   MOVE "XREF-END" TO CSAU-OPERATION
                   MOVE "CUSTXREF" TO CSAU-FILE
                   MOVE CUST-XREF-RECORD TO CSAU-BEFORE-IMAGE
                   MOVE SPACES TO CSAU-AFTER-IMAGE
                   PERFORM WRITE-CUSTODY-AUDIT
                   ADD 1 TO WS-LINKS-ENDED
               ELSE
                   IF XREF-ACCT-ID = CSD-ACCT-ID
                       AND XREF-CUST-ID = CSD-MINOR-ID
                       MOVE 'Y' TO WS-MINOR-LINKED
                       IF NOT XREF-PRIMARY
                           MOVE "XREF-ROLE" TO CSAU-OPERATION
                           MOVE "CUSTXREF" TO CSAU-FILE
                           MOVE CUST-XREF-RECORD TO CSAU-BEFORE-IMAGE
                           MOVE 'P' TO XREF-ROLE
                           MOVE CUST-XREF-RECORD TO CSAU-AFTER-IMAGE
                           PERFORM WRITE-CUSTODY-AUDIT
                       END-IF
                   END-IF
                   ADD 1 TO WS-XR-KEEP
                   MOVE CUST-XREF-RECORD TO WS-XR-LINE(WS-XR-KEEP)
               END-IF
           END-PERFORM
           MOVE WS-XR-KEEP TO WS-XR-COUNT
           IF WS-MINOR-LINKED = 'N'
               IF WS-XR-COUNT >= 1000
                   DISPLAY "ERROR|TABLE-FULL|CUSTXREF"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE CSD-MINOR-ID TO XREF-CUST-ID
               MOVE CSD-ACCT-ID TO XREF-ACCT-ID
               MOVE 'P' TO XREF-ROLE
               ADD 1 TO WS-XR-COUNT
               MOVE CUST-XREF-RECORD TO WS-XR-LINE(WS-XR-COUNT)
               MOVE "XREF-ADD" TO CSAU-OPERATION
               MOVE "CUSTXREF" TO CSAU-FILE
               MOVE SPACES TO CSAU-BEFORE-IMAGE
               MOVE CUST-XREF-RECORD TO CSAU-AFTER-IMAGE
               PERFORM WRITE-CUSTODY-AUDIT
           END-IF
           MOVE 'Y' TO WS-XR-DIRTY

           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SG-COUNT
               MOVE WS-SG-LINE(WS-SG-IDX) TO SIGNER-RECORD
               IF SGN-ACCT-ID = CSD-ACCT-ID AND SGN-GUARDIAN
                   AND (SGN-REVOKE-DATE = 0
                       OR SGN-REVOKE-DATE > WS-CURRENT-DATE)
                   MOVE "SIGN-END" TO CSAU-OPERATION
                   MOVE "SIGNERS" TO CSAU-FILE
                   MOVE SIGNER-RECORD TO CSAU-BEFORE-IMAGE
                   MOVE WS-CURRENT-DATE TO SGN-REVOKE-DATE
                   MOVE SIGNER-RECORD TO CSAU-AFTER-IMAGE
                   PERFORM WRITE-CUSTODY-AUDIT
                   MOVE SIGNER-RECORD TO WS-SG-LINE(WS-SG-IDX)
                   MOVE 'Y' TO WS-SG-DIRTY
                   ADD 1 TO WS-SIGNERS-ENDED
               END-IF
           END-PERFORM

           PERFORM REOPEN-CIP-CHECKLIST

           MOVE CUSTODY-RECORD TO CSAU-BEFORE-IMAGE
           MOVE 'T' TO CSD-STATUS
           MOVE WS-CURRENT-DATE TO CSD-XFER-DATE
           MOVE CUSTODY-RECORD TO WS-CD-LINE(WS-CD-IDX)
           MOVE 'Y' TO WS-CD-DIRTY
           MOVE "TRANSFER" TO CSAU-OPERATION
           MOVE "CUSTODY" TO CSAU-FILE
           MOVE CUSTODY-RECORD TO CSAU-AFTER-IMAGE
           PERFORM WRITE-CUSTODY-AUDIT
           ADD 1 TO WS-XFER-COUNT
           DISPLAY "CUSTODY-XFER|" CSD-ACCT-ID "|" CSD-MINOR-ID "|"
               CSD-CUSTODIAN-ID "|" WS-LINKS-ENDED "|"
               WS-SIGNERS-ENDED.

      *> -------------------------------------------------------
      *> REOPEN-CIP-CHECKLIST: The new owner has to be identified
      *> in their own right — every item back to 'N', so the
      *> account runs at the CIP pending limit (TRANSACT.cob/
      *> VALIDATE.cob) until CIPMAINT.cob closes the items. An
      *> account opened before the checklist existed gets one.
      *> -------------------------------------------------------
       REOPEN-CIP-CHECKLIST.
           MOVE 0 TO WS-CP-FOUND-IDX
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
               MOVE WS-CP-LINE(WS-CP-IDX) TO CIP-RECORD
               IF CIP-ACCT-ID = CSD-ACCT-ID
                   MOVE WS-CP-IDX TO WS-CP-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CP-FOUND-IDX = 0
               IF WS-CP-COUNT >= 500
                   DISPLAY "ERROR|TABLE-FULL|CIPDOCS"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CP-COUNT
               MOVE WS-CP-COUNT TO WS-CP-FOUND-IDX
               MOVE SPACES TO CIP-RECORD
               MOVE CSD-ACCT-ID TO CIP-ACCT-ID
               MOVE WS-CURRENT-DATE TO CIP-OPENED-DATE
               MOVE SPACES TO CSAU-BEFORE-IMAGE
           ELSE
               MOVE CIP-RECORD TO CSAU-BEFORE-IMAGE
           END-IF
           MOVE 'N' TO CIP-ID-DOC-FLAG
           MOVE 'N' TO CIP-TIN-FLAG
           MOVE 'N' TO CIP-ADDR-FLAG
           MOVE WS-CURRENT-DATE TO CIP-UPDATED-DATE
           MOVE CIP-RECORD TO WS-CP-LINE(WS-CP-FOUND-IDX)
           MOVE 'Y' TO WS-CP-DIRTY
           MOVE "CIP-KYC" TO CSAU-OPERATION
           MOVE "CIPDOCS" TO CSAU-FILE
           MOVE CIP-RECORD TO CSAU-AFTER-IMAGE
           PERFORM WRITE-CUSTODY-AUDIT.

      *> -------------------------------------------------------
      *> FIND-AGE-RULE: WS-IN-STATE's own row, else the '**'
      *> default row.
      *> -------------------------------------------------------
       FIND-AGE-RULE.
           MOVE 'N' TO WS-RULE-FOUND
           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
               UNTIL WS-AM-IDX > WS-AM-COUNT
               MOVE WS-AM-LINE(WS-AM-IDX) TO AGE-MAJORITY-RECORD
               IF AGM-STATE = WS-IN-STATE
                   MOVE 'Y' TO WS-RULE-FOUND
                   MOVE AGM-TERM-AGE TO WS-RULE-AGE
                   MOVE AGM-NOTICE-DAYS TO WS-RULE-NOTICE-DAYS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
               UNTIL WS-AM-IDX > WS-AM-COUNT
               MOVE WS-AM-LINE(WS-AM-IDX) TO AGE-MAJORITY-RECORD
               IF AGM-STATE = '**'
                   MOVE 'Y' TO WS-RULE-FOUND
                   MOVE AGM-TERM-AGE TO WS-RULE-AGE
                   MOVE AGM-NOTICE-DAYS TO WS-RULE-NOTICE-DAYS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> COMPUTE-TERM-DATE: WS-LOOK-DOB plus WS-RULE-AGE years.
      *> A 29 February birthday falls on 1 March in a year that
      *> has none.
      *> -------------------------------------------------------
       COMPUTE-TERM-DATE.
           MOVE WS-LOOK-DOB(1:4) TO WS-TERM-YEAR
           ADD WS-RULE-AGE TO WS-TERM-YEAR
           MOVE WS-LOOK-DOB TO WS-TERM-DATE
           MOVE WS-TERM-YEAR TO WS-TERM-DATE(1:4)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TERM-DATE) NOT = 0
               MOVE "0301" TO WS-TERM-DATE(5:4)
           END-IF.

       CHECK-CUSTODIAN-LINK.
           MOVE 'N' TO WS-CUSTODIAN-LINKED
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
               IF XREF-ACCT-ID = WS-LOOK-ACCT-ID
                   AND XREF-CUST-ID = WS-ARG-4(1:10)
                   AND XREF-CUSTODIAN
                   MOVE 'Y' TO WS-CUSTODIAN-LINKED
               END-IF
           END-PERFORM.

       LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-LOOK-CUST-FOUND
           MOVE 0 TO WS-LOOK-DOB
           MOVE 'N' TO WS-LOOK-DECEASED
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
               IF CUST-ID = WS-LOOK-CUST-ID
                   MOVE 'Y' TO WS-LOOK-CUST-FOUND
                   IF CUST-DOB IS NUMERIC
                       MOVE CUST-DOB TO WS-LOOK-DOB
                   END-IF
                   IF CUST-DECEASED
                       MOVE 'Y' TO WS-LOOK-DECEASED
                   END-IF
               END-IF
           END-PERFORM.

       LOOKUP-ACCOUNT.
           MOVE 'N' TO WS-LOOK-ACCT-FOUND
           MOVE SPACES TO WS-LOOK-ACCT-STATUS
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
               IF ACCT-ID = WS-LOOK-ACCT-ID
                   MOVE 'Y' TO WS-LOOK-ACCT-FOUND
                   MOVE ACCT-STATUS TO WS-LOOK-ACCT-STATUS
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> Table load/save paragraphs — one staged image per line,
      *> missing file reads as empty, rewrite fails closed.
      *> -------------------------------------------------------
       LOAD-AGE-TABLE.
           MOVE 0 TO WS-AM-COUNT
           OPEN INPUT AGEMAJ-FILE
           IF WS-AM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ AGEMAJ-FILE
                   AT END
                       CLOSE AGEMAJ-FILE
                       EXIT PERFORM
               END-READ
               IF WS-AM-COUNT < 60
                   ADD 1 TO WS-AM-COUNT
                   MOVE AGE-MAJORITY-RECORD TO WS-AM-LINE(WS-AM-COUNT)
               END-IF
           END-PERFORM.

       SAVE-AGE-TABLE.
           OPEN OUTPUT AGEMAJ-FILE
           IF WS-AM-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-AM-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
               UNTIL WS-AM-IDX > WS-AM-COUNT
               MOVE WS-AM-LINE(WS-AM-IDX) TO AGE-MAJORITY-RECORD
               WRITE AGE-MAJORITY-RECORD
           END-PERFORM
           CLOSE AGEMAJ-FILE.

       LOAD-CUSTODY.
           MOVE 0 TO WS-CD-COUNT
           OPEN INPUT CUSTODY-FILE
           IF WS-CD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CUSTODY-FILE
                   AT END
                       CLOSE CUSTODY-FILE
                       EXIT PERFORM
               END-READ
               IF WS-CD-COUNT < 200
                   ADD 1 TO WS-CD-COUNT
                   MOVE CUSTODY-RECORD TO WS-CD-LINE(WS-CD-COUNT)
               END-IF
           END-PERFORM.

       SAVE-CUSTODY.
           OPEN OUTPUT CUSTODY-FILE
           IF WS-CD-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CD-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
               MOVE WS-CD-LINE(WS-CD-IDX) TO CUSTODY-RECORD
               WRITE CUSTODY-RECORD
           END-PERFORM
           CLOSE CUSTODY-FILE.

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
               IF WS-XR-COUNT < 1000
                   ADD 1 TO WS-XR-COUNT
                   MOVE CUST-XREF-RECORD TO WS-XR-LINE(WS-XR-COUNT)
               END-IF
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
               IF WS-SG-COUNT < 200
                   ADD 1 TO WS-SG-COUNT
                   MOVE SIGNER-RECORD TO WS-SG-LINE(WS-SG-COUNT)
               END-IF
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

       LOAD-CIP.
           MOVE 0 TO WS-CP-COUNT
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
               IF WS-CP-COUNT < 500
                   ADD 1 TO WS-CP-COUNT
                   MOVE CIP-RECORD TO WS-CP-LINE(WS-CP-COUNT)
               END-IF
           END-PERFORM.

       SAVE-CIP.
           OPEN OUTPUT CIP-FILE
           IF WS-CIP-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CIP-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
               MOVE WS-CP-LINE(WS-CP-IDX) TO CIP-RECORD
               WRITE CIP-RECORD
           END-PERFORM
           CLOSE CIP-FILE.

       WRITE-CUSTODY-AUDIT.
           MOVE CSD-ACCT-ID TO CSAU-ACCT-ID
           MOVE WS-CURRENT-DATE TO CSAU-DATE
           MOVE WS-CURRENT-TIME TO CSAU-TIME
           MOVE WS-AUDIT-OPER TO CSAU-OPER-ID
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-AUDIT-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE CUSTODY-AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE.

      *> -------------------------------------------------------
      *> QUEUE-CORRESPONDENCE / SEED-CORR-ID: Same common-queue
      *> append every notice writer carries — see CORRREC.cpy/
      *> CORRWORK.cpy and CORRGEN.cob. The addressee is named
      *> here rather than resolved at render time.
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
