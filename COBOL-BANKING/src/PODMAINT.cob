      *>================================================================*
      *>  Program:     PODMAINT.cob
      *>  System:      LEGACY LEDGER — POD/ITF Beneficiary Maintenance
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Maintains the payable-on-death / in-trust-for
      *>    beneficiary file (PODBENE.DAT — see PODREC.cpy): who
      *>    takes each deposit account when its owner dies, and
      *>    what share of it. Every operation requires a signed-on
      *>    operator — designations are customer instructions and
      *>    the list names third parties — and every ADD, CHANGE,
      *>    and REMOVE appends a before/after image to PODAUDIT.DAT,
      *>    the same discipline CUSTOMER.cob applies to the customer
      *>    master via CUSTAUDIT.DAT. In-force shares on one account
      *>    may never total more than 100.00; ESTATE.cob and
      *>    REPORTS.cob's FDIC pass read the file this program keeps.
      *>
      *>  Operations (via command-line argument):
      *>    ADD acct_id name desig share [relation]
      *>        — desig P (payable on death) or T (in trust for);
      *>          share as a percent ("50" or "33.33"); relation
      *>          S/C/P/B/O/E (see PODREC.cpy), O when omitted;
      *>          underscores in the name read as spaces
      *>    CHANGE acct_id seq field value
      *>        — field NAME, SHARE, DESIG, or RELATION
      *>    REMOVE acct_id seq — end the designation as of today
      *>    LIST [acct_id]     — all designations, or one account's
      *>
      *>  Files:
      *>    Input/Output: PODBENE.DAT (LINE SEQUENTIAL)
      *>    Input:        ACCOUNTS.DAT (ADD — account must be open)
      *>    Audit Log:    PODAUDIT.DAT (LINE SEQUENTIAL, append-
      *>                  only)
      *>    Operators:    OPERATORS.DAT (LINE SEQUENTIAL)
      *>
      *>  Copybooks:
      *>    PODREC.cpy    — Beneficiary designation record layout
      *>    PODAUD.cpy    — Beneficiary audit log record layout
      *>    ACCTREC.cpy   — Account master record layout
      *>    OPERREC.cpy   — Operator master record layout
      *>    OPERIO.cpy    — Shared operator I/O variables
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    POD-ADDED|acct|seq|name|desig|share
      *>    POD-CHANGED|acct|seq|field
      *>    POD-REMOVED|acct|seq|date
      *>    POD|acct|seq|name|desig|relation|share|eff|remove|
      *>        IN-FORCE-or-REMOVED
      *>    POD-SHARES|acct|in-force-total (LIST of one account)
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|02 — In-force shares would exceed 100.00
      *>    RESULT|03 — Account not on file / designation not found
      *>    RESULT|07 — Operator not signed on, wrong PIN, or locked
      *>    RESULT|99 — Invalid operation/arguments or I/O error
      *>
      *>  Dependencies:
      *>    Requires environment variables BANK_OPERATOR_ID and
      *>    BANK_OPERATOR_PIN and a matching active operator in
      *>    OPERATORS.DAT, same as CUSTOMER.cob.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POD-FILE
               ASSIGN TO "PODBENE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POD-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "PODAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POD-FILE.
       COPY "PODREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  AUDIT-LOG-FILE.
       COPY "PODAUD.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-POD-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(120) VALUE SPACES.
       01  WS-OPERATION           PIC X(8) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-ARG-3            PIC X(30) VALUE SPACES.
       01  WS-IN-ARG-4            PIC X(30) VALUE SPACES.
       01  WS-IN-ARG-5            PIC X(30) VALUE SPACES.
       01  WS-IN-ARG-6            PIC X(8) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   The designation file staged in memory, rewritten once —
      *>   same staging as SIGNMNT.cob's authority file.
       01  WS-POD-TABLE.
           05  WS-POD-LINE OCCURS 300 TIMES PIC X(70).
       01  WS-POD-COUNT           PIC 9(3) VALUE 0.
       01  WS-POD-IDX             PIC 9(3) VALUE 0.
       01  WS-POD-FOUND           PIC X(1) VALUE 'N'.
       01  WS-POD-FOUND-IDX       PIC 9(3) VALUE 0.
      *>   ADD/CHANGE working fields — the designation being keyed,
      *>   the account's next beneficiary number, and the in-force
      *>   share total the 100.00 ceiling is tested against.
       01  WS-IN-SEQ              PIC 9(2) VALUE 0.
       01  WS-NEXT-SEQ            PIC 9(2) VALUE 0.
       01  WS-NEW-SHARE           PIC 9(3)V99 VALUE 0.
       01  WS-SHARE-TOTAL         PIC 9(5)V99 VALUE 0.
       01  WS-SHARE-LIMIT         PIC 9(3)V99 VALUE 100.00.
       01  WS-CHANGE-FIELD        PIC X(8) VALUE SPACES.
       01  WS-ACCT-ON-FILE        PIC X(1) VALUE 'N'.
       01  WS-POD-STATE           PIC X(8) VALUE SPACES.
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-ACCT-ID
                    WS-IN-ARG-3
                    WS-IN-ARG-4
                    WS-IN-ARG-5
                    WS-IN-ARG-6
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID

           IF WS-OPERATION = "ADD" OR "CHANGE" OR "REMOVE"
               OR "LIST"
               ACCEPT WS-IN-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
               ACCEPT WS-IN-OPER-PIN
                   FROM ENVIRONMENT "BANK_OPERATOR_PIN"
               PERFORM AUTHENTICATE-OPERATOR
               IF WS-OPER-DENIED
                   DISPLAY "RESULT|" RC-UNAUTHORIZED
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-DESIGNATIONS
           EVALUATE WS-OPERATION
               WHEN "ADD"
                   PERFORM ADD-DESIGNATION
               WHEN "CHANGE"
                   PERFORM CHANGE-DESIGNATION
               WHEN "REMOVE"
                   PERFORM REMOVE-DESIGNATION
               WHEN "LIST"
                   PERFORM LIST-DESIGNATIONS
               WHEN OTHER
                   DISPLAY "RESULT|99"
           END-EVALUATE
           STOP RUN.

      *> -------------------------------------------------------
      *> ADD-DESIGNATION: Name a new beneficiary on an open
      *> account. The beneficiary number is one past the highest
      *> the account has ever used, removed rows included, so an
      *> audit entry's ACCT/SEQ never points at two people.
      *> -------------------------------------------------------
       ADD-DESIGNATION.
           IF WS-IN-ACCT-ID = SPACES OR WS-IN-ARG-3 = SPACES
               OR (WS-IN-ARG-4(1:1) NOT = 'P'
                   AND WS-IN-ARG-4(1:1) NOT = 'T')
               OR WS-IN-ARG-5 = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-IN-ARG-6 NOT = SPACES
               AND WS-IN-ARG-6(1:1) NOT = 'S' AND NOT = 'C'
                   AND NOT = 'P' AND NOT = 'B' AND NOT = 'O'
                   AND NOT = 'E'
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           COMPUTE WS-NEW-SHARE = FUNCTION NUMVAL(WS-IN-ARG-5)
           IF WS-NEW-SHARE = 0 OR WS-NEW-SHARE > WS-SHARE-LIMIT
               DISPLAY "ERROR|SHARE-OUT-OF-RANGE|" WS-IN-ARG-5
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM CHECK-ACCOUNT-ON-FILE
           IF WS-ACCT-ON-FILE = 'N'
               DISPLAY "ERROR|ACCOUNT-NOT-OPEN|" WS-IN-ACCT-ID
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           IF WS-POD-COUNT >= 300
               DISPLAY "ERROR|POD-TABLE-FULL"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 0 TO WS-IN-SEQ
           PERFORM TOTAL-ACCOUNT-SHARES
           IF WS-SHARE-TOTAL + WS-NEW-SHARE > WS-SHARE-LIMIT
               DISPLAY "ERROR|SHARES-EXCEED-100|" WS-SHARE-TOTAL
               DISPLAY "RESULT|" RC-LIMIT-EXCEEDED
               STOP RUN
           END-IF

           MOVE SPACES TO POD-AUDIT-RECORD
           MOVE 0 TO PAUD-BEF-SEQ PAUD-BEF-SHARE
                     PAUD-BEF-EFF-DATE PAUD-BEF-REMOVE-DATE
           MOVE SPACES TO POD-BENE-RECORD
           MOVE WS-IN-ACCT-ID TO POD-ACCT-ID
           MOVE WS-NEXT-SEQ TO POD-SEQ
           MOVE WS-IN-ARG-3 TO POD-BENE-NAME
           INSPECT POD-BENE-NAME REPLACING ALL '_' BY ' '
           MOVE WS-IN-ARG-4(1:1) TO POD-DESIG
           IF WS-IN-ARG-6 = SPACES
               MOVE 'O' TO POD-RELATION
           ELSE
               MOVE WS-IN-ARG-6(1:1) TO POD-RELATION
           END-IF
           MOVE WS-NEW-SHARE TO POD-SHARE-PCT
           MOVE WS-CURRENT-DATE TO POD-EFF-DATE
           MOVE 0 TO POD-REMOVE-DATE
           MOVE 'A' TO POD-STATUS
           ADD 1 TO WS-POD-COUNT
           MOVE POD-BENE-RECORD TO WS-POD-LINE(WS-POD-COUNT)
           MOVE "ADD" TO PAUD-OPERATION
           PERFORM CAPTURE-AFTER-IMAGE
           PERFORM SAVE-DESIGNATIONS
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "POD-ADDED|" PAUD-AFT-ACCT-ID "|" PAUD-AFT-SEQ
               "|" FUNCTION TRIM(PAUD-AFT-NAME) "|" PAUD-AFT-DESIG
               "|" PAUD-AFT-SHARE
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> CHANGE-DESIGNATION: Correct one field of an in-force
      *> designation. A share change is held to the same 100.00
      *> ceiling as an ADD, counting every other in-force row on
      *> the account.
      *> -------------------------------------------------------
       CHANGE-DESIGNATION.
           PERFORM FIND-DESIGNATION
           IF WS-POD-FOUND = 'N'
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(WS-IN-ARG-4) TO WS-CHANGE-FIELD
           MOVE SPACES TO POD-AUDIT-RECORD
           PERFORM CAPTURE-BEFORE-IMAGE
           EVALUATE WS-CHANGE-FIELD
               WHEN "NAME"
                   IF WS-IN-ARG-5 = SPACES
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   MOVE WS-IN-ARG-5 TO POD-BENE-NAME
                   INSPECT POD-BENE-NAME REPLACING ALL '_' BY ' '
               WHEN "SHARE"
                   IF WS-IN-ARG-5 = SPACES
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   COMPUTE WS-NEW-SHARE =
                       FUNCTION NUMVAL(WS-IN-ARG-5)
                   IF WS-NEW-SHARE = 0
                       OR WS-NEW-SHARE > WS-SHARE-LIMIT
                       DISPLAY "ERROR|SHARE-OUT-OF-RANGE|"
                           WS-IN-ARG-5
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   PERFORM TOTAL-ACCOUNT-SHARES
                   IF WS-SHARE-TOTAL + WS-NEW-SHARE
                       > WS-SHARE-LIMIT
                       DISPLAY "ERROR|SHARES-EXCEED-100|"
                           WS-SHARE-TOTAL
                       DISPLAY "RESULT|" RC-LIMIT-EXCEEDED
                       STOP RUN
                   END-IF
                   MOVE WS-POD-LINE(WS-POD-FOUND-IDX)
                       TO POD-BENE-RECORD
                   MOVE WS-NEW-SHARE TO POD-SHARE-PCT
               WHEN "DESIG"
                   IF WS-IN-ARG-5(1:1) NOT = 'P'
                       AND WS-IN-ARG-5(1:1) NOT = 'T'
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   MOVE WS-IN-ARG-5(1:1) TO POD-DESIG
               WHEN "RELATION"
                   IF WS-IN-ARG-5(1:1) NOT = 'S' AND NOT = 'C'
                       AND NOT = 'P' AND NOT = 'B' AND NOT = 'O'
                       AND NOT = 'E'
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   MOVE WS-IN-ARG-5(1:1) TO POD-RELATION
               WHEN OTHER
                   DISPLAY "ERROR|UNKNOWN-FIELD|" WS-CHANGE-FIELD
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-EVALUATE
           MOVE POD-BENE-RECORD TO WS-POD-LINE(WS-POD-FOUND-IDX)
           MOVE "CHANGE" TO PAUD-OPERATION
           PERFORM CAPTURE-AFTER-IMAGE
           PERFORM SAVE-DESIGNATIONS
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "POD-CHANGED|" PAUD-AFT-ACCT-ID "|" PAUD-AFT-SEQ
               "|" WS-CHANGE-FIELD
           DISPLAY "RESULT|00".

       REMOVE-DESIGNATION.
           PERFORM FIND-DESIGNATION
           IF WS-POD-FOUND = 'N'
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           MOVE SPACES TO POD-AUDIT-RECORD
           PERFORM CAPTURE-BEFORE-IMAGE
           MOVE WS-CURRENT-DATE TO POD-REMOVE-DATE
           MOVE 'R' TO POD-STATUS
           MOVE POD-BENE-RECORD TO WS-POD-LINE(WS-POD-FOUND-IDX)
           MOVE "REMOVE" TO PAUD-OPERATION
           PERFORM CAPTURE-AFTER-IMAGE
           PERFORM SAVE-DESIGNATIONS
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "POD-REMOVED|" PAUD-AFT-ACCT-ID "|" PAUD-AFT-SEQ
               "|" WS-CURRENT-DATE
           DISPLAY "RESULT|00".

       LIST-DESIGNATIONS.
           MOVE 0 TO WS-SHARE-TOTAL
           PERFORM VARYING WS-POD-IDX FROM 1 BY 1
               UNTIL WS-POD-IDX > WS-POD-COUNT
               MOVE WS-POD-LINE(WS-POD-IDX) TO POD-BENE-RECORD
               IF WS-IN-ACCT-ID = SPACES
                   OR POD-ACCT-ID = WS-IN-ACCT-ID
                   IF POD-IN-FORCE
                       MOVE "IN-FORCE" TO WS-POD-STATE
                       ADD POD-SHARE-PCT TO WS-SHARE-TOTAL
                   ELSE
                       MOVE "REMOVED" TO WS-POD-STATE
                   END-IF
                   DISPLAY "POD|" POD-ACCT-ID "|" POD-SEQ "|"
                       FUNCTION TRIM(POD-BENE-NAME) "|"
                       POD-DESIG "|" POD-RELATION "|"
                       POD-SHARE-PCT "|" POD-EFF-DATE "|"
                       POD-REMOVE-DATE "|"
                       FUNCTION TRIM(WS-POD-STATE)
               END-IF
           END-PERFORM
           IF WS-IN-ACCT-ID NOT = SPACES
               DISPLAY "POD-SHARES|" WS-IN-ACCT-ID "|"
                   WS-SHARE-TOTAL
           END-IF
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> FIND-DESIGNATION: Locate the in-force row for the keyed
      *> account and beneficiary number, leaving it in
      *> POD-BENE-RECORD. A removed row is not found — it is
      *> history, not something to change again.
      *> -------------------------------------------------------
       FIND-DESIGNATION.
           MOVE 'N' TO WS-POD-FOUND
           MOVE 0 TO WS-POD-FOUND-IDX
           IF WS-IN-ARG-3 = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IN-SEQ = FUNCTION NUMVAL(WS-IN-ARG-3)
           PERFORM VARYING WS-POD-IDX FROM 1 BY 1
               UNTIL WS-POD-IDX > WS-POD-COUNT
               MOVE WS-POD-LINE(WS-POD-IDX) TO POD-BENE-RECORD
               IF POD-ACCT-ID = WS-IN-ACCT-ID
                   AND POD-SEQ = WS-IN-SEQ
                   AND POD-IN-FORCE
                   MOVE 'Y' TO WS-POD-FOUND
                   MOVE WS-POD-IDX TO WS-POD-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-POD-FOUND = 'Y'
               MOVE WS-POD-LINE(WS-POD-FOUND-IDX) TO POD-BENE-RECORD
           END-IF.

      *> -------------------------------------------------------
      *> TOTAL-ACCOUNT-SHARES: Sum the account's in-force shares,
      *> leaving out beneficiary WS-IN-SEQ (the row a CHANGE is
      *> replacing; 0 on an ADD leaves out nothing), and find the
      *> next unused beneficiary number.
      *> -------------------------------------------------------
       TOTAL-ACCOUNT-SHARES.
           MOVE 0 TO WS-SHARE-TOTAL
           MOVE 1 TO WS-NEXT-SEQ
           PERFORM VARYING WS-POD-IDX FROM 1 BY 1
               UNTIL WS-POD-IDX > WS-POD-COUNT
               MOVE WS-POD-LINE(WS-POD-IDX) TO POD-BENE-RECORD
               IF POD-ACCT-ID = WS-IN-ACCT-ID
                   IF POD-SEQ >= WS-NEXT-SEQ
                       COMPUTE WS-NEXT-SEQ = POD-SEQ + 1
                   END-IF
                   IF POD-IN-FORCE AND POD-SEQ NOT = WS-IN-SEQ
                       ADD POD-SHARE-PCT TO WS-SHARE-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

      *>   A designation may only be placed on an account that is
      *>   on the master and not closed.
       CHECK-ACCOUNT-ON-FILE.
           MOVE 'N' TO WS-ACCT-ON-FILE
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
               IF ACCT-ID = WS-IN-ACCT-ID
                   AND ACCT-STATUS NOT = 'C'
                   MOVE 'Y' TO WS-ACCT-ON-FILE
               END-IF
           END-PERFORM.

       CAPTURE-BEFORE-IMAGE.
           MOVE POD-ACCT-ID      TO PAUD-BEF-ACCT-ID
           MOVE POD-SEQ          TO PAUD-BEF-SEQ
           MOVE POD-BENE-NAME    TO PAUD-BEF-NAME
           MOVE POD-DESIG        TO PAUD-BEF-DESIG
           MOVE POD-RELATION     TO PAUD-BEF-RELATION
           MOVE POD-SHARE-PCT    TO PAUD-BEF-SHARE
           MOVE POD-EFF-DATE     TO PAUD-BEF-EFF-DATE
           MOVE POD-REMOVE-DATE  TO PAUD-BEF-REMOVE-DATE
           MOVE POD-STATUS       TO PAUD-BEF-STATUS.

       CAPTURE-AFTER-IMAGE.
           MOVE POD-ACCT-ID      TO PAUD-AFT-ACCT-ID
           MOVE POD-SEQ          TO PAUD-AFT-SEQ
           MOVE POD-BENE-NAME    TO PAUD-AFT-NAME
           MOVE POD-DESIG        TO PAUD-AFT-DESIG
           MOVE POD-RELATION     TO PAUD-AFT-RELATION
           MOVE POD-SHARE-PCT    TO PAUD-AFT-SHARE
           MOVE POD-EFF-DATE     TO PAUD-AFT-EFF-DATE
           MOVE POD-REMOVE-DATE  TO PAUD-AFT-REMOVE-DATE
           MOVE POD-STATUS       TO PAUD-AFT-STATUS.

      *> -------------------------------------------------------
      *> WRITE-AUDIT-RECORD: Append one POD-AUDIT-RECORD to
      *> PODAUDIT.DAT — same OPEN EXTEND / OPEN OUTPUT fallback
      *> and append-only discipline as CUSTOMER.cob's audit log.
      *> -------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE PAUD-AFT-ACCT-ID TO PAUD-ACCT-ID
           MOVE PAUD-AFT-SEQ TO PAUD-SEQ
           MOVE WS-CURRENT-DATE TO PAUD-DATE
           MOVE WS-CURRENT-TIME TO PAUD-TIME
           MOVE WS-IN-OPER-ID TO PAUD-OPER-ID
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-AUDIT-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE POD-AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE.

       LOAD-DESIGNATIONS.
           MOVE 0 TO WS-POD-COUNT
           OPEN INPUT POD-FILE
           IF WS-POD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ POD-FILE
                   AT END
                       CLOSE POD-FILE
                       EXIT PERFORM
               END-READ
               IF WS-POD-COUNT < 300
                   ADD 1 TO WS-POD-COUNT
                   MOVE POD-BENE-RECORD TO WS-POD-LINE(WS-POD-COUNT)
               END-IF
           END-PERFORM.

      *>   The rewrite leaves POD-BENE-RECORD holding the last row
      *>   written — callers take the after image first.
       SAVE-DESIGNATIONS.
           OPEN OUTPUT POD-FILE
           IF WS-POD-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-POD-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-POD-IDX FROM 1 BY 1
               UNTIL WS-POD-IDX > WS-POD-COUNT
               MOVE WS-POD-LINE(WS-POD-IDX) TO POD-BENE-RECORD
               WRITE POD-BENE-RECORD
           END-PERFORM
           CLOSE POD-FILE.

      *> -------------------------------------------------------
      *> LOAD-OPERATORS / AUTHENTICATE-OPERATOR: Same fail-closed
      *> sign-on sequence as CUSTOMER.cob.
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
