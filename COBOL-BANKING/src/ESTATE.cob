      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-09-01
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The one document the back office settles an estate
      *>    hold on those accounts from HOLDS.DAT, and every active
      *>    standing order from STANDING.DAT that moves money into
      *>    or out of them — so nothing keeps paying or collecting
      *>    that the estate should have stopped. Under each account
      *>    it names the in-force POD/ITF beneficiaries from
      *>    PODBENE.DAT and their shares (see PODREC.cpy) — money
      *>    that passes to them, not to the estate. Written to
      *>    ESTATEWK.DAT and mirrored to STDOUT. Read-only.
      *>
      *>  Operations (via command-line argument):
      *>
      *>  Files:
      *>    Input:  CUSTOMER.DAT, CUSTXREF.DAT, ACCOUNTS.DAT,
      *>            HOLDS.DAT, STANDING.DAT, PODBENE.DAT (holds,
      *>            standing orders, and beneficiaries are each
      *>            optional)
      *>    Output: ESTATEWK.DAT (rebuilt each run)
      *>
      *>  Copybooks:
      *>    CUSTREC.cpy, CUSTXREF.cpy, ACCTREC.cpy, HOLDREC.cpy,
      *>    STORDREC.cpy, PODREC.cpy, ACCTIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT and ESTATEWK.DAT, pipe-delimited):
      *>    ESTATE|CUST|NAME|DOD
      *>    ESTATE-ACCT|ACCT|TYPE|STATUS|BALANCE|OWNER2|OWNER3
      *>    ESTATE-POD|ACCT|SEQ|BENEFICIARY|DESIG|RELATION|SHARE
      *>    ESTATE-POD|ACCT|NONE (no in-force designation)
      *>    ESTATE-HOLD|ACCT|REASON|AMOUNT|RELEASE
      *>    ESTATE-STORD|ID|FROM|TO|AMOUNT|FREQ
      *>    ESTATE-SUMMARY|ACCOUNTS|TOTAL-BALANCE|HOLDS|ORDERS|
      *>        BENEFICIARIES
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>
      *>  Change Log:
      *>    2026-09-01  AKD  Initial implementation
      *>    2026-10-15  AKD  Each account now lists its in-force
      *>                     POD/ITF beneficiaries and shares from
      *>                     PODBENE.DAT (PODMAINT.cob), with a
      *>                     beneficiary count on the summary line
      *>
      *>================================================================*

               ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT POD-FILE
               ASSIGN TO "PODBENE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POD-STATUS.
           SELECT WORK-FILE
               ASSIGN TO "ESTATEWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       COPY "HOLDREC.cpy".
       FD  STANDING-FILE.
       COPY "STORDREC.cpy".
       FD  POD-FILE.
       COPY "PODREC.cpy".
       FD  WORK-FILE.
       01  WORK-RECORD            PIC X(130).

       01  WS-HOLD-STATUS         PIC XX VALUE SPACES.
       01  WS-SO-STATUS           PIC XX VALUE SPACES.
       01  WS-WK-STATUS           PIC XX VALUE SPACES.
       01  WS-POD-STATUS          PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(40) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-IN-CUST-ID          PIC X(10) VALUE SPACES.
       01  WS-ORDER-COUNT         PIC 9(3) VALUE 0.
       01  WS-OUT-LINE            PIC X(130) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
      *>   In-force beneficiary designations, staged once so each
      *>   account's rows can be listed under it.
       01  WS-POD-TABLE.
           05  WS-POD-LINE OCCURS 300 TIMES PIC X(70).
       01  WS-POD-COUNT           PIC 9(3) VALUE 0.
       01  WS-POD-IDX             PIC 9(3) VALUE 0.
       01  WS-POD-ACCT-COUNT      PIC 9(2) VALUE 0.
       01  WS-BENE-COUNT          PIC 9(3) VALUE 0.
       COPY "ACCTIO.cpy".
       COPY "COMCODE.cpy".

           PERFORM EMIT-LINE

           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-DESIGNATIONS
           PERFORM COLLECT-LINKED-ACCOUNTS
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
               UNTIL WS-EA-IDX > WS-EA-COUNT
           MOVE SPACES TO WS-OUT-LINE
           STRING "ESTATE-SUMMARY|" WS-EA-COUNT "|"
               WS-TOTAL-BALANCE "|" WS-HOLD-COUNT "|"
               WS-ORDER-COUNT "|" WS-BENE-COUNT
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM EMIT-LINE
               FUNCTION TRIM(WS-A-OWNER3(WS-FOUND-IDX))
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM EMIT-LINE
           PERFORM REPORT-BENEFICIARIES.

      *> -------------------------------------------------------
      *> REPORT-BENEFICIARIES: Name every in-force POD/ITF
      *> beneficiary on the account just listed, with the share
      *> each takes. An account with none says so — its balance
      *> belongs to the estate or the surviving joint owners.
      *> -------------------------------------------------------
       REPORT-BENEFICIARIES.
           MOVE 0 TO WS-POD-ACCT-COUNT
           PERFORM VARYING WS-POD-IDX FROM 1 BY 1
               UNTIL WS-POD-IDX > WS-POD-COUNT
               MOVE WS-POD-LINE(WS-POD-IDX) TO POD-BENE-RECORD
               IF POD-ACCT-ID = WS-IN-ACCT-ID
                   ADD 1 TO WS-POD-ACCT-COUNT
                   ADD 1 TO WS-BENE-COUNT
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "ESTATE-POD|" POD-ACCT-ID "|" POD-SEQ "|"
                       FUNCTION TRIM(POD-BENE-NAME) "|"
                       POD-DESIG "|" POD-RELATION "|"
                       POD-SHARE-PCT
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-STRING
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM
           IF WS-POD-ACCT-COUNT = 0
               MOVE SPACES TO WS-OUT-LINE
               STRING "ESTATE-POD|" WS-IN-ACCT-ID "|NONE"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM EMIT-LINE
           END-IF.

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
               IF POD-IN-FORCE AND WS-POD-COUNT < 300
                   ADD 1 TO WS-POD-COUNT
                   MOVE POD-BENE-RECORD TO WS-POD-LINE(WS-POD-COUNT)
               END-IF
           END-PERFORM.

       REPORT-OPEN-HOLDS.
           OPEN INPUT HOLDS-FILE
