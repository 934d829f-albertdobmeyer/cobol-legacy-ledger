      *>================================================================*
      *>  Program:     ONUSPAY.cob
      *>  System:      ENTERPRISE PAYROLL — On-Us Direct Deposit Posting
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    Pays our own customers on pay date. A direct deposit
      *>    PAYROLL.cob writes to OUTBOUND.DAT for an employee who
      *>    banks with one of our own nodes (WS-OBP-BANK is one of
      *>    COMCODE.cpy's BANK-IDS other than CLEARING) used to go
      *>    out through ACHGEN.cob and come back in through
      *>    ACHIN.cob — a day late, and an ACH item we paid for.
      *>    This step picks those settlements out of OUTBOUND.DAT
      *>    for the pay date and books each one straight to the
      *>    destination ACCOUNTS.DAT account as an internal ('IN'
      *>    channel) deposit, then stamps the item's OUTSTAT.DAT
      *>    lifecycle row as ONUSPAY. ACHGEN.cob and SWIFTMSG.cob
      *>    pass over any item carrying that stamp, so OUTTRACE.cob
      *>    sees each on-us item picked up exactly once, and a
      *>    rerun of this step posts nothing twice.
      *>
      *>    An item bound for another of our nodes — the node
      *>    letter in its destination ACCT-ID(5:1), which must agree
      *>    with WS-OBP-BANK — is booked the same way on that node's
      *>    own files: its ACCOUNTS.DAT, ACCTVERS.DAT and
      *>    TRANSACT.DAT, reached through the sibling ../<node>/
      *>    directory the way GLCONSOL.cob and INTEGCHK.cob read
      *>    them, under that node's own ACCTVERS.DAT update guard.
      *>    Its OUTSTAT.DAT row is stamped here like any other, so
      *>    ACHGEN.cob and SWIFTMSG.cob pass it over, and SETTLE.cob
      *>    nets it on the same pay date with every other dated
      *>    cross-node OUTBOUND.DAT movement — the funding node's
      *>    due-to and the destination node's due-from follow with
      *>    nothing further needed here.
      *>
      *>    An item whose destination account is not on its node's
      *>    ACCOUNTS.DAT, is not active, whose node letter and bank
      *>    disagree, or whose node's files cannot be read, is left
      *>    alone — it stays unstamped and goes out through
      *>    ACHGEN.cob as before.
      *>
      *>  Operation (via command-line argument):
      *>    ONUSPAY <yyyymmdd>  — post the on-us deposits for that
      *>                          pay date
      *>
      *>  Payroll chain position:
      *>    PAYROLL → PAYREG (release) → ONUSPAY → ACHGEN / SWIFTMSG
      *>
      *>  Files:
      *>    Input:        OUTBOUND.DAT (written by PAYROLL.cob)
      *>    Input:        PAYRELSE.DAT (PAYREL.cpy — PAYREG.cob's
      *>                  release of the pay date)
      *>    Input/Output: OUTSTAT.DAT (OUTSTAT.cpy — read for items
      *>                  already posted, appended per item posted)
      *>    Input/Output: ACCOUNTS.DAT (LINE SEQUENTIAL)
      *>    Output:       TRANSACT.DAT (appended)
      *>    Input/Output: ../<node>/ACCOUNTS.DAT, ../<node>/ACCTVERS.DAT
      *>                  (items bound for another node)
      *>    Output:       ../<node>/TRANSACT.DAT (appended)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy, TRANSREC.cpy, OUTSTAT.cpy, PAYREL.cpy,
      *>    ACCTVERS.cpy, ACCTIO.cpy, VERSWORK.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    ONUS-POSTED|ordinal|trans-id|acct|amount
      *>    ONUS-ALREADY|ordinal|acct (stamped by an earlier run)
      *>    ONUS-LEFT|ordinal|acct|rc (left for ACHGEN.cob)
      *>    ONUS-NODE|UNREADABLE|node (its items left)
      *>    ONUSPAY-SUMMARY|POSTED|TOTAL|ALREADY|LEFT
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Posted (zero is a fine count)
      *>    RESULT|07 — Pay date not released through PAYREG.cob
      *>    RESULT|99 — Missing date / ACCOUNTS.DAT missing / I/O
      *>                error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>    2026-10-15  AKD  Items bound for another of our nodes are
      *>                     booked on that node's files, not left
      *>                     for ACHGEN
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONUSPAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOUND-FILE
               ASSIGN TO "OUTBOUND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-STATUS.
           SELECT OUTSTAT-FILE
               ASSIGN TO "OUTSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OS-STATUS.
           SELECT RELEASE-FILE
               ASSIGN TO "PAYRELSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO DYNAMIC WS-ACCT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCTVERS-FILE
               ASSIGN TO DYNAMIC WS-VERS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERS-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO DYNAMIC WS-TX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD         PIC X(200).
       FD  OUTSTAT-FILE.
       COPY "OUTSTAT.cpy".
       FD  RELEASE-FILE.
       COPY "PAYREL.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  ACCTVERS-FILE.
       COPY "ACCTVERS.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OB-STATUS            PIC XX VALUE SPACES.
       01  WS-OS-STATUS            PIC XX VALUE SPACES.
       01  WS-REL-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-TX-STATUS            PIC XX VALUE SPACES.
      *>   This node's files by default; the sibling ../<node>/
      *>   directory's while another node's items are booked.
       01  WS-ACCT-NAME            PIC X(40) VALUE "ACCOUNTS.DAT".
       01  WS-VERS-NAME            PIC X(40) VALUE "ACCTVERS.DAT".
       01  WS-TX-NAME              PIC X(40) VALUE "TRANSACT.DAT".

       01  WS-CMD-LINE             PIC X(20) VALUE SPACES.
       01  WS-IN-DATE              PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME         PIC 9(6) VALUE 0.
       01  WS-IN-ACCT-ID           PIC X(10) VALUE SPACES.

      *> Parsed view of one OUTBOUND.DAT record — mirrors
      *> PAYROLL.cob's WS-OUTBOUND-LINE field for field, same as
      *> ACHGEN.cob's WS-OB-PARSE.
       01  WS-OB-PARSE.
           05  WS-OBP-ACCT         PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-OBP-DEST         PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-OBP-AMOUNT       PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  WS-OBP-DESC         PIC X(40).
           05  FILLER              PIC X(1).
           05  WS-OBP-DAY          PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-OBP-BANK         PIC X(8).
       01  WS-OB-ORDINAL           PIC 9(6) VALUE 0.
       01  WS-ONUS-BANK            PIC X(1) VALUE 'N'.

      *>   Node letters — ACCT-ID(5:1), as SETTLE.cob reads them.
      *>   This node's is taken from its first account, the way
      *>   RECONCILE.cob derives WS-NODE-CODE.
       01  WS-LOCAL-LTR            PIC X(1) VALUE SPACE.
       01  WS-DEST-LTR             PIC X(1) VALUE SPACE.
       01  WS-NODE-TABLE.
           05  WS-NODE-ID OCCURS 5 TIMES PIC X(8).
       01  WS-NODE-IDX             PIC 9(1) VALUE 0.
       01  WS-CUR-NODE             PIC X(8) VALUE SPACES.
       01  WS-CUR-LTR              PIC X(1) VALUE SPACE.
       01  WS-NODE-STAGED          PIC 9(3) VALUE 0.
       01  WS-NODE-CREDITED        PIC 9(3) VALUE 0.

      *>   Ordinals an earlier run already posted (OUTSTAT.DAT rows
      *>   stamped ONUSPAY) — the exactly-once guard.
       01  WS-DONE-TABLE.
           05  WS-DONE-ORDINAL OCCURS 2000 TIMES PIC 9(6).
       01  WS-DONE-COUNT           PIC 9(4) VALUE 0.
       01  WS-DONE-IDX             PIC 9(4) VALUE 0.
       01  WS-DONE-FOUND           PIC X(1) VALUE 'N'.

      *>   The pay date's release, from PAYRELSE.DAT.
       01  WS-RELEASED             PIC X(1) VALUE 'N'.

      *>   Items posted in memory this run, written to the ledger
      *>   and stamped only after their node's ACCOUNTS.DAT has
      *>   saved cleanly. WS-PST-STATE: 'S' staged for another
      *>   node, 'C' credited, 'L' left for ACHGEN.cob.
       01  WS-PST-TABLE.
           05  WS-PST-ENTRY OCCURS 500 TIMES.
               10  WS-PST-ORDINAL  PIC 9(6).
               10  WS-PST-ACCT     PIC X(10).
               10  WS-PST-AMOUNT   PIC 9(10)V99.
               10  WS-PST-DESC     PIC X(40).
               10  WS-PST-BRANCH   PIC X(3).
               10  WS-PST-LTR      PIC X(1).
               10  WS-PST-STATE    PIC X(1).
       01  WS-PST-COUNT            PIC 9(3) VALUE 0.
       01  WS-LOCAL-COUNT          PIC 9(3) VALUE 0.
       01  WS-PST-IDX              PIC 9(3) VALUE 0.

      *>   Posting work fields
       01  WS-TX-PREFIX            PIC X(8) VALUE SPACES.
       01  WS-TX-SEQ               PIC 9(4) VALUE 0.
       01  WS-POSTED-COUNT         PIC 9(4) VALUE 0.
       01  WS-POSTED-TOTAL         PIC 9(10)V99 VALUE 0.
       01  WS-ALREADY-COUNT        PIC 9(4) VALUE 0.
       01  WS-LEFT-COUNT           PIC 9(4) VALUE 0.
       01  WS-LEFT-RC              PIC X(2) VALUE SPACES.

       COPY "ACCTIO.cpy".
      *>   ACCOUNTS.DAT update-token working fields — see
      *>   ACCTVERS.cpy and NOTE-ACCT-VERSION/GUARD-ACCT-VERSION.
       COPY "VERSWORK.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-IN-DATE
           IF WS-IN-DATE = SPACES OR WS-IN-DATE IS NOT NUMERIC
               DISPLAY "ERROR|MISSING-DATE"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-IN-DATE TO WS-RUN-DATE

           PERFORM CHECK-DATE-RELEASED
           IF WS-RELEASED = 'N'
               DISPLAY "ONUSPAY|NOT-RELEASED|" WS-RUN-DATE
               DISPLAY "ONUSPAY|RUN-PAYREG-RELEASE-FIRST"
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF

           PERFORM LOAD-DONE-ORDINALS
           PERFORM LOAD-ALL-ACCOUNTS
           IF WS-ACCOUNT-COUNT > 0
               MOVE WS-A-ID(1)(5:1) TO WS-LOCAL-LTR
           END-IF
           PERFORM INIT-NODES

           OPEN INPUT OUTBOUND-FILE
           IF WS-OB-STATUS NOT = '00'
               DISPLAY "ONUSPAY|ERROR|NO-OUTBOUND-FILE|" WS-OB-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ OUTBOUND-FILE
                   AT END
                       CLOSE OUTBOUND-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-OB-ORDINAL
               PERFORM CONSIDER-ONE-ITEM
           END-PERFORM

           IF WS-LOCAL-COUNT > 0
               PERFORM SAVE-ALL-ACCOUNTS
               PERFORM SEED-TX-SEQ
               MOVE WS-LOCAL-LTR TO WS-CUR-LTR
               PERFORM POST-NODE-DEPOSITS
           END-IF

           PERFORM VARYING WS-NODE-IDX FROM 1 BY 1
               UNTIL WS-NODE-IDX > 5
               PERFORM BOOK-OTHER-NODE
           END-PERFORM

           DISPLAY "ONUSPAY-SUMMARY|" WS-POSTED-COUNT "|"
               WS-POSTED-TOTAL "|" WS-ALREADY-COUNT "|"
               WS-LEFT-COUNT
           DISPLAY "RESULT|00"
           STOP RUN.

      *> -------------------------------------------------------
      *> CONSIDER-ONE-ITEM: A settlement dated the pay date, bound
      *> for one of our own nodes, not reversed by ACHRET.cob and
      *> not already posted. One whose destination account is
      *> active on this node is credited in memory and staged; one
      *> bound for another node is staged for BOOK-OTHER-NODE.
      *> -------------------------------------------------------
       CONSIDER-ONE-ITEM.
           MOVE OUTBOUND-RECORD TO WS-OB-PARSE
           IF WS-OBP-DAY IS NOT NUMERIC
               OR WS-OBP-DAY NOT = WS-RUN-DATE
               OR WS-OBP-DESC(1:8) = "REVERSED"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ONUS-BANK
           IF WS-ONUS-BANK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DONE-ORDINAL
           IF WS-DONE-FOUND = 'Y'
               ADD 1 TO WS-ALREADY-COUNT
               DISPLAY "ONUS-ALREADY|" WS-OB-ORDINAL "|" WS-OBP-DEST
               EXIT PARAGRAPH
           END-IF
      *>   The account's node letter and the item's bank must name
      *>   the same node — BANK_x carries its letter in byte 6.
           MOVE WS-OBP-DEST(5:1) TO WS-DEST-LTR
           IF WS-DEST-LTR NOT = WS-OBP-BANK(6:1)
               ADD 1 TO WS-LEFT-COUNT
               DISPLAY "ONUS-LEFT|" WS-OB-ORDINAL "|" WS-OBP-DEST "|"
                   RC-INVALID-ACCT
               EXIT PARAGRAPH
           END-IF
           IF WS-PST-COUNT >= 500
               ADD 1 TO WS-LEFT-COUNT
               DISPLAY "ONUS-LEFT|" WS-OB-ORDINAL "|" WS-OBP-DEST "|"
                   RC-LIMIT-EXCEEDED
               EXIT PARAGRAPH
           END-IF
           IF WS-DEST-LTR NOT = WS-LOCAL-LTR
               PERFORM STAGE-ITEM
               MOVE 'S' TO WS-PST-STATE(WS-PST-COUNT)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OBP-DEST TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               ADD 1 TO WS-LEFT-COUNT
               DISPLAY "ONUS-LEFT|" WS-OB-ORDINAL "|" WS-OBP-DEST "|"
                   RC-INVALID-ACCT
               EXIT PARAGRAPH
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) NOT = 'A'
               ADD 1 TO WS-LEFT-COUNT
               DISPLAY "ONUS-LEFT|" WS-OB-ORDINAL "|" WS-OBP-DEST "|"
                   RC-ACCOUNT-FROZEN
               EXIT PARAGRAPH
           END-IF
           ADD WS-OBP-AMOUNT TO WS-A-BALANCE(WS-FOUND-IDX)
           MOVE WS-RUN-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           PERFORM STAGE-ITEM
           MOVE 'C' TO WS-PST-STATE(WS-PST-COUNT)
           MOVE WS-A-BRANCH(WS-FOUND-IDX)
               TO WS-PST-BRANCH(WS-PST-COUNT)
           ADD 1 TO WS-LOCAL-COUNT.

       STAGE-ITEM.
           ADD 1 TO WS-PST-COUNT
           MOVE WS-OB-ORDINAL TO WS-PST-ORDINAL(WS-PST-COUNT)
           MOVE WS-OBP-DEST TO WS-PST-ACCT(WS-PST-COUNT)
           MOVE WS-OBP-AMOUNT TO WS-PST-AMOUNT(WS-PST-COUNT)
           MOVE WS-OBP-DESC TO WS-PST-DESC(WS-PST-COUNT)
           MOVE SPACES TO WS-PST-BRANCH(WS-PST-COUNT)
           MOVE WS-DEST-LTR TO WS-PST-LTR(WS-PST-COUNT).

      *> -------------------------------------------------------
      *> INIT-NODES: Our five bank nodes, in COMCODE.cpy order —
      *> GLCONSOL.cob's table without the CLEARING node, which
      *> holds no customer accounts.
      *> -------------------------------------------------------
       INIT-NODES.
           MOVE BANK-FIRST-NATL TO WS-NODE-ID(1)
           MOVE BANK-COMM-TRUST TO WS-NODE-ID(2)
           MOVE BANK-PAC-SVGS   TO WS-NODE-ID(3)
           MOVE BANK-HRTG-FED   TO WS-NODE-ID(4)
           MOVE BANK-METRO-CU   TO WS-NODE-ID(5).

      *> -------------------------------------------------------
      *> BOOK-OTHER-NODE: The items staged for one other node,
      *> booked on that node's own files — its ACCOUNTS.DAT loaded
      *> from the sibling directory, each item credited when its
      *> account is there and active, the file saved under that
      *> node's ACCTVERS.DAT guard, and only then the ledger
      *> records and stamps. An unreadable node leaves its items
      *> for ACHGEN.cob.
      *> -------------------------------------------------------
       BOOK-OTHER-NODE.
           MOVE WS-NODE-ID(WS-NODE-IDX) TO WS-CUR-NODE
           MOVE WS-CUR-NODE(6:1) TO WS-CUR-LTR
           IF WS-CUR-LTR = WS-LOCAL-LTR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NODE-STAGED
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-PST-COUNT
               IF WS-PST-LTR(WS-PST-IDX) = WS-CUR-LTR
                   AND WS-PST-STATE(WS-PST-IDX) = 'S'
                   ADD 1 TO WS-NODE-STAGED
               END-IF
           END-PERFORM
           IF WS-NODE-STAGED = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ACCT-NAME
           STRING "../" FUNCTION TRIM(WS-CUR-NODE)
               "/ACCOUNTS.DAT"
               DELIMITED BY SIZE INTO WS-ACCT-NAME
           END-STRING
           MOVE SPACES TO WS-VERS-NAME
           STRING "../" FUNCTION TRIM(WS-CUR-NODE)
               "/ACCTVERS.DAT"
               DELIMITED BY SIZE INTO WS-VERS-NAME
           END-STRING
           MOVE SPACES TO WS-TX-NAME
           STRING "../" FUNCTION TRIM(WS-CUR-NODE)
               "/TRANSACT.DAT"
               DELIMITED BY SIZE INTO WS-TX-NAME
           END-STRING

           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ONUS-NODE|UNREADABLE|" WS-CUR-NODE
               PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-PST-COUNT
                   IF WS-PST-LTR(WS-PST-IDX) = WS-CUR-LTR
                       AND WS-PST-STATE(WS-PST-IDX) = 'S'
                       MOVE RC-INVALID-ACCT TO WS-LEFT-RC
                       PERFORM LEAVE-STAGED-ITEM
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           CLOSE ACCOUNTS-FILE

           PERFORM LOAD-ALL-ACCOUNTS
           MOVE 0 TO WS-NODE-CREDITED
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-PST-COUNT
               IF WS-PST-LTR(WS-PST-IDX) = WS-CUR-LTR
                   AND WS-PST-STATE(WS-PST-IDX) = 'S'
                   PERFORM CREDIT-STAGED-ITEM
               END-IF
           END-PERFORM
           IF WS-NODE-CREDITED = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-ALL-ACCOUNTS
           PERFORM SEED-TX-SEQ
           PERFORM POST-NODE-DEPOSITS.

       CREDIT-STAGED-ITEM.
           MOVE WS-PST-ACCT(WS-PST-IDX) TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               MOVE RC-INVALID-ACCT TO WS-LEFT-RC
               PERFORM LEAVE-STAGED-ITEM
               EXIT PARAGRAPH
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) NOT = 'A'
               MOVE RC-ACCOUNT-FROZEN TO WS-LEFT-RC
               PERFORM LEAVE-STAGED-ITEM
               EXIT PARAGRAPH
           END-IF
           ADD WS-PST-AMOUNT(WS-PST-IDX) TO WS-A-BALANCE(WS-FOUND-IDX)
           MOVE WS-RUN-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           MOVE WS-A-BRANCH(WS-FOUND-IDX) TO WS-PST-BRANCH(WS-PST-IDX)
           MOVE 'C' TO WS-PST-STATE(WS-PST-IDX)
           ADD 1 TO WS-NODE-CREDITED.

       LEAVE-STAGED-ITEM.
           MOVE 'L' TO WS-PST-STATE(WS-PST-IDX)
           ADD 1 TO WS-LEFT-COUNT
           DISPLAY "ONUS-LEFT|" WS-PST-ORDINAL(WS-PST-IDX) "|"
               WS-PST-ACCT(WS-PST-IDX) "|" WS-LEFT-RC.

      *> -------------------------------------------------------
      *> POST-NODE-DEPOSITS: Ledger record and stamp for every
      *> credited item of the node in WS-CUR-LTR, once that node's
      *> ACCOUNTS.DAT has saved.
      *> -------------------------------------------------------
       POST-NODE-DEPOSITS.
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-PST-COUNT
               IF WS-PST-LTR(WS-PST-IDX) = WS-CUR-LTR
                   AND WS-PST-STATE(WS-PST-IDX) = 'C'
                   PERFORM POST-ONE-DEPOSIT
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> CHECK-ONUS-BANK: One of our own bank nodes — every
      *> BANK-ID in COMCODE.cpy except the CLEARING node.
      *> -------------------------------------------------------
       CHECK-ONUS-BANK.
           MOVE 'N' TO WS-ONUS-BANK
           IF WS-OBP-BANK = BANK-FIRST-NATL
               OR WS-OBP-BANK = BANK-COMM-TRUST
               OR WS-OBP-BANK = BANK-PAC-SVGS
               OR WS-OBP-BANK = BANK-HRTG-FED
               OR WS-OBP-BANK = BANK-METRO-CU
               MOVE 'Y' TO WS-ONUS-BANK
           END-IF.

      *> -------------------------------------------------------
      *> POST-ONE-DEPOSIT: One type-'D' internal-channel record
      *> for a staged item, then its OUTSTAT.DAT stamp — chain
      *> fields zeroed per the TRANSREC.cpy rollout note for
      *> non-core writers, as INVCOLL.cob does.
      *> -------------------------------------------------------
       POST-ONE-DEPOSIT.
           ADD 1 TO WS-TX-SEQ
           MOVE SPACES TO TRANSACTION-RECORD
           STRING WS-TX-PREFIX WS-TX-SEQ
               DELIMITED BY SIZE INTO TRANS-ID
           END-STRING
           MOVE WS-PST-ACCT(WS-PST-IDX) TO TRANS-ACCT-ID
           MOVE TX-DEPOSIT TO TRANS-TYPE
           MOVE WS-PST-AMOUNT(WS-PST-IDX) TO TRANS-AMOUNT
           MOVE WS-RUN-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE WS-PST-DESC(WS-PST-IDX) TO TRANS-DESC
           MOVE RC-SUCCESS TO TRANS-STATUS
           MOVE 'IN' TO TRANS-CHANNEL
           MOVE WS-PST-BRANCH(WS-PST-IDX) TO TRANS-BRANCH
           MOVE "ONUSPAY" TO TRANS-BATCH-ID
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
           CLOSE TRANSACT-FILE

           MOVE WS-PST-ORDINAL(WS-PST-IDX) TO WS-OB-ORDINAL
           PERFORM STAMP-OUTBOUND-STATUS
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-PST-AMOUNT(WS-PST-IDX) TO WS-POSTED-TOTAL
           DISPLAY "ONUS-POSTED|" WS-OB-ORDINAL "|" TRANS-ID "|"
               TRANS-ACCT-ID "|" TRANS-AMOUNT.

      *> -------------------------------------------------------
      *> SEED-TX-SEQ: Numbering carries on from the highest
      *> on-us payroll credit already on file for the pay date,
      *> so a second run the same day issues fresh TRANS-IDs.
      *> -------------------------------------------------------
       SEED-TX-SEQ.
           MOVE 0 TO WS-TX-SEQ
           MOVE SPACES TO WS-TX-PREFIX
           STRING "PY" WS-RUN-DATE(3:6)
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
               IF TRANS-ID(1:8) = WS-TX-PREFIX
                   AND TRANS-ID(9:4) IS NUMERIC
                   AND TRANS-ID(9:4) > WS-TX-SEQ
                   MOVE TRANS-ID(9:4) TO WS-TX-SEQ
               END-IF
           END-PERFORM.

      *>================================================================*
      *>  CHECK-DATE-RELEASED: The PAYREG.cob release gate — the pay
      *>  date must be on PAYRELSE.DAT before any of its money moves,
      *>  same gate ACHGEN.cob and SWIFTMSG.cob apply. A missing
      *>  PAYRELSE.DAT means nothing has ever been released.
      *>================================================================*
       CHECK-DATE-RELEASED.
           MOVE 'N' TO WS-RELEASED
           OPEN INPUT RELEASE-FILE
           IF WS-REL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ RELEASE-FILE
                   AT END
                       CLOSE RELEASE-FILE
                       EXIT PERFORM
               END-READ
               IF REL-RUN-DATE = WS-RUN-DATE
                   MOVE 'Y' TO WS-RELEASED
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-DONE-ORDINALS / FIND-DONE-ORDINAL: The OUTSTAT.DAT
      *> rows this program stamped on earlier runs.
      *> -------------------------------------------------------
       LOAD-DONE-ORDINALS.
           MOVE 0 TO WS-DONE-COUNT
           OPEN INPUT OUTSTAT-FILE
           IF WS-OS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ OUTSTAT-FILE
                   AT END
                       CLOSE OUTSTAT-FILE
                       EXIT PERFORM
               END-READ
               IF OS-CONSUMER = "ONUSPAY"
                   AND WS-DONE-COUNT < 2000
                   ADD 1 TO WS-DONE-COUNT
                   MOVE OS-ORDINAL TO WS-DONE-ORDINAL(WS-DONE-COUNT)
               END-IF
           END-PERFORM.

       FIND-DONE-ORDINAL.
           MOVE 'N' TO WS-DONE-FOUND
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > WS-DONE-COUNT
               IF WS-DONE-ORDINAL(WS-DONE-IDX) = WS-OB-ORDINAL
                   MOVE 'Y' TO WS-DONE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> STAMP-OUTBOUND-STATUS: One OUTSTAT.DAT lifecycle row for
      *> the OUTBOUND.DAT item just posted — same row ACHGEN.cob
      *> writes, under this program's name.
      *> -------------------------------------------------------
       STAMP-OUTBOUND-STATUS.
           OPEN EXTEND OUTSTAT-FILE
           IF WS-OS-STATUS NOT = '00'
               OPEN OUTPUT OUTSTAT-FILE
               IF WS-OS-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-OS-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO OUTBOUND-STATUS-RECORD
           MOVE WS-OB-ORDINAL TO OS-ORDINAL
           MOVE "ONUSPAY" TO OS-CONSUMER
           MOVE WS-RUN-DATE TO OS-STAMP-DATE
           WRITE OUTBOUND-STATUS-RECORD
           CLOSE OUTSTAT-FILE.

      *> -------------------------------------------------------
      *> LOAD-ALL-ACCOUNTS / SAVE-ALL-ACCOUNTS / FIND-ACCOUNT:
      *> Same paragraphs and shapes as STANDORD.cob, per
      *> ACCTIO.cpy's shared-data/per-program-logic convention.
      *> -------------------------------------------------------
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
               MOVE ACCT-LAST-ACTIVITY
                   TO WS-A-ACTIVITY(WS-ACCOUNT-COUNT)
               MOVE ACCT-OWNER2 TO WS-A-OWNER2(WS-ACCOUNT-COUNT)
               MOVE ACCT-OWNER3 TO WS-A-OWNER3(WS-ACCOUNT-COUNT)
               MOVE ACCT-DORMANT-FLAG
                   TO WS-A-DORMANT(WS-ACCOUNT-COUNT)
               MOVE ACCT-CD-TERM-MONTHS
                   TO WS-A-CD-TERM(WS-ACCOUNT-COUNT)
               MOVE ACCT-MATURITY-DATE
                   TO WS-A-MATURITY(WS-ACCOUNT-COUNT)
               MOVE ACCT-LINKED-ACCT
                   TO WS-A-LINKED(WS-ACCOUNT-COUNT)
               MOVE ACCT-HOLD-AMOUNT TO WS-A-HOLD(WS-ACCOUNT-COUNT)
               MOVE ACCT-CURRENCY TO WS-A-CURRENCY(WS-ACCOUNT-COUNT)
               MOVE ACCT-BRANCH TO WS-A-BRANCH(WS-ACCOUNT-COUNT)
           END-PERFORM.

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
               MOVE WS-A-ACTIVITY(WS-ACCT-IDX)
                   TO ACCT-LAST-ACTIVITY
               MOVE WS-A-OWNER2(WS-ACCT-IDX) TO ACCT-OWNER2
               MOVE WS-A-OWNER3(WS-ACCT-IDX) TO ACCT-OWNER3
               MOVE WS-A-DORMANT(WS-ACCT-IDX) TO ACCT-DORMANT-FLAG
               MOVE WS-A-CD-TERM(WS-ACCT-IDX)
                   TO ACCT-CD-TERM-MONTHS
               MOVE WS-A-MATURITY(WS-ACCT-IDX)
                   TO ACCT-MATURITY-DATE
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
      *> NOTE-ACCT-VERSION / GUARD-ACCT-VERSION / READ-ACCT-VERSION:
      *> ACCOUNTS.DAT update interlock — see ACCTVERS.cpy. The load
      *> notes the version token the account table was read under;
      *> the save guard refuses to rewrite the file if another
      *> program bumped the token since, so two concurrent
      *> load-modify-save runs abort with a clear message instead of
      *> silently erasing each other's postings. The guard bumps the
      *> token before rewriting, and keeps WS-VERS-LOADED current so
      *> a run that saves more than once stays consistent with its
      *> own writes.
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
           MOVE "ONUSPAY" TO VERS-PROGRAM
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
