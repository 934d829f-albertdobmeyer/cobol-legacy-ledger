      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-08-23
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The step after DORMANCY-CHECK that never existed:
      *>    GL-NODE-CODE documents) through the state table below —
      *>    the account record itself carries no state field.
      *>
      *>    Safe deposit box contents drilled into bank custody for
      *>    unpaid rent (SDBOX.cob, status 'D' on SDBOX.DAT) are
      *>    unclaimed property too. They run through both passes
      *>    beside the accounts: the holding period is counted
      *>    from the date the rent went unpaid, the state is
      *>    resolved from the node letter of the box's billing
      *>    account, and the appraised contents value is what is
      *>    reported and remitted.
      *>
      *>  Operations (via command-line argument):
      *>    NOTIFY — due-diligence pass: write one ESCHNOTE.DAT
      *>             extract line per dormant account past its
      *>             state's holding period, for the owner-contact
      *>             mailing, plus one per drilled box past its
      *>             holding period. Read-only on the masters.
      *>    REMIT  — remittance pass: for the same population, post
      *>             the balance out, close the account (audited),
      *>             and write the per-state remittance file
      *>             ESCHREMIT.DAT; drilled box contents due are
      *>             written to the same file, and the box is
      *>             released back to the branch inventory
      *>
      *>  Files:
      *>    Input/Output: ACCOUNTS.DAT (REMIT only)
      *>    Output:       ACCTAUDIT.DAT (appended, REMIT only)
      *>    Output:       ESCHNOTE.DAT (rebuilt, NOTIFY)
      *>    Output:       ESCHREMIT.DAT (rebuilt, REMIT)
      *>    Input/Output: SDBOX.DAT (REMIT rewrites escheated boxes)
      *>    Output:       SDBACCES.DAT (appended, REMIT only)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout
      *>    AUDITREC.cpy  — Account audit log record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>    ACCTIO.cpy    — Shared account I/O variables
      *>    SDBREC.cpy    — Safe deposit box master record layout
      *>    SDBLOG.cpy    — Safe deposit box activity log layout
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    ESCHEAT-NOTICE|ACCT|STATE|BALANCE|DAYS-INACTIVE
      *>    ESCHEAT-REMIT|ACCT|STATE|AMOUNT
      *>    ESCHEAT-BOX-NOTICE|BRANCH|BOX|STATE|VALUE|DAYS-UNPAID
      *>    ESCHEAT-BOX|BRANCH|BOX|STATE|VALUE
      *>    ESCHEAT-SUMMARY|STATE|COUNT|TOTAL (one per state, REMIT;
      *>                    accounts and boxes together)
      *>    ESCHEAT-TOTALS|ACCOUNTS|AMOUNT
      *>    ESCHEAT-BOX-TOTALS|BOXES|VALUE
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>                     address and tracks queued/printed/
      *>                     mailed; the legacy notice file is
      *>                     still written unchanged
      *>
      *>    2026-10-15  AKD  Drilled safe deposit box contents held
      *>                     in custody (SDBOX.DAT status 'D') are
      *>                     now noticed and remitted with the
      *>                     dormant accounts — state from the
      *>                     billing account's node letter, holding
      *>                     period from the unpaid rent date; the
      *>                     remitted box returns to inventory and
      *>                     the event is logged to SDBACCES.DAT
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "ESCHREMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-STATUS.
           SELECT SDBOX-FILE
               ASSIGN TO "SDBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDB-STATUS.
           SELECT SDBLOG-FILE
               ASSIGN TO "SDBACCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  NOTICE-RECORD          PIC X(100).
       FD  REMIT-FILE.
       01  REMIT-RECORD           PIC X(100).
       FD  SDBOX-FILE.
       01  SDBOX-IO-RECORD        PIC X(140).
       FD  SDBLOG-FILE.
       COPY "SDBLOG.cpy".

       WORKING-STORAGE SECTION.
      *>   Business-date control file status — see BUSDATE.cpy
       01  WS-AUDIT-STATUS        PIC XX VALUE SPACES.
       01  WS-NT-STATUS           PIC XX VALUE SPACES.
       01  WS-RM-STATUS           PIC XX VALUE SPACES.
       01  WS-SDB-STATUS          PIC XX VALUE SPACES.
       01  WS-SDL-STATUS          PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(20) VALUE SPACES.
       01  WS-OPERATION           PIC X(8) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
               10  WS-ST-YEARS    PIC 9(1).
       01  WS-ST-IDX              PIC 9(1) VALUE 0.
       01  WS-ACCT-STATE          PIC X(2) VALUE SPACES.
      *>   Node letter of the property being evaluated — the
      *>   account's own ID, or a drilled box's billing account
       01  WS-PROP-NODE           PIC X(1) VALUE SPACES.
       01  WS-HOLDING-DAYS        PIC 9(5) VALUE 0.
       01  WS-CURRENT-DATE-INT    PIC S9(9) VALUE 0.
       01  WS-LAST-ACT-INT        PIC S9(9) VALUE 0.
               10  WS-SS-TOTAL    PIC S9(12)V99 VALUE 0.
       01  WS-SS-IDX              PIC 9(1) VALUE 0.
       01  WS-AUDIT-IDX           PIC 9(3) VALUE 0.
      *>   Safe deposit box master, held as whole rows — see
      *>   SDBREC.cpy and SDBOX.cob. The row being worked is moved
      *>   into SAFE-DEPOSIT-RECORD.
       01  WS-BOX-TABLE.
           05  WS-BX-ENTRY OCCURS 500 TIMES.
               10  WS-BX-REC      PIC X(140).
       01  WS-BOX-COUNT           PIC 9(3) VALUE 0.
       01  WS-BX-IDX              PIC 9(3) VALUE 0.
       01  WS-BOX-DUE-INT         PIC S9(9) VALUE 0.
       01  WS-BOX-NOTICE-COUNT    PIC 9(5) VALUE 0.
       01  WS-BOX-REMIT-COUNT     PIC 9(5) VALUE 0.
       01  WS-BOX-REMIT-TOTAL     PIC S9(12)V99 VALUE 0.
       COPY "SDBREC.cpy".
       01  WS-RPT-AMT             PIC -(11)9.99.
       COPY "ACCTIO.cpy".
      *>   ACCOUNTS.DAT update-token working fields — see
           COMPUTE WS-CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-BOXES

           EVALUATE WS-OPERATION
               WHEN "NOTIFY"
                   PERFORM WRITE-ONE-NOTICE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BOX-COUNT
               MOVE WS-BX-REC(WS-BX-IDX) TO SAFE-DEPOSIT-RECORD
               PERFORM EVALUATE-BOX-ESCHEAT-DUE
               IF WS-DAYS-INACTIVE >= WS-HOLDING-DAYS
                   AND WS-HOLDING-DAYS > 0
                   PERFORM WRITE-ONE-BOX-NOTICE
               END-IF
           END-PERFORM
           CLOSE NOTICE-FILE
           DISPLAY "ESCHEAT-TOTALS|" WS-NOTICE-COUNT "|0"
           DISPLAY "ESCHEAT-BOX-TOTALS|" WS-BOX-NOTICE-COUNT "|0"
           DISPLAY "RESULT|00".

       WRITE-ONE-NOTICE.
           END-STRING
           PERFORM QUEUE-CORRESPONDENCE.

      *> -------------------------------------------------------
      *> WRITE-ONE-BOX-NOTICE: Due-diligence line for drilled box
      *> contents. The extract carries "SDB" + branch + box where
      *> an account line carries the account ID, and the letter
      *> is queued against the billing account so CORRGEN.cob
      *> finds the renter's mailing address through CUSTXREF.DAT.
      *> -------------------------------------------------------
       WRITE-ONE-BOX-NOTICE.
           ADD 1 TO WS-BOX-NOTICE-COUNT
           MOVE SDB-CONTENTS-VALUE TO WS-RPT-AMT
           MOVE SPACES TO NOTICE-RECORD
           STRING "SDB" SDB-BRANCH SDB-BOX-NO "|"
               FUNCTION TRIM(SDB-CONTENTS-DESC) "|"
               WS-ACCT-STATE "|" FUNCTION TRIM(WS-RPT-AMT) "|"
               SDB-RENT-DUE
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           DISPLAY "ESCHEAT-BOX-NOTICE|" SDB-BRANCH "|" SDB-BOX-NO
               "|" WS-ACCT-STATE "|" SDB-CONTENTS-VALUE "|"
               WS-DAYS-INACTIVE
           MOVE 'ES' TO WS-CORR-TYPE
           MOVE SDB-BILL-ACCT TO WS-CORR-ACCT
           MOVE SDB-CONTENTS-VALUE TO WS-CORR-AMOUNT
           MOVE SPACES TO WS-CORR-DETAIL
           STRING "ESCHEAT SAFE DEPOSIT BOX " SDB-BOX-NO
               " STATE " WS-ACCT-STATE
               DELIMITED BY SIZE INTO WS-CORR-DETAIL
           END-STRING
           PERFORM QUEUE-CORRESPONDENCE.

      *> -------------------------------------------------------
      *> REMIT-PASS: Close out each due account through the
      *> normal audited path — post the balance out via
               END-IF
           END-PERFORM
           PERFORM SAVE-ALL-ACCOUNTS
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BOX-COUNT
               MOVE WS-BX-REC(WS-BX-IDX) TO SAFE-DEPOSIT-RECORD
               PERFORM EVALUATE-BOX-ESCHEAT-DUE
               IF WS-DAYS-INACTIVE >= WS-HOLDING-DAYS
                   AND WS-HOLDING-DAYS > 0
                   PERFORM REMIT-ONE-BOX
                   MOVE SAFE-DEPOSIT-RECORD TO WS-BX-REC(WS-BX-IDX)
               END-IF
           END-PERFORM
           IF WS-BOX-REMIT-COUNT > 0
               PERFORM SAVE-BOXES
           END-IF
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
               UNTIL WS-SS-IDX > 5
               IF WS-SS-COUNT(WS-SS-IDX) > 0
           CLOSE REMIT-FILE
           DISPLAY "ESCHEAT-TOTALS|" WS-REMIT-COUNT "|"
               WS-REMIT-TOTAL
           DISPLAY "ESCHEAT-BOX-TOTALS|" WS-BOX-REMIT-COUNT "|"
               WS-BOX-REMIT-TOTAL
           DISPLAY "RESULT|00".

       REMIT-ONE-ACCOUNT.
           DISPLAY "ESCHEAT-REMIT|" WS-A-ID(WS-ACCT-IDX) "|"
               WS-ACCT-STATE "|" WS-REMIT-AMOUNT.

      *> -------------------------------------------------------
      *> REMIT-ONE-BOX: Report the drilled contents to the state
      *> on the remittance file, then release the box — vacant,
      *> lock still drilled (the locksmith re-keys it before it
      *> is rented again), renter and contents cleared, escheat
      *> date kept — and log the event on SDBACCES.DAT. Nothing
      *> posts to the ledger: the contents were never a balance.
      *> -------------------------------------------------------
       REMIT-ONE-BOX.
           ADD 1 TO WS-BOX-REMIT-COUNT
           ADD SDB-CONTENTS-VALUE TO WS-BOX-REMIT-TOTAL
           ADD 1 TO WS-SS-COUNT(WS-ST-IDX)
           ADD SDB-CONTENTS-VALUE TO WS-SS-TOTAL(WS-ST-IDX)

           MOVE SDB-CONTENTS-VALUE TO WS-RPT-AMT
           MOVE SPACES TO REMIT-RECORD
           STRING WS-ACCT-STATE "|SDB" SDB-BRANCH SDB-BOX-NO "|"
               FUNCTION TRIM(SDB-CONTENTS-DESC) "|"
               FUNCTION TRIM(WS-RPT-AMT) "|" WS-CURRENT-DATE
               DELIMITED BY SIZE INTO REMIT-RECORD
           END-STRING
           WRITE REMIT-RECORD
           DISPLAY "ESCHEAT-BOX|" SDB-BRANCH "|" SDB-BOX-NO "|"
               WS-ACCT-STATE "|" SDB-CONTENTS-VALUE

           MOVE SPACES TO SDB-LOG-RECORD
           MOVE WS-CURRENT-DATE TO SDL-DATE
           MOVE WS-CURRENT-TIME TO SDL-TIME
           MOVE SDB-BRANCH TO SDL-BRANCH
           MOVE SDB-BOX-NO TO SDL-BOX-NO
           MOVE 'E' TO SDL-EVENT
           MOVE SDB-RENTER-ID TO SDL-CUST-ID
           MOVE "ESCHEAT" TO SDL-OPER-ID
           MOVE SDB-CONTENTS-VALUE TO SDL-AMOUNT
           STRING "REMITTED STATE " WS-ACCT-STATE
               DELIMITED BY SIZE INTO SDL-DETAIL
           END-STRING
           OPEN EXTEND SDBLOG-FILE
           IF WS-SDL-STATUS NOT = '00'
               OPEN OUTPUT SDBLOG-FILE
           END-IF
           IF WS-SDL-STATUS = '00'
               WRITE SDB-LOG-RECORD
               CLOSE SDBLOG-FILE
           ELSE
               DISPLAY "ERROR|FILE-OPEN|" WS-SDL-STATUS
           END-IF

           MOVE 'V' TO SDB-STATUS
           MOVE 'D' TO SDB-KEY-STATUS
           MOVE SPACES TO SDB-RENTER-ID
           MOVE SPACES TO SDB-CO-RENTER-1
           MOVE SPACES TO SDB-CO-RENTER-2
           MOVE SPACES TO SDB-BILL-ACCT
           MOVE 0 TO SDB-RENT-DUE
           MOVE 0 TO SDB-DELINQ-STAGE
           MOVE 0 TO SDB-CONTENTS-VALUE
           MOVE SPACES TO SDB-CONTENTS-DESC
           MOVE WS-CURRENT-DATE TO SDB-ESCHEAT-DATE.

      *> -------------------------------------------------------
      *> EVALUATE-ESCHEAT-DUE: Resolve the account's state and
      *> holding period from its node letter and compute days
               OR WS-A-DORMANT(WS-ACCT-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-A-ID(WS-ACCT-IDX)(5:1) TO WS-PROP-NODE
           PERFORM RESOLVE-HOLDING-PERIOD
           COMPUTE WS-LAST-ACT-INT =
               FUNCTION INTEGER-OF-DATE(WS-A-ACTIVITY(WS-ACCT-IDX))
           COMPUTE WS-DAYS-INACTIVE =
               WS-CURRENT-DATE-INT - WS-LAST-ACT-INT.

      *> -------------------------------------------------------
      *> EVALUATE-BOX-ESCHEAT-DUE: Same test for the box in
      *> SAFE-DEPOSIT-RECORD. Only drilled boxes with contents in
      *> custody are eligible; the clock runs from the rent due
      *> date that went unpaid — the owner's last contact.
      *> -------------------------------------------------------
       EVALUATE-BOX-ESCHEAT-DUE.
           MOVE 0 TO WS-HOLDING-DAYS
           MOVE 0 TO WS-DAYS-INACTIVE
           IF NOT SDB-DRILLED OR SDB-RENT-DUE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SDB-BILL-ACCT(5:1) TO WS-PROP-NODE
           PERFORM RESOLVE-HOLDING-PERIOD
           COMPUTE WS-BOX-DUE-INT =
               FUNCTION INTEGER-OF-DATE(SDB-RENT-DUE)
           COMPUTE WS-DAYS-INACTIVE =
               WS-CURRENT-DATE-INT - WS-BOX-DUE-INT.

       RESOLVE-HOLDING-PERIOD.
      *>   The caller sets WS-PROP-NODE to the property's node
      *>   letter first.
      *>   Fall back to the longest period on the table for an
      *>   unrecognized node letter — conservative: property is
      *>   held longer, never remitted early.
           MOVE 5 TO WS-ST-IDX
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
               UNTIL WS-SS-IDX > 5
               IF WS-ST-NODE(WS-SS-IDX) = WS-PROP-NODE
                   MOVE WS-SS-IDX TO WS-ST-IDX
                   EXIT PERFORM
               END-IF
               MOVE ACCT-BRANCH TO WS-A-BRANCH(WS-ACCOUNT-COUNT)
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-BOXES / SAVE-BOXES: SDBOX.DAT load-modify-save, as
      *> SDBOX.cob does it. A node with no box file has no boxes.
      *> -------------------------------------------------------
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

      *> -------------------------------------------------------
      *> SAVE-ALL-ACCOUNTS: Rewrite ACCOUNTS.DAT from the
      *> in-memory table — same paragraph name and shape as
