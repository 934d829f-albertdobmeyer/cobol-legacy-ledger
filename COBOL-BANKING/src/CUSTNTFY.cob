      *>================================================================*
      *>  Program:     CUSTNTFY.cob
      *>  System:      LEGACY LEDGER — Customer Alert Notifications
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Customer-chosen account alerts: low balance, large
      *>    debit, deposit posted, NSF decline. Customers subscribe
      *>    per account and type with a threshold and an e-mail
      *>    address or mobile number (ALRTSUB.DAT — see
      *>    ALRTSUB.cpy), keyed at the teller console or here.
      *>    After the day posts, SCAN walks the day's TRANSACT.DAT
      *>    postings, the day's NSFFEES.DAT declines and the
      *>    closing ACCOUNTS.DAT balances against the active
      *>    subscriptions and queues one notification per hit
      *>    (NOTIFQ.DAT — see NOTIFREC.cpy). EXTRACT hands the
      *>    queued notifications to the messaging vendor as
      *>    NOTIFOUT.DAT; RESULTS posts the vendor's delivery file
      *>    back, so every alert walks Q → S → D (or F) the way a
      *>    CORRQ.DAT letter walks Q → P → M.
      *>
      *>  Operations (via command-line argument):
      *>    ENROLL acct type threshold channel contact
      *>                     — subscribe or change (type LB LD DP
      *>                       NS; channel E or S)
      *>    CANCEL acct type — stop one subscription (row kept)
      *>    SCAN [yyyymmdd]  — queue the day's alerts, as of the
      *>                       business date unless given
      *>    EXTRACT          — write every queued alert to
      *>                       NOTIFOUT.DAT and mark it sent
      *>    RESULTS          — post NOTIFRES.DAT delivery results
      *>                       (id|D or id|F per line)
      *>    LIST [acct]      — subscriptions and notifications
      *>    ENROLL and CANCEL need a signed-on operator
      *>    (BANK_OPERATOR_ID / BANK_OPERATOR_PIN).
      *>
      *>  Files:
      *>    Input/Output: ALRTSUB.DAT, NOTIFQ.DAT
      *>    Input:        TRANSACT.DAT, NSFFEES.DAT, ACCOUNTS.DAT,
      *>                  OPERATORS.DAT, BUSDATE.DAT, NOTIFRES.DAT
      *>    Output:       NOTIFOUT.DAT (vendor extract, rewritten
      *>                  each EXTRACT)
      *>
      *>  Copybooks:
      *>    ALRTSUB.cpy, NOTIFREC.cpy, TRANSREC.cpy, NSFREC.cpy,
      *>    ACCTREC.cpy, BUSDATE.cpy, OPERREC.cpy, ACCTIO.cpy,
      *>    OPERIO.cpy, COMCODE.cpy
      *>
      *>  Vendor Extract (NOTIFOUT.DAT, pipe-delimited):
      *>    id|EMAIL-or-SMS|contact|acct-last-4|type|amount|date|text
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    ALERT-SUB|ACCT|TYPE|THRESHOLD|CHANNEL|CONTACT|STATUS
      *>    NOTIFY-QUEUED|ID|ACCT|TYPE|AMOUNT|REF
      *>    NOTIFY-SUMMARY|QUEUED|ALREADY-QUEUED
      *>    NOTIFY-EXTRACT|SENT
      *>    NOTIFY-RESULT|ID|STATUS
      *>    NOTIFY-RESULT-UNKNOWN|ID
      *>    NOTIFY-RESULTS|DELIVERED|FAILED|UNKNOWN
      *>    NOTIFY|ID|ACCT|TYPE|STATUS|EVENT|SENT|RESULT (LIST)
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Account not on file, or no such
      *>                subscription to cancel
      *>    RESULT|07 — Operator not signed on
      *>    RESULT|99 — Invalid arguments or file I/O error
      *>
      *>  Dependencies:
      *>    SCAN runs in the nightly batch after EODRUN.cob has
      *>    posted the day; EXTRACT follows it, RESULTS runs when
      *>    the vendor's delivery file arrives.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTNTFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALRTSUB-FILE
               ASSIGN TO "ALRTSUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT NOTIFQ-FILE
               ASSIGN TO "NOTIFQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTQ-STATUS.
           SELECT NOTIFOUT-FILE
               ASSIGN TO "NOTIFOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTO-STATUS.
           SELECT NOTIFRES-FILE
               ASSIGN TO "NOTIFRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTR-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT NSFFEE-FILE
               ASSIGN TO "NSFFEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
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
       FD  ALRTSUB-FILE.
       COPY "ALRTSUB.cpy".
       FD  NOTIFQ-FILE.
       COPY "NOTIFREC.cpy".
       FD  NOTIFOUT-FILE.
       01  NOTIFOUT-RECORD        PIC X(200).
       FD  NOTIFRES-FILE.
       01  NOTIFRES-RECORD        PIC X(40).
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  NSFFEE-FILE.
       COPY "NSFREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SUB-STATUS          PIC XX VALUE SPACES.
       01  WS-NTQ-STATUS          PIC XX VALUE SPACES.
       01  WS-NTO-STATUS          PIC XX VALUE SPACES.
       01  WS-NTR-STATUS          PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-NSF-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(120) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-ARG-2               PIC X(15) VALUE SPACES.
       01  WS-ARG-3               PIC X(15) VALUE SPACES.
       01  WS-ARG-4               PIC X(15) VALUE SPACES.
       01  WS-ARG-5               PIC X(15) VALUE SPACES.
       01  WS-ARG-6               PIC X(50) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-SCAN-DATE           PIC 9(8) VALUE 0.
      *>   Subscriptions staged for load-modify-save.
       01  WS-SUB-TABLE.
           05  WS-SUB-LINE OCCURS 500 TIMES PIC X(100).
       01  WS-SUB-COUNT           PIC 9(3) VALUE 0.
       01  WS-SUB-IDX             PIC 9(3) VALUE 0.
       01  WS-SUB-FOUND-IDX       PIC 9(3) VALUE 0.
       01  WS-SUB-CHANGED         PIC X(1) VALUE 'N'.
       01  WS-IN-TYPE             PIC X(2) VALUE SPACES.
       01  WS-IN-THRESHOLD        PIC 9(10)V99 VALUE 0.
       01  WS-AT-COUNT            PIC 9(3) VALUE 0.
      *>   Notification queue: the next ID, and the identity of
      *>   every alert already raised for the scan date.
       01  WS-NT-SEQ              PIC 9(7) VALUE 0.
       01  WS-NK-TABLE.
           05  WS-NK-KEY OCCURS 2000 TIMES PIC X(24).
       01  WS-NK-COUNT            PIC 9(4) VALUE 0.
       01  WS-NK-IDX              PIC 9(4) VALUE 0.
       01  WS-NK-FOUND            PIC X(1) VALUE 'N'.
       01  WS-NEW-KEY             PIC X(24) VALUE SPACES.
      *>   One alert being raised.
       01  WS-EV-REF              PIC X(12) VALUE SPACES.
       01  WS-EV-AMOUNT           PIC S9(10)V99 VALUE 0.
       01  WS-EV-DETAIL           PIC X(40) VALUE SPACES.
       01  WS-NSF-ROW             PIC 9(7) VALUE 0.
       01  WS-QUEUED-COUNT        PIC 9(5) VALUE 0.
       01  WS-ALREADY-COUNT       PIC 9(5) VALUE 0.
      *>   Whole queue staged for EXTRACT / RESULTS rewrite.
       01  WS-NQ-TABLE.
           05  WS-NQ-LINE OCCURS 5000 TIMES PIC X(160).
       01  WS-NQ-COUNT            PIC 9(4) VALUE 0.
       01  WS-NQ-IDX              PIC 9(4) VALUE 0.
       01  WS-SENT-COUNT          PIC 9(5) VALUE 0.
       01  WS-DELIV-COUNT         PIC 9(5) VALUE 0.
       01  WS-FAIL-COUNT          PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-COUNT       PIC 9(5) VALUE 0.
       01  WS-RES-ID-STR          PIC X(10) VALUE SPACES.
       01  WS-RES-CODE            PIC X(5) VALUE SPACES.
       01  WS-RES-ID              PIC 9(7) VALUE 0.
       01  WS-RES-HIT             PIC X(1) VALUE 'N'.
       01  WS-OUT-CHANNEL         PIC X(5) VALUE SPACES.
       01  WS-OUT-AMT             PIC -(10)9.99.
       01  WS-ACCT-LAST4          PIC X(4) VALUE SPACES.
       01  WS-ACCT-LEN            PIC 9(2) VALUE 0.
      *>   ACCTIO.cpy provides the in-memory account table and
      *>   the FIND-ACCOUNT search fields.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       COPY "ACCTIO.cpy".
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

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
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           EVALUATE WS-OPERATION
               WHEN "ENROLL"
               WHEN "CANCEL"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM MAINTAIN-SUBSCRIPTION
               WHEN "SCAN"
                   MOVE WS-CURRENT-DATE TO WS-SCAN-DATE
                   IF WS-ARG-2 NOT = SPACES
                       IF WS-ARG-2(1:8) IS NOT NUMERIC
                           OR WS-ARG-2(9:1) NOT = SPACE
                           DISPLAY "RESULT|99"
                           STOP RUN
                       END-IF
                       MOVE WS-ARG-2(1:8) TO WS-SCAN-DATE
                   END-IF
                   PERFORM RUN-SCAN
               WHEN "EXTRACT"
                   PERFORM RUN-EXTRACT
               WHEN "RESULTS"
                   PERFORM RUN-RESULTS
               WHEN "LIST"
                   PERFORM RUN-LIST
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
      *> MAINTAIN-SUBSCRIPTION: ENROLL adds the account/type row
      *> or replaces its threshold, channel and contact (a
      *> cancelled row comes back active, low-balance state
      *> re-armed); CANCEL marks the row 'C'. The account must be
      *> on file, an e-mail contact must carry an '@', and an
      *> SMS contact must be digits.
      *> -------------------------------------------------------
       MAINTAIN-SUBSCRIPTION.
           IF WS-ARG-2 = SPACES OR WS-ARG-3 = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:10) TO WS-IN-ACCT-ID
           MOVE WS-ARG-3(1:2) TO WS-IN-TYPE
           MOVE WS-IN-TYPE TO AS-TYPE
           IF NOT AS-VALID-TYPE OR WS-ARG-3(3:1) NOT = SPACE
               DISPLAY "ERROR|INVALID-ALERT-TYPE|" WS-ARG-3
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM LOAD-SUBSCRIPTIONS
           PERFORM FIND-SUBSCRIPTION
           IF WS-OPERATION = "CANCEL"
               IF WS-SUB-FOUND-IDX = 0
                   DISPLAY "RESULT|" RC-INVALID-ACCT
                   STOP RUN
               END-IF
               MOVE WS-SUB-LINE(WS-SUB-FOUND-IDX) TO ALERT-SUB-RECORD
               MOVE 'C' TO AS-STATUS
           ELSE
               PERFORM VALIDATE-ENROLLMENT
               IF WS-SUB-FOUND-IDX = 0
                   IF WS-SUB-COUNT >= 500
                       DISPLAY "ERROR|TABLE-FULL|ALRTSUB"
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SUB-COUNT
                   MOVE WS-SUB-COUNT TO WS-SUB-FOUND-IDX
               END-IF
               MOVE SPACES TO ALERT-SUB-RECORD
               MOVE WS-IN-ACCT-ID TO AS-ACCT-ID
               MOVE WS-IN-TYPE TO AS-TYPE
               MOVE WS-IN-THRESHOLD TO AS-THRESHOLD
               MOVE WS-ARG-5(1:1) TO AS-CHANNEL
               MOVE WS-ARG-6 TO AS-CONTACT
               MOVE 'A' TO AS-STATUS
           END-IF
           MOVE WS-IN-OPER-ID TO AS-SET-BY
           MOVE WS-CURRENT-DATE TO AS-SET-DATE
           MOVE ALERT-SUB-RECORD TO WS-SUB-LINE(WS-SUB-FOUND-IDX)
           PERFORM SAVE-SUBSCRIPTIONS
           PERFORM SHOW-SUBSCRIPTION.

       VALIDATE-ENROLLMENT.
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ARG-4) NOT = 0
               DISPLAY "ERROR|INVALID-THRESHOLD|" WS-ARG-4
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-4) TO WS-IN-THRESHOLD
           IF WS-ARG-6 = SPACES
               DISPLAY "ERROR|CONTACT-REQUIRED"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           EVALUATE WS-ARG-5
               WHEN "E"
                   MOVE 0 TO WS-AT-COUNT
                   INSPECT WS-ARG-6 TALLYING WS-AT-COUNT FOR ALL "@"
                   IF WS-AT-COUNT NOT = 1
                       DISPLAY "ERROR|INVALID-EMAIL|" WS-ARG-6
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
               WHEN "S"
                   IF FUNCTION TRIM(WS-ARG-6) IS NOT NUMERIC
                       DISPLAY "ERROR|INVALID-MOBILE|" WS-ARG-6
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR|INVALID-CHANNEL|" WS-ARG-5
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-EVALUATE.

       FIND-SUBSCRIPTION.
           MOVE 0 TO WS-SUB-FOUND-IDX
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               MOVE WS-SUB-LINE(WS-SUB-IDX) TO ALERT-SUB-RECORD
               IF AS-ACCT-ID = WS-IN-ACCT-ID
                   AND AS-TYPE = WS-IN-TYPE
                   MOVE WS-SUB-IDX TO WS-SUB-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SHOW-SUBSCRIPTION.
           MOVE AS-THRESHOLD TO WS-OUT-AMT
           DISPLAY "ALERT-SUB|" AS-ACCT-ID "|" AS-TYPE "|"
               FUNCTION TRIM(WS-OUT-AMT) "|" AS-CHANNEL "|"
               FUNCTION TRIM(AS-CONTACT) "|" AS-STATUS.

      *> -------------------------------------------------------
      *> RUN-SCAN: The post-posting pass. Nothing is raised
      *> twice: the queue's alerts for the scan date are loaded
      *> first and every new one is checked against them by
      *> account, type and event identity.
      *> -------------------------------------------------------
       RUN-SCAN.
           PERFORM LOAD-SUBSCRIPTIONS
           PERFORM LOAD-QUEUE-KEYS
           PERFORM SCAN-POSTINGS
           PERFORM SCAN-NSF-DECLINES
           PERFORM SCAN-BALANCES
           IF WS-SUB-CHANGED = 'Y'
               PERFORM SAVE-SUBSCRIPTIONS
           END-IF
           DISPLAY "NOTIFY-SUMMARY|" WS-QUEUED-COUNT "|"
               WS-ALREADY-COUNT.

       LOAD-QUEUE-KEYS.
           MOVE 0 TO WS-NT-SEQ
           MOVE 0 TO WS-NK-COUNT
           OPEN INPUT NOTIFQ-FILE
           IF WS-NTQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ NOTIFQ-FILE
                   AT END
                       CLOSE NOTIFQ-FILE
                       EXIT PERFORM
               END-READ
               IF NT-ID > WS-NT-SEQ
                   MOVE NT-ID TO WS-NT-SEQ
               END-IF
               IF NT-EVENT-DATE = WS-SCAN-DATE
                   IF WS-NK-COUNT >= 2000
                       DISPLAY "ERROR|TABLE-FULL|NOTIFQ"
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NK-COUNT
                   STRING NT-ACCT-ID NT-TYPE NT-REF
                       DELIMITED BY SIZE INTO WS-NK-KEY(WS-NK-COUNT)
                   END-STRING
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SCAN-POSTINGS: The day's posted ledger entries against
      *> the LD and DP subscriptions — debits the way
      *> RECONCILE.cob counts them (withdrawal, fee, transfer
      *> out), credits as deposits only.
      *> -------------------------------------------------------
       SCAN-POSTINGS.
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
               IF TRANS-DATE = WS-SCAN-DATE AND TRANS-SUCCESS
                   PERFORM MATCH-ONE-POSTING
               END-IF
           END-PERFORM.

       MATCH-ONE-POSTING.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               MOVE WS-SUB-LINE(WS-SUB-IDX) TO ALERT-SUB-RECORD
               IF AS-ACTIVE AND AS-ACCT-ID = TRANS-ACCT-ID
                   MOVE TRANS-ID TO WS-EV-REF
                   MOVE TRANS-AMOUNT TO WS-EV-AMOUNT
                   EVALUATE TRUE
                       WHEN AS-LARGE-DEBIT
                           AND (TRANS-IS-WITHDRAW OR TRANS-IS-FEE
                                OR TRANS-IS-TRANSFER)
                           AND TRANS-AMOUNT >= AS-THRESHOLD
                           MOVE "LARGE DEBIT POSTED TO YOUR ACCOUNT"
                               TO WS-EV-DETAIL
                           PERFORM RAISE-NOTIFICATION
                       WHEN AS-DEPOSIT
                           AND TRANS-IS-DEPOSIT
                           AND TRANS-AMOUNT >= AS-THRESHOLD
                           MOVE "DEPOSIT POSTED TO YOUR ACCOUNT"
                               TO WS-EV-DETAIL
                           PERFORM RAISE-NOTIFICATION
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SCAN-NSF-DECLINES: A declined item never reaches
      *> TRANSACT.DAT; NSFFEES.DAT records every one. The row's
      *> position in that append-only file is its identity.
      *> -------------------------------------------------------
       SCAN-NSF-DECLINES.
           MOVE 0 TO WS-NSF-ROW
           OPEN INPUT NSFFEE-FILE
           IF WS-NSF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ NSFFEE-FILE
                   AT END
                       CLOSE NSFFEE-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NSF-ROW
               IF NF-DATE = WS-SCAN-DATE
                   PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > WS-SUB-COUNT
                       MOVE WS-SUB-LINE(WS-SUB-IDX)
                           TO ALERT-SUB-RECORD
                       IF AS-ACTIVE AND AS-NSF
                           AND AS-ACCT-ID = NF-ACCT-ID
                           MOVE SPACES TO WS-EV-REF
                           STRING "NSF" WS-NSF-ROW
                               DELIMITED BY SIZE INTO WS-EV-REF
                           END-STRING
                           MOVE NF-ITEM-AMOUNT TO WS-EV-AMOUNT
                           MOVE "ITEM RETURNED - INSUFFICIENT FUNDS"
                               TO WS-EV-DETAIL
                           PERFORM RAISE-NOTIFICATION
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SCAN-BALANCES: Closing balance against each LB row.
      *> Crossing under the line raises the alert and sets the
      *> row's below-state; a balance back at or over the line
      *> clears it, re-arming the alert.
      *> -------------------------------------------------------
       SCAN-BALANCES.
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               MOVE WS-SUB-LINE(WS-SUB-IDX) TO ALERT-SUB-RECORD
               IF AS-ACTIVE AND AS-LOW-BALANCE
                   MOVE AS-ACCT-ID TO WS-IN-ACCT-ID
                   PERFORM FIND-ACCOUNT
                   IF WS-FOUND-FLAG = 'Y'
                       PERFORM CHECK-ONE-BALANCE
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ONE-BALANCE.
           IF WS-A-BALANCE(WS-FOUND-IDX) < AS-THRESHOLD
               IF NOT AS-BELOW
                   MOVE SPACES TO WS-EV-REF
                   STRING "BAL" WS-SCAN-DATE
                       DELIMITED BY SIZE INTO WS-EV-REF
                   END-STRING
                   MOVE WS-A-BALANCE(WS-FOUND-IDX) TO WS-EV-AMOUNT
                   MOVE "BALANCE BELOW YOUR ALERT AMOUNT"
                       TO WS-EV-DETAIL
                   PERFORM RAISE-NOTIFICATION
                   MOVE 'B' TO AS-LB-STATE
                   MOVE ALERT-SUB-RECORD TO WS-SUB-LINE(WS-SUB-IDX)
                   MOVE 'Y' TO WS-SUB-CHANGED
               END-IF
           ELSE
               IF AS-BELOW
                   MOVE SPACE TO AS-LB-STATE
                   MOVE ALERT-SUB-RECORD TO WS-SUB-LINE(WS-SUB-IDX)
                   MOVE 'Y' TO WS-SUB-CHANGED
               END-IF
           END-IF.

      *> -------------------------------------------------------
      *> RAISE-NOTIFICATION: ALERT-SUB-RECORD + WS-EV-* → one
      *> queued NOTIFQ.DAT row, unless the same alert is already
      *> on the queue for the day.
      *> -------------------------------------------------------
       RAISE-NOTIFICATION.
           MOVE SPACES TO WS-NEW-KEY
           STRING AS-ACCT-ID AS-TYPE WS-EV-REF
               DELIMITED BY SIZE INTO WS-NEW-KEY
           END-STRING
           MOVE 'N' TO WS-NK-FOUND
           PERFORM VARYING WS-NK-IDX FROM 1 BY 1
               UNTIL WS-NK-IDX > WS-NK-COUNT
               IF WS-NK-KEY(WS-NK-IDX) = WS-NEW-KEY
                   MOVE 'Y' TO WS-NK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-NK-FOUND = 'Y'
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-NK-COUNT >= 2000
               DISPLAY "ERROR|TABLE-FULL|NOTIFQ"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           ADD 1 TO WS-NK-COUNT
           MOVE WS-NEW-KEY TO WS-NK-KEY(WS-NK-COUNT)
           ADD 1 TO WS-NT-SEQ
           MOVE SPACES TO NOTIFICATION-RECORD
           MOVE WS-NT-SEQ TO NT-ID
           MOVE AS-ACCT-ID TO NT-ACCT-ID
           MOVE AS-TYPE TO NT-TYPE
           MOVE AS-CHANNEL TO NT-CHANNEL
           MOVE AS-CONTACT TO NT-CONTACT
           MOVE WS-SCAN-DATE TO NT-EVENT-DATE
           MOVE WS-EV-AMOUNT TO NT-AMOUNT
           MOVE WS-EV-REF TO NT-REF
           MOVE WS-EV-DETAIL TO NT-DETAIL
           MOVE 'Q' TO NT-STATUS
           MOVE 0 TO NT-SENT-DATE
           MOVE 0 TO NT-RESULT-DATE
           OPEN EXTEND NOTIFQ-FILE
           IF WS-NTQ-STATUS NOT = '00'
               OPEN OUTPUT NOTIFQ-FILE
               IF WS-NTQ-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-NTQ-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE NOTIFICATION-RECORD
           CLOSE NOTIFQ-FILE
           ADD 1 TO WS-QUEUED-COUNT
           DISPLAY "NOTIFY-QUEUED|" NT-ID "|" NT-ACCT-ID "|"
               NT-TYPE "|" NT-AMOUNT "|" NT-REF.

      *> -------------------------------------------------------
      *> RUN-EXTRACT: Every queued alert to the vendor file,
      *> status to 'S' with today's sent date. The extract is
      *> rebuilt each run and holds only this run's handoff; the
      *> account number goes out as its last four characters.
      *> -------------------------------------------------------
       RUN-EXTRACT.
           PERFORM LOAD-QUEUE
           OPEN OUTPUT NOTIFOUT-FILE
           IF WS-NTO-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-NTO-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-NQ-IDX FROM 1 BY 1
               UNTIL WS-NQ-IDX > WS-NQ-COUNT
               MOVE WS-NQ-LINE(WS-NQ-IDX) TO NOTIFICATION-RECORD
               IF NT-QUEUED
                   PERFORM WRITE-VENDOR-LINE
                   MOVE 'S' TO NT-STATUS
                   MOVE WS-CURRENT-DATE TO NT-SENT-DATE
                   MOVE NOTIFICATION-RECORD TO WS-NQ-LINE(WS-NQ-IDX)
                   ADD 1 TO WS-SENT-COUNT
               END-IF
           END-PERFORM
           CLOSE NOTIFOUT-FILE
           IF WS-SENT-COUNT > 0
               PERFORM SAVE-QUEUE
           END-IF
           DISPLAY "NOTIFY-EXTRACT|" WS-SENT-COUNT.

       WRITE-VENDOR-LINE.
           IF NT-CHANNEL = 'S'
               MOVE "SMS" TO WS-OUT-CHANNEL
           ELSE
               MOVE "EMAIL" TO WS-OUT-CHANNEL
           END-IF
           MOVE 0 TO WS-ACCT-LEN
           INSPECT NT-ACCT-ID TALLYING WS-ACCT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ACCT-LEN < 4
               MOVE NT-ACCT-ID(1:4) TO WS-ACCT-LAST4
           ELSE
               MOVE NT-ACCT-ID(WS-ACCT-LEN - 3:4) TO WS-ACCT-LAST4
           END-IF
           MOVE NT-AMOUNT TO WS-OUT-AMT
           MOVE SPACES TO NOTIFOUT-RECORD
           STRING NT-ID "|"
               FUNCTION TRIM(WS-OUT-CHANNEL) "|"
               FUNCTION TRIM(NT-CONTACT) "|"
               FUNCTION TRIM(WS-ACCT-LAST4) "|"
               NT-TYPE "|"
               FUNCTION TRIM(WS-OUT-AMT) "|"
               NT-EVENT-DATE "|"
               FUNCTION TRIM(NT-DETAIL)
               DELIMITED BY SIZE INTO NOTIFOUT-RECORD
           END-STRING
           WRITE NOTIFOUT-RECORD.

      *> -------------------------------------------------------
      *> RUN-RESULTS: The vendor's delivery file, one "id|D" or
      *> "id|F" per line. Only a sent alert takes a result; an
      *> ID not on the queue, or not in 'S', is reported and
      *> left alone.
      *> -------------------------------------------------------
       RUN-RESULTS.
           PERFORM LOAD-QUEUE
           OPEN INPUT NOTIFRES-FILE
           IF WS-NTR-STATUS NOT = '00'
               DISPLAY "NOTE|NO-RESULTS-FILE"
               DISPLAY "NOTIFY-RESULTS|0|0|0"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ NOTIFRES-FILE
                   AT END
                       CLOSE NOTIFRES-FILE
                       EXIT PERFORM
               END-READ
               PERFORM POST-ONE-RESULT
           END-PERFORM
           IF WS-DELIV-COUNT > 0 OR WS-FAIL-COUNT > 0
               PERFORM SAVE-QUEUE
           END-IF
           DISPLAY "NOTIFY-RESULTS|" WS-DELIV-COUNT "|"
               WS-FAIL-COUNT "|" WS-UNKNOWN-COUNT.

       POST-ONE-RESULT.
           MOVE SPACES TO WS-RES-ID-STR WS-RES-CODE
           UNSTRING NOTIFRES-RECORD DELIMITED BY "|"
               INTO WS-RES-ID-STR WS-RES-CODE
           END-UNSTRING
           IF FUNCTION TRIM(WS-RES-ID-STR) IS NOT NUMERIC
               OR (WS-RES-CODE NOT = "D" AND WS-RES-CODE NOT = "F")
               ADD 1 TO WS-UNKNOWN-COUNT
               DISPLAY "NOTIFY-RESULT-UNKNOWN|"
                   FUNCTION TRIM(NOTIFRES-RECORD)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-RES-ID-STR) TO WS-RES-ID
           MOVE 'N' TO WS-RES-HIT
           PERFORM VARYING WS-NQ-IDX FROM 1 BY 1
               UNTIL WS-NQ-IDX > WS-NQ-COUNT
               MOVE WS-NQ-LINE(WS-NQ-IDX) TO NOTIFICATION-RECORD
               IF NT-ID = WS-RES-ID AND NT-SENT
                   MOVE WS-RES-CODE(1:1) TO NT-STATUS
                   MOVE WS-CURRENT-DATE TO NT-RESULT-DATE
                   MOVE NOTIFICATION-RECORD TO WS-NQ-LINE(WS-NQ-IDX)
                   MOVE 'Y' TO WS-RES-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RES-HIT = 'N'
               ADD 1 TO WS-UNKNOWN-COUNT
               DISPLAY "NOTIFY-RESULT-UNKNOWN|" WS-RES-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-RES-CODE = "D"
               ADD 1 TO WS-DELIV-COUNT
           ELSE
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           DISPLAY "NOTIFY-RESULT|" NT-ID "|" NT-STATUS.

       RUN-LIST.
           MOVE WS-ARG-2(1:10) TO WS-IN-ACCT-ID
           PERFORM LOAD-SUBSCRIPTIONS
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               MOVE WS-SUB-LINE(WS-SUB-IDX) TO ALERT-SUB-RECORD
               IF WS-IN-ACCT-ID = SPACES OR AS-ACCT-ID = WS-IN-ACCT-ID
                   PERFORM SHOW-SUBSCRIPTION
               END-IF
           END-PERFORM
           PERFORM LOAD-QUEUE
           PERFORM VARYING WS-NQ-IDX FROM 1 BY 1
               UNTIL WS-NQ-IDX > WS-NQ-COUNT
               MOVE WS-NQ-LINE(WS-NQ-IDX) TO NOTIFICATION-RECORD
               IF WS-IN-ACCT-ID = SPACES OR NT-ACCT-ID = WS-IN-ACCT-ID
                   DISPLAY "NOTIFY|" NT-ID "|" NT-ACCT-ID "|"
                       NT-TYPE "|" NT-STATUS "|" NT-EVENT-DATE "|"
                       NT-SENT-DATE "|" NT-RESULT-DATE
               END-IF
           END-PERFORM.

       LOAD-SUBSCRIPTIONS.
           MOVE 0 TO WS-SUB-COUNT
           OPEN INPUT ALRTSUB-FILE
           IF WS-SUB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ALRTSUB-FILE
                   AT END
                       CLOSE ALRTSUB-FILE
                       EXIT PERFORM
               END-READ
               IF WS-SUB-COUNT >= 500
                   DISPLAY "ERROR|TABLE-FULL|ALRTSUB"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-SUB-COUNT
               MOVE ALERT-SUB-RECORD TO WS-SUB-LINE(WS-SUB-COUNT)
           END-PERFORM.

       SAVE-SUBSCRIPTIONS.
           OPEN OUTPUT ALRTSUB-FILE
           IF WS-SUB-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SUB-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               MOVE WS-SUB-LINE(WS-SUB-IDX) TO ALERT-SUB-RECORD
               WRITE ALERT-SUB-RECORD
           END-PERFORM
           CLOSE ALRTSUB-FILE.

       LOAD-QUEUE.
           MOVE 0 TO WS-NQ-COUNT
           OPEN INPUT NOTIFQ-FILE
           IF WS-NTQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ NOTIFQ-FILE
                   AT END
                       CLOSE NOTIFQ-FILE
                       EXIT PERFORM
               END-READ
               IF WS-NQ-COUNT >= 5000
                   DISPLAY "ERROR|TABLE-FULL|NOTIFQ"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-NQ-COUNT
               MOVE NOTIFICATION-RECORD TO WS-NQ-LINE(WS-NQ-COUNT)
           END-PERFORM.

       SAVE-QUEUE.
           OPEN OUTPUT NOTIFQ-FILE
           IF WS-NTQ-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-NTQ-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-NQ-IDX FROM 1 BY 1
               UNTIL WS-NQ-IDX > WS-NQ-COUNT
               MOVE WS-NQ-LINE(WS-NQ-IDX) TO NOTIFICATION-RECORD
               WRITE NOTIFICATION-RECORD
           END-PERFORM
           CLOSE NOTIFQ-FILE.

      *> -------------------------------------------------------
      *> LOAD-ALL-ACCOUNTS / FIND-ACCOUNT: Read-only account
      *> table — this program never rewrites ACCOUNTS.DAT.
      *> -------------------------------------------------------
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
               MOVE ACCT-TYPE TO WS-A-TYPE(WS-ACCOUNT-COUNT)
               MOVE ACCT-BALANCE TO WS-A-BALANCE(WS-ACCOUNT-COUNT)
               MOVE ACCT-STATUS TO WS-A-STATUS(WS-ACCOUNT-COUNT)
               MOVE ACCT-HOLD-AMOUNT TO WS-A-HOLD(WS-ACCOUNT-COUNT)
               MOVE ACCT-CURRENCY TO WS-A-CURRENCY(WS-ACCOUNT-COUNT)
           END-PERFORM.

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
