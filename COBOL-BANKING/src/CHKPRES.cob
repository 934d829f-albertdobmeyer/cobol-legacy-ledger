      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-08-23
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Posts the daily inbound file of presented (truncated)
      *>    available-balance check goes to the same queue with its
      *>    RC- code.
      *>
      *>    A check drawn on a business account enrolled in
      *>    customer positive pay (PPENROLL.DAT) is matched
      *>    against the customer's own issue register (PPREG.DAT,
      *>    loaded by POSPAY.cob) instead, and a mismatch is held
      *>    in the customer decision queue (PPDECQ.DAT) for the
      *>    customer to pay or return before the cutoff.
      *>
      *>  Files:
      *>    Input:        CHECKS.DAT (LINE SEQUENTIAL, pipe-
      *>                  delimited SERIAL|ACCT|AMOUNT|PAYEE[|TYPE]
      *>                  lines — TYPE blank for a check, 'D' for a
      *>                  one-time debit card item or 'A' for an
      *>                  ATM item presented without authorization)
      *>    Input:        ODOPTIN.DAT (Reg E overdraft elections —
      *>                  see ODREC.cpy)
      *>    Input/Output: CHECKISSUE.DAT (LINE SEQUENTIAL — see
      *>                  CHKISSUE.cpy; matched issues marked paid)
      *>    Input:        PPENROLL.DAT, CALENDAR.DAT
      *>    Input/Output: PPREG.DAT (customer issues marked paid)
      *>    Output:       PPDECQ.DAT (LINE SEQUENTIAL, appended) —
      *>                  customer positive pay held items
      *>    Input/Output: ACCOUNTS.DAT (LINE SEQUENTIAL)
      *>    Output:       TRANSACT.DAT (LINE SEQUENTIAL, appended)
      *>    Output:       CHKEXCPT.DAT (LINE SEQUENTIAL, appended) —
      *>                  the original item plus the exception reason
      *>    Output:       GLJRNL.DAT (GLJREC.cpy, appended) — debit
      *>                  2020 / credit 2010 when an OFFCHK0001
      *>                  official check is paid
      *>
      *>  Copybooks:
      *>    CHKISSUE.cpy  — Positive-pay issue record layout
      *>    TRANSREC.cpy  — Transaction record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>    ACCTIO.cpy    — Shared account I/O variables
      *>    PPENROLL.cpy, PPREG.cpy, PPDEC.cpy — Customer positive
      *>                    pay enrollment, register, and queue
      *>    CALREC.cpy, CALWORK.cpy — Business-day calendar
      *>    GLJREC.cpy    — GL journal entry record layout
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    CHECK-PAID|SERIAL|ACCT|AMOUNT
      *>    CHECK-EXCEPT|SERIAL|ACCT|REASON
      *>    CHECK-HELD|SEQ|SERIAL|ACCT|REASON|CUTOFF-DATE
      *>    CHECK-SUMMARY|PAID|EXCEPTIONS|HELD
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>                     queues as a DECEASED-14 exception
      *>                     instead of paying (CHECK-DECEASED-OWNER,
      *>                     see CUSTREC.cpy and ESTATE.cob)
      *>    2026-10-15  AKD  Card items on the presentment file (TYPE
      *>                     'D' debit card, 'A' ATM) skip the
      *>                     positive-pay and stop-payment matches,
      *>                     which are for checks, and post to the
      *>                     CD channel; an NSF card item on an
      *>                     account not opted in to overdraft
      *>                     coverage is recorded disposition 'R'
      *>                     with no fee, as Regulation E requires
      *>                     (LOOKUP-OD-ELECTION, see ODREC.cpy and
      *>                     ODOPTIN.cob)
      *>    2026-10-15  AKD  Customer positive pay: checks on an
      *>                     account enrolled in PPENROLL.DAT match
      *>                     the customer's issue register
      *>                     (PPREG.DAT) and a mismatch is held in
      *>                     PPDECQ.DAT for the customer's pay/return
      *>                     decision, due by the enrollment's
      *>                     cutoff on the next banking day
      *>                     (MATCH-CUSTOMER-ISSUE, see POSPAY.cob)
      *>    2026-10-15  AKD  Paying an official check drawn on the
      *>                     OFFCHK0001 settlement account journals
      *>                     debit 2020 OFFICIAL CHECKS OUTSTANDING /
      *>                     credit 2010 (JOURNAL-OFFCHK-PAID) — the
      *>                     other side of OFFCHECK.cob's issue pair,
      *>                     so 2020 proves to the outstanding
      *>                     CHECKISSUE.DAT rows in SUBPROOF.cob
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
      *>   Reg E overdraft elections — see ASSESS-NSF-FEE.
           SELECT ODOPT-FILE
               ASSIGN TO "ODOPTIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OD-STATUS.
      *>   Customer positive pay — see MATCH-CUSTOMER-ISSUE.
           SELECT PPENROLL-FILE
               ASSIGN TO "PPENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPE-STATUS.
           SELECT PPREG-FILE
               ASSIGN TO "PPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPR-STATUS.
           SELECT PPDECQ-FILE
               ASSIGN TO "PPDECQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPD-STATUS.
           SELECT CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT GLJRNL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "FILEREG.cpy".
       FD  NSFFEE-FILE.
       COPY "NSFREC.cpy".
       FD  ODOPT-FILE.
       COPY "ODREC.cpy".
       FD  CORRQ-FILE.
       COPY "CORRREC.cpy".
       FD  BUSDATE-FILE.
       COPY "CUSTXREF.cpy".
       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD          PIC X(100).
       FD  PPENROLL-FILE.
       COPY "PPENROLL.cpy".
       FD  PPREG-FILE.
       COPY "PPREG.cpy".
       FD  PPDECQ-FILE.
       COPY "PPDEC.cpy".
       FD  CALENDAR-FILE.
       COPY "CALREC.cpy".
       FD  GLJRNL-FILE.
       COPY "GLJREC.cpy".

       WORKING-STORAGE SECTION.
      *>   Business-date control file status — see BUSDATE.cpy
       01  WS-IS-IDX              PIC 9(3) VALUE 0.
       01  WS-IS-FOUND-FLAG       PIC X(1) VALUE 'N'.
       01  WS-IS-FOUND-IDX        PIC 9(3) VALUE 0.
      *>   Official checks are drawn on the bank's own settlement
      *>   account — paying one retires the 2020 liability
      *>   OFFCHECK.cob booked at issue. See JOURNAL-OFFCHK-PAID.
       01  WS-OFFCHK-ACCT         PIC X(10) VALUE "OFFCHK0001".
       01  WS-GJ-STATUS           PIC XX VALUE SPACES.
       01  WS-GL-ACCT             PIC 9(4) VALUE 0.
       01  WS-GL-DEBIT            PIC S9(12)V99 VALUE 0.
       01  WS-GL-CREDIT           PIC S9(12)V99 VALUE 0.
      *>   Parse fields for one presented item
       01  WS-PR-SERIAL           PIC X(10) VALUE SPACES.
       01  WS-PR-ACCT             PIC X(10) VALUE SPACES.
       01  WS-PR-AMOUNT-STR       PIC X(20) VALUE SPACES.
       01  WS-PR-PAYEE            PIC X(30) VALUE SPACES.
       01  WS-PR-ITEM-TYPE        PIC X(1) VALUE SPACES.
           88  WS-PR-CARD-ITEM    VALUE 'D' 'A'.
       01  WS-PR-ITEM-LABEL       PIC X(5) VALUE "CHECK".
       01  WS-PR-AMOUNT           PIC S9(10)V99 VALUE 0.
       01  WS-EXCEPT-REASON       PIC X(14) VALUE SPACES.
       01  WS-AVAILABLE           PIC S9(10)V99 VALUE 0.
      *>   Per-item NSF/overdraft fee working fields and policy —
      *>   see NSFREC.cpy/NSFWORK.cpy and ASSESS-NSF-FEE.
       COPY "NSFWORK.cpy".
      *>   Reg E overdraft election lookup — see ODWORK.cpy and
      *>   LOOKUP-OD-ELECTION.
       COPY "ODWORK.cpy".
      *>   Deceased-owner restriction working fields — see
      *>   CHECK-DECEASED-OWNER.
       01  WS-CUST-STATUS         PIC XX VALUE SPACES.
       COPY "FRWORK.cpy".
      *>   Branch-stamp scan index — see STAMP-BRANCH-FIELD.
       01  WS-BR-IDX              PIC 9(3) VALUE 0.
      *>   Customer positive pay — enrollments and the customers'
      *>   issue register staged in memory (register load-modify-
      *>   save, like the bank's own issue table), plus the
      *>   decision-queue fields for a held item.
       01  WS-PPE-STATUS          PIC XX VALUE SPACES.
       01  WS-PPR-STATUS          PIC XX VALUE SPACES.
       01  WS-PPD-STATUS          PIC XX VALUE SPACES.
       01  WS-PPE-TABLE.
           05  WS-PPE-LINE OCCURS 200 TIMES PIC X(40).
       01  WS-PPE-COUNT           PIC 9(3) VALUE 0.
       01  WS-PPE-IDX             PIC 9(3) VALUE 0.
       01  WS-PPR-TABLE.
           05  WS-PPR-LINE OCCURS 2000 TIMES PIC X(100).
       01  WS-PPR-COUNT           PIC 9(4) VALUE 0.
       01  WS-PPR-IDX             PIC 9(4) VALUE 0.
       01  WS-PPR-FOUND-IDX       PIC 9(4) VALUE 0.
       01  WS-PPR-DIRTY           PIC X(1) VALUE 'N'.
       01  WS-PP-ENROLLED         PIC X(1) VALUE 'N'.
       01  WS-PP-DEFAULT          PIC X(1) VALUE SPACES.
       01  WS-PP-CUTOFF-TIME      PIC 9(4) VALUE 0.
       01  WS-PP-PAYEE-MATCH      PIC X(1) VALUE 'N'.
       01  WS-PP-ISSUED-AMOUNT    PIC 9(10)V99 VALUE 0.
       01  WS-PP-NEXT-SEQ         PIC 9(5) VALUE 0.
       01  WS-PP-DUP              PIC X(1) VALUE 'N'.
       01  WS-PP-HELD-COUNT       PIC 9(5) VALUE 0.
      *>   Business-day calendar — the decision cutoff falls on
      *>   the next banking day.
       COPY "CALWORK.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
           PERFORM SEED-CHECK-SEQ
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-ISSUE-FILE
           PERFORM LOAD-POSPAY-ENROLLMENT
           PERFORM LOAD-POSPAY-REGISTER
           PERFORM LOAD-CALENDAR

           OPEN INPUT CHECKS-FILE
           IF WS-CK-STATUS NOT = '00'

           PERFORM SAVE-ALL-ACCOUNTS
           PERFORM SAVE-ISSUE-FILE
           IF WS-PPR-DIRTY = 'Y'
               PERFORM SAVE-POSPAY-REGISTER
           END-IF
           DISPLAY "CHECK-SUMMARY|" WS-PAID-COUNT "|"
               WS-EXCEPT-COUNT "|" WS-PP-HELD-COUNT
           DISPLAY "RESULT|00"
           STOP RUN.

      *> standard balance checks, then post. Any failure routes
      *> the item to the exceptions queue with its reason — the
      *> pay/return decision belongs to a person, not this
      *> program. On an account enrolled in customer positive pay
      *> the customer's own register is the match, and the
      *> decision on a mismatch is the customer's (PPDECQ.DAT).
      *> -------------------------------------------------------
       PRESENT-ONE-CHECK.
           ADD 1 TO WS-CHECK-SEQ
           MOVE 'N' TO WS-PP-ENROLLED
           MOVE SPACES TO WS-PR-SERIAL WS-PR-ACCT
               WS-PR-AMOUNT-STR WS-PR-PAYEE WS-PR-ITEM-TYPE
           UNSTRING CHECKS-RECORD DELIMITED BY '|'
               INTO WS-PR-SERIAL
                    WS-PR-ACCT
                    WS-PR-AMOUNT-STR
                    WS-PR-PAYEE
                    WS-PR-ITEM-TYPE
           END-UNSTRING
           IF WS-PR-CARD-ITEM
               MOVE "CARD" TO WS-PR-ITEM-LABEL
           ELSE
               MOVE "CHECK" TO WS-PR-ITEM-LABEL
           END-IF
           MOVE FUNCTION TRIM(WS-PR-ACCT) TO WS-IN-ACCT-ID
           MOVE 0 TO WS-PR-AMOUNT
           IF WS-PR-AMOUNT-STR NOT = SPACES
               EXIT PARAGRAPH
           END-IF

      *>   Card items carry no issued serial and no stop order —
      *>   positive pay and stop payment are check protections.
           IF NOT WS-PR-CARD-ITEM
               PERFORM FIND-POSPAY-ENROLLMENT
           END-IF
           IF NOT WS-PR-CARD-ITEM
               AND WS-PP-ENROLLED = 'Y'
      *>       Customer positive pay: the customer's register is
      *>       the issue file, and a mismatch waits for the
      *>       customer's decision instead of the bank's.
               PERFORM MATCH-CUSTOMER-ISSUE
               IF WS-EXCEPT-REASON NOT = SPACES
                   PERFORM QUEUE-POSPAY-DECISION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF NOT WS-PR-CARD-ITEM
               AND WS-PP-ENROLLED = 'N'
      *>       Positive-pay match: serial + account against an
      *>       outstanding issue, then amount and payee agreement.
               PERFORM FIND-ISSUE
               IF WS-IS-FOUND-FLAG = 'N'
                   MOVE "NO-ISSUE" TO WS-EXCEPT-REASON
                   PERFORM WRITE-CHECK-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               IF WS-IS-STAT(WS-IS-FOUND-IDX) = 'P'
                   MOVE "DUP-PRESENT" TO WS-EXCEPT-REASON
                   PERFORM WRITE-CHECK-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               IF WS-IS-STAT(WS-IS-FOUND-IDX) = 'V'
                   MOVE "ISSUE-VOIDED" TO WS-EXCEPT-REASON
                   PERFORM WRITE-CHECK-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               IF WS-IS-AMOUNT(WS-IS-FOUND-IDX) NOT = WS-PR-AMOUNT
                   MOVE "AMT-MISMATCH" TO WS-EXCEPT-REASON
                   PERFORM WRITE-CHECK-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               IF WS-PR-PAYEE NOT = SPACES
                   AND WS-IS-PAYEE(WS-IS-FOUND-IDX) NOT = WS-PR-PAYEE
                   MOVE "PAYEE-MISMATCH" TO WS-EXCEPT-REASON
                   PERFORM WRITE-CHECK-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF NOT WS-PR-CARD-ITEM
      *>       A stop-payment order in force beats a clean positive-pay
      *>       match — the stop exists precisely to refuse this item
               PERFORM CHECK-STOP-PAYMENT
               IF WS-STOP-MATCH = 'Y'
                   MOVE "STOP-PAYMENT" TO WS-EXCEPT-REASON
                   PERFORM WRITE-CHECK-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>   Standard balance checks, same sequence as any debit

           SUBTRACT WS-PR-AMOUNT FROM WS-A-BALANCE(WS-FOUND-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           IF NOT WS-PR-CARD-ITEM
               IF WS-PP-ENROLLED = 'Y'
                   PERFORM MARK-CUSTOMER-ISSUE-PAID
               ELSE
                   MOVE 'P' TO WS-IS-STAT(WS-IS-FOUND-IDX)
               END-IF
           END-IF
           PERFORM POST-CHECK-TRANSACTION
           IF NOT WS-PR-CARD-ITEM
               AND WS-PP-ENROLLED = 'N'
               AND WS-IN-ACCT-ID = WS-OFFCHK-ACCT
               PERFORM JOURNAL-OFFCHK-PAID
           END-IF
           ADD 1 TO WS-PAID-COUNT
           DISPLAY "CHECK-PAID|" WS-PR-SERIAL "|" WS-IN-ACCT-ID
               "|" WS-PR-AMOUNT.
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE SPACES TO TRANS-DESC
           STRING FUNCTION TRIM(WS-PR-ITEM-LABEL) " " WS-PR-SERIAL
               " " WS-PR-PAYEE(1:23)
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
           MOVE RC-SUCCESS TO TRANS-STATUS
           IF WS-PR-CARD-ITEM
               MOVE 'CD' TO TRANS-CHANNEL
           ELSE
               MOVE 'CK' TO TRANS-CHANNEL
           END-IF
           PERFORM STAMP-BRANCH-FIELD
           MOVE "CHKPRES" TO TRANS-BATCH-ID
      *>   The daily-limit scan reads the ledger through this same
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE.

      *> -------------------------------------------------------
      *> JOURNAL-OFFCHK-PAID: The official check just paid leaves
      *> 2020 OFFICIAL CHECKS OUTSTANDING. The settlement
      *> account's withdrawal above journals through GLPOST.cob as
      *> debit 2010 / credit 1010, so the offset here is credit
      *> 2010 — OFFCHECK.cob debited 2010 at issue for the same
      *> funds. Branch is the settlement account's, as GLPOST.cob
      *> stamps the withdrawal.
      *> -------------------------------------------------------
       JOURNAL-OFFCHK-PAID.
           MOVE 2020 TO WS-GL-ACCT
           MOVE WS-PR-AMOUNT TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE
           MOVE 2010 TO WS-GL-ACCT
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-PR-AMOUNT TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE.

       WRITE-GL-LINE.
           OPEN EXTEND GLJRNL-FILE
           IF WS-GJ-STATUS NOT = '00'
               OPEN OUTPUT GLJRNL-FILE
               IF WS-GJ-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-GJ-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-CURRENT-DATE TO GLJ-DATE
           MOVE WS-GL-ACCT TO GLJ-GL-ACCT
           MOVE WS-GL-DEBIT TO GLJ-DEBIT
           MOVE WS-GL-CREDIT TO GLJ-CREDIT
           MOVE "CHKPRES" TO GLJ-SOURCE
           MOVE WS-A-BRANCH(WS-FOUND-IDX) TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD
           CLOSE GLJRNL-FILE.

      *> -------------------------------------------------------
      *> WRITE-CHECK-EXCEPTION: Append the original presented item
      *> plus the exception reason to CHKEXCPT.DAT — the queue the
           END-PERFORM
           CLOSE ISSUE-FILE.

      *> -------------------------------------------------------
      *> FIND-POSPAY-ENROLLMENT: Is the presented account enrolled
      *> in customer positive pay (an active PPENROLL.DAT row)?
      *> The row's cutoff, default and payee rule come back in
      *> the WS-PP- fields.
      *> -------------------------------------------------------
       FIND-POSPAY-ENROLLMENT.
           MOVE 'N' TO WS-PP-ENROLLED
           PERFORM VARYING WS-PPE-IDX FROM 1 BY 1
               UNTIL WS-PPE-IDX > WS-PPE-COUNT
               MOVE WS-PPE-LINE(WS-PPE-IDX) TO POSPAY-ENROLL-RECORD
               IF PPE-ACCT-ID = WS-IN-ACCT-ID
                   AND PPE-ACTIVE
                   MOVE 'Y' TO WS-PP-ENROLLED
                   MOVE PPE-DEFAULT TO WS-PP-DEFAULT
                   MOVE PPE-CUTOFF-TIME TO WS-PP-CUTOFF-TIME
                   MOVE PPE-PAYEE-MATCH TO WS-PP-PAYEE-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> MATCH-CUSTOMER-ISSUE: The presented check against the
      *> customer's register — same tests, in the same order, as
      *> the bank's own positive-pay match. WS-EXCEPT-REASON
      *> comes back spaces on a clean match, with the register
      *> row at WS-PPR-FOUND-IDX.
      *> -------------------------------------------------------
       MATCH-CUSTOMER-ISSUE.
           MOVE SPACES TO WS-EXCEPT-REASON
           MOVE 0 TO WS-PP-ISSUED-AMOUNT
           MOVE 0 TO WS-PPR-FOUND-IDX
           PERFORM VARYING WS-PPR-IDX FROM 1 BY 1
               UNTIL WS-PPR-IDX > WS-PPR-COUNT
               MOVE WS-PPR-LINE(WS-PPR-IDX) TO POSPAY-ISSUE-RECORD
               IF PPR-ACCT-ID = WS-IN-ACCT-ID
                   AND PPR-SERIAL = WS-PR-SERIAL
                   MOVE WS-PPR-IDX TO WS-PPR-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PPR-FOUND-IDX = 0
               MOVE "NO-ISSUE" TO WS-EXCEPT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE PPR-AMOUNT TO WS-PP-ISSUED-AMOUNT
           EVALUATE TRUE
               WHEN PPR-PAID
                   MOVE "DUP-PRESENT" TO WS-EXCEPT-REASON
               WHEN PPR-VOIDED
                   MOVE "ISSUE-VOIDED" TO WS-EXCEPT-REASON
               WHEN PPR-AMOUNT NOT = WS-PR-AMOUNT
                   MOVE "AMT-MISMATCH" TO WS-EXCEPT-REASON
               WHEN WS-PP-PAYEE-MATCH = 'Y'
                   AND WS-PR-PAYEE NOT = SPACES
                   AND PPR-PAYEE NOT = WS-PR-PAYEE
                   MOVE "PAYEE-MISMATCH" TO WS-EXCEPT-REASON
           END-EVALUATE.

       MARK-CUSTOMER-ISSUE-PAID.
           MOVE WS-PPR-LINE(WS-PPR-FOUND-IDX) TO POSPAY-ISSUE-RECORD
           MOVE 'P' TO PPR-STATUS
           MOVE WS-CURRENT-DATE TO PPR-STATUS-DATE
           MOVE POSPAY-ISSUE-RECORD TO WS-PPR-LINE(WS-PPR-FOUND-IDX)
           MOVE 'Y' TO WS-PPR-DIRTY.

      *> -------------------------------------------------------
      *> QUEUE-POSPAY-DECISION: Hold the mismatched check in
      *> PPDECQ.DAT for the customer. The decision is due at the
      *> enrollment's cutoff time on the next banking day, and the
      *> customer's standing default rides on the item. A FORCEd
      *> rerun finds the item already held today and skips it.
      *> -------------------------------------------------------
       QUEUE-POSPAY-DECISION.
           PERFORM CHECK-ITEM-ALREADY-HELD
           IF WS-PP-DUP = 'Y'
               DISPLAY "CHECK-SKIP-DUP|" WS-PR-SERIAL "|"
                   WS-IN-ACCT-ID
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CAL-TEST-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) + 1
           COMPUTE WS-CAL-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-TEST-INT)
           PERFORM ROLL-TO-BUSINESS-DAY
           ADD 1 TO WS-PP-NEXT-SEQ
           MOVE SPACES TO POSPAY-DECISION-RECORD
           MOVE WS-PP-NEXT-SEQ TO PPD-SEQ
           MOVE WS-IN-ACCT-ID TO PPD-ACCT-ID
           MOVE WS-PR-SERIAL TO PPD-SERIAL
           MOVE WS-PR-AMOUNT TO PPD-AMOUNT
           MOVE WS-PR-PAYEE TO PPD-PAYEE
           MOVE WS-PP-ISSUED-AMOUNT TO PPD-ISSUED-AMOUNT
           MOVE WS-EXCEPT-REASON TO PPD-REASON
           MOVE WS-CURRENT-DATE TO PPD-PRESENT-DATE
           MOVE WS-CAL-TEST-DATE TO PPD-CUTOFF-DATE
           MOVE WS-PP-CUTOFF-TIME TO PPD-CUTOFF-TIME
           MOVE WS-PP-DEFAULT TO PPD-DEFAULT
           MOVE 'P' TO PPD-STATUS
           MOVE 0 TO PPD-DECIDED-DATE
           MOVE CHECKS-RECORD TO PPD-ITEM
           OPEN EXTEND PPDECQ-FILE
           IF WS-PPD-STATUS NOT = '00'
               OPEN OUTPUT PPDECQ-FILE
               IF WS-PPD-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-PPD-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE POSPAY-DECISION-RECORD
           CLOSE PPDECQ-FILE
           ADD 1 TO WS-PP-HELD-COUNT
           DISPLAY "CHECK-HELD|" PPD-SEQ "|" WS-PR-SERIAL "|"
               WS-IN-ACCT-ID "|" WS-EXCEPT-REASON "|"
               PPD-CUTOFF-DATE.

      *> -------------------------------------------------------
      *> CHECK-ITEM-ALREADY-HELD: The same presented line already
      *> held today — also notes the highest queue sequence, so
      *> the next item numbers on from it.
      *> -------------------------------------------------------
       CHECK-ITEM-ALREADY-HELD.
           MOVE 'N' TO WS-PP-DUP
           MOVE 0 TO WS-PP-NEXT-SEQ
           OPEN INPUT PPDECQ-FILE
           IF WS-PPD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PPDECQ-FILE
                   AT END
                       CLOSE PPDECQ-FILE
                       EXIT PERFORM
               END-READ
               IF PPD-SEQ > WS-PP-NEXT-SEQ
                   MOVE PPD-SEQ TO WS-PP-NEXT-SEQ
               END-IF
               IF PPD-PRESENT-DATE = WS-CURRENT-DATE
                   AND PPD-ITEM = CHECKS-RECORD
                   MOVE 'Y' TO WS-PP-DUP
               END-IF
           END-PERFORM.

       LOAD-POSPAY-ENROLLMENT.
           MOVE 0 TO WS-PPE-COUNT
           OPEN INPUT PPENROLL-FILE
           IF WS-PPE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PPENROLL-FILE
                   AT END
                       CLOSE PPENROLL-FILE
                       EXIT PERFORM
               END-READ
               IF WS-PPE-COUNT < 200
                   ADD 1 TO WS-PPE-COUNT
                   MOVE POSPAY-ENROLL-RECORD
                       TO WS-PPE-LINE(WS-PPE-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-POSPAY-REGISTER / SAVE-POSPAY-REGISTER: PPREG.DAT
      *> load-modify-save. Only rewritten when a customer check
      *> paid this run. A register too large for the table stops
      *> the run rather than saving it short.
      *> -------------------------------------------------------
       LOAD-POSPAY-REGISTER.
           MOVE 0 TO WS-PPR-COUNT
           OPEN INPUT PPREG-FILE
           IF WS-PPR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PPREG-FILE
                   AT END
                       CLOSE PPREG-FILE
                       EXIT PERFORM
               END-READ
               IF WS-PPR-COUNT >= 2000
                   DISPLAY "ERROR|TABLE-FULL|PPREG"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PPR-COUNT
               MOVE POSPAY-ISSUE-RECORD TO WS-PPR-LINE(WS-PPR-COUNT)
           END-PERFORM.

       SAVE-POSPAY-REGISTER.
           OPEN OUTPUT PPREG-FILE
           IF WS-PPR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-PPR-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-PPR-IDX FROM 1 BY 1
               UNTIL WS-PPR-IDX > WS-PPR-COUNT
               MOVE WS-PPR-LINE(WS-PPR-IDX) TO POSPAY-ISSUE-RECORD
               WRITE POSPAY-ISSUE-RECORD
           END-PERFORM
           CLOSE PPREG-FILE.

      *> -------------------------------------------------------
      *> LOAD-CALENDAR / CHECK-BUSINESS-DAY / ROLL-TO-BUSINESS-DAY:
      *> Same shared calendar machinery as INTEREST.cob/EODRUN.cob
      *> (see CALWORK.cpy).
      *> -------------------------------------------------------
       LOAD-CALENDAR.
           MOVE 0 TO WS-CAL-HOLIDAY-COUNT
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CALENDAR-FILE
                   AT END
                       CLOSE CALENDAR-FILE
                       EXIT PERFORM
               END-READ
               IF WS-CAL-HOLIDAY-COUNT < 50
                   ADD 1 TO WS-CAL-HOLIDAY-COUNT
                   MOVE CAL-DATE
                       TO WS-CAL-HOLIDAY(WS-CAL-HOLIDAY-COUNT)
               END-IF
           END-PERFORM.

       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-CAL-IS-BUSINESS
           COMPUTE WS-CAL-TEST-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-TEST-DATE)
           COMPUTE WS-CAL-DAY-OF-WEEK =
               FUNCTION MOD(WS-CAL-TEST-INT, 7)
           IF WS-CAL-DAY-OF-WEEK = 6 OR WS-CAL-DAY-OF-WEEK = 0
               MOVE 'N' TO WS-CAL-IS-BUSINESS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAL-HOL-IDX FROM 1 BY 1
               UNTIL WS-CAL-HOL-IDX > WS-CAL-HOLIDAY-COUNT
               IF WS-CAL-HOLIDAY(WS-CAL-HOL-IDX)
                   = WS-CAL-TEST-DATE
                   MOVE 'N' TO WS-CAL-IS-BUSINESS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ROLL-TO-BUSINESS-DAY.
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-CAL-BUSINESS-DAY
               COMPUTE WS-CAL-TEST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-TEST-DATE) + 1
               COMPUTE WS-CAL-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CAL-TEST-INT)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       LOAD-ALL-ACCOUNTS.
           PERFORM NOTE-ACCT-VERSION
           MOVE 0 TO WS-ACCOUNT-COUNT
      *> end-of-run SAVE-ALL-ACCOUNTS persists; the TX-FEE record
      *> posts unchained like this program's other postings, and
      *> the customer notice queues through CORRQ.DAT. See
      *> NSFREC.cpy/NSFWORK.cpy. Ahead of all of that, Regulation
      *> E: an overdraft fee may be charged on an ATM or one-time
      *> debit card item only if the customer opted in to
      *> overdraft coverage — a card item on an account with no
      *> opt-in in force is recorded 'R' and charged nothing.
      *> -------------------------------------------------------
       ASSESS-NSF-FEE.
           MOVE WS-PR-AMOUNT TO WS-NSF-ITEM-AMOUNT
           PERFORM COUNT-NSF-HISTORY
           MOVE 'N' TO WS-OD-OPTED
           IF WS-PR-CARD-ITEM
               MOVE WS-IN-ACCT-ID TO WS-OD-ACCT-ID
               MOVE WS-CURRENT-DATE TO WS-OD-AS-OF
               PERFORM LOOKUP-OD-ELECTION
           END-IF
           EVALUATE TRUE
               WHEN WS-PR-CARD-ITEM AND NOT WS-OD-OPTED-IN
                   MOVE 'R' TO WS-NSF-DISPOSITION
               WHEN WS-NSF-YEAR-WAIVED < WS-NSF-ANNUAL-WAIVERS
                   MOVE 'W' TO WS-NSF-DISPOSITION
               WHEN WS-NSF-TODAY-CHARGED >= WS-NSF-DAILY-CAP
               MOVE WS-IN-ACCT-ID TO WS-CORR-ACCT
               MOVE WS-NSF-FEE-AMOUNT TO WS-CORR-AMOUNT
               MOVE SPACES TO WS-CORR-DETAIL
               STRING "NSF FEE CHARGED - "
                   FUNCTION TRIM(WS-PR-ITEM-LABEL) " " WS-PR-SERIAL
                   DELIMITED BY SIZE INTO WS-CORR-DETAIL
               END-STRING
               PERFORM QUEUE-CORRESPONDENCE
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOOKUP-OD-ELECTION: The latest ODOPTIN.DAT election for
      *> WS-OD-ACCT-ID dated on or before WS-OD-AS-OF — the last
      *> qualifying record wins. A missing file means no account
      *> has opted in. See ODWORK.cpy.
      *> -------------------------------------------------------
       LOOKUP-OD-ELECTION.
           MOVE 'N' TO WS-OD-OPTED
           MOVE 'N' TO WS-OD-FOUND
           MOVE 0 TO WS-OD-LIMIT
           OPEN INPUT ODOPT-FILE
           IF WS-OD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ODOPT-FILE
                   AT END
                       CLOSE ODOPT-FILE
                       EXIT PERFORM
               END-READ
               IF ODO-ACCT-ID = WS-OD-ACCT-ID
                   AND ODO-DATE NOT > WS-OD-AS-OF
                   MOVE 'Y' TO WS-OD-FOUND
                   MOVE ODO-OPTED TO WS-OD-OPTED
                   MOVE ODO-LIMIT TO WS-OD-LIMIT
               END-IF
           END-PERFORM.

       WRITE-NSF-INCIDENT.
           OPEN EXTEND NSFFEE-FILE
           IF WS-NSF-STATUS NOT = '00'
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE SPACES TO TRANS-DESC
           STRING "NSF FEE - " FUNCTION TRIM(WS-PR-ITEM-LABEL) " "
               WS-PR-SERIAL
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
           MOVE RC-SUCCESS TO TRANS-STATUS
           IF WS-PR-CARD-ITEM
               MOVE 'CD' TO TRANS-CHANNEL
           ELSE
               MOVE 'CK' TO TRANS-CHANNEL
           END-IF
           PERFORM STAMP-BRANCH-FIELD
           MOVE "CHKPRES" TO TRANS-BATCH-ID
           MOVE 0 TO TRANS-SEQ-NO
