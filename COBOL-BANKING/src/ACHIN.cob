      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-08-23
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Posts the morning inbound ACH file from our ODFI to the
      *>    Cols 30-39: Amount in cents, zero-filled
      *>    Cols 40-54: Individual identification number
      *>    Cols 55-76: Individual name
      *>    File header ('1'), batch control ('8'), and file control
      *>    ('9') records are passed over — only entry details post.
      *>    The batch header ('5') is noted for its company name
      *>    (cols 5-20) and the federal benefit indicator: Treasury
      *>    encodes 'XX' in cols 54-55 on benefit payment batches.
      *>
      *>  Files:
      *>    Input:        ACHIN.DAT (LINE SEQUENTIAL, NACHA-style
      *>    Output:       ACHEXCPT.DAT (LINE SEQUENTIAL, appended) —
      *>                  one record per exception: the original entry
      *>                  plus the RC- code that failed
      *>    Input:        ACHFILT.DAT (LINE SEQUENTIAL — per-account
      *>                  debit block/filter rules, see ACHFILT.cpy;
      *>                  missing file means no filters)
      *>    Output:       ACHDECQ.DAT (LINE SEQUENTIAL, appended) —
      *>                  debits a filter stopped, held for the
      *>                  customer's pay/return decision (ACHDEC.cpy)
      *>    Input:        CALENDAR.DAT — business-day calendar for
      *>                  the decision deadline
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout
      *>    TRANSREC.cpy  — Transaction record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>    ACCTIO.cpy    — Shared account I/O variables
      *>    ACHFILT.cpy   — ACH debit filter rule layout
      *>    ACHDEC.cpy    — ACH debit decision queue layout
      *>    CALREC.cpy, CALWORK.cpy — Business-day calendar
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Posted:    ACH-POSTED|TRANS-ID|ACCT-ID|TYPE|AMOUNT
      *>    Exception: ACH-EXCEPT|SEQ|ACCT-NUM|RC
      *>    Filtered:  ACH-FILTERED|DEC-SEQ|ACCT-ID|REASON|DEADLINE
      *>    Summary:   ACH-SUMMARY|CREDITS|DEBITS|EXCEPTIONS|FILTERED
      *>    Result:    RESULT|XX  (where XX = status code)
      *>
      *>  Exit Codes:
      *>                     registry before anything posts — a
      *>                     rerun of an already-processed file is
      *>                     refused unless FORCEd (FILEREG.cpy)
      *>    2026-10-15  AKD  Federal benefit credits are marked: a
      *>                     batch whose header carries Treasury's
      *>                     'XX' benefit indicator (cols 54-55)
      *>                     posts its credits with "FB" and the
      *>                     paying agency in TRANS-DESC bytes
      *>                     31-40, so LEGALORD.cob's garnishment
      *>                     lookback can find protected deposits
      *>    2026-10-15  AKD  Debits against an account with an ACH
      *>                     filter (ACHFILT.DAT) post only from an
      *>                     allowed originator within its maximum;
      *>                     any other debit is held in ACHDECQ.DAT
      *>                     for the customer to pay or return
      *>                     (ACHFILT.cob) instead of posting
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "ACHEXCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT FILTER-FILE
               ASSIGN TO "ACHFILT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLT-STATUS.
           SELECT DECISION-FILE
               ASSIGN TO "ACHDECQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "TRANSREC.cpy".
       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD          PIC X(100).
       FD  FILTER-FILE.
       COPY "ACHFILT.cpy".
       FD  DECISION-FILE.
       COPY "ACHDEC.cpy".
       FD  CALENDAR-FILE.
       COPY "CALREC.cpy".

       WORKING-STORAGE SECTION.
      *>   Business-date control file status — see BUSDATE.cpy
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-EXC-STATUS          PIC XX VALUE SPACES.
       01  WS-FLT-STATUS          PIC XX VALUE SPACES.
       01  WS-DEC-STATUS          PIC XX VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   Parsed view of one NACHA entry-detail record — see the
           05  WS-AE-INDIV-ID     PIC X(15).
           05  WS-AE-INDIV-NAME   PIC X(22).
           05  FILLER             PIC X(18).
      *>   Parsed view of the current batch header ('5' record) —
      *>   only what the benefit marker needs.
       01  WS-ACH-BATCH-HDR.
           05  WS-BH-REC-TYPE     PIC X(1).
           05  WS-BH-SVC-CLASS    PIC X(3).
           05  WS-BH-CO-NAME      PIC X(16).
           05  WS-BH-CO-DISC      PIC X(20).
           05  WS-BH-CO-ID        PIC X(10).
           05  WS-BH-SEC-CODE     PIC X(3).
           05  WS-BH-BENEFIT-IND  PIC X(2).
           05  FILLER             PIC X(39).
       01  WS-FED-BENEFIT-BATCH   PIC X(1) VALUE 'N'.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-AMOUNT           PIC S9(10)V99 VALUE 0.
       01  WS-RESULT-CODE         PIC X(2) VALUE '00'.
       01  WS-CREDIT-COUNT        PIC 9(5) VALUE 0.
       01  WS-DEBIT-COUNT         PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT        PIC 9(5) VALUE 0.
       01  WS-FILTERED-COUNT      PIC 9(5) VALUE 0.
      *>   ACH debit filter rules, loaded once — see ACHFILT.cpy
      *>   and SCREEN-ACH-DEBIT.
       01  WS-FLT-TABLE.
           05  WS-FLT-LINE OCCURS 500 TIMES PIC X(60).
       01  WS-FLT-COUNT           PIC 9(3) VALUE 0.
       01  WS-FLT-IDX             PIC 9(3) VALUE 0.
       01  WS-FLT-HAS-RULES       PIC X(1) VALUE 'N'.
       01  WS-FLT-BLOCKED         PIC X(1) VALUE 'N'.
       01  WS-FLT-LISTED          PIC X(1) VALUE 'N'.
       01  WS-FLT-WITHIN-MAX      PIC X(1) VALUE 'N'.
       01  WS-FLT-REASON          PIC X(2) VALUE SPACES.
       01  WS-DEC-NEXT-SEQ        PIC 9(5) VALUE 0.
       01  WS-DEC-DUP             PIC X(1) VALUE 'N'.
       01  WS-DEC-DAY-IDX         PIC 9(1) VALUE 0.
      *>   Business-day calendar for the decision deadline — see
      *>   CALWORK.cpy.
       COPY "CALWORK.cpy".
       COPY "ACCTIO.cpy".
      *>   ACCOUNTS.DAT update-token working fields — see
      *>   ACCTVERS.cpy and NOTE-ACCT-VERSION/GUARD-ACCT-VERSION.
           PERFORM REGISTER-FILE

           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-ACH-FILTERS
           PERFORM LOAD-CALENDAR

           OPEN INPUT ACH-FILE
           IF WS-ACH-STATUS NOT = '00'
                       EXIT PERFORM
               END-READ
               MOVE ACH-RECORD TO WS-ACH-ENTRY
               IF WS-AE-REC-TYPE = '5'
                   PERFORM NOTE-BATCH-HEADER
               END-IF
               IF WS-AE-REC-TYPE = '6'
                   PERFORM PROCESS-ACH-ENTRY
               END-IF
           END-PERFORM

           DISPLAY "ACH-SUMMARY|" WS-CREDIT-COUNT "|"
               WS-DEBIT-COUNT "|" WS-EXCEPT-COUNT "|"
               WS-FILTERED-COUNT
           DISPLAY "RESULT|00"
           STOP RUN.

      *> -------------------------------------------------------
      *> NOTE-BATCH-HEADER: Remember whether the batch now
      *> starting is a federal benefit batch (Treasury's 'XX'
      *> indicator) and who is paying, for POST-ACH-TRANSACTION's
      *> benefit marker. Every batch header resets the flag.
      *> -------------------------------------------------------
       NOTE-BATCH-HEADER.
           MOVE ACH-RECORD TO WS-ACH-BATCH-HDR
           IF WS-BH-BENEFIT-IND = "XX"
               MOVE 'Y' TO WS-FED-BENEFIT-BATCH
           ELSE
               MOVE 'N' TO WS-FED-BENEFIT-BATCH
           END-IF.

      *> -------------------------------------------------------
      *> PROCESS-ACH-ENTRY: Map one entry-detail record to an
      *> ACCT-ID and dispatch it by transaction code — 22/32 post
                   PERFORM POST-ACH-CREDIT
               WHEN '27'
               WHEN '37'
                   PERFORM SCREEN-ACH-DEBIT
                   IF WS-FLT-REASON = SPACES
                       PERFORM POST-ACH-DEBIT
                   ELSE
                       PERFORM QUEUE-DEBIT-DECISION
                   END-IF
               WHEN OTHER
                   MOVE RC-FILE-ERROR TO WS-RESULT-CODE
                   PERFORM WRITE-ACH-EXCEPTION
           DISPLAY "ACH-POSTED|" TRANS-ID "|" WS-IN-ACCT-ID "|"
               "W|" WS-IN-AMOUNT.

      *> -------------------------------------------------------
      *> SCREEN-ACH-DEBIT: The account's filter rules against this
      *> debit's originator (the current batch header's company
      *> ID) and amount — see ACHFILT.cpy. WS-FLT-REASON comes
      *> back spaces when the debit may post, otherwise the
      *> decision-queue reason code.
      *> -------------------------------------------------------
       SCREEN-ACH-DEBIT.
           MOVE SPACES TO WS-FLT-REASON
           MOVE 'N' TO WS-FLT-HAS-RULES
           MOVE 'N' TO WS-FLT-BLOCKED
           MOVE 'N' TO WS-FLT-LISTED
           MOVE 'N' TO WS-FLT-WITHIN-MAX
           PERFORM VARYING WS-FLT-IDX FROM 1 BY 1
               UNTIL WS-FLT-IDX > WS-FLT-COUNT
               MOVE WS-FLT-LINE(WS-FLT-IDX) TO ACH-FILTER-RECORD
               IF FLT-ACCT-ID = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-FLT-HAS-RULES
                   IF FLT-BLOCK-ALL
                       MOVE 'Y' TO WS-FLT-BLOCKED
                   END-IF
                   IF FLT-ALLOW
                       AND FLT-COMPANY-ID = WS-BH-CO-ID
                       MOVE 'Y' TO WS-FLT-LISTED
                       IF FLT-MAX-AMOUNT = 0
                           OR WS-IN-AMOUNT NOT > FLT-MAX-AMOUNT
                           MOVE 'Y' TO WS-FLT-WITHIN-MAX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FLT-HAS-RULES = 'N'
                   CONTINUE
               WHEN WS-FLT-BLOCKED = 'Y'
                   MOVE "BK" TO WS-FLT-REASON
               WHEN WS-FLT-LISTED = 'N'
                   MOVE "NL" TO WS-FLT-REASON
               WHEN WS-FLT-WITHIN-MAX = 'N'
                   MOVE "OV" TO WS-FLT-REASON
           END-EVALUATE.

      *> -------------------------------------------------------
      *> QUEUE-DEBIT-DECISION: Hold a filtered debit in ACHDECQ.DAT
      *> for the customer's pay/return decision instead of posting
      *> it. The deadline is two banking days out — the return
      *> window for an unauthorized corporate debit; ACHFILT.cob
      *> returns whatever is still undecided then. A rerun of the
      *> same file finds the entry already queued today and skips
      *> it, as CHECK-ENTRY-ALREADY-POSTED does for postings.
      *> -------------------------------------------------------
       QUEUE-DEBIT-DECISION.
           PERFORM CHECK-ENTRY-ALREADY-QUEUED
           IF WS-DEC-DUP = 'Y'
               DISPLAY "ACH-SKIP-DUP|" WS-ACH-SEQ "|"
                   WS-IN-ACCT-ID "|" WS-IN-AMOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-DATE TO WS-CAL-TEST-DATE
           PERFORM VARYING WS-DEC-DAY-IDX FROM 1 BY 1
               UNTIL WS-DEC-DAY-IDX > 2
               COMPUTE WS-CAL-TEST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-TEST-DATE) + 1
               COMPUTE WS-CAL-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CAL-TEST-INT)
               PERFORM ROLL-TO-BUSINESS-DAY
           END-PERFORM
           ADD 1 TO WS-DEC-NEXT-SEQ
           MOVE SPACES TO ACH-DECISION-RECORD
           MOVE WS-DEC-NEXT-SEQ TO DEC-SEQ
           MOVE WS-IN-ACCT-ID TO DEC-ACCT-ID
           MOVE WS-BH-CO-ID TO DEC-COMPANY-ID
           MOVE WS-BH-CO-NAME TO DEC-COMPANY-NAME
           MOVE WS-IN-AMOUNT TO DEC-AMOUNT
           MOVE WS-CURRENT-DATE TO DEC-RECV-DATE
           MOVE WS-CAL-TEST-DATE TO DEC-DEADLINE
           MOVE WS-FLT-REASON TO DEC-REASON
           MOVE 'P' TO DEC-STATUS
           MOVE 0 TO DEC-DECIDED-DATE
           MOVE ACH-RECORD TO DEC-ENTRY
           OPEN EXTEND DECISION-FILE
           IF WS-DEC-STATUS NOT = '00'
               OPEN OUTPUT DECISION-FILE
               IF WS-DEC-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-DEC-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE ACH-DECISION-RECORD
           CLOSE DECISION-FILE
           ADD 1 TO WS-FILTERED-COUNT
           DISPLAY "ACH-FILTERED|" DEC-SEQ "|" DEC-ACCT-ID "|"
               DEC-REASON "|" DEC-DEADLINE.

      *> -------------------------------------------------------
      *> CHECK-ENTRY-ALREADY-QUEUED: The same entry record already
      *> held today — also notes the highest queue sequence, so
      *> the next item numbers on from it.
      *> -------------------------------------------------------
       CHECK-ENTRY-ALREADY-QUEUED.
           MOVE 'N' TO WS-DEC-DUP
           MOVE 0 TO WS-DEC-NEXT-SEQ
           OPEN INPUT DECISION-FILE
           IF WS-DEC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ DECISION-FILE
                   AT END
                       CLOSE DECISION-FILE
                       EXIT PERFORM
               END-READ
               IF DEC-SEQ > WS-DEC-NEXT-SEQ
                   MOVE DEC-SEQ TO WS-DEC-NEXT-SEQ
               END-IF
               IF DEC-RECV-DATE = WS-CURRENT-DATE
                   AND DEC-ENTRY = ACH-RECORD
                   MOVE 'Y' TO WS-DEC-DUP
               END-IF
           END-PERFORM.

       LOAD-ACH-FILTERS.
           MOVE 0 TO WS-FLT-COUNT
           OPEN INPUT FILTER-FILE
           IF WS-FLT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ FILTER-FILE
                   AT END
                       CLOSE FILTER-FILE
                       EXIT PERFORM
               END-READ
               IF WS-FLT-COUNT < 500
                   ADD 1 TO WS-FLT-COUNT
                   MOVE ACH-FILTER-RECORD TO WS-FLT-LINE(WS-FLT-COUNT)
               END-IF
           END-PERFORM.

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

      *> -------------------------------------------------------
      *> POST-ACH-TRANSACTION: Build and append one
      *> TRANSACTION-RECORD for the entry just posted. TRANS-TYPE
           STRING "ACH " WS-AE-TRAN-CODE " " WS-AE-INDIV-NAME
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
      *>   Federal benefit credit — "FB" plus the paying agency in
      *>   bytes 31-40, read by LEGALORD.cob's lookback.
           IF WS-FED-BENEFIT-BATCH = 'Y'
               AND TRANS-TYPE = 'D'
               MOVE "FB" TO TRANS-DESC(31:2)
               MOVE WS-BH-CO-NAME(1:7) TO TRANS-DESC(34:7)
           END-IF
           MOVE RC-SUCCESS TO TRANS-STATUS
           MOVE 'AC' TO TRANS-CHANNEL
           PERFORM STAMP-BRANCH-FIELD
