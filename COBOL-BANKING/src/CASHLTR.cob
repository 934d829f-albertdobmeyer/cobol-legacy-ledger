      *>================================================================*
      *>  Program:     CASHLTR.cob
      *>  System:      LEGACY LEDGER — Outbound Image Cash Letter
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Sends the day's deposited transit checks — checks drawn
      *>    on other banks — out for collection, replacing the cash
      *>    letter the back office built by hand from a teller tape.
      *>    BUILD takes the business date's successful deposit
      *>    credits that are checks (a "CHECK <routing> <serial>"
      *>    memo, or a DEPCAPT.DAT MICR capture from AVAILENG.cob's
      *>    PLACE for the same account and amount), drops on-us
      *>    items and anything already sent, and writes an X9-style
      *>    cash letter for the Fed (X9CASHLT.DAT — file header,
      *>    cash letter header, bundles of item records, bundle /
      *>    cash letter / file control totals; see X9REC.cpy). Each
      *>    item sent is registered in CLITEMS.DAT (CLITEM.cpy) with
      *>    its next-business-day settlement date, and the float is
      *>    journaled to GLJRNL.DAT: debit 1020 DUE FROM FEDERAL
      *>    RESERVE, credit 1010 CASH. SETTLE, run the next day,
      *>    clears the float (debit 1010, credit 1020) for every
      *>    letter due, picks up RDIPROC.cob's returns from
      *>    RDIHIST.DAT by the deposit's TRANS-ID, and prints a
      *>    tie-out per cash letter: presented, returned, net.
      *>
      *>    Lockbox checks are credited to the customer as one
      *>    consolidated deposit by LOCKBOX.cob, so BUILD sends
      *>    them from LOCKBOX.cob's item register (LBXITEM.DAT)
      *>    instead — one cash letter item per check, registered
      *>    under its lockbox item ID — and leaves the consolidated
      *>    credit itself alone.
      *>
      *>  Operations (via command-line argument):
      *>    BUILD  [yyyymmdd] — cash letter for the business date
      *>                        (default: today's business date)
      *>    SETTLE [yyyymmdd] — settle letters due on or before
      *>                        the date, match returns, tie out
      *>
      *>  Files:
      *>    Input:        TRANSACT.DAT, DEPCAPT.DAT, RDIHIST.DAT,
      *>                  CALENDAR.DAT, LBXITEM.DAT
      *>    Output:       X9CASHLT.DAT (BUILD, one cash letter per
      *>                  run), GLJRNL.DAT (appended)
      *>    Input/Output: CLITEMS.DAT — BUILD appends, SETTLE
      *>                  rewrites
      *>    Input/Output: GLCHART.DAT — float account appended if
      *>                  the chart predates this program
      *>
      *>  Copybooks:
      *>    TRANSREC.cpy, X9REC.cpy, CLITEM.cpy, DEPCAPT.cpy,
      *>    GLJREC.cpy, GLCHART.cpy, CALREC.cpy, CALWORK.cpy,
      *>    BUSDATE.cpy, LBXITEM.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    CL-EXCEPT|TRANS-ID|NO-MICR or BAD-ROUTING (BUILD)
      *>    CL-LETTER|CL-ID|BUNDLES|ITEMS|TOTAL|SETTLE-DATE (BUILD)
      *>    CL-BUILD|SENT|ON-US|ALREADY-SENT|EXCEPTIONS (BUILD)
      *>    CL-RETURN|TRANS-ID|CL-ID|BUNDLE|ITEM-SEQ|AMOUNT (SETTLE)
      *>    CL-TIEOUT|CL-ID|PRESENTED|PRES-TOTAL|RETURNED|
      *>              RET-TOTAL|NET (SETTLE)
      *>    CL-SETTLE|SETTLED|SETTLED-TOTAL|RETURNED|RET-TOTAL
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success (a day with no transit items
      *>                writes no cash letter)
      *>    RESULT|99 — Invalid arguments or file I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>    2026-10-15  AKD  BUILD sends lockbox checks item by item
      *>                     from LBXITEM.DAT
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHLTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT X9-FILE
               ASSIGN TO "X9CASHLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-X9-STATUS.
           SELECT CLITEMS-FILE
               ASSIGN TO "CLITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.
           SELECT DEPCAPT-FILE
               ASSIGN TO "DEPCAPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCP-STATUS.
           SELECT RDIHIST-FILE
               ASSIGN TO "RDIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT GLJRNL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.
           SELECT CHART-FILE
               ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT LBXITEM-FILE
               ASSIGN TO "LBXITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  CALENDAR-FILE.
       COPY "CALREC.cpy".
       FD  X9-FILE.
       COPY "X9REC.cpy".
       FD  CLITEMS-FILE.
       COPY "CLITEM.cpy".
       FD  DEPCAPT-FILE.
       COPY "DEPCAPT.cpy".
      *>   RDIPROC.cob's return history — same layout as its FD.
       FD  RDIHIST-FILE.
       01  RDI-HISTORY-RECORD.
           05  RH-ACCT-ID         PIC X(10).
           05  RH-DATE            PIC 9(8).
           05  RH-ORIG-TRANS-ID   PIC X(12).
           05  RH-REASON          PIC X(20).
       FD  GLJRNL-FILE.
       COPY "GLJREC.cpy".
       FD  CHART-FILE.
       COPY "GLCHART.cpy".
       FD  LBXITEM-FILE.
       COPY "LBXITEM.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-X9-STATUS           PIC XX VALUE SPACES.
       01  WS-CLI-STATUS          PIC XX VALUE SPACES.
       01  WS-DCP-STATUS          PIC XX VALUE SPACES.
       01  WS-HIST-STATUS         PIC XX VALUE SPACES.
       01  WS-GJ-STATUS           PIC XX VALUE SPACES.
       01  WS-CH-STATUS           PIC XX VALUE SPACES.
       01  WS-LBI-STATUS          PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(60) VALUE SPACES.
       01  WS-OPERATION           PIC X(8) VALUE SPACES.
       01  WS-IN-DATE-STR         PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
      *>   Cash letter policy — our routing number, the Fed office
      *>   the letter goes to, the bundle size, and the two GL
      *>   accounts, maintained here the way the NSF fee schedule
      *>   is (NSFWORK.cpy).
       01  WS-CL-OWN-ROUTING      PIC X(9) VALUE "123456780".
       01  WS-CL-FED-ROUTING      PIC X(9) VALUE "011000015".
       01  WS-CL-BUNDLE-MAX       PIC 9(4) VALUE 100.
       01  WS-CL-FLOAT-GL         PIC 9(4) VALUE 1020.
       01  WS-CL-CASH-GL          PIC 9(4) VALUE 1010.
       01  WS-CL-TEST-IND         PIC X(1) VALUE 'P'.
       01  WS-CL-FILE-MODS        PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *>   CLITEMS.DAT staged in memory — BUILD reads it for the
      *>   already-sent test and the day's letter number, SETTLE
      *>   updates rows in place and rewrites it once.
       01  WS-REG-TABLE.
           05  WS-REG-LINE OCCURS 5000 TIMES PIC X(96).
       01  WS-REG-COUNT           PIC 9(5) VALUE 0.
       01  WS-REG-IDX             PIC 9(5) VALUE 0.
       01  WS-REG-CHANGED         PIC X(1) VALUE 'N'.
      *>   The business date's MICR captures from AVAILENG.cob.
       01  WS-CAP-TABLE.
           05  WS-CAP-ENTRY OCCURS 500 TIMES.
               10  WS-CAP-ACCT    PIC X(10).
               10  WS-CAP-AMOUNT  PIC S9(10)V99.
               10  WS-CAP-ROUTING PIC X(9).
               10  WS-CAP-SERIAL  PIC X(10).
               10  WS-CAP-USED    PIC X(1).
       01  WS-CAP-COUNT           PIC 9(3) VALUE 0.
       01  WS-CAP-IDX             PIC 9(3) VALUE 0.
      *>   Items going out in tonight's letter.
       01  WS-NI-TABLE.
           05  WS-NI-ENTRY OCCURS 2000 TIMES.
               10  WS-NI-TRANS-ID PIC X(12).
               10  WS-NI-ACCT     PIC X(10).
               10  WS-NI-ROUTING  PIC X(9).
               10  WS-NI-SERIAL   PIC X(10).
               10  WS-NI-AMOUNT   PIC S9(10)V99.
               10  WS-NI-BUNDLE   PIC 9(4).
               10  WS-NI-SEQ      PIC 9(6).
       01  WS-NI-COUNT            PIC 9(5) VALUE 0.
       01  WS-NI-IDX              PIC 9(5) VALUE 0.
      *>   The deposit under review.
       01  WS-IT-IS-CHECK         PIC X(1) VALUE 'N'.
       01  WS-IT-ROUTING          PIC X(9) VALUE SPACES.
       01  WS-IT-SERIAL           PIC X(10) VALUE SPACES.
       01  WS-IT-ON-REGISTER      PIC X(1) VALUE 'N'.
       01  WS-MEMO-WORD           PIC X(10) VALUE SPACES.
       01  WS-MEMO-ROUTING        PIC X(12) VALUE SPACES.
       01  WS-MEMO-SERIAL         PIC X(12) VALUE SPACES.
      *>   ABA check digit: 3-7-1 weights across the nine digits.
       01  WS-RT-DIGITS           PIC X(9) VALUE SPACES.
       01  WS-RT-DIGIT-VIEW REDEFINES WS-RT-DIGITS.
           05  WS-RT-DIGIT        PIC 9(1) OCCURS 9 TIMES.
       01  WS-RT-SUM              PIC 9(4) VALUE 0.
       01  WS-RT-VALID            PIC X(1) VALUE 'N'.
      *>   Letter being built.
       01  WS-CL-ID               PIC X(8) VALUE SPACES.
       01  WS-CL-SEQ              PIC 9(2) VALUE 0.
       01  WS-CL-SEQ-SEEN         PIC 9(2) VALUE 0.
       01  WS-SETTLE-DATE         PIC 9(8) VALUE 0.
       01  WS-BUNDLE-SEQ          PIC 9(4) VALUE 0.
       01  WS-BUNDLE-ITEMS        PIC 9(4) VALUE 0.
       01  WS-BUNDLE-TOTAL        PIC S9(10)V99 VALUE 0.
       01  WS-LETTER-TOTAL        PIC S9(12)V99 VALUE 0.
       01  WS-X9-REC-COUNT        PIC 9(8) VALUE 0.
       01  WS-ONUS-COUNT          PIC 9(5) VALUE 0.
       01  WS-ALREADY-COUNT       PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT        PIC 9(5) VALUE 0.
      *>   RDIHIST.DAT returns, for SETTLE's match.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 2000 TIMES.
               10  WS-RT-ORIG-ID  PIC X(12).
               10  WS-RT-DATE     PIC 9(8).
       01  WS-RT-COUNT            PIC 9(5) VALUE 0.
       01  WS-RT-IDX              PIC 9(5) VALUE 0.
       01  WS-RETURN-DATE         PIC 9(8) VALUE 0.
      *>   Per-letter tie-out accumulators (SETTLE).
       01  WS-LT-TABLE.
           05  WS-LT-ENTRY OCCURS 200 TIMES.
               10  WS-LT-CL-ID      PIC X(8).
               10  WS-LT-PRES-COUNT PIC 9(6).
               10  WS-LT-PRES-TOTAL PIC S9(12)V99.
               10  WS-LT-RET-COUNT  PIC 9(6).
               10  WS-LT-RET-TOTAL  PIC S9(12)V99.
       01  WS-LT-COUNT            PIC 9(3) VALUE 0.
       01  WS-LT-IDX              PIC 9(3) VALUE 0.
       01  WS-LT-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-LT-NET              PIC S9(12)V99 VALUE 0.
       01  WS-SETTLED-COUNT       PIC 9(5) VALUE 0.
       01  WS-SETTLED-TOTAL       PIC S9(12)V99 VALUE 0.
       01  WS-RETURNED-COUNT      PIC 9(5) VALUE 0.
       01  WS-RETURNED-TOTAL      PIC S9(12)V99 VALUE 0.
       01  WS-GL-ACCT             PIC 9(4) VALUE 0.
       01  WS-GL-DEBIT            PIC S9(12)V99 VALUE 0.
       01  WS-GL-CREDIT           PIC S9(12)V99 VALUE 0.
       01  WS-CHART-HAS-ACCT      PIC X(1) VALUE 'N'.
       COPY "CALWORK.cpy".

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
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           IF WS-IN-DATE-STR NOT = SPACES
               IF WS-IN-DATE-STR(1:8) IS NOT NUMERIC
                   OR WS-IN-DATE-STR(9:2) NOT = SPACES
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE WS-IN-DATE-STR(1:8) TO WS-RUN-DATE
           END-IF

           EVALUATE WS-OPERATION
               WHEN "BUILD"
                   PERFORM BUILD-CASH-LETTER
               WHEN "SETTLE"
                   PERFORM SETTLE-CASH-LETTERS
               WHEN OTHER
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-EVALUATE
           DISPLAY "RESULT|00"
           STOP RUN.

      *> -------------------------------------------------------
      *> BUILD-CASH-LETTER: Select the business date's transit
      *> items, write the X9 file, register every item sent, and
      *> journal the float. Nothing selected, nothing written.
      *> -------------------------------------------------------
       BUILD-CASH-LETTER.
           PERFORM LOAD-REGISTER
           PERFORM LOAD-CAPTURES
           PERFORM SELECT-TRANSIT-ITEMS
           PERFORM SELECT-LOCKBOX-ITEMS
           IF WS-NI-COUNT = 0
               DISPLAY "CL-BUILD|" WS-NI-COUNT "|" WS-ONUS-COUNT
                   "|" WS-ALREADY-COUNT "|" WS-EXCEPT-COUNT
               EXIT PARAGRAPH
           END-IF

      *>   Letter number: one past the highest already sent for
      *>   this business date, so a late rerun never reuses an ID.
           MOVE 0 TO WS-CL-SEQ
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
               MOVE WS-REG-LINE(WS-REG-IDX) TO CL-ITEM-RECORD
               IF CLI-SENT-DATE = WS-RUN-DATE
                   AND CLI-CL-ID(7:2) IS NUMERIC
                   MOVE CLI-CL-ID(7:2) TO WS-CL-SEQ-SEEN
                   IF WS-CL-SEQ-SEEN > WS-CL-SEQ
                       MOVE WS-CL-SEQ-SEEN TO WS-CL-SEQ
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-CL-SEQ
           MOVE SPACES TO WS-CL-ID
           STRING WS-RUN-DATE(3:6) WS-CL-SEQ
               DELIMITED BY SIZE INTO WS-CL-ID
           END-STRING

      *>   Fed settlement is the next business day.
           PERFORM LOAD-CALENDAR
           COMPUTE WS-CAL-TEST-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1
           COMPUTE WS-CAL-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-TEST-INT)
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-CAL-TEST-DATE TO WS-SETTLE-DATE

           PERFORM WRITE-X9-FILE
           PERFORM APPEND-REGISTER

           PERFORM ENSURE-FLOAT-GL-ACCOUNT
           MOVE WS-CL-FLOAT-GL TO WS-GL-ACCT
           MOVE WS-LETTER-TOTAL TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE
           MOVE WS-CL-CASH-GL TO WS-GL-ACCT
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-LETTER-TOTAL TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE

           DISPLAY "CL-LETTER|" WS-CL-ID "|" WS-BUNDLE-SEQ "|"
               WS-NI-COUNT "|" WS-LETTER-TOTAL "|" WS-SETTLE-DATE
           DISPLAY "CL-BUILD|" WS-NI-COUNT "|" WS-ONUS-COUNT
               "|" WS-ALREADY-COUNT "|" WS-EXCEPT-COUNT.

      *> -------------------------------------------------------
      *> SELECT-TRANSIT-ITEMS: One ledger pass over the business
      *> date's successful deposit credits.
      *> -------------------------------------------------------
       SELECT-TRANSIT-ITEMS.
           MOVE 0 TO WS-NI-COUNT
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
               IF TRANS-TYPE = 'D'
                   AND TRANS-STATUS = '00'
                   AND TRANS-DATE = WS-RUN-DATE
                   AND TRANS-AMOUNT > 0
                   AND TRANS-BATCH-ID NOT = "LOCKBOX"
                   PERFORM CONSIDER-DEPOSIT
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> CONSIDER-DEPOSIT: Is this credit a check, and if so
      *> whose? The memo's MICR data wins; a credit without it
      *> takes an unused capture for the same account and amount.
      *> A credit that is neither is cash or a transfer — not
      *> ours. A check with no usable routing is an exception for
      *> the back office, never a guess.
      *> -------------------------------------------------------
       CONSIDER-DEPOSIT.
           MOVE 'N' TO WS-IT-IS-CHECK
           MOVE SPACES TO WS-IT-ROUTING WS-IT-SERIAL
           IF TRANS-DESC(1:5) = "CHECK"
               MOVE 'Y' TO WS-IT-IS-CHECK
               MOVE SPACES TO WS-MEMO-WORD WS-MEMO-ROUTING
                   WS-MEMO-SERIAL
               UNSTRING TRANS-DESC DELIMITED BY ALL SPACE
                   INTO WS-MEMO-WORD
                        WS-MEMO-ROUTING
                        WS-MEMO-SERIAL
               END-UNSTRING
               IF WS-MEMO-ROUTING(1:9) IS NUMERIC
                   AND WS-MEMO-ROUTING(10:3) = SPACES
                   MOVE WS-MEMO-ROUTING(1:9) TO WS-IT-ROUTING
                   MOVE WS-MEMO-SERIAL TO WS-IT-SERIAL
               END-IF
           END-IF
           IF WS-IT-ROUTING = SPACES
               PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-COUNT
                   IF WS-CAP-USED(WS-CAP-IDX) = 'N'
                       AND WS-CAP-ACCT(WS-CAP-IDX) = TRANS-ACCT-ID
                       AND WS-CAP-AMOUNT(WS-CAP-IDX) = TRANS-AMOUNT
                       MOVE 'Y' TO WS-CAP-USED(WS-CAP-IDX)
                       MOVE 'Y' TO WS-IT-IS-CHECK
                       MOVE WS-CAP-ROUTING(WS-CAP-IDX)
                           TO WS-IT-ROUTING
                       MOVE WS-CAP-SERIAL(WS-CAP-IDX)
                           TO WS-IT-SERIAL
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-IT-IS-CHECK = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-IT-ON-REGISTER
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-LINE(WS-REG-IDX)(1:12) = TRANS-ID
                   MOVE 'Y' TO WS-IT-ON-REGISTER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IT-ON-REGISTER = 'Y'
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-IT-ROUTING = SPACES
               ADD 1 TO WS-EXCEPT-COUNT
               DISPLAY "CL-EXCEPT|" TRANS-ID "|NO-MICR"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ROUTING-DIGIT
           IF WS-RT-VALID = 'N'
               ADD 1 TO WS-EXCEPT-COUNT
               DISPLAY "CL-EXCEPT|" TRANS-ID "|BAD-ROUTING"
               EXIT PARAGRAPH
           END-IF
      *>   Drawn on us — collected by CHKPRES.cob, not the Fed.
           IF WS-IT-ROUTING = WS-CL-OWN-ROUTING
               ADD 1 TO WS-ONUS-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-NI-COUNT >= 2000
               ADD 1 TO WS-EXCEPT-COUNT
               DISPLAY "CL-EXCEPT|" TRANS-ID "|LETTER-FULL"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NI-COUNT
           MOVE TRANS-ID TO WS-NI-TRANS-ID(WS-NI-COUNT)
           MOVE TRANS-ACCT-ID TO WS-NI-ACCT(WS-NI-COUNT)
           MOVE WS-IT-ROUTING TO WS-NI-ROUTING(WS-NI-COUNT)
           MOVE WS-IT-SERIAL TO WS-NI-SERIAL(WS-NI-COUNT)
           MOVE TRANS-AMOUNT TO WS-NI-AMOUNT(WS-NI-COUNT).

      *> -------------------------------------------------------
      *> SELECT-LOCKBOX-ITEMS: The business date's lockbox checks
      *> from LOCKBOX.cob's item register, through the same
      *> already-sent, routing and on-us tests as a deposit.
      *> -------------------------------------------------------
       SELECT-LOCKBOX-ITEMS.
           OPEN INPUT LBXITEM-FILE
           IF WS-LBI-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LBXITEM-FILE
                   AT END
                       CLOSE LBXITEM-FILE
                       EXIT PERFORM
               END-READ
               IF LBI-DATE = WS-RUN-DATE
                   AND LBI-AMOUNT > 0
                   PERFORM CONSIDER-LOCKBOX-ITEM
               END-IF
           END-PERFORM.

       CONSIDER-LOCKBOX-ITEM.
           MOVE 'N' TO WS-IT-ON-REGISTER
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-LINE(WS-REG-IDX)(1:12) = LBI-ITEM-ID
                   MOVE 'Y' TO WS-IT-ON-REGISTER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IT-ON-REGISTER = 'Y'
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE LBI-ROUTING TO WS-IT-ROUTING
           MOVE LBI-SERIAL TO WS-IT-SERIAL
           PERFORM CHECK-ROUTING-DIGIT
           IF WS-RT-VALID = 'N'
               ADD 1 TO WS-EXCEPT-COUNT
               DISPLAY "CL-EXCEPT|" LBI-ITEM-ID "|BAD-ROUTING"
               EXIT PARAGRAPH
           END-IF
           IF WS-IT-ROUTING = WS-CL-OWN-ROUTING
               ADD 1 TO WS-ONUS-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-NI-COUNT >= 2000
               ADD 1 TO WS-EXCEPT-COUNT
               DISPLAY "CL-EXCEPT|" LBI-ITEM-ID "|LETTER-FULL"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NI-COUNT
           MOVE LBI-ITEM-ID TO WS-NI-TRANS-ID(WS-NI-COUNT)
           MOVE LBI-ACCT-ID TO WS-NI-ACCT(WS-NI-COUNT)
           MOVE WS-IT-ROUTING TO WS-NI-ROUTING(WS-NI-COUNT)
           MOVE WS-IT-SERIAL TO WS-NI-SERIAL(WS-NI-COUNT)
           MOVE LBI-AMOUNT TO WS-NI-AMOUNT(WS-NI-COUNT).

      *> -------------------------------------------------------
      *> CHECK-ROUTING-DIGIT: Nine digits whose 3-7-1 weighted
      *> sum is a multiple of ten — a mis-keyed routing number
      *> fails here instead of at the Fed.
      *> -------------------------------------------------------
       CHECK-ROUTING-DIGIT.
           MOVE 'N' TO WS-RT-VALID
           MOVE WS-IT-ROUTING TO WS-RT-DIGITS
           IF WS-RT-DIGITS IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RT-SUM =
               3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4)
                    + WS-RT-DIGIT(7))
               + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5)
                    + WS-RT-DIGIT(8))
               + (WS-RT-DIGIT(3) + WS-RT-DIGIT(6)
                    + WS-RT-DIGIT(9))
           IF FUNCTION MOD(WS-RT-SUM, 10) = 0
               MOVE 'Y' TO WS-RT-VALID
           END-IF.

      *> -------------------------------------------------------
      *> WRITE-X9-FILE: File header, cash letter header, the
      *> items in bundles of WS-CL-BUNDLE-MAX, each bundle closed
      *> by its control record, then the cash letter and file
      *> controls. Counts and totals are accumulated as written.
      *> -------------------------------------------------------
       WRITE-X9-FILE.
           OPEN OUTPUT X9-FILE
           IF WS-X9-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-X9-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 0 TO WS-X9-REC-COUNT WS-BUNDLE-SEQ
               WS-BUNDLE-ITEMS WS-BUNDLE-TOTAL WS-LETTER-TOTAL

           MOVE SPACES TO X9-RECORD
           MOVE '01' TO X9-TYPE
           MOVE WS-CL-FED-ROUTING TO X9-FH-DEST-RT
           MOVE WS-CL-OWN-ROUTING TO X9-FH-ORIGIN-RT
           MOVE WS-CURRENT-DATE TO X9-FH-CREATE-DATE
           MOVE WS-CURRENT-TIME TO X9-FH-CREATE-TIME
           IF WS-CL-SEQ > 26
               MOVE 'Z' TO X9-FH-FILE-ID
           ELSE
               MOVE WS-CL-FILE-MODS(WS-CL-SEQ:1) TO X9-FH-FILE-ID
           END-IF
           MOVE WS-CL-TEST-IND TO X9-FH-TEST-IND
           PERFORM WRITE-X9-RECORD

           MOVE SPACES TO X9-RECORD
           MOVE '10' TO X9-TYPE
           MOVE WS-CL-FED-ROUTING TO X9-CH-DEST-RT
           MOVE WS-CL-OWN-ROUTING TO X9-CH-ORIGIN-RT
           MOVE WS-RUN-DATE TO X9-CH-BUS-DATE
           MOVE WS-CURRENT-DATE TO X9-CH-CREATE-DATE
           MOVE WS-CURRENT-TIME TO X9-CH-CREATE-TIME
           MOVE WS-CL-ID TO X9-CH-CL-ID
           MOVE '01' TO X9-CH-COLL-TYPE
           PERFORM WRITE-X9-RECORD

           PERFORM VARYING WS-NI-IDX FROM 1 BY 1
               UNTIL WS-NI-IDX > WS-NI-COUNT
               IF WS-BUNDLE-ITEMS = 0
                   ADD 1 TO WS-BUNDLE-SEQ
                   MOVE SPACES TO X9-RECORD
                   MOVE '20' TO X9-TYPE
                   MOVE WS-CL-FED-ROUTING TO X9-BH-DEST-RT
                   MOVE WS-CL-OWN-ROUTING TO X9-BH-ORIGIN-RT
                   MOVE WS-RUN-DATE TO X9-BH-BUS-DATE
                   MOVE WS-CL-ID TO X9-BH-CL-ID
                   MOVE WS-BUNDLE-SEQ TO X9-BH-BUNDLE-SEQ
                   PERFORM WRITE-X9-RECORD
               END-IF
               MOVE WS-BUNDLE-SEQ TO WS-NI-BUNDLE(WS-NI-IDX)
               MOVE WS-NI-IDX TO WS-NI-SEQ(WS-NI-IDX)
               MOVE SPACES TO X9-RECORD
               MOVE '25' TO X9-TYPE
               MOVE WS-NI-ROUTING(WS-NI-IDX) TO X9-IT-PAYOR-RT
               MOVE WS-NI-SERIAL(WS-NI-IDX) TO X9-IT-ON-US
               MOVE WS-NI-AMOUNT(WS-NI-IDX) TO X9-IT-AMOUNT
               MOVE WS-NI-TRANS-ID(WS-NI-IDX) TO X9-IT-ECE-SEQ
               MOVE 'G' TO X9-IT-DOC-TYPE
               MOVE WS-NI-IDX TO X9-IT-ITEM-SEQ
               PERFORM WRITE-X9-RECORD
               ADD 1 TO WS-BUNDLE-ITEMS
               ADD WS-NI-AMOUNT(WS-NI-IDX) TO WS-BUNDLE-TOTAL
               ADD WS-NI-AMOUNT(WS-NI-IDX) TO WS-LETTER-TOTAL
               IF WS-BUNDLE-ITEMS >= WS-CL-BUNDLE-MAX
                   PERFORM WRITE-BUNDLE-CONTROL
               END-IF
           END-PERFORM
           IF WS-BUNDLE-ITEMS > 0
               PERFORM WRITE-BUNDLE-CONTROL
           END-IF

           MOVE SPACES TO X9-RECORD
           MOVE '90' TO X9-TYPE
           MOVE WS-BUNDLE-SEQ TO X9-CC-BUNDLE-COUNT
           MOVE WS-NI-COUNT TO X9-CC-ITEM-COUNT
           MOVE WS-LETTER-TOTAL TO X9-CC-TOTAL
           PERFORM WRITE-X9-RECORD

      *>   The file control counts itself.
           MOVE SPACES TO X9-RECORD
           MOVE '99' TO X9-TYPE
           ADD 1 TO WS-X9-REC-COUNT
           MOVE 1 TO X9-FC-CL-COUNT
           MOVE WS-X9-REC-COUNT TO X9-FC-REC-COUNT
           MOVE WS-NI-COUNT TO X9-FC-ITEM-COUNT
           MOVE WS-LETTER-TOTAL TO X9-FC-TOTAL
           WRITE X9-RECORD
           CLOSE X9-FILE.

       WRITE-BUNDLE-CONTROL.
           MOVE SPACES TO X9-RECORD
           MOVE '70' TO X9-TYPE
           MOVE WS-BUNDLE-ITEMS TO X9-BC-ITEM-COUNT
           MOVE WS-BUNDLE-TOTAL TO X9-BC-TOTAL
           PERFORM WRITE-X9-RECORD
           MOVE 0 TO WS-BUNDLE-ITEMS
           MOVE 0 TO WS-BUNDLE-TOTAL.

       WRITE-X9-RECORD.
           WRITE X9-RECORD
           ADD 1 TO WS-X9-REC-COUNT.

      *> -------------------------------------------------------
      *> APPEND-REGISTER: One CLITEMS.DAT row per item sent, in
      *> item order, status 'S'.
      *> -------------------------------------------------------
       APPEND-REGISTER.
           OPEN EXTEND CLITEMS-FILE
           IF WS-CLI-STATUS NOT = '00'
               OPEN OUTPUT CLITEMS-FILE
               IF WS-CLI-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CLI-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING WS-NI-IDX FROM 1 BY 1
               UNTIL WS-NI-IDX > WS-NI-COUNT
               MOVE SPACES TO CL-ITEM-RECORD
               MOVE WS-NI-TRANS-ID(WS-NI-IDX) TO CLI-TRANS-ID
               MOVE WS-NI-ACCT(WS-NI-IDX) TO CLI-ACCT-ID
               MOVE WS-NI-ROUTING(WS-NI-IDX) TO CLI-ROUTING
               MOVE WS-NI-SERIAL(WS-NI-IDX) TO CLI-SERIAL
               MOVE WS-NI-AMOUNT(WS-NI-IDX) TO CLI-AMOUNT
               MOVE WS-CL-ID TO CLI-CL-ID
               MOVE WS-NI-BUNDLE(WS-NI-IDX) TO CLI-BUNDLE
               MOVE WS-NI-SEQ(WS-NI-IDX) TO CLI-ITEM-SEQ
               MOVE WS-RUN-DATE TO CLI-SENT-DATE
               MOVE WS-SETTLE-DATE TO CLI-SETTLE-DATE
               MOVE 'S' TO CLI-STATUS
               MOVE 0 TO CLI-RETURN-DATE
               WRITE CL-ITEM-RECORD
           END-PERFORM
           CLOSE CLITEMS-FILE.

      *> -------------------------------------------------------
      *> SETTLE-CASH-LETTERS: Every sent item due on or before
      *> the run date settles; every item RDIPROC.cob has
      *> returned is marked — an item returned before its letter
      *> settled settles first, since the Fed credits the whole
      *> letter and charges the return back separately. Then the
      *> tie-out for each letter settling today or touched by a
      *> return, and one float-clearing journal pair.
      *> -------------------------------------------------------
       SETTLE-CASH-LETTERS.
           PERFORM LOAD-REGISTER
           PERFORM LOAD-RETURNS
           MOVE 0 TO WS-LT-COUNT
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
               MOVE WS-REG-LINE(WS-REG-IDX) TO CL-ITEM-RECORD
               PERFORM SETTLE-ONE-ITEM
               MOVE CL-ITEM-RECORD TO WS-REG-LINE(WS-REG-IDX)
           END-PERFORM

           IF WS-REG-CHANGED = 'Y'
               PERFORM SAVE-REGISTER
           END-IF
           IF WS-SETTLED-TOTAL > 0
               PERFORM ENSURE-FLOAT-GL-ACCOUNT
               MOVE WS-CL-CASH-GL TO WS-GL-ACCT
               MOVE WS-SETTLED-TOTAL TO WS-GL-DEBIT
               MOVE 0 TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
               MOVE WS-CL-FLOAT-GL TO WS-GL-ACCT
               MOVE 0 TO WS-GL-DEBIT
               MOVE WS-SETTLED-TOTAL TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
           END-IF

      *>   Tie-out over every item of each letter in scope,
      *>   including returns matched on earlier runs.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
               MOVE WS-REG-LINE(WS-REG-IDX) TO CL-ITEM-RECORD
               IF CLI-SETTLE-DATE = WS-RUN-DATE
                   PERFORM NOTE-LETTER
               END-IF
           END-PERFORM
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
               MOVE WS-REG-LINE(WS-REG-IDX) TO CL-ITEM-RECORD
               PERFORM FIND-LETTER
               IF WS-LT-FOUND-IDX > 0
                   ADD 1 TO WS-LT-PRES-COUNT(WS-LT-FOUND-IDX)
                   ADD CLI-AMOUNT
                       TO WS-LT-PRES-TOTAL(WS-LT-FOUND-IDX)
                   IF CLI-STATUS = 'R'
                       ADD 1 TO WS-LT-RET-COUNT(WS-LT-FOUND-IDX)
                       ADD CLI-AMOUNT
                           TO WS-LT-RET-TOTAL(WS-LT-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT
               COMPUTE WS-LT-NET = WS-LT-PRES-TOTAL(WS-LT-IDX)
                   - WS-LT-RET-TOTAL(WS-LT-IDX)
               DISPLAY "CL-TIEOUT|" WS-LT-CL-ID(WS-LT-IDX) "|"
                   WS-LT-PRES-COUNT(WS-LT-IDX) "|"
                   WS-LT-PRES-TOTAL(WS-LT-IDX) "|"
                   WS-LT-RET-COUNT(WS-LT-IDX) "|"
                   WS-LT-RET-TOTAL(WS-LT-IDX) "|" WS-LT-NET
           END-PERFORM
           DISPLAY "CL-SETTLE|" WS-SETTLED-COUNT "|"
               WS-SETTLED-TOTAL "|" WS-RETURNED-COUNT "|"
               WS-RETURNED-TOTAL.

       SETTLE-ONE-ITEM.
           MOVE 0 TO WS-RETURN-DATE
           IF CLI-STATUS NOT = 'R'
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
                   IF WS-RT-ORIG-ID(WS-RT-IDX) = CLI-TRANS-ID
                       MOVE WS-RT-DATE(WS-RT-IDX) TO WS-RETURN-DATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF CLI-STATUS = 'S'
               AND (CLI-SETTLE-DATE <= WS-RUN-DATE
                    OR WS-RETURN-DATE > 0)
               MOVE 'T' TO CLI-STATUS
               MOVE 'Y' TO WS-REG-CHANGED
               ADD 1 TO WS-SETTLED-COUNT
               ADD CLI-AMOUNT TO WS-SETTLED-TOTAL
           END-IF
           IF WS-RETURN-DATE > 0
               MOVE 'R' TO CLI-STATUS
               MOVE WS-RETURN-DATE TO CLI-RETURN-DATE
               MOVE 'Y' TO WS-REG-CHANGED
               ADD 1 TO WS-RETURNED-COUNT
               ADD CLI-AMOUNT TO WS-RETURNED-TOTAL
               PERFORM NOTE-LETTER
               DISPLAY "CL-RETURN|" CLI-TRANS-ID "|" CLI-CL-ID "|"
                   CLI-BUNDLE "|" CLI-ITEM-SEQ "|" CLI-AMOUNT
           END-IF.

      *>   Add CLI-CL-ID to the tie-out table once.
       NOTE-LETTER.
           PERFORM FIND-LETTER
           IF WS-LT-FOUND-IDX > 0 OR WS-LT-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LT-COUNT
           MOVE CLI-CL-ID TO WS-LT-CL-ID(WS-LT-COUNT)
           MOVE 0 TO WS-LT-PRES-COUNT(WS-LT-COUNT)
           MOVE 0 TO WS-LT-PRES-TOTAL(WS-LT-COUNT)
           MOVE 0 TO WS-LT-RET-COUNT(WS-LT-COUNT)
           MOVE 0 TO WS-LT-RET-TOTAL(WS-LT-COUNT).

       FIND-LETTER.
           MOVE 0 TO WS-LT-FOUND-IDX
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-CL-ID(WS-LT-IDX) = CLI-CL-ID
                   MOVE WS-LT-IDX TO WS-LT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-REGISTER / SAVE-REGISTER / LOAD-CAPTURES /
      *> LOAD-RETURNS: Stage the working files; a missing file
      *> is an empty one.
      *> -------------------------------------------------------
       LOAD-REGISTER.
           MOVE 0 TO WS-REG-COUNT
           OPEN INPUT CLITEMS-FILE
           IF WS-CLI-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CLITEMS-FILE
                   AT END
                       CLOSE CLITEMS-FILE
                       EXIT PERFORM
               END-READ
               IF WS-REG-COUNT < 5000
                   ADD 1 TO WS-REG-COUNT
                   MOVE CL-ITEM-RECORD TO WS-REG-LINE(WS-REG-COUNT)
               END-IF
           END-PERFORM.

       SAVE-REGISTER.
           OPEN OUTPUT CLITEMS-FILE
           IF WS-CLI-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CLI-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
               MOVE WS-REG-LINE(WS-REG-IDX) TO CL-ITEM-RECORD
               WRITE CL-ITEM-RECORD
           END-PERFORM
           CLOSE CLITEMS-FILE.

       LOAD-CAPTURES.
           MOVE 0 TO WS-CAP-COUNT
           OPEN INPUT DEPCAPT-FILE
           IF WS-DCP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ DEPCAPT-FILE
                   AT END
                       CLOSE DEPCAPT-FILE
                       EXIT PERFORM
               END-READ
               IF DCP-DATE = WS-RUN-DATE
                   AND WS-CAP-COUNT < 500
                   ADD 1 TO WS-CAP-COUNT
                   MOVE DCP-ACCT-ID TO WS-CAP-ACCT(WS-CAP-COUNT)
                   MOVE DCP-AMOUNT TO WS-CAP-AMOUNT(WS-CAP-COUNT)
                   MOVE DCP-ROUTING TO WS-CAP-ROUTING(WS-CAP-COUNT)
                   MOVE DCP-SERIAL TO WS-CAP-SERIAL(WS-CAP-COUNT)
                   MOVE 'N' TO WS-CAP-USED(WS-CAP-COUNT)
               END-IF
           END-PERFORM.

       LOAD-RETURNS.
           MOVE 0 TO WS-RT-COUNT
           OPEN INPUT RDIHIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ RDIHIST-FILE
                   AT END
                       CLOSE RDIHIST-FILE
                       EXIT PERFORM
               END-READ
               IF RH-DATE <= WS-RUN-DATE
                   AND WS-RT-COUNT < 2000
                   ADD 1 TO WS-RT-COUNT
                   MOVE RH-ORIG-TRANS-ID TO WS-RT-ORIG-ID(WS-RT-COUNT)
                   MOVE RH-DATE TO WS-RT-DATE(WS-RT-COUNT)
               END-IF
           END-PERFORM.

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
           MOVE WS-RUN-DATE TO GLJ-DATE
           MOVE WS-GL-ACCT TO GLJ-GL-ACCT
           MOVE WS-GL-DEBIT TO GLJ-DEBIT
           MOVE WS-GL-CREDIT TO GLJ-CREDIT
           MOVE "CASHLTR" TO GLJ-SOURCE
           MOVE SPACES TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD
           CLOSE GLJRNL-FILE.

      *> -------------------------------------------------------
      *> ENSURE-FLOAT-GL-ACCOUNT: A chart written before this
      *> program has no 1020 row — append it so GLPOST.cob's
      *> APPLY-TO-CHART never rejects a cash letter journal line
      *> (same guard as ODCOLL.cob's ENSURE-LOSS-GL-ACCOUNT).
      *> -------------------------------------------------------
       ENSURE-FLOAT-GL-ACCOUNT.
           MOVE 'N' TO WS-CHART-HAS-ACCT
           OPEN INPUT CHART-FILE
           IF WS-CH-STATUS NOT = '00'
      *>       No chart on this node yet — GLPOST.cob's first run
      *>       seeds the full standard chart.
               MOVE 'Y' TO WS-CHART-HAS-ACCT
           ELSE
               PERFORM UNTIL 1 = 0
                   READ CHART-FILE
                       AT END
                           CLOSE CHART-FILE
                           EXIT PERFORM
                   END-READ
                   IF GLC-ACCT = WS-CL-FLOAT-GL
                       MOVE 'Y' TO WS-CHART-HAS-ACCT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CHART-HAS-ACCT = 'N'
               OPEN EXTEND CHART-FILE
               IF WS-CH-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CH-STATUS
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CL-FLOAT-GL TO GLC-ACCT
               MOVE "DUE FROM FEDERAL RESERVE" TO GLC-NAME
               MOVE 'A' TO GLC-TYPE
               MOVE 0 TO GLC-BALANCE
               WRITE GL-CHART-RECORD
               CLOSE CHART-FILE
           END-IF.

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
