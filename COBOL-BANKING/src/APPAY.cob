      *>================================================================*
      *>  Program:     APPAY.cob
      *>  System:      LEGACY LEDGER — Accounts Payable / Vendor Payment
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The bank's own bills — rent, armored car, auditors —
      *>    paid through the system instead of a desk diary and a
      *>    checkbook. Three files (see the copybooks):
      *>      APVENDOR.DAT — the vendor master: name, TIN, remit-to
      *>        address, how the vendor is paid (official check or
      *>        ACH credit) and whether payments are 1099-NEC
      *>        reportable. Supervisor or admin only.
      *>      APINVOICE.DAT — each vendor invoice, coded to a
      *>        GLCHART.DAT expense account (5070 OCCUPANCY, 5080
      *>        DATA PROCESSING, 5090 PROFESSIONAL FEES and 5100
      *>        OTHER OPERATING are added to the chart here if
      *>        missing). Keyed by one operator, approved by a
      *>        second (supervisor or admin, never the maker) —
      *>        GLENTRY.cob's two-person rule.
      *>        Approval journals the expense: debit the expense
      *>        account, credit 2050 ACCOUNTS PAYABLE.
      *>      APCHKQ.DAT — official checks the PAYRUN wants cut,
      *>        handed to OFFCHECK.cob's APCHECK operation the way
      *>        ESCROW.cob hands bills over in ESCDISB.DAT.
      *>    PAYRUN pays every approved invoice due by the run date,
      *>    one payment per vendor:
      *>      check vendors — one APCHKQ.DAT row; OFFCHECK APCHECK
      *>        issues it and journals debit 2050 / credit 2020
      *>        OFFICIAL CHECKS OUTSTANDING
      *>      ACH vendors — one CCD credit in APACH.DAT, the same
      *>        NACHA-style file ACHGEN.cob builds for payroll,
      *>        journalled here: debit 2050 / credit 1010 CASH (the
      *>        settlement leaves the bank's own funds, as the
      *>        payroll net pay does in LABORDST.cob)
      *>    1099NEC is the year-end extract for reportable vendors,
      *>    from what the bank actually paid them in the year.
      *>
      *>  Operations (via command-line argument):
      *>    VENDOR — vendor lines from standard input, one per
      *>        line, pipe-delimited, END terminates:
      *>          ID|NAME|TIN|STREET|CITY|ST|ZIP|METHOD|ROUTING|
      *>          ACCOUNT|1099|STATUS
      *>        METHOD C (check) or A (ACH — routing and account
      *>        required); 1099 Y/N; STATUS A/I (empty = A). A
      *>        known ID is changed, a new one added; one bad line
      *>        refuses the lot. Supervisor or admin.
      *>    VENDORS — list the vendor master
      *>    INVOICE vendor inv-no gl-acct amount due-yyyymmdd desc...
      *>    APPROVE seq / REJECT seq — supervisor or admin, not the
      *>        maker
      *>    LIST [P|A|R|S] — invoices, optionally one status
      *>    PAYRUN [yyyymmdd] — pay approved invoices due on or
      *>        before the date (default the business date).
      *>        Supervisor or admin.
      *>    1099NEC yyyy [CSV] — no sign-on (reporting, like
      *>        INT1099.cob); CSV writes 1099NEC.CSV
      *>
      *>  Files:
      *>    Input/Output: APVENDOR.DAT, APINVOICE.DAT, GLCHART.DAT
      *>                  (2050 and 5070-5100 appended if missing)
      *>    Input:        OPERATORS.DAT, BUSDATE.DAT
      *>    Output:       GLJRNL.DAT, APCHKQ.DAT (appended),
      *>                  APACH.DAT (rebuilt by a PAYRUN with ACH
      *>                  payments, as ACHGEN.cob rebuilds
      *>                  ACHOUT.DAT), 1099NEC.CSV (CSV only)
      *>
      *>  Copybooks:
      *>    APVEND.cpy, APINV.cpy, APCHKQ.cpy, GLCHART.cpy,
      *>    GLJREC.cpy, BUSDATE.cpy, OPERREC.cpy, OPERIO.cpy,
      *>    COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    AP-VENDOR-SET|id|ADDED-or-CHANGED
      *>    AP-VENDOR|id|name|method|1099|status            (VENDORS)
      *>    AP-INV-QUEUED|seq|vendor|inv-no|gl|amount|due
      *>    AP-INV-APPROVED|seq|gl|amount|checker
      *>    AP-INV-REJECTED|seq|checker
      *>    AP-INV|seq|vendor|inv-no|gl|amount|due|status|maker|
      *>        checker|pay-id|desc                           (LIST)
      *>    AP-PAY|pay-id|vendor|CHECK-or-ACH|invoices|amount
      *>    AP-HELD|seq|vendor|reason                       (PAYRUN)
      *>    AP-PAYRUN-SUMMARY|checks|check-amt|ach|ach-amt|held
      *>    1099NEC|vendor|name|tin-or-NO-TIN|year|amount|invoices
      *>    1099NEC-BELOW-MIN|vendor|amount
      *>    1099NEC-SUMMARY|REPORTABLE|BELOW-MIN|NO-TIN
      *>    RESULT|XX
      *>
      *>  Output Format (1099NEC CSV, header row + data rows):
      *>    1099NEC.CSV: VENDOR,NAME,TIN,STREET,CITY,STATE,ZIP,
      *>                 YEAR,NONEMPLOYEE_COMP
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Vendor unknown or inactive, or APPROVE/
      *>                REJECT target not found or not pending
      *>    RESULT|07 — Operator denied, below rank, or the maker
      *>                approving their own invoice
      *>    RESULT|99 — Bad arguments, vendor line invalid,
      *>                duplicate invoice, non-expense account, or
      *>                I/O error
      *>
      *>  Dependencies:
      *>    Checks are only queued here — run OFFCHECK APCHECK after
      *>    the PAYRUN to print them. APACH.DAT goes to the ODFI
      *>    like ACHGEN.cob's ACHOUT.DAT.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SYSIN IS STANDARD-INPUT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE
               ASSIGN TO "APVENDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VN-STATUS.
           SELECT INVOICE-FILE
               ASSIGN TO "APINVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-STATUS.
           SELECT CHKQ-FILE
               ASSIGN TO "APCHKQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.
           SELECT ACH-OUT-FILE
               ASSIGN TO "APACH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AO-STATUS.
           SELECT CHART-FILE
               ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT GLJRNL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.
           SELECT CSV-FILE
               ASSIGN TO "1099NEC.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
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
       FD  VENDOR-FILE.
       COPY "APVEND.cpy".
       FD  INVOICE-FILE.
       COPY "APINV.cpy".
       FD  CHKQ-FILE.
       COPY "APCHKQ.cpy".
       FD  ACH-OUT-FILE.
       01  ACH-OUT-RECORD         PIC X(94).
       FD  CHART-FILE.
       COPY "GLCHART.cpy".
       FD  GLJRNL-FILE.
       COPY "GLJREC.cpy".
       FD  CSV-FILE.
       01  CSV-LINE               PIC X(200).
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VN-STATUS           PIC XX VALUE SPACES.
       01  WS-IV-STATUS           PIC XX VALUE SPACES.
       01  WS-CQ-STATUS           PIC XX VALUE SPACES.
       01  WS-AO-STATUS           PIC XX VALUE SPACES.
       01  WS-CH-STATUS           PIC XX VALUE SPACES.
       01  WS-GJ-STATUS           PIC XX VALUE SPACES.
       01  WS-CSV-STATUS          PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(120) VALUE SPACES.
       01  WS-CMD-PTR             PIC 9(3) VALUE 1.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-ARG-2               PIC X(15) VALUE SPACES.
       01  WS-ARG-3               PIC X(15) VALUE SPACES.
       01  WS-ARG-4               PIC X(15) VALUE SPACES.
       01  WS-ARG-5               PIC X(15) VALUE SPACES.
       01  WS-ARG-6               PIC X(15) VALUE SPACES.
       01  WS-ARG-REST            PIC X(60) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   The payable every approved invoice is credited to.
       01  WS-AP-GL-ACCT          PIC 9(4) VALUE 2050.
       01  WS-CASH-GL-ACCT        PIC 9(4) VALUE 1010.
      *>   APVENDOR.DAT and APINVOICE.DAT held whole — load-modify-
      *>   save, as GLENTRY.cob does with its queue.
       01  WS-VN-TABLE.
           05  WS-VN-LINE OCCURS 300 TIMES PIC X(180).
       01  WS-VN-COUNT            PIC 9(3) VALUE 0.
       01  WS-VN-IDX              PIC 9(3) VALUE 0.
       01  WS-VN-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-IV-TABLE.
           05  WS-IV-LINE OCCURS 3000 TIMES PIC X(150).
       01  WS-IV-COUNT            PIC 9(4) VALUE 0.
       01  WS-IV-IDX              PIC 9(4) VALUE 0.
       01  WS-IV-FOUND-IDX        PIC 9(4) VALUE 0.
       01  WS-IV-SEQ              PIC 9(6) VALUE 0.
       01  WS-TARGET-SEQ          PIC 9(6) VALUE 0.
      *>   VENDOR — the lines staged whole; one bad line refuses
      *>   the lot, nothing half-changed.
       01  WS-IN-LINE             PIC X(250) VALUE SPACES.
       01  WS-VL-FIELDS.
           05  WS-VL-ID           PIC X(8).
           05  WS-VL-NAME         PIC X(30).
           05  WS-VL-TIN          PIC X(9).
           05  WS-VL-STREET       PIC X(30).
           05  WS-VL-CITY         PIC X(20).
           05  WS-VL-STATE        PIC X(2).
           05  WS-VL-ZIP          PIC X(10).
           05  WS-VL-METHOD       PIC X(1).
           05  WS-VL-ROUTING      PIC X(9).
           05  WS-VL-ACCOUNT      PIC X(17).
           05  WS-VL-1099         PIC X(1).
           05  WS-VL-STATUS       PIC X(1).
       01  WS-VS-TABLE.
           05  WS-VS-LINE OCCURS 100 TIMES PIC X(180).
       01  WS-VS-COUNT            PIC 9(3) VALUE 0.
       01  WS-VS-IDX              PIC 9(3) VALUE 0.
       01  WS-VS-IDX2             PIC 9(3) VALUE 0.
       01  WS-KEY-VENDOR          PIC X(8) VALUE SPACES.
      *>   INVOICE — validated fields.
       01  WS-KEY-GL-ACCT         PIC 9(4) VALUE 0.
       01  WS-KEY-AMOUNT          PIC S9(9)V99 VALUE 0.
       01  WS-KEY-DUE             PIC 9(8) VALUE 0.
       01  WS-LIST-STATUS         PIC X(1) VALUE SPACES.
      *>   The chart, for validating invoice coding.
       01  WS-CHART-TABLE.
           05  WS-CH-ENTRY OCCURS 100 TIMES.
               10  WS-CH-ACCT     PIC 9(4).
               10  WS-CH-TYPE     PIC X(1).
       01  WS-CH-COUNT            PIC 9(3) VALUE 0.
       01  WS-CH-IDX              PIC 9(3) VALUE 0.
       01  WS-CH-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-CHECK-ACCT          PIC 9(4) VALUE 0.
       01  WS-CHART-HAS-ACCT      PIC X(1) VALUE 'N'.
      *>   The accounts AP needs on the chart — the payable, and
      *>   the operating expense accounts the bank's own bills
      *>   are coded to (GLPOST.cob seeds the same rows).
       01  WS-AP-GL-TABLE.
           05  WS-AG-ENTRY OCCURS 5 TIMES.
               10  WS-AG-ACCT     PIC 9(4).
               10  WS-AG-NAME     PIC X(30).
               10  WS-AG-TYPE     PIC X(1).
       01  WS-AG-IDX              PIC 9(1) VALUE 0.
      *>   GL journal staging.
       01  WS-GL-ACCT             PIC 9(4) VALUE 0.
       01  WS-GL-DEBIT            PIC S9(12)V99 VALUE 0.
       01  WS-GL-CREDIT           PIC S9(12)V99 VALUE 0.
      *>   PAYRUN — one payment per vendor, built from that
      *>   vendor's due invoices.
       01  WS-THRU-DATE           PIC 9(8) VALUE 0.
       01  WS-PY-TABLE.
           05  WS-PY-ENTRY OCCURS 300 TIMES.
               10  WS-PY-VN-IDX   PIC 9(3).
               10  WS-PY-PAY-ID   PIC X(10).
               10  WS-PY-AMOUNT   PIC S9(11)V99.
               10  WS-PY-INVOICES PIC 9(4).
       01  WS-PY-COUNT            PIC 9(3) VALUE 0.
       01  WS-PY-IDX              PIC 9(3) VALUE 0.
       01  WS-PY-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-IV-PY-TABLE.
           05  WS-IV-PY-IDX OCCURS 3000 TIMES PIC 9(3).
       01  WS-NEXT-PAY-NUM        PIC 9(8) VALUE 0.
       01  WS-PAY-NUM             PIC 9(8) VALUE 0.
       01  WS-CHECK-COUNT         PIC 9(4) VALUE 0.
       01  WS-CHECK-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-ACH-COUNT           PIC 9(4) VALUE 0.
       01  WS-ACH-TOTAL           PIC S9(11)V99 VALUE 0.
       01  WS-HELD-COUNT          PIC 9(4) VALUE 0.
       01  WS-HELD-REASON         PIC X(16) VALUE SPACES.
      *>   NACHA file building — same record shapes and control
      *>   totals as ACHGEN.cob, CCD (corporate) entry class.
       01  WS-ODFI-ABA            PIC 9(9) VALUE 091000019.
       01  WS-ENTRY-ABA           PIC 9(9) VALUE 0.
       01  WS-ENTRY-COUNT         PIC 9(6) VALUE 0.
       01  WS-ADDENDA-COUNT       PIC 9(6) VALUE 0.
       01  WS-TOTAL-CREDIT        PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-CREDIT-CENTS  PIC 9(12) VALUE 0.
       01  WS-ENTRY-HASH          PIC 9(10) VALUE 0.
       01  WS-LINE-COUNT          PIC 9(6) VALUE 0.
       01  WS-BLOCK-PAD           PIC 9(1) VALUE 0.
       01  WS-TRACE-SEQ           PIC 9(7) VALUE 0.
       01  WS-AMOUNT-CENTS        PIC 9(10) VALUE 0.
       01  WS-BUILD-LINE          PIC X(94) VALUE SPACES.
       01  WS-ACH-DESC            PIC X(80) VALUE SPACES.
      *>   1099NEC — one accumulator per reportable vendor.
      *>   Nonemployee compensation under the year's minimum is
      *>   listed BELOW-MIN but produces no form: $600 through the
      *>   2025 tax year, $2,000 from 2026.
       01  WS-YEAR                PIC 9(4) VALUE 0.
       01  WS-REC-YEAR            PIC 9(4) VALUE 0.
       01  WS-REPORT-MINIMUM      PIC 9(5)V99 VALUE 0.
       01  WS-CSV-MODE            PIC X(1) VALUE 'N'.
       01  WS-NEC-TABLE.
           05  WS-NEC-ENTRY OCCURS 300 TIMES.
               10  WS-NEC-AMOUNT  PIC S9(11)V99.
               10  WS-NEC-INVOICES PIC 9(4).
       01  WS-REPORTABLE-COUNT    PIC 9(4) VALUE 0.
       01  WS-BELOWMIN-COUNT      PIC 9(4) VALUE 0.
       01  WS-NOTIN-COUNT         PIC 9(4) VALUE 0.
       01  WS-OUT-TIN             PIC X(9) VALUE SPACES.
      *>   Display amounts — edited pictures before STRING/DISPLAY,
      *>   same trick REPORTS.cob's WS-CSV-AMT uses.
       01  WS-D-AMT1              PIC -(10)9.99.
       01  WS-D-AMT2              PIC -(10)9.99.
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE 1 TO WS-CMD-PTR
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-ARG-2
                    WS-ARG-3
                    WS-ARG-4
                    WS-ARG-5
                    WS-ARG-6
               WITH POINTER WS-CMD-PTR
           END-UNSTRING
           IF WS-CMD-PTR <= 120
               MOVE WS-CMD-LINE(WS-CMD-PTR:) TO WS-ARG-REST
           END-IF
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           PERFORM INIT-AP-GL-TABLE
           PERFORM LOAD-VENDORS
           PERFORM LOAD-INVOICES
      *>   The year-end extract is read-only and needs no sign-on,
      *>   like INT1099.cob; everything that changes AP does.
           IF WS-OPERATION = "1099NEC"
               PERFORM EXTRACT-1099-NEC
               STOP RUN
           END-IF
           ACCEPT WS-IN-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
           ACCEPT WS-IN-OPER-PIN
               FROM ENVIRONMENT "BANK_OPERATOR_PIN"
           PERFORM AUTHENTICATE-OPERATOR
           IF WS-OPER-DENIED
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF

           EVALUATE WS-OPERATION
               WHEN "VENDOR"
                   PERFORM MAINTAIN-VENDORS
               WHEN "VENDORS"
                   PERFORM LIST-VENDORS
               WHEN "INVOICE"
                   PERFORM QUEUE-INVOICE
               WHEN "APPROVE"
                   PERFORM RESOLVE-INVOICE
                   PERFORM APPROVE-INVOICE
               WHEN "REJECT"
                   PERFORM RESOLVE-INVOICE
                   PERFORM REJECT-INVOICE
               WHEN "LIST"
                   PERFORM LIST-INVOICES
               WHEN "PAYRUN"
                   PERFORM PAYMENT-RUN
               WHEN OTHER
                   DISPLAY "RESULT|99"
           END-EVALUATE
           STOP RUN.

       INIT-AP-GL-TABLE.
           MOVE WS-AP-GL-ACCT TO WS-AG-ACCT(1)
           MOVE "ACCOUNTS PAYABLE" TO WS-AG-NAME(1)
           MOVE 'L' TO WS-AG-TYPE(1)
           MOVE 5070 TO WS-AG-ACCT(2)
           MOVE "OCCUPANCY EXPENSE" TO WS-AG-NAME(2)
           MOVE 'E' TO WS-AG-TYPE(2)
           MOVE 5080 TO WS-AG-ACCT(3)
           MOVE "DATA PROCESSING EXPENSE" TO WS-AG-NAME(3)
           MOVE 'E' TO WS-AG-TYPE(3)
           MOVE 5090 TO WS-AG-ACCT(4)
           MOVE "PROFESSIONAL FEES" TO WS-AG-NAME(4)
           MOVE 'E' TO WS-AG-TYPE(4)
           MOVE 5100 TO WS-AG-ACCT(5)
           MOVE "OTHER OPERATING EXPENSE" TO WS-AG-NAME(5)
           MOVE 'E' TO WS-AG-TYPE(5).

      *> -------------------------------------------------------
      *> MAINTAIN-VENDORS: Read vendor lines from standard input
      *> (END terminates), validate every one, then add the new
      *> IDs and replace the known ones — the added date of a
      *> changed vendor is kept.
      *> -------------------------------------------------------
       MAINTAIN-VENDORS.
           IF WS-OPER-ROLE = 'T'
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF
           MOVE 0 TO WS-VS-COUNT
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO WS-IN-LINE
               ACCEPT WS-IN-LINE FROM STANDARD-INPUT
               IF FUNCTION TRIM(WS-IN-LINE) = "END"
                   OR WS-IN-LINE = SPACES
                   EXIT PERFORM
               END-IF
               PERFORM STAGE-VENDOR-LINE
           END-PERFORM
           IF WS-VS-COUNT = 0
               DISPLAY "ERROR|NO-VENDOR-LINES"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-VS-IDX FROM 1 BY 1
               UNTIL WS-VS-IDX > WS-VS-COUNT
               MOVE WS-VS-LINE(WS-VS-IDX) TO AP-VENDOR-RECORD
               MOVE VND-ID TO WS-KEY-VENDOR
               PERFORM FIND-VENDOR
               IF WS-VN-FOUND-IDX = 0
                   IF WS-VN-COUNT >= 300
                       DISPLAY "ERROR|VENDOR-TABLE-FULL"
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-VN-COUNT
                   MOVE AP-VENDOR-RECORD TO WS-VN-LINE(WS-VN-COUNT)
                   DISPLAY "AP-VENDOR-SET|" FUNCTION TRIM(VND-ID)
                       "|ADDED"
               ELSE
                   MOVE WS-VN-LINE(WS-VN-FOUND-IDX)(139:8)
                       TO VND-ADDED-DATE
                   MOVE AP-VENDOR-RECORD
                       TO WS-VN-LINE(WS-VN-FOUND-IDX)
                   DISPLAY "AP-VENDOR-SET|" FUNCTION TRIM(VND-ID)
                       "|CHANGED"
               END-IF
           END-PERFORM
           PERFORM SAVE-VENDORS
           DISPLAY "RESULT|00".

       STAGE-VENDOR-LINE.
           MOVE SPACES TO WS-VL-FIELDS
           UNSTRING WS-IN-LINE DELIMITED BY '|'
               INTO WS-VL-ID
                    WS-VL-NAME
                    WS-VL-TIN
                    WS-VL-STREET
                    WS-VL-CITY
                    WS-VL-STATE
                    WS-VL-ZIP
                    WS-VL-METHOD
                    WS-VL-ROUTING
                    WS-VL-ACCOUNT
                    WS-VL-1099
                    WS-VL-STATUS
           END-UNSTRING
           IF WS-VS-COUNT >= 100
               DISPLAY "ERROR|TOO-MANY-VENDOR-LINES"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-VL-ID = SPACES OR WS-VL-NAME = SPACES
               DISPLAY "ERROR|VENDOR-ID-AND-NAME-REQUIRED|" WS-VL-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-VL-TIN NOT = SPACES AND WS-VL-TIN NOT NUMERIC
               DISPLAY "ERROR|BAD-TIN|" WS-VL-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-VL-STATUS = SPACES
               MOVE 'A' TO WS-VL-STATUS
           END-IF
           IF WS-VL-1099 = SPACES
               MOVE 'N' TO WS-VL-1099
           END-IF
           MOVE SPACES TO AP-VENDOR-RECORD
           MOVE WS-VL-ID TO VND-ID
           MOVE WS-VL-NAME TO VND-NAME
           MOVE WS-VL-TIN TO VND-TIN
           MOVE WS-VL-STREET TO VND-STREET
           MOVE WS-VL-CITY TO VND-CITY
           MOVE WS-VL-STATE TO VND-STATE
           MOVE WS-VL-ZIP TO VND-ZIP
           MOVE WS-VL-METHOD TO VND-METHOD
           MOVE 0 TO VND-ROUTING
           MOVE WS-VL-ACCOUNT TO VND-BANK-ACCT
           MOVE WS-VL-1099 TO VND-1099-FLAG
           MOVE WS-VL-STATUS TO VND-STATUS
           IF NOT VND-PAY-CHECK AND NOT VND-PAY-ACH
               DISPLAY "ERROR|BAD-PAY-METHOD|" WS-VL-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF VND-1099-FLAG NOT = 'Y' AND VND-1099-FLAG NOT = 'N'
               DISPLAY "ERROR|BAD-1099-FLAG|" WS-VL-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF NOT VND-ACTIVE AND NOT VND-INACTIVE
               DISPLAY "ERROR|BAD-VENDOR-STATUS|" WS-VL-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
      *>   A check vendor needs somewhere to mail it; an ACH vendor
      *>   a real routing number and account.
           IF VND-PAY-CHECK
               IF VND-STREET = SPACES OR VND-CITY = SPACES
                   DISPLAY "ERROR|REMIT-ADDRESS-REQUIRED|" WS-VL-ID
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           ELSE
               IF WS-VL-ROUTING NOT NUMERIC
                   OR WS-VL-ROUTING = "000000000"
                   OR VND-BANK-ACCT = SPACES
                   DISPLAY "ERROR|ACH-DETAILS-REQUIRED|" WS-VL-ID
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE WS-VL-ROUTING TO VND-ROUTING
           END-IF
      *>   1099 vendors need a TIN for the form — refused now, not
      *>   discovered in January.
           IF VND-REPORTABLE AND VND-TIN = SPACES
               DISPLAY "ERROR|TIN-REQUIRED-FOR-1099|" WS-VL-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO VND-ADDED-DATE
           MOVE WS-IN-OPER-ID TO VND-CHANGED-BY
           MOVE WS-CURRENT-DATE TO VND-CHANGED-DATE
           ADD 1 TO WS-VS-COUNT
           MOVE AP-VENDOR-RECORD TO WS-VS-LINE(WS-VS-COUNT)
           PERFORM VARYING WS-VS-IDX2 FROM 1 BY 1
               UNTIL WS-VS-IDX2 >= WS-VS-COUNT
               IF WS-VS-LINE(WS-VS-IDX2)(1:8) = VND-ID
                   DISPLAY "ERROR|VENDOR-LINE-DUPLICATED|" WS-VL-ID
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-PERFORM.

       LIST-VENDORS.
           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
               UNTIL WS-VN-IDX > WS-VN-COUNT
               MOVE WS-VN-LINE(WS-VN-IDX) TO AP-VENDOR-RECORD
               DISPLAY "AP-VENDOR|" FUNCTION TRIM(VND-ID) "|"
                   FUNCTION TRIM(VND-NAME) "|" VND-METHOD "|"
                   VND-1099-FLAG "|" VND-STATUS
           END-PERFORM
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> QUEUE-INVOICE: INVOICE vendor inv-no gl-acct amount due
      *> desc. An active vendor, an expense account on the chart,
      *> a positive amount, and an invoice number not already on
      *> file for the vendor (rejected ones excepted — a corrected
      *> bill may be keyed again). Journals nothing until APPROVE.
      *> -------------------------------------------------------
       QUEUE-INVOICE.
           MOVE WS-ARG-2 TO WS-KEY-VENDOR
           PERFORM FIND-VENDOR
           IF WS-VN-FOUND-IDX = 0
               DISPLAY "ERROR|VENDOR-NOT-FOUND|"
                   FUNCTION TRIM(WS-ARG-2)
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           MOVE WS-VN-LINE(WS-VN-FOUND-IDX) TO AP-VENDOR-RECORD
           IF NOT VND-ACTIVE
               DISPLAY "ERROR|VENDOR-INACTIVE|"
                   FUNCTION TRIM(WS-ARG-2)
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           IF WS-ARG-3 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ARG-4) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-ARG-5) NOT = 0
               OR WS-ARG-6(1:8) NOT NUMERIC
               OR WS-ARG-6(9:1) NOT = SPACE
               DISPLAY "ERROR|BAD-INVOICE-ARGS"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           COMPUTE WS-KEY-GL-ACCT = FUNCTION NUMVAL(WS-ARG-4)
           COMPUTE WS-KEY-AMOUNT = FUNCTION NUMVAL(WS-ARG-5)
           MOVE WS-ARG-6(1:8) TO WS-KEY-DUE
           IF WS-KEY-AMOUNT NOT > 0
               DISPLAY "ERROR|BAD-INVOICE-AMOUNT"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM ENSURE-AP-GL-ACCOUNTS
           PERFORM LOAD-CHART
           MOVE WS-KEY-GL-ACCT TO WS-CHECK-ACCT
           PERFORM FIND-CHART-ACCT
           IF WS-CH-FOUND-IDX = 0
               DISPLAY "ERROR|GL-ACCT-NOT-ON-CHART|" WS-CHECK-ACCT
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-CH-TYPE(WS-CH-FOUND-IDX) NOT = 'E'
               DISPLAY "ERROR|NOT-EXPENSE-ACCT|" WS-CHECK-ACCT
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 0 TO WS-IV-SEQ
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               MOVE WS-IV-LINE(WS-IV-IDX) TO AP-INVOICE-RECORD
               IF INV-SEQ > WS-IV-SEQ
                   MOVE INV-SEQ TO WS-IV-SEQ
               END-IF
               IF INV-VENDOR-ID = WS-KEY-VENDOR
                   AND INV-NUMBER = WS-ARG-3
                   AND NOT INV-REJECTED
                   DISPLAY "ERROR|DUPLICATE-INVOICE|"
                       FUNCTION TRIM(WS-KEY-VENDOR) "|"
                       FUNCTION TRIM(WS-ARG-3) "|" INV-SEQ
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-IV-COUNT >= 3000
               DISPLAY "ERROR|INVOICE-TABLE-FULL"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           ADD 1 TO WS-IV-SEQ
           MOVE SPACES TO AP-INVOICE-RECORD
           MOVE WS-IV-SEQ TO INV-SEQ
           MOVE WS-KEY-VENDOR TO INV-VENDOR-ID
           MOVE WS-ARG-3 TO INV-NUMBER
           MOVE WS-KEY-GL-ACCT TO INV-GL-ACCT
           MOVE WS-KEY-AMOUNT TO INV-AMOUNT
           MOVE WS-KEY-DUE TO INV-DUE-DATE
           MOVE WS-ARG-REST TO INV-DESC
           MOVE WS-IN-OPER-ID TO INV-MAKER
           MOVE 'P' TO INV-STATUS
           MOVE WS-CURRENT-DATE TO INV-ENTRY-DATE
           MOVE 0 TO INV-ACT-DATE INV-PAID-DATE
           ADD 1 TO WS-IV-COUNT
           MOVE AP-INVOICE-RECORD TO WS-IV-LINE(WS-IV-COUNT)
           PERFORM SAVE-INVOICES
           MOVE WS-KEY-AMOUNT TO WS-D-AMT1
           DISPLAY "AP-INV-QUEUED|" WS-IV-SEQ "|"
               FUNCTION TRIM(WS-KEY-VENDOR) "|"
               FUNCTION TRIM(WS-ARG-3) "|" WS-KEY-GL-ACCT "|"
               FUNCTION TRIM(WS-D-AMT1) "|" WS-KEY-DUE
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> RESOLVE-INVOICE: Locate the pending invoice named on the
      *> command line.
      *> -------------------------------------------------------
       RESOLVE-INVOICE.
           IF FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           COMPUTE WS-TARGET-SEQ = FUNCTION NUMVAL(WS-ARG-2)
           MOVE 0 TO WS-IV-FOUND-IDX
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               MOVE WS-IV-LINE(WS-IV-IDX) TO AP-INVOICE-RECORD
               IF INV-SEQ = WS-TARGET-SEQ AND INV-PENDING
                   MOVE WS-IV-IDX TO WS-IV-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IV-FOUND-IDX = 0
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF.

      *> -------------------------------------------------------
      *> APPROVE-INVOICE: The checker — supervisor or admin, never
      *> the maker — approves the invoice and the expense is
      *> journalled against the payable: debit the invoice's
      *> expense account, credit 2050 ACCOUNTS PAYABLE.
      *> -------------------------------------------------------
       APPROVE-INVOICE.
           IF WS-OPER-ROLE = 'T'
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF
           MOVE WS-IV-LINE(WS-IV-FOUND-IDX) TO AP-INVOICE-RECORD
           IF INV-MAKER = WS-IN-OPER-ID
               DISPLAY "ERROR|MAKER-CANNOT-APPROVE"
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF
           MOVE WS-IN-OPER-ID TO INV-CHECKER
           MOVE 'A' TO INV-STATUS
           MOVE WS-CURRENT-DATE TO INV-ACT-DATE
           MOVE AP-INVOICE-RECORD TO WS-IV-LINE(WS-IV-FOUND-IDX)
           PERFORM SAVE-INVOICES
           PERFORM ENSURE-AP-GL-ACCOUNTS
      *>   SAVE-INVOICES wrote through the record area — pick the
      *>   approved invoice up again for the journal pair.
           MOVE WS-IV-LINE(WS-IV-FOUND-IDX) TO AP-INVOICE-RECORD
           MOVE INV-GL-ACCT TO WS-GL-ACCT
           MOVE INV-AMOUNT TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE
           MOVE WS-AP-GL-ACCT TO WS-GL-ACCT
           MOVE 0 TO WS-GL-DEBIT
           MOVE INV-AMOUNT TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE
           MOVE INV-AMOUNT TO WS-D-AMT1
           DISPLAY "AP-INV-APPROVED|" WS-TARGET-SEQ "|" INV-GL-ACCT
               "|" FUNCTION TRIM(WS-D-AMT1) "|" WS-IN-OPER-ID
           DISPLAY "RESULT|00".

       REJECT-INVOICE.
           IF WS-OPER-ROLE = 'T'
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF
           MOVE WS-IV-LINE(WS-IV-FOUND-IDX) TO AP-INVOICE-RECORD
           MOVE WS-IN-OPER-ID TO INV-CHECKER
           MOVE 'R' TO INV-STATUS
           MOVE WS-CURRENT-DATE TO INV-ACT-DATE
           MOVE AP-INVOICE-RECORD TO WS-IV-LINE(WS-IV-FOUND-IDX)
           PERFORM SAVE-INVOICES
           DISPLAY "AP-INV-REJECTED|" WS-TARGET-SEQ "|" WS-IN-OPER-ID
           DISPLAY "RESULT|00".

       LIST-INVOICES.
           MOVE WS-ARG-2(1:1) TO WS-LIST-STATUS
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               MOVE WS-IV-LINE(WS-IV-IDX) TO AP-INVOICE-RECORD
               IF WS-LIST-STATUS = SPACE
                   OR WS-LIST-STATUS = INV-STATUS
                   MOVE INV-AMOUNT TO WS-D-AMT1
                   DISPLAY "AP-INV|" INV-SEQ "|"
                       FUNCTION TRIM(INV-VENDOR-ID) "|"
                       FUNCTION TRIM(INV-NUMBER) "|" INV-GL-ACCT "|"
                       FUNCTION TRIM(WS-D-AMT1) "|" INV-DUE-DATE "|"
                       INV-STATUS "|" INV-MAKER "|" INV-CHECKER "|"
                       INV-PAY-ID "|" FUNCTION TRIM(INV-DESC)
               END-IF
           END-PERFORM
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> PAYMENT-RUN: PAYRUN [yyyymmdd]. Every approved invoice
      *> due on or before the run date is gathered into one
      *> payment per vendor; an inactive vendor's invoices are
      *> held, not paid. Check payments are queued for OFFCHECK
      *> APCHECK; ACH payments go out in APACH.DAT and are
      *> journalled here. The invoices are stamped paid last.
      *> -------------------------------------------------------
       PAYMENT-RUN.
           IF WS-OPER-ROLE = 'T'
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO WS-THRU-DATE
           IF WS-ARG-2 NOT = SPACES
               IF WS-ARG-2(1:8) NOT NUMERIC
                   OR WS-ARG-2(9:1) NOT = SPACE
                   DISPLAY "ERROR|BAD-RUN-DATE"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE WS-ARG-2(1:8) TO WS-THRU-DATE
           END-IF

      *>   Payment IDs continue past the highest ever issued.
           MOVE 0 TO WS-NEXT-PAY-NUM
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               MOVE WS-IV-LINE(WS-IV-IDX) TO AP-INVOICE-RECORD
               IF INV-PAY-ID(1:2) = "AP"
                   AND INV-PAY-ID(3:8) IS NUMERIC
                   MOVE INV-PAY-ID(3:8) TO WS-PAY-NUM
                   IF WS-PAY-NUM > WS-NEXT-PAY-NUM
                       MOVE WS-PAY-NUM TO WS-NEXT-PAY-NUM
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO WS-PY-COUNT
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               MOVE 0 TO WS-IV-PY-IDX(WS-IV-IDX)
               MOVE WS-IV-LINE(WS-IV-IDX) TO AP-INVOICE-RECORD
               IF INV-APPROVED AND INV-DUE-DATE <= WS-THRU-DATE
                   PERFORM GATHER-ONE-INVOICE
               END-IF
           END-PERFORM
           IF WS-PY-COUNT = 0
               PERFORM SHOW-RUN-SUMMARY
               EXIT PARAGRAPH
           END-IF

           PERFORM ENSURE-AP-GL-ACCOUNTS
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PY-COUNT
               MOVE WS-VN-LINE(WS-PY-VN-IDX(WS-PY-IDX))
                   TO AP-VENDOR-RECORD
               IF VND-PAY-CHECK
                   PERFORM QUEUE-ONE-CHECK
               ELSE
                   ADD 1 TO WS-ACH-COUNT
                   ADD WS-PY-AMOUNT(WS-PY-IDX) TO WS-ACH-TOTAL
                   MOVE WS-AP-GL-ACCT TO WS-GL-ACCT
                   MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-GL-DEBIT
                   MOVE 0 TO WS-GL-CREDIT
                   PERFORM WRITE-GL-LINE
                   MOVE WS-CASH-GL-ACCT TO WS-GL-ACCT
                   MOVE 0 TO WS-GL-DEBIT
                   MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-GL-CREDIT
                   PERFORM WRITE-GL-LINE
                   MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-D-AMT1
                   DISPLAY "AP-PAY|" WS-PY-PAY-ID(WS-PY-IDX) "|"
                       FUNCTION TRIM(VND-ID) "|ACH|"
                       WS-PY-INVOICES(WS-PY-IDX) "|"
                       FUNCTION TRIM(WS-D-AMT1)
               END-IF
           END-PERFORM
           IF WS-ACH-COUNT > 0
               PERFORM BUILD-ACH-FILE
           END-IF

           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               IF WS-IV-PY-IDX(WS-IV-IDX) > 0
                   MOVE WS-IV-PY-IDX(WS-IV-IDX) TO WS-PY-IDX
                   MOVE WS-IV-LINE(WS-IV-IDX) TO AP-INVOICE-RECORD
                   MOVE WS-VN-LINE(WS-PY-VN-IDX(WS-PY-IDX))
                       TO AP-VENDOR-RECORD
                   MOVE 'S' TO INV-STATUS
                   MOVE WS-PY-PAY-ID(WS-PY-IDX) TO INV-PAY-ID
                   MOVE VND-METHOD TO INV-PAY-METHOD
                   MOVE WS-CURRENT-DATE TO INV-PAID-DATE
                   MOVE AP-INVOICE-RECORD TO WS-IV-LINE(WS-IV-IDX)
               END-IF
           END-PERFORM
           PERFORM SAVE-INVOICES
           PERFORM SHOW-RUN-SUMMARY.

      *> -------------------------------------------------------
      *> GATHER-ONE-INVOICE: Add a due invoice to its vendor's
      *> payment in this run, opening the payment (and its ID) on
      *> the vendor's first invoice.
      *> -------------------------------------------------------
       GATHER-ONE-INVOICE.
           MOVE INV-VENDOR-ID TO WS-KEY-VENDOR
           PERFORM FIND-VENDOR
           MOVE SPACES TO WS-HELD-REASON
           IF WS-VN-FOUND-IDX = 0
               MOVE "VENDOR-NOT-FOUND" TO WS-HELD-REASON
           ELSE
               MOVE WS-VN-LINE(WS-VN-FOUND-IDX) TO AP-VENDOR-RECORD
               IF NOT VND-ACTIVE
                   MOVE "VENDOR-INACTIVE" TO WS-HELD-REASON
               END-IF
           END-IF
           IF WS-HELD-REASON NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "AP-HELD|" INV-SEQ "|"
                   FUNCTION TRIM(INV-VENDOR-ID) "|"
                   FUNCTION TRIM(WS-HELD-REASON)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PY-FOUND-IDX
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PY-COUNT
               IF WS-PY-VN-IDX(WS-PY-IDX) = WS-VN-FOUND-IDX
                   MOVE WS-PY-IDX TO WS-PY-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PY-FOUND-IDX = 0
               ADD 1 TO WS-PY-COUNT
               MOVE WS-PY-COUNT TO WS-PY-FOUND-IDX
               MOVE WS-VN-FOUND-IDX TO WS-PY-VN-IDX(WS-PY-COUNT)
               ADD 1 TO WS-NEXT-PAY-NUM
               MOVE SPACES TO WS-PY-PAY-ID(WS-PY-COUNT)
               STRING "AP" WS-NEXT-PAY-NUM
                   DELIMITED BY SIZE INTO WS-PY-PAY-ID(WS-PY-COUNT)
               END-STRING
               MOVE 0 TO WS-PY-AMOUNT(WS-PY-COUNT)
               MOVE 0 TO WS-PY-INVOICES(WS-PY-COUNT)
           END-IF
           ADD INV-AMOUNT TO WS-PY-AMOUNT(WS-PY-FOUND-IDX)
           ADD 1 TO WS-PY-INVOICES(WS-PY-FOUND-IDX)
           MOVE WS-PY-FOUND-IDX TO WS-IV-PY-IDX(WS-IV-IDX).

      *> -------------------------------------------------------
      *> QUEUE-ONE-CHECK: One APCHKQ.DAT row for OFFCHECK APCHECK,
      *> with the remit-to address for the envelope. The GL pair
      *> is written when the check is actually issued.
      *> -------------------------------------------------------
       QUEUE-ONE-CHECK.
           OPEN EXTEND CHKQ-FILE
           IF WS-CQ-STATUS NOT = '00'
               OPEN OUTPUT CHKQ-FILE
               IF WS-CQ-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CQ-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO AP-CHECK-QUEUE-RECORD
           MOVE WS-PY-PAY-ID(WS-PY-IDX) TO APQ-PAY-ID
           MOVE VND-ID TO APQ-VENDOR-ID
           MOVE VND-NAME TO APQ-PAYEE-NAME
           MOVE WS-PY-AMOUNT(WS-PY-IDX) TO APQ-AMOUNT
           MOVE WS-CURRENT-DATE TO APQ-QUEUED-DATE
           MOVE 'Q' TO APQ-STATUS
           MOVE 0 TO APQ-ISSUE-DATE
           MOVE VND-STREET TO APQ-REMIT-1
           STRING FUNCTION TRIM(VND-CITY) " " VND-STATE " "
               FUNCTION TRIM(VND-ZIP)
               DELIMITED BY SIZE INTO APQ-REMIT-2
           END-STRING
           WRITE AP-CHECK-QUEUE-RECORD
           CLOSE CHKQ-FILE
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-PY-AMOUNT(WS-PY-IDX) TO WS-CHECK-TOTAL
           MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-D-AMT1
           DISPLAY "AP-PAY|" WS-PY-PAY-ID(WS-PY-IDX) "|"
               FUNCTION TRIM(VND-ID) "|CHECK|"
               WS-PY-INVOICES(WS-PY-IDX) "|"
               FUNCTION TRIM(WS-D-AMT1).

       SHOW-RUN-SUMMARY.
           MOVE WS-CHECK-TOTAL TO WS-D-AMT1
           MOVE WS-ACH-TOTAL TO WS-D-AMT2
           DISPLAY "AP-PAYRUN-SUMMARY|" WS-CHECK-COUNT "|"
               FUNCTION TRIM(WS-D-AMT1) "|" WS-ACH-COUNT "|"
               FUNCTION TRIM(WS-D-AMT2) "|" WS-HELD-COUNT
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> BUILD-ACH-FILE: APACH.DAT in ACHGEN.cob's record shapes —
      *> file header, one CCD batch of '6' credit entries (code
      *> 22) with a '7' addenda naming the payment, batch and
      *> file control, padded to a block of 10.
      *> -------------------------------------------------------
       BUILD-ACH-FILE.
           OPEN OUTPUT ACH-OUT-FILE
           IF WS-AO-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-AO-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           STRING "101 " WS-ODFI-ABA " " WS-ODFI-ABA
               WS-CURRENT-DATE(3:6) WS-CURRENT-TIME(1:4)
               "A094101ACCOUNTS PAYABLE    " BANK-CLEARING
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-STRING
           WRITE ACH-OUT-RECORD FROM WS-BUILD-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-BUILD-LINE
           STRING "5220ACCTS PAYABLE   "
               "                    1091000019CCD"
               "VENDOR PAY" WS-CURRENT-DATE(3:6)
               WS-CURRENT-DATE(3:6)
               "   1" WS-ODFI-ABA(1:8) "0000001"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-STRING
           WRITE ACH-OUT-RECORD FROM WS-BUILD-LINE
           ADD 1 TO WS-LINE-COUNT

           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PY-COUNT
               MOVE WS-VN-LINE(WS-PY-VN-IDX(WS-PY-IDX))
                   TO AP-VENDOR-RECORD
               IF VND-PAY-ACH
                   PERFORM WRITE-ACH-ENTRY
               END-IF
           END-PERFORM

           COMPUTE WS-TOTAL-CREDIT-CENTS = WS-TOTAL-CREDIT * 100
           MOVE SPACES TO WS-BUILD-LINE
           STRING "8220" WS-ENTRY-COUNT WS-ENTRY-HASH
               "000000000000" WS-TOTAL-CREDIT-CENTS
               "1         " "                         "
               WS-ODFI-ABA(1:8) "0000001"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-STRING
           WRITE ACH-OUT-RECORD FROM WS-BUILD-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-LINE-COUNT
           COMPUTE WS-BLOCK-PAD =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LINE-COUNT, 10), 10)
           MOVE SPACES TO WS-BUILD-LINE
           STRING "9000001"
               FUNCTION MOD((WS-LINE-COUNT + WS-BLOCK-PAD) / 10,
                   1000000)
               WS-ENTRY-COUNT WS-ADDENDA-COUNT(3:4)
               WS-ENTRY-HASH "000000000000" WS-TOTAL-CREDIT-CENTS
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-STRING
           WRITE ACH-OUT-RECORD FROM WS-BUILD-LINE
           PERFORM WS-BLOCK-PAD TIMES
               MOVE ALL '9' TO WS-BUILD-LINE
               WRITE ACH-OUT-RECORD FROM WS-BUILD-LINE
           END-PERFORM
           CLOSE ACH-OUT-FILE.

       WRITE-ACH-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           ADD 1 TO WS-TRACE-SEQ
           MOVE VND-ROUTING TO WS-ENTRY-ABA
           COMPUTE WS-AMOUNT-CENTS = WS-PY-AMOUNT(WS-PY-IDX) * 100
           ADD WS-PY-AMOUNT(WS-PY-IDX) TO WS-TOTAL-CREDIT
      *>   Entry hash per NACHA, as ACHGEN.cob: the first 8 routing
      *>   digits summed, truncated to 10 digits.
           ADD FUNCTION MOD(WS-ENTRY-ABA / 10, 100000000)
               TO WS-ENTRY-HASH
           MOVE FUNCTION MOD(WS-ENTRY-HASH, 10000000000)
               TO WS-ENTRY-HASH
           MOVE SPACES TO WS-BUILD-LINE
           STRING "622" WS-ENTRY-ABA
               VND-BANK-ACCT
               WS-AMOUNT-CENTS
               WS-PY-PAY-ID(WS-PY-IDX) "     "
               VND-NAME(1:22)
               "  1" WS-ODFI-ABA(1:8) WS-TRACE-SEQ
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-STRING
           WRITE ACH-OUT-RECORD FROM WS-BUILD-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-ADDENDA-COUNT
           MOVE SPACES TO WS-ACH-DESC
           STRING "AP PAYMENT " WS-PY-PAY-ID(WS-PY-IDX) " "
               WS-PY-INVOICES(WS-PY-IDX) " INVOICE(S) "
               FUNCTION TRIM(VND-ID)
               DELIMITED BY SIZE INTO WS-ACH-DESC
           END-STRING
           MOVE SPACES TO WS-BUILD-LINE
           STRING "705" WS-ACH-DESC
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-STRING
           MOVE "0001" TO WS-BUILD-LINE(84:4)
           MOVE WS-TRACE-SEQ TO WS-BUILD-LINE(88:7)
           WRITE ACH-OUT-RECORD FROM WS-BUILD-LINE
           ADD 1 TO WS-LINE-COUNT.

      *> -------------------------------------------------------
      *> EXTRACT-1099-NEC: 1099NEC yyyy [CSV]. What the bank paid
      *> each reportable vendor in the calendar year — invoices
      *> stamped paid with a paid date in the year, check or ACH
      *> alike — one form line per vendor at or over the year's
      *> reporting minimum.
      *> -------------------------------------------------------
       EXTRACT-1099-NEC.
           IF WS-ARG-2(1:4) NOT NUMERIC
               OR WS-ARG-2(5:1) NOT = SPACE
               DISPLAY "ERROR|MISSING-YEAR"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:4) TO WS-YEAR
           IF WS-YEAR < 2026
               MOVE 600.00 TO WS-REPORT-MINIMUM
           ELSE
               MOVE 2000.00 TO WS-REPORT-MINIMUM
           END-IF
           IF WS-ARG-3 = "CSV"
               MOVE 'Y' TO WS-CSV-MODE
               OPEN OUTPUT CSV-FILE
               IF WS-CSV-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CSV-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE SPACES TO CSV-LINE
               STRING "VENDOR,NAME,TIN,STREET,CITY,STATE,ZIP,YEAR,"
                   "NONEMPLOYEE_COMP"
                   DELIMITED BY SIZE INTO CSV-LINE
               END-STRING
               WRITE CSV-LINE
           END-IF
           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
               UNTIL WS-VN-IDX > WS-VN-COUNT
               MOVE 0 TO WS-NEC-AMOUNT(WS-VN-IDX)
               MOVE 0 TO WS-NEC-INVOICES(WS-VN-IDX)
           END-PERFORM
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               MOVE WS-IV-LINE(WS-IV-IDX) TO AP-INVOICE-RECORD
               COMPUTE WS-REC-YEAR = INV-PAID-DATE / 10000
               IF INV-PAID AND WS-REC-YEAR = WS-YEAR
                   MOVE INV-VENDOR-ID TO WS-KEY-VENDOR
                   PERFORM FIND-VENDOR
                   IF WS-VN-FOUND-IDX > 0
                       ADD INV-AMOUNT
                           TO WS-NEC-AMOUNT(WS-VN-FOUND-IDX)
                       ADD 1 TO WS-NEC-INVOICES(WS-VN-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
               UNTIL WS-VN-IDX > WS-VN-COUNT
               MOVE WS-VN-LINE(WS-VN-IDX) TO AP-VENDOR-RECORD
               IF VND-REPORTABLE AND WS-NEC-AMOUNT(WS-VN-IDX) > 0
                   PERFORM WRITE-ONE-1099-NEC
               END-IF
           END-PERFORM
           IF WS-CSV-MODE = 'Y'
               CLOSE CSV-FILE
           END-IF
           DISPLAY "1099NEC-SUMMARY|" WS-REPORTABLE-COUNT "|"
               WS-BELOWMIN-COUNT "|" WS-NOTIN-COUNT
           DISPLAY "RESULT|00".

       WRITE-ONE-1099-NEC.
           MOVE WS-NEC-AMOUNT(WS-VN-IDX) TO WS-D-AMT1
           IF WS-NEC-AMOUNT(WS-VN-IDX) < WS-REPORT-MINIMUM
               ADD 1 TO WS-BELOWMIN-COUNT
               DISPLAY "1099NEC-BELOW-MIN|" FUNCTION TRIM(VND-ID) "|"
                   FUNCTION TRIM(WS-D-AMT1)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REPORTABLE-COUNT
           IF VND-TIN = SPACES
               ADD 1 TO WS-NOTIN-COUNT
               MOVE "NO-TIN" TO WS-OUT-TIN
           ELSE
               MOVE VND-TIN TO WS-OUT-TIN
           END-IF
           DISPLAY "1099NEC|" FUNCTION TRIM(VND-ID) "|"
               FUNCTION TRIM(VND-NAME) "|" FUNCTION TRIM(WS-OUT-TIN)
               "|" WS-YEAR "|" FUNCTION TRIM(WS-D-AMT1) "|"
               WS-NEC-INVOICES(WS-VN-IDX)
           IF WS-CSV-MODE = 'Y'
               MOVE SPACES TO CSV-LINE
               STRING FUNCTION TRIM(VND-ID) ","
                   FUNCTION TRIM(VND-NAME) ","
                   FUNCTION TRIM(WS-OUT-TIN) ","
                   FUNCTION TRIM(VND-STREET) ","
                   FUNCTION TRIM(VND-CITY) ","
                   VND-STATE ","
                   FUNCTION TRIM(VND-ZIP) ","
                   WS-YEAR ","
                   FUNCTION TRIM(WS-D-AMT1)
                   DELIMITED BY SIZE INTO CSV-LINE
               END-STRING
               WRITE CSV-LINE
           END-IF.

      *> -------------------------------------------------------
      *> ENSURE-AP-GL-ACCOUNTS: A chart written before AP has no
      *> 2050 payable and none of the operating expense accounts
      *> vendor invoices are coded to — append whichever are
      *> missing (same guard as LOANMST.cob's
      *> ENSURE-LOAN-GL-ACCOUNTS).
      *> -------------------------------------------------------
       ENSURE-AP-GL-ACCOUNTS.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > 5
               MOVE WS-AG-ACCT(WS-AG-IDX) TO WS-CHECK-ACCT
               PERFORM CHECK-CHART-ACCT
               IF WS-CHART-HAS-ACCT = 'N'
                   MOVE WS-AG-ACCT(WS-AG-IDX) TO GLC-ACCT
                   MOVE WS-AG-NAME(WS-AG-IDX) TO GLC-NAME
                   MOVE WS-AG-TYPE(WS-AG-IDX) TO GLC-TYPE
                   MOVE 0 TO GLC-BALANCE
                   PERFORM APPEND-CHART-ACCT
               END-IF
           END-PERFORM.

       CHECK-CHART-ACCT.
           MOVE 'N' TO WS-CHART-HAS-ACCT
           OPEN INPUT CHART-FILE
           IF WS-CH-STATUS NOT = '00'
      *>       No chart on this node yet — GLPOST.cob's first run
      *>       seeds the full standard chart. Treat as present.
               MOVE 'Y' TO WS-CHART-HAS-ACCT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CHART-FILE
                   AT END
                       CLOSE CHART-FILE
                       EXIT PERFORM
               END-READ
               IF GLC-ACCT = WS-CHECK-ACCT
                   MOVE 'Y' TO WS-CHART-HAS-ACCT
               END-IF
           END-PERFORM.

       APPEND-CHART-ACCT.
           OPEN EXTEND CHART-FILE
           IF WS-CH-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CH-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE GL-CHART-RECORD
           CLOSE CHART-FILE.

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
           MOVE "APPAY" TO GLJ-SOURCE
           MOVE SPACES TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD
           CLOSE GLJRNL-FILE.

       LOAD-CHART.
           MOVE 0 TO WS-CH-COUNT
           OPEN INPUT CHART-FILE
           IF WS-CH-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|GLCHART|" WS-CH-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ CHART-FILE
                   AT END
                       CLOSE CHART-FILE
                       EXIT PERFORM
               END-READ
               IF WS-CH-COUNT < 100
                   ADD 1 TO WS-CH-COUNT
                   MOVE GLC-ACCT TO WS-CH-ACCT(WS-CH-COUNT)
                   MOVE GLC-TYPE TO WS-CH-TYPE(WS-CH-COUNT)
               END-IF
           END-PERFORM.

       FIND-CHART-ACCT.
           MOVE 0 TO WS-CH-FOUND-IDX
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-COUNT
               IF WS-CH-ACCT(WS-CH-IDX) = WS-CHECK-ACCT
                   MOVE WS-CH-IDX TO WS-CH-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-VENDOR.
           MOVE 0 TO WS-VN-FOUND-IDX
           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
               UNTIL WS-VN-IDX > WS-VN-COUNT
               IF WS-VN-LINE(WS-VN-IDX)(1:8) = WS-KEY-VENDOR
                   MOVE WS-VN-IDX TO WS-VN-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-VENDORS.
           MOVE 0 TO WS-VN-COUNT
           OPEN INPUT VENDOR-FILE
           IF WS-VN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ VENDOR-FILE
                   AT END
                       CLOSE VENDOR-FILE
                       EXIT PERFORM
               END-READ
               IF WS-VN-COUNT < 300
                   ADD 1 TO WS-VN-COUNT
                   MOVE AP-VENDOR-RECORD TO WS-VN-LINE(WS-VN-COUNT)
               END-IF
           END-PERFORM.

       SAVE-VENDORS.
           OPEN OUTPUT VENDOR-FILE
           IF WS-VN-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-VN-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
               UNTIL WS-VN-IDX > WS-VN-COUNT
               MOVE WS-VN-LINE(WS-VN-IDX) TO AP-VENDOR-RECORD
               WRITE AP-VENDOR-RECORD
           END-PERFORM
           CLOSE VENDOR-FILE.

       LOAD-INVOICES.
           MOVE 0 TO WS-IV-COUNT
           OPEN INPUT INVOICE-FILE
           IF WS-IV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ INVOICE-FILE
                   AT END
                       CLOSE INVOICE-FILE
                       EXIT PERFORM
               END-READ
               IF WS-IV-COUNT < 3000
                   ADD 1 TO WS-IV-COUNT
                   MOVE AP-INVOICE-RECORD TO WS-IV-LINE(WS-IV-COUNT)
               END-IF
           END-PERFORM.

       SAVE-INVOICES.
           OPEN OUTPUT INVOICE-FILE
           IF WS-IV-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-IV-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               MOVE WS-IV-LINE(WS-IV-IDX) TO AP-INVOICE-RECORD
               WRITE AP-INVOICE-RECORD
           END-PERFORM
           CLOSE INVOICE-FILE.

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

      *> -------------------------------------------------------
      *> LOAD-OPERATORS / AUTHENTICATE-OPERATOR: Same fail-closed
      *> sign-on sequence as GLENTRY.cob.
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
