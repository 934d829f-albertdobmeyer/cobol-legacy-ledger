      *>================================================================*
      *>  Program:     CRBUREAU.cob
      *>  System:      LEGACY LEDGER — Credit Bureau Reporting
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The monthly credit bureau file for the installment loan
      *>    portfolio, replacing the tradelines keyed by hand from
      *>    a LOANS.DAT printout. BUILD reads the loan master and
      *>    writes a Metro 2-style file (METRO2.DAT — header, one
      *>    base segment per loan, trailer; see METRO2.cpy): the
      *>    borrower's name, address, TIN and date of birth from
      *>    CUSTOMER.DAT, the account status aged from
      *>    LOAN-PAST-DUE-DATE to the activity date (11 current,
      *>    71/78/80/82/83/84 at 30/60/90/120/150/180 days), the
      *>    principal balance, scheduled payment and amount past
      *>    due, and the closed statuses — 13 for a loan paid off,
      *>    97 for a loan charged off with its balance as the
      *>    charge-off amount. A paid-off loan is reported once
      *>    and then drops off; a charged-off loan is reported
      *>    every month while a balance remains.
      *>
      *>    Every base segment written is also kept in CRBHIST.DAT
      *>    (CRBHIST.cpy) exactly as reported, so a dispute can be
      *>    answered from what went to the bureaus that month
      *>    (HISTORY). Rebuilding an activity date already on
      *>    record replaces that month's history rows.
      *>
      *>    A loan whose borrower is not on the customer master, or
      *>    who has neither a TIN nor a date of birth, cannot be
      *>    matched by the bureaus and is held out of the file as
      *>    an exception; a missing TIN, date of birth or address
      *>    alone is reported and flagged. The control report
      *>    closes with counts and totals by status that tie to
      *>    the trailer record. Read-only against the loan master
      *>    and customer master.
      *>
      *>  Operations (via command-line argument):
      *>    BUILD [yyyymmdd]  — bureau file as of the date
      *>                        (default: today's business date)
      *>    HISTORY <loan-id> — every month reported for one loan
      *>
      *>  Files:
      *>    Input:        LOANS.DAT, CUSTOMER.DAT, BUSDATE.DAT
      *>    Output:       METRO2.DAT (BUILD, rebuilt each run)
      *>    Input/Output: CRBHIST.DAT — BUILD rewrites with the
      *>                  run's rows, HISTORY reads
      *>
      *>  Copybooks:
      *>    LOANREC.cpy, CUSTREC.cpy, METRO2.cpy, CRBHIST.cpy,
      *>    BUSDATE.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    CB-EXCEPT|LOAN-ID|CUST-ID|REASON|EXCLUDED or REPORTED
      *>              (REASON: NO-CUSTOMER, NO-TIN-DOB, NO-TIN,
      *>              NO-DOB, NO-ADDRESS, BAD-STATUS)
      *>    CB-STATUS|CODE|COUNT|BALANCE|PAST-DUE
      *>    CB-CONTROL|ACTIVITY-DATE|LOANS-READ|REPORTED|EXCLUDED|
      *>               CLOSED-PRIOR|RECORDS|BALANCE|PAST-DUE
      *>    CB-HIST|ACTIVITY-DATE|STATUS|BALANCE|PAST-DUE|DOFD|
      *>            SCHED-PMT|RUN-DATE (HISTORY)
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — HISTORY: nothing reported for the loan
      *>    RESULT|99 — Invalid arguments or file I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBUREAU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE
               ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT METRO2-FILE
               ASSIGN TO "METRO2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-M2-STATUS.
           SELECT CRBHIST-FILE
               ASSIGN TO "CRBHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANS-FILE.
       COPY "LOANREC.cpy".
       FD  CUSTOMER-FILE.
       COPY "CUSTREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  METRO2-FILE.
       COPY "METRO2.cpy".
       FD  CRBHIST-FILE.
       COPY "CRBHIST.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LN-STATUS           PIC XX VALUE SPACES.
       01  WS-CU-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-M2-STATUS           PIC XX VALUE SPACES.
       01  WS-CBH-STATUS          PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(60) VALUE SPACES.
       01  WS-OPERATION           PIC X(8) VALUE SPACES.
       01  WS-IN-ARG              PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-ACTIVITY-DATE       PIC 9(8) VALUE 0.
      *>   Furnisher identity and tradeline constants, maintained
      *>   here the way CASHLTR.cob keeps its routing numbers.
       01  WS-CB-REPORTER-ID      PIC X(10) VALUE "LGLEDGER01".
       01  WS-CB-REPORTER-NAME    PIC X(30)
               VALUE "LEGACY LEDGER BANK".
       01  WS-CB-TEST-IND         PIC X(1) VALUE 'P'.
       01  WS-CB-PORTFOLIO        PIC X(1) VALUE 'I'.
       01  WS-CB-ACCT-TYPE        PIC X(2) VALUE '01'.
      *>   Customer master staged for the borrower lookup.
       01  WS-CU-TABLE.
           05  WS-CU-ENTRY OCCURS 500 TIMES.
               10  WS-CU-ID       PIC X(10).
               10  WS-CU-NAME     PIC X(30).
               10  WS-CU-ADDRESS  PIC X(40).
               10  WS-CU-TIN      PIC X(9).
               10  WS-CU-DOB      PIC 9(8).
               10  WS-CU-DECEASED PIC X(1).
       01  WS-CU-COUNT            PIC 9(3) VALUE 0.
       01  WS-CU-IDX              PIC 9(3) VALUE 0.
       01  WS-CU-FOUND-IDX        PIC 9(3) VALUE 0.
      *>   CRBHIST.DAT staged in memory — BUILD drops any rows for
      *>   the activity date being rebuilt, adds the run's rows,
      *>   and rewrites the file once.
       01  WS-HS-TABLE.
           05  WS-HS-LINE OCCURS 20000 TIMES PIC X(80).
       01  WS-HS-COUNT            PIC 9(5) VALUE 0.
       01  WS-HS-IDX              PIC 9(5) VALUE 0.
       01  WS-HS-PRIOR-COUNT      PIC 9(5) VALUE 0.
       01  WS-HS-REPLACED         PIC 9(5) VALUE 0.
       01  WS-HS-MAX              PIC 9(5) VALUE 20000.
      *>   The loan under review.
       01  WS-CB-STATUS           PIC X(2) VALUE SPACES.
       01  WS-CB-RATING           PIC X(1) VALUE SPACE.
       01  WS-CB-DOFD             PIC 9(8) VALUE 0.
       01  WS-CB-CLOSED-DATE      PIC 9(8) VALUE 0.
       01  WS-CB-PAST-DUE         PIC S9(9)V99 VALUE 0.
       01  WS-CB-CHGOFF           PIC S9(10)V99 VALUE 0.
       01  WS-CB-BALANCE          PIC S9(10)V99 VALUE 0.
       01  WS-CB-REASON           PIC X(12) VALUE SPACES.
       01  WS-CB-PRIOR-13         PIC X(1) VALUE 'N'.
       01  WS-CB-PRIOR-97-ZERO    PIC X(1) VALUE 'N'.
       01  WS-DAYS-PAST-DUE       PIC S9(5) VALUE 0.
      *>   Control totals — the trailer and the control report
      *>   are both built from these.
       01  WS-CB-CODES            PIC X(18)
               VALUE "117178808283841397".
       01  WS-CB-CODE-VIEW REDEFINES WS-CB-CODES.
           05  WS-CB-CODE         PIC X(2) OCCURS 9 TIMES.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 9 TIMES.
               10  WS-ST-COUNT    PIC 9(9).
               10  WS-ST-BAL      PIC 9(12).
               10  WS-ST-PAST-DUE PIC 9(12).
       01  WS-ST-IDX              PIC 9(2) VALUE 0.
       01  WS-LOANS-READ          PIC 9(5) VALUE 0.
       01  WS-REPORTED-COUNT      PIC 9(9) VALUE 0.
       01  WS-EXCLUDED-COUNT      PIC 9(5) VALUE 0.
       01  WS-CLOSED-PRIOR-COUNT  PIC 9(5) VALUE 0.
       01  WS-TIN-COUNT           PIC 9(9) VALUE 0.
       01  WS-DOB-COUNT           PIC 9(9) VALUE 0.
       01  WS-TOTAL-BAL           PIC 9(12) VALUE 0.
       01  WS-TOTAL-PAST-DUE      PIC 9(12) VALUE 0.
       01  WS-M2-REC-COUNT        PIC 9(9) VALUE 0.
       01  WS-IN-LOAN-ID          PIC X(10) VALUE SPACES.
       01  WS-HIST-FOUND          PIC 9(5) VALUE 0.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-ARG
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           EVALUATE WS-OPERATION
               WHEN "BUILD"
                   MOVE WS-CURRENT-DATE TO WS-ACTIVITY-DATE
                   IF WS-IN-ARG NOT = SPACES
                       IF WS-IN-ARG(1:8) IS NOT NUMERIC
                           OR WS-IN-ARG(9:4) NOT = SPACES
                           DISPLAY "RESULT|99"
                           STOP RUN
                       END-IF
                       MOVE WS-IN-ARG(1:8) TO WS-ACTIVITY-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(
                           WS-ACTIVITY-DATE) NOT = 0
                           DISPLAY "RESULT|99"
                           STOP RUN
                       END-IF
                   END-IF
                   PERFORM BUILD-BUREAU-FILE
               WHEN "HISTORY"
                   IF WS-IN-ARG = SPACES
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   MOVE WS-IN-ARG(1:10) TO WS-IN-LOAN-ID
                   PERFORM SHOW-LOAN-HISTORY
                   IF WS-HIST-FOUND = 0
                       DISPLAY "RESULT|" RC-INVALID-ACCT
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-EVALUATE
           DISPLAY "RESULT|00"
           STOP RUN.

      *> -------------------------------------------------------
      *> BUILD-BUREAU-FILE: Header, one base segment per loan
      *> reported, trailer; then the history rewrite and the
      *> control report.
      *> -------------------------------------------------------
       BUILD-BUREAU-FILE.
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-HISTORY
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > 9
               MOVE 0 TO WS-ST-COUNT(WS-ST-IDX)
               MOVE 0 TO WS-ST-BAL(WS-ST-IDX)
               MOVE 0 TO WS-ST-PAST-DUE(WS-ST-IDX)
           END-PERFORM

           OPEN OUTPUT METRO2-FILE
           IF WS-M2-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-M2-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE SPACES TO METRO2-RECORD
           MOVE 'HEADER ' TO M2-REC-ID
           MOVE WS-CB-REPORTER-ID TO M2-H-REPORTER-ID
           MOVE WS-CB-REPORTER-NAME TO M2-H-REPORTER-NAME
           MOVE WS-ACTIVITY-DATE TO M2-H-ACTIVITY-DATE
           MOVE WS-CURRENT-DATE TO M2-H-CREATE-DATE
           MOVE WS-CURRENT-TIME TO M2-H-CREATE-TIME
           MOVE WS-CB-TEST-IND TO M2-H-TEST-IND
           PERFORM WRITE-M2-RECORD

           OPEN INPUT LOANS-FILE
           IF WS-LN-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ LOANS-FILE
                       AT END
                           CLOSE LOANS-FILE
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO WS-LOANS-READ
                   PERFORM REPORT-ONE-LOAN
               END-PERFORM
           END-IF

      *>   The trailer counts itself.
           MOVE SPACES TO METRO2-RECORD
           MOVE 'TRAILER' TO M2-REC-ID
           ADD 1 TO WS-M2-REC-COUNT
           MOVE WS-REPORTED-COUNT TO M2-T-BASE-COUNT
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > 9
               MOVE WS-ST-COUNT(WS-ST-IDX)
                   TO M2-T-STATUS-COUNT(WS-ST-IDX)
           END-PERFORM
           MOVE WS-TIN-COUNT TO M2-T-TIN-COUNT
           MOVE WS-DOB-COUNT TO M2-T-DOB-COUNT
           MOVE WS-TOTAL-BAL TO M2-T-TOTAL-BAL
           MOVE WS-TOTAL-PAST-DUE TO M2-T-TOTAL-PAST-DUE
           MOVE WS-M2-REC-COUNT TO M2-T-REC-COUNT
           WRITE METRO2-RECORD
           CLOSE METRO2-FILE

           PERFORM SAVE-HISTORY
           PERFORM PRINT-CONTROL-REPORT.

      *> -------------------------------------------------------
      *> REPORT-ONE-LOAN: Find the borrower, derive the status,
      *> and write the base segment (or hold the loan out).
      *> -------------------------------------------------------
       REPORT-ONE-LOAN.
           MOVE 0 TO WS-CU-FOUND-IDX
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
               IF WS-CU-ID(WS-CU-IDX) = LOAN-CUST-ID
                   MOVE WS-CU-IDX TO WS-CU-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CU-FOUND-IDX = 0
               MOVE "NO-CUSTOMER" TO WS-CB-REASON
               PERFORM EXCLUDE-LOAN
               EXIT PARAGRAPH
           END-IF
           IF WS-CU-TIN(WS-CU-FOUND-IDX) = SPACES
               AND WS-CU-DOB(WS-CU-FOUND-IDX) = 0
               MOVE "NO-TIN-DOB" TO WS-CB-REASON
               PERFORM EXCLUDE-LOAN
               EXIT PARAGRAPH
           END-IF

           PERFORM DERIVE-ACCOUNT-STATUS
           IF WS-CB-STATUS = SPACES
               MOVE "BAD-STATUS" TO WS-CB-REASON
               PERFORM EXCLUDE-LOAN
               EXIT PARAGRAPH
           END-IF
      *>   A closed account goes out once; after that it drops off.
           IF (WS-CB-STATUS = '13' AND WS-CB-PRIOR-13 = 'Y')
               OR (WS-CB-STATUS = '97'
                   AND WS-CB-PRIOR-97-ZERO = 'Y')
               ADD 1 TO WS-CLOSED-PRIOR-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-CU-TIN(WS-CU-FOUND-IDX) = SPACES
               MOVE "NO-TIN" TO WS-CB-REASON
               PERFORM FLAG-LOAN
           END-IF
           IF WS-CU-DOB(WS-CU-FOUND-IDX) = 0
               MOVE "NO-DOB" TO WS-CB-REASON
               PERFORM FLAG-LOAN
           END-IF
           IF WS-CU-ADDRESS(WS-CU-FOUND-IDX) = SPACES
               MOVE "NO-ADDRESS" TO WS-CB-REASON
               PERFORM FLAG-LOAN
           END-IF

           MOVE SPACES TO METRO2-RECORD
           MOVE 'BASE   ' TO M2-REC-ID
           MOVE LOAN-ID TO M2-B-ACCT-NUM
           MOVE LOAN-CUST-ID TO M2-B-CUST-ID
           MOVE WS-CB-PORTFOLIO TO M2-B-PORTFOLIO
           MOVE WS-CB-ACCT-TYPE TO M2-B-ACCT-TYPE
           MOVE LOAN-ORIG-DATE TO M2-B-DATE-OPENED
           MOVE LOAN-ORIG-PRINCIPAL TO M2-B-HIGH-CREDIT
           MOVE LOAN-TERM-MONTHS TO M2-B-TERMS-DUR
           MOVE 'M' TO M2-B-TERMS-FREQ
           MOVE LOAN-PAYMENT-AMT TO M2-B-SCHED-PMT
           MOVE WS-CB-STATUS TO M2-B-ACCT-STATUS
           MOVE WS-CB-RATING TO M2-B-PMT-RATING
           MOVE WS-CB-BALANCE TO M2-B-CURR-BAL
           MOVE WS-CB-PAST-DUE TO M2-B-PAST-DUE
           MOVE WS-CB-CHGOFF TO M2-B-CHGOFF-AMT
           MOVE WS-ACTIVITY-DATE TO M2-B-INFO-DATE
           MOVE WS-CB-DOFD TO M2-B-DOFD
           MOVE WS-CB-CLOSED-DATE TO M2-B-DATE-CLOSED
           IF WS-CU-DECEASED(WS-CU-FOUND-IDX) = 'Y'
               MOVE 'X' TO M2-B-ECOA
           ELSE
               MOVE '1' TO M2-B-ECOA
           END-IF
           MOVE WS-CU-NAME(WS-CU-FOUND-IDX) TO M2-B-NAME
           MOVE WS-CU-TIN(WS-CU-FOUND-IDX) TO M2-B-TIN
           MOVE WS-CU-DOB(WS-CU-FOUND-IDX) TO M2-B-DOB
           MOVE WS-CU-ADDRESS(WS-CU-FOUND-IDX) TO M2-B-ADDRESS
           PERFORM WRITE-M2-RECORD

           ADD 1 TO WS-REPORTED-COUNT
           IF M2-B-TIN NOT = SPACES
               ADD 1 TO WS-TIN-COUNT
           END-IF
           IF M2-B-DOB NOT = 0
               ADD 1 TO WS-DOB-COUNT
           END-IF
           ADD M2-B-CURR-BAL TO WS-TOTAL-BAL
           ADD M2-B-PAST-DUE TO WS-TOTAL-PAST-DUE
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > 9
               IF WS-CB-CODE(WS-ST-IDX) = WS-CB-STATUS
                   ADD 1 TO WS-ST-COUNT(WS-ST-IDX)
                   ADD M2-B-CURR-BAL TO WS-ST-BAL(WS-ST-IDX)
                   ADD M2-B-PAST-DUE TO WS-ST-PAST-DUE(WS-ST-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM

      *>   Keep the segment as reported for disputes.
           MOVE SPACES TO CRB-HISTORY-RECORD
           MOVE LOAN-ID TO CBH-LOAN-ID
           MOVE LOAN-CUST-ID TO CBH-CUST-ID
           MOVE WS-ACTIVITY-DATE TO CBH-ACTIVITY-DATE
           MOVE WS-CB-STATUS TO CBH-STATUS
           MOVE M2-B-CURR-BAL TO CBH-CURR-BAL
           MOVE M2-B-PAST-DUE TO CBH-PAST-DUE
           MOVE M2-B-DOFD TO CBH-DOFD
           MOVE M2-B-SCHED-PMT TO CBH-SCHED-PMT
           MOVE WS-CURRENT-DATE TO CBH-RUN-DATE
           ADD 1 TO WS-HS-COUNT
           MOVE CRB-HISTORY-RECORD TO WS-HS-LINE(WS-HS-COUNT).

      *> -------------------------------------------------------
      *> DERIVE-ACCOUNT-STATUS: Paid off 13, charged off 97,
      *> otherwise aged from the oldest unpaid due date to the
      *> activity date. Also notes whether an earlier month
      *> already carried the closing status.
      *> -------------------------------------------------------
       DERIVE-ACCOUNT-STATUS.
           MOVE SPACES TO WS-CB-STATUS
           MOVE SPACE TO WS-CB-RATING
           MOVE 0 TO WS-CB-DOFD WS-CB-CLOSED-DATE WS-CB-PAST-DUE
               WS-CB-CHGOFF
           MOVE LOAN-PRINCIPAL-BAL TO WS-CB-BALANCE
           IF WS-CB-BALANCE < 0
               MOVE 0 TO WS-CB-BALANCE
           END-IF
           MOVE 'N' TO WS-CB-PRIOR-13
           MOVE 'N' TO WS-CB-PRIOR-97-ZERO
           EVALUATE TRUE
               WHEN LOAN-PAID-OFF
                   MOVE '13' TO WS-CB-STATUS
                   MOVE '0' TO WS-CB-RATING
                   MOVE 0 TO WS-CB-BALANCE
                   MOVE WS-ACTIVITY-DATE TO WS-CB-CLOSED-DATE
               WHEN LOAN-CHARGED-OFF
                   MOVE '97' TO WS-CB-STATUS
                   MOVE 'L' TO WS-CB-RATING
                   MOVE WS-CB-BALANCE TO WS-CB-PAST-DUE
                   MOVE WS-CB-BALANCE TO WS-CB-CHGOFF
                   MOVE LOAN-PAST-DUE-DATE TO WS-CB-DOFD
                   MOVE WS-ACTIVITY-DATE TO WS-CB-CLOSED-DATE
               WHEN LOAN-ACTIVE
                   PERFORM AGE-ACTIVE-LOAN
           END-EVALUATE
           IF WS-CB-STATUS NOT = '13' AND WS-CB-STATUS NOT = '97'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
               UNTIL WS-HS-IDX > WS-HS-PRIOR-COUNT
               MOVE WS-HS-LINE(WS-HS-IDX) TO CRB-HISTORY-RECORD
               IF CBH-LOAN-ID = LOAN-ID
                   AND CBH-ACTIVITY-DATE < WS-ACTIVITY-DATE
                   IF CBH-STATUS = '13'
                       MOVE 'Y' TO WS-CB-PRIOR-13
                   END-IF
                   IF CBH-STATUS = '97' AND CBH-CURR-BAL = 0
                       AND WS-CB-BALANCE = 0
                       MOVE 'Y' TO WS-CB-PRIOR-97-ZERO
                   END-IF
      *>           Keep the date the account first reported closed.
                   IF CBH-STATUS = WS-CB-STATUS
                       AND CBH-ACTIVITY-DATE < WS-CB-CLOSED-DATE
                       MOVE CBH-ACTIVITY-DATE TO WS-CB-CLOSED-DATE
                   END-IF
               END-IF
           END-PERFORM.

       AGE-ACTIVE-LOAN.
           MOVE '11' TO WS-CB-STATUS
           IF LOAN-PAST-DUE-AMT NOT > 0
               OR LOAN-PAST-DUE-DATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-PAST-DUE-AMT TO WS-CB-PAST-DUE
           COMPUTE WS-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-DATE)
               - FUNCTION INTEGER-OF-DATE(LOAN-PAST-DUE-DATE)
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE >= 180
                   MOVE '84' TO WS-CB-STATUS
               WHEN WS-DAYS-PAST-DUE >= 150
                   MOVE '83' TO WS-CB-STATUS
               WHEN WS-DAYS-PAST-DUE >= 120
                   MOVE '82' TO WS-CB-STATUS
               WHEN WS-DAYS-PAST-DUE >= 90
                   MOVE '80' TO WS-CB-STATUS
               WHEN WS-DAYS-PAST-DUE >= 60
                   MOVE '78' TO WS-CB-STATUS
               WHEN WS-DAYS-PAST-DUE >= 30
                   MOVE '71' TO WS-CB-STATUS
           END-EVALUATE
           IF WS-CB-STATUS NOT = '11'
               MOVE LOAN-PAST-DUE-DATE TO WS-CB-DOFD
           END-IF.

       EXCLUDE-LOAN.
           ADD 1 TO WS-EXCLUDED-COUNT
           DISPLAY "CB-EXCEPT|" LOAN-ID "|" LOAN-CUST-ID "|"
               FUNCTION TRIM(WS-CB-REASON) "|EXCLUDED".

       FLAG-LOAN.
           DISPLAY "CB-EXCEPT|" LOAN-ID "|" LOAN-CUST-ID "|"
               FUNCTION TRIM(WS-CB-REASON) "|REPORTED".

       WRITE-M2-RECORD.
           WRITE METRO2-RECORD
           ADD 1 TO WS-M2-REC-COUNT.

      *> -------------------------------------------------------
      *> PRINT-CONTROL-REPORT: Counts and totals by status, then
      *> the run totals — these tie to the trailer record.
      *> -------------------------------------------------------
       PRINT-CONTROL-REPORT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > 9
               DISPLAY "CB-STATUS|" WS-CB-CODE(WS-ST-IDX) "|"
                   WS-ST-COUNT(WS-ST-IDX) "|"
                   WS-ST-BAL(WS-ST-IDX) "|"
                   WS-ST-PAST-DUE(WS-ST-IDX)
           END-PERFORM
           DISPLAY "CB-CONTROL|" WS-ACTIVITY-DATE "|"
               WS-LOANS-READ "|" WS-REPORTED-COUNT "|"
               WS-EXCLUDED-COUNT "|" WS-CLOSED-PRIOR-COUNT "|"
               WS-M2-REC-COUNT "|" WS-TOTAL-BAL "|"
               WS-TOTAL-PAST-DUE.

      *> -------------------------------------------------------
      *> SHOW-LOAN-HISTORY: What went to the bureaus for one
      *> loan, month by month, as it was reported.
      *> -------------------------------------------------------
       SHOW-LOAN-HISTORY.
           MOVE 0 TO WS-HIST-FOUND
           OPEN INPUT CRBHIST-FILE
           IF WS-CBH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CRBHIST-FILE
                   AT END
                       CLOSE CRBHIST-FILE
                       EXIT PERFORM
               END-READ
               IF CBH-LOAN-ID = WS-IN-LOAN-ID
                   ADD 1 TO WS-HIST-FOUND
                   DISPLAY "CB-HIST|" CBH-ACTIVITY-DATE "|"
                       CBH-STATUS "|" CBH-CURR-BAL "|"
                       CBH-PAST-DUE "|" CBH-DOFD "|"
                       CBH-SCHED-PMT "|" CBH-RUN-DATE
               END-IF
           END-PERFORM.

       LOAD-CUSTOMERS.
           MOVE 0 TO WS-CU-COUNT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CU-STATUS NOT = '00'
      *>       No customer master — every loan excepts NO-CUSTOMER.
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CUSTOMER-FILE
                   AT END
                       CLOSE CUSTOMER-FILE
                       EXIT PERFORM
               END-READ
               IF WS-CU-COUNT < 500
                   ADD 1 TO WS-CU-COUNT
                   MOVE CUST-ID TO WS-CU-ID(WS-CU-COUNT)
                   MOVE CUST-NAME TO WS-CU-NAME(WS-CU-COUNT)
                   MOVE CUST-ADDRESS TO WS-CU-ADDRESS(WS-CU-COUNT)
                   MOVE CUST-TIN TO WS-CU-TIN(WS-CU-COUNT)
                   IF CUST-DOB IS NUMERIC
                       MOVE CUST-DOB TO WS-CU-DOB(WS-CU-COUNT)
                   ELSE
                       MOVE 0 TO WS-CU-DOB(WS-CU-COUNT)
                   END-IF
                   MOVE CUST-DECEASED-FLAG
                       TO WS-CU-DECEASED(WS-CU-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-HISTORY: Earlier months' rows, less any for the
      *> activity date being rebuilt. Room is kept for one row
      *> per loan on the master.
      *> -------------------------------------------------------
       LOAD-HISTORY.
           MOVE 0 TO WS-HS-COUNT
           MOVE 0 TO WS-HS-REPLACED
           OPEN INPUT CRBHIST-FILE
           IF WS-CBH-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ CRBHIST-FILE
                       AT END
                           CLOSE CRBHIST-FILE
                           EXIT PERFORM
                   END-READ
                   IF CBH-ACTIVITY-DATE = WS-ACTIVITY-DATE
                       ADD 1 TO WS-HS-REPLACED
                   ELSE
                       IF WS-HS-COUNT >= WS-HS-MAX - 1000
                           DISPLAY "ERROR|HISTORY-FULL"
                           DISPLAY "RESULT|99"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HS-COUNT
                       MOVE CRB-HISTORY-RECORD
                           TO WS-HS-LINE(WS-HS-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-HS-COUNT TO WS-HS-PRIOR-COUNT.

       SAVE-HISTORY.
           OPEN OUTPUT CRBHIST-FILE
           IF WS-CBH-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CBH-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
               UNTIL WS-HS-IDX > WS-HS-COUNT
               MOVE WS-HS-LINE(WS-HS-IDX) TO CRB-HISTORY-RECORD
               WRITE CRB-HISTORY-RECORD
           END-PERFORM
           CLOSE CRBHIST-FILE.

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
