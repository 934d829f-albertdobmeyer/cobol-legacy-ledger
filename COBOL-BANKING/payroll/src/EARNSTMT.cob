      *>================================================================*
      *>  Program:     EARNSTMT.cob
      *>  System:      ENTERPRISE PAYROLL — Employee Earnings Statement
      *>                and Year-to-Date Proof
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The statement an employee keeps. CHECKPRT.cob's stub
      *>    block is three lumps (gross, taxes, deductions) for the
      *>    check-paid few; everyone else had nothing at all. This
      *>    program prints, for every stub of a pay date, the
      *>    earnings statement: each earning, tax and deduction for
      *>    the period beside its year-to-date figure from YTD.DAT
      *>    (YTDREC.cpy — PAYROLL.cob posts every stub it writes),
      *>    the employer 401(k) match, the leave balance with the
      *>    year's accrued and used hours (LEAVE.DAT), and where the
      *>    net pay went — the paper check, or each direct-deposit
      *>    account, split the same way PAYROLL.cob's SPLIT-NET-PAY
      *>    split it. Account numbers print masked to the last four.
      *>
      *>    PROOF mode is the year-end tie-out: it re-sums the
      *>    year's stubs in PAYSTUBS.DAT by employee and entity and
      *>    compares every accumulator field of YTD.DAT against it
      *>    — a row whose figures differ, a row with no stubs behind
      *>    it, and stubs with no row are all reported, and the run
      *>    is out of balance until every one is explained. Like
      *>    W2GEN.cob, it reads PAYSTUBS.DAT as the year's stubs
      *>    (the run-date generations concatenated).
      *>
      *>  Operation (via command-line argument):
      *>    EARNSTMT <yyyymmdd>          — statements for that pay
      *>                                   date to EARNSTMT.PRT
      *>    EARNSTMT PROOF <yyyy>        — year-end YTD proof
      *>    Either form takes ENTITY=XXX last for one EIN's stubs
      *>    and rows (SPACES on a stub is BNK), same as W2GEN.cob.
      *>
      *>  Files:
      *>    Input:  PAYSTUBS.DAT (PAYREC.cpy; read-only)
      *>    Input:  YTD.DAT (YTDREC.cpy; read-only — PAYROLL.cob
      *>            owns it)
      *>    Input:  LEAVE.DAT (LEAVEREC.cpy — statement mode)
      *>    Input:  EMPLOYEES.DAT (EMPREC.cpy — a split deposit's
      *>            accounts, statement mode)
      *>    Output: EARNSTMT.PRT — print-image statements
      *>            (statement mode)
      *>
      *>  Copybooks:
      *>    PAYREC.cpy, YTDREC.cpy, LEAVEREC.cpy, EMPREC.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    STMT|emp-id|entity|run-type|gross|net
      *>    STMT-NO-YTD|emp-id|entity          (no YTD.DAT row)
      *>    EARNSTMT-SUMMARY|STATEMENTS|n|NO-YTD|n
      *>    YTDPROOF|emp-id|entity|TIED|stubs
      *>    YTDPROOF|emp-id|entity|DIFF|field|ytd|stubs
      *>    YTDPROOF|emp-id|entity|NO-STUBS    (row, nothing behind)
      *>    YTDPROOF|emp-id|entity|NO-YTD-ROW  (stubs, no row)
      *>    YTDPROOF-TOTAL|GROSS|ytd|stubs|NET|ytd|stubs
      *>    YTDPROOF-SUMMARY|ROWS|n|TIED|n|OUT|n
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Statements printed / every row ties
      *>    RESULT|03 — PROOF: one or more rows out of balance
      *>    RESULT|99 — Missing/bad arguments or file I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARNSTMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSTUB-FILE
               ASSIGN TO "PAYSTUBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT YTD-FILE
               ASSIGN TO "YTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YT-STATUS.
           SELECT LEAVE-FILE
               ASSIGN TO "LEAVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LV-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPLOYEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "EARNSTMT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYSTUB-FILE.
       COPY "PAYREC.cpy".
       FD  YTD-FILE.
       COPY "YTDREC.cpy".
       FD  LEAVE-FILE.
       COPY "LEAVEREC.cpy".
       FD  EMPLOYEE-FILE.
       COPY "EMPREC.cpy".
       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAY-STATUS           PIC XX VALUE SPACES.
       01  WS-YT-STATUS            PIC XX VALUE SPACES.
       01  WS-LV-STATUS            PIC XX VALUE SPACES.
       01  WS-EMP-STATUS           PIC XX VALUE SPACES.
       01  WS-PRT-STATUS           PIC XX VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
           88  WS-NOT-EOF          VALUE 'N'.

       01  WS-CMD-LINE             PIC X(40) VALUE SPACES.
       01  WS-IN-ARG1              PIC X(10) VALUE SPACES.
       01  WS-IN-ARG2              PIC X(10) VALUE SPACES.
       01  WS-IN-ARG3              PIC X(10) VALUE SPACES.
       01  WS-MODE                 PIC X(1) VALUE 'S'.
           88  WS-MODE-STATEMENT   VALUE 'S'.
           88  WS-MODE-PROOF       VALUE 'P'.
       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-YEAR                 PIC 9(4) VALUE 0.
       01  WS-FILING-ENTITY        PIC X(3) VALUE SPACES.
       01  WS-STUB-ENTITY          PIC X(3) VALUE SPACES.
       01  WS-STUB-YEAR            PIC 9(4) VALUE 0.

      *>   YTD.DAT whole for the statement column — key plus the
      *>   YTDREC.cpy row, same shape as PAYROLL.cob's table.
       01  WS-YT-TABLE.
           05  WS-YT-ENTRY OCCURS 500 TIMES.
               10  WS-YT-KEY       PIC X(14).
               10  WS-YT-REC       PIC X(200).
       01  WS-YT-COUNT             PIC 9(3) VALUE 0.
       01  WS-YT-IDX               PIC 9(3) VALUE 0.
       01  WS-YT-FOUND-IDX         PIC 9(3) VALUE 0.
       01  WS-YT-LOOKUP.
           05  WS-YT-LK-EMP        PIC X(7).
           05  WS-YT-LK-ENTITY     PIC X(3).
           05  WS-YT-LK-YEAR       PIC 9(4).

      *>   LEAVE.DAT — balance and the year's hours by employee.
       01  WS-LEAVE-TABLE.
           05  WS-LV-ENTRY OCCURS 100 TIMES.
               10  WS-LV-EMP       PIC X(7).
               10  WS-LV-YR        PIC 9(4).
               10  WS-LV-BAL       PIC S9(4)V99.
               10  WS-LV-ACCR      PIC S9(4)V99.
               10  WS-LV-USED      PIC S9(4)V99.
       01  WS-LEAVE-COUNT          PIC 9(3) VALUE 0.
       01  WS-LV-IDX               PIC 9(3) VALUE 0.
       01  WS-LV-FOUND-IDX         PIC 9(3) VALUE 0.

      *>   EMPLOYEES.DAT split instructions — only needed for a
      *>   stub that went to more than one account.
       01  WS-EMP-TABLE.
           05  WS-EM-ENTRY OCCURS 100 TIMES.
               10  WS-EM-ID        PIC X(7).
               10  WS-EM-SPLIT OCCURS 2 TIMES.
                   15  WS-EM-SP-BANK   PIC X(8).
                   15  WS-EM-SP-ACCT   PIC X(10).
                   15  WS-EM-SP-TYPE   PIC X(1).
                   15  WS-EM-SP-VALUE  PIC S9(5)V99.
       01  WS-EMP-COUNT            PIC 9(3) VALUE 0.
       01  WS-EM-IDX               PIC 9(3) VALUE 0.
       01  WS-EM-FOUND-IDX         PIC 9(3) VALUE 0.
       01  WS-SPLIT-IDX            PIC 9(1) VALUE 0.
       01  WS-SPLIT-AMT            PIC S9(7)V99 VALUE 0.
       01  WS-SPLIT-REMAINING      PIC S9(7)V99 VALUE 0.

      *>   Statement mode counters.
       01  WS-STMT-COUNT           PIC 9(5) VALUE 0.
       01  WS-NO-YTD-COUNT         PIC 9(5) VALUE 0.

      *>   Re-summed stubs for the proof — one row per employee
      *>   per entity, the same fields YTDREC.cpy accumulates.
       01  WS-PROOF-TABLE.
           05  WS-PF-ENTRY OCCURS 500 TIMES.
               10  WS-PF-KEY       PIC X(14).
               10  WS-PF-MATCHED   PIC X(1).
               10  WS-PF-GROSS     PIC S9(9)V99 COMP-3.
               10  WS-PF-REG       PIC S9(9)V99 COMP-3.
               10  WS-PF-OT        PIC S9(9)V99 COMP-3.
               10  WS-PF-SHIFT     PIC S9(9)V99 COMP-3.
               10  WS-PF-OT-HRS    PIC S9(5) COMP-3.
               10  WS-PF-FED       PIC S9(9)V99 COMP-3.
               10  WS-PF-STATE     PIC S9(9)V99 COMP-3.
               10  WS-PF-LOCAL     PIC S9(9)V99 COMP-3.
               10  WS-PF-FICA      PIC S9(9)V99 COMP-3.
               10  WS-PF-MED       PIC S9(9)V99 COMP-3.
               10  WS-PF-DEN       PIC S9(9)V99 COMP-3.
               10  WS-PF-401K      PIC S9(9)V99 COMP-3.
               10  WS-PF-ARR       PIC S9(9)V99 COMP-3.
               10  WS-PF-MATCH     PIC S9(9)V99 COMP-3.
               10  WS-PF-NET       PIC S9(9)V99 COMP-3.
               10  WS-PF-STUBS     PIC 9(4).
       01  WS-PROOF-COUNT          PIC 9(3) VALUE 0.
       01  WS-PF-IDX               PIC 9(3) VALUE 0.
       01  WS-PF-FOUND-IDX         PIC 9(3) VALUE 0.
       01  WS-PF-OVERFLOW          PIC X(1) VALUE 'N'.

      *>   One field's comparison, and the row's verdict.
       01  WS-CMP-NAME             PIC X(6) VALUE SPACES.
       01  WS-CMP-YTD              PIC S9(9)V99 VALUE 0.
       01  WS-CMP-STUB             PIC S9(9)V99 VALUE 0.
       01  WS-ROW-OUT              PIC X(1) VALUE 'N'.
       01  WS-PROOF-ROWS           PIC 9(5) VALUE 0.
       01  WS-PROOF-TIED           PIC 9(5) VALUE 0.
       01  WS-PROOF-OUT            PIC 9(5) VALUE 0.
       01  WS-TOT-YTD-GROSS        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-STUB-GROSS       PIC S9(11)V99 VALUE 0.
       01  WS-TOT-YTD-NET          PIC S9(11)V99 VALUE 0.
       01  WS-TOT-STUB-NET         PIC S9(11)V99 VALUE 0.

      *>   Statement print lines. An amount line is a label, an
      *>   hours column (blank when zero), the period and the
      *>   year-to-date — the YTD column is blanked for a line
      *>   that has no YTD of its own (a state's share).
       01  WS-PRINT-LINE           PIC X(80) VALUE SPACES.
       01  WS-AMT-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-AL-LABEL         PIC X(30).
           05  WS-AL-HRS           PIC -(5)9 BLANK WHEN ZERO.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-AL-CUR           PIC -(9)9.99.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-AL-YTD           PIC -(9)9.99.
           05  WS-AL-YTD-X REDEFINES WS-AL-YTD
                                   PIC X(13).
           05  FILLER              PIC X(8) VALUE SPACES.
       01  WS-LN-LABEL             PIC X(30) VALUE SPACES.
       01  WS-LN-HRS               PIC S9(5) VALUE 0.
       01  WS-LN-CUR               PIC S9(9)V99 VALUE 0.
       01  WS-LN-YTD               PIC S9(9)V99 VALUE 0.
       01  WS-LN-NO-YTD            PIC X(1) VALUE 'N'.
       01  WS-FMT-AMT              PIC -(9)9.99.
       01  WS-FMT-HRS              PIC -(3)9.99.
       01  WS-FMT-HRS2             PIC -(3)9.99.
       01  WS-FMT-HRS3             PIC -(3)9.99.
       01  WS-RUN-TYPE-TEXT        PIC X(12) VALUE SPACES.
       01  WS-MASKED-ACCT          PIC X(10) VALUE SPACES.
       01  WS-ACCT-PAD             PIC 9(2) VALUE 0.
       01  WS-ACCT-LEN             PIC 9(2) VALUE 0.
       01  WS-DIST-BANK            PIC X(8) VALUE SPACES.
       01  WS-DIST-ACCT            PIC X(10) VALUE SPACES.
       01  WS-DIST-AMT             PIC S9(7)V99 VALUE 0.

      *>   The statement's YTD figures — the row from YTD.DAT, or
      *>   zero when the employee has none.
       01  WS-HAVE-YTD             PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-IN-ARG1
                    WS-IN-ARG2
                    WS-IN-ARG3
           END-UNSTRING
           IF WS-IN-ARG2(1:7) = "ENTITY="
               MOVE WS-IN-ARG2(8:3) TO WS-FILING-ENTITY
               MOVE SPACES TO WS-IN-ARG2
           END-IF
           IF WS-IN-ARG3(1:7) = "ENTITY="
               MOVE WS-IN-ARG3(8:3) TO WS-FILING-ENTITY
           END-IF
           IF WS-IN-ARG1 = SPACES
               DISPLAY "ERROR|USAGE|EARNSTMT yyyymmdd or PROOF yyyy"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           IF WS-IN-ARG1 = "PROOF"
               SET WS-MODE-PROOF TO TRUE
               IF WS-IN-ARG2 = SPACES
                   DISPLAY "ERROR|MISSING-YEAR"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-IN-ARG2) TO WS-YEAR
               IF WS-YEAR < 1900
                   DISPLAY "ERROR|BAD-YEAR|" WS-IN-ARG2
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               PERFORM PROOF-YTD
               STOP RUN
           END-IF

           MOVE FUNCTION NUMVAL(WS-IN-ARG1) TO WS-RUN-DATE
           IF WS-RUN-DATE < 19000101
               DISPLAY "ERROR|BAD-DATE|" WS-IN-ARG1
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM PRINT-STATEMENTS
           STOP RUN.

      *>================================================================*
      *>  Statement mode
      *>================================================================*

      *> -------------------------------------------------------
      *> PRINT-STATEMENTS: One statement per stub of the pay
      *> date — regular, off-cycle, leave payout and retro alike,
      *> each is money the employee received.
      *> -------------------------------------------------------
       PRINT-STATEMENTS.
           PERFORM LOAD-YTD-TABLE
           PERFORM LOAD-LEAVE
           PERFORM LOAD-EMPLOYEES

           OPEN OUTPUT PRINT-FILE
           IF WS-PRT-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|EARNSTMT|" WS-PRT-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PAYSTUB-FILE
           IF WS-PAY-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|PAYSTUBS|" WS-PAY-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ PAYSTUB-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF PAY-DATE-FULL = WS-RUN-DATE
                           PERFORM RESOLVE-STUB-ENTITY
                           IF WS-FILING-ENTITY = SPACES
                               OR WS-STUB-ENTITY = WS-FILING-ENTITY
                               PERFORM PRINT-ONE-STATEMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYSTUB-FILE
           CLOSE PRINT-FILE

           DISPLAY "EARNSTMT-SUMMARY|STATEMENTS|" WS-STMT-COUNT
               "|NO-YTD|" WS-NO-YTD-COUNT
           DISPLAY "RESULT|00".

       RESOLVE-STUB-ENTITY.
           MOVE PAY-ENTITY TO WS-STUB-ENTITY
           IF WS-STUB-ENTITY = SPACES
               MOVE "BNK" TO WS-STUB-ENTITY
           END-IF
           MOVE PAY-DATE-FULL(1:4) TO WS-STUB-YEAR.

      *> -------------------------------------------------------
      *> PRINT-ONE-STATEMENT: Heading, earnings, taxes,
      *> deductions, net and match, leave, distribution.
      *> -------------------------------------------------------
       PRINT-ONE-STATEMENT.
           ADD 1 TO WS-STMT-COUNT
           PERFORM FIND-YTD-ROW
           EVALUATE TRUE
               WHEN PAY-RUN-RETRO
                   MOVE "RETRO PAY" TO WS-RUN-TYPE-TEXT
               WHEN PAY-RUN-OFFCYCLE
                   MOVE PAY-OC-REASON TO WS-RUN-TYPE-TEXT
               WHEN OTHER
                   MOVE "REGULAR" TO WS-RUN-TYPE-TEXT
           END-EVALUATE

           MOVE ALL "=" TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           STRING "EARNINGS STATEMENT" DELIMITED BY SIZE
               "                              PAY DATE "
               DELIMITED BY SIZE
               PAY-DATE-FULL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE
           STRING PAY-EMP-ID "  " PAY-EMP-NAME
               "  ENTITY " WS-STUB-ENTITY
               "  PERIOD " PAY-PERIOD-NUM
               "  " WS-RUN-TYPE-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE
           MOVE ALL "-" TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "EARNINGS                          HOURS"
               TO WS-PRINT-LINE
           MOVE "CURRENT" TO WS-PRINT-LINE(49:7)
           MOVE "YEAR-TO-DATE" TO WS-PRINT-LINE(61:12)
           PERFORM WRITE-PRINT-LINE

      *>   Earnings — premium time is overtime and double time
      *>   together, the way YTDREC.cpy keeps it.
           MOVE "REGULAR" TO WS-LN-LABEL
           MOVE PAY-REG-PAY TO WS-LN-CUR
           MOVE YTD-REG-PAY TO WS-LN-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "OVERTIME" TO WS-LN-LABEL
           COMPUTE WS-LN-HRS = PAY-OT-HRS + PAY-DT-HRS
           COMPUTE WS-LN-CUR = PAY-OT-PAY + PAY-DT-PAY
           MOVE YTD-OT-PAY TO WS-LN-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "SHIFT DIFFERENTIAL" TO WS-LN-LABEL
           MOVE PAY-SHIFT-PAY TO WS-LN-CUR
           MOVE YTD-SHIFT-PAY TO WS-LN-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "GROSS PAY" TO WS-LN-LABEL
           MOVE PAY-GROSS TO WS-LN-CUR
           MOVE YTD-GROSS TO WS-LN-YTD
           PERFORM WRITE-AMOUNT-LINE

           MOVE "TAXES" TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "FEDERAL INCOME TAX" TO WS-LN-LABEL
           MOVE PAY-FED-TAX TO WS-LN-CUR
           MOVE YTD-FED-TAX TO WS-LN-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "STATE INCOME TAX" TO WS-LN-LABEL
           MOVE PAY-STATE-TAX TO WS-LN-CUR
           MOVE YTD-STATE-TAX TO WS-LN-YTD
           PERFORM WRITE-AMOUNT-LINE
      *>   Each state's share of this period's state tax (a stub
      *>   from before the jurisdiction fields has none).
           IF PAY-ST1-CODE NOT = SPACES
               MOVE SPACES TO WS-LN-LABEL
               STRING "  " PAY-ST1-CODE DELIMITED BY SIZE
                   INTO WS-LN-LABEL
               END-STRING
               MOVE PAY-ST1-TAX TO WS-LN-CUR
               MOVE 'Y' TO WS-LN-NO-YTD
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           IF PAY-ST2-CODE NOT = SPACES
               MOVE SPACES TO WS-LN-LABEL
               STRING "  " PAY-ST2-CODE DELIMITED BY SIZE
                   INTO WS-LN-LABEL
               END-STRING
               MOVE PAY-ST2-TAX TO WS-LN-CUR
               MOVE 'Y' TO WS-LN-NO-YTD
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           MOVE SPACES TO WS-LN-LABEL
           STRING "LOCAL INCOME TAX " PAY-LOCAL-CODE
               DELIMITED BY SIZE INTO WS-LN-LABEL
           END-STRING
           MOVE PAY-LOCAL-TAX TO WS-LN-CUR
           MOVE YTD-LOCAL-TAX TO WS-LN-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "SOCIAL SECURITY/MEDICARE" TO WS-LN-LABEL
           MOVE PAY-FICA TO WS-LN-CUR
           MOVE YTD-FICA TO WS-LN-YTD
           PERFORM WRITE-AMOUNT-LINE

           MOVE "DEDUCTIONS" TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "MEDICAL" TO WS-LN-LABEL
           MOVE PAY-MEDICAL TO WS-LN-CUR
           MOVE YTD-MEDICAL TO WS-LN-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "DENTAL" TO WS-LN-LABEL
           MOVE PAY-DENTAL TO WS-LN-CUR
           MOVE YTD-DENTAL TO WS-LN-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "401(K) DEFERRAL" TO WS-LN-LABEL
           MOVE PAY-401K TO WS-LN-CUR
           MOVE YTD-401K TO WS-LN-YTD
           PERFORM WRITE-AMOUNT-LINE
      *>   Arrears recouped are already inside medical/dental —
      *>   shown only so the employee can see the catch-up.
           IF PAY-ARR-TAKEN NOT = 0 OR YTD-ARR-TAKEN NOT = 0
               MOVE "  INCL. ARREARS RECOUPED" TO WS-LN-LABEL
               MOVE PAY-ARR-TAKEN TO WS-LN-CUR
               MOVE YTD-ARR-TAKEN TO WS-LN-YTD
               PERFORM WRITE-AMOUNT-LINE
           END-IF

           MOVE ALL "-" TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "NET PAY" TO WS-LN-LABEL
           MOVE PAY-NET TO WS-LN-CUR
           MOVE YTD-NET TO WS-LN-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "EMPLOYER 401(K) MATCH" TO WS-LN-LABEL
           MOVE PAY-401K-MATCH TO WS-LN-CUR
           MOVE YTD-401K-MATCH TO WS-LN-YTD
           PERFORM WRITE-AMOUNT-LINE
           IF WS-HAVE-YTD = 'Y'
               STRING "  YEAR-TO-DATE THROUGH " YTD-LAST-PAY-DATE
                   " (" YTD-STUB-COUNT " PAYMENTS)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           ELSE
               MOVE "  NO YEAR-TO-DATE RECORD ON FILE"
                   TO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-PRINT-LINE

           MOVE ALL "-" TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           PERFORM PRINT-LEAVE-SECTION
           MOVE ALL "-" TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           PERFORM PRINT-DISTRIBUTION
           MOVE ALL "=" TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           PERFORM WRITE-PRINT-LINE

           DISPLAY "STMT|" PAY-EMP-ID "|" WS-STUB-ENTITY "|"
               PAY-RUN-TYPE "|" PAY-GROSS "|" PAY-NET.

      *> -------------------------------------------------------
      *> FIND-YTD-ROW: The stub's employee/entity/year row into
      *> YTD-RECORD, or a zero row when there is none.
      *> -------------------------------------------------------
       FIND-YTD-ROW.
           MOVE PAY-EMP-ID TO WS-YT-LK-EMP
           MOVE WS-STUB-ENTITY TO WS-YT-LK-ENTITY
           MOVE WS-STUB-YEAR TO WS-YT-LK-YEAR
           MOVE 0 TO WS-YT-FOUND-IDX
           PERFORM VARYING WS-YT-IDX FROM 1 BY 1
                   UNTIL WS-YT-IDX > WS-YT-COUNT
               IF WS-YT-KEY(WS-YT-IDX) = WS-YT-LOOKUP
                   MOVE WS-YT-IDX TO WS-YT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-YT-FOUND-IDX > 0
               MOVE WS-YT-REC(WS-YT-FOUND-IDX) TO YTD-RECORD
               MOVE 'Y' TO WS-HAVE-YTD
           ELSE
               MOVE SPACES TO YTD-RECORD
               INITIALIZE YTD-RECORD
               MOVE 'N' TO WS-HAVE-YTD
               ADD 1 TO WS-NO-YTD-COUNT
               DISPLAY "STMT-NO-YTD|" PAY-EMP-ID "|" WS-STUB-ENTITY
           END-IF.

      *> -------------------------------------------------------
      *> PRINT-LEAVE-SECTION: A regular stub carries the balance
      *> as of its own period; any other stub shows LEAVE.DAT's
      *> current balance. Accrued and used are the year's.
      *> -------------------------------------------------------
       PRINT-LEAVE-SECTION.
           MOVE 0 TO WS-LV-FOUND-IDX
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LEAVE-COUNT
               IF WS-LV-EMP(WS-LV-IDX) = PAY-EMP-ID
                   MOVE WS-LV-IDX TO WS-LV-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PAY-RUN-REGULAR
               MOVE PAY-LEAVE-BAL TO WS-FMT-HRS
           ELSE
               IF WS-LV-FOUND-IDX > 0
                   MOVE WS-LV-BAL(WS-LV-FOUND-IDX) TO WS-FMT-HRS
               ELSE
                   MOVE 0 TO WS-FMT-HRS
               END-IF
           END-IF
           MOVE 0 TO WS-FMT-HRS2
           MOVE 0 TO WS-FMT-HRS3
           IF WS-LV-FOUND-IDX > 0
               IF WS-LV-YR(WS-LV-FOUND-IDX) = WS-STUB-YEAR
                   MOVE WS-LV-ACCR(WS-LV-FOUND-IDX) TO WS-FMT-HRS2
                   MOVE WS-LV-USED(WS-LV-FOUND-IDX) TO WS-FMT-HRS3
               END-IF
           END-IF
           STRING "LEAVE (HOURS)   BALANCE " WS-FMT-HRS
               "   ACCRUED YTD " WS-FMT-HRS2
               "   USED YTD " WS-FMT-HRS3
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-PRINT-LINE.

      *> -------------------------------------------------------
      *> PRINT-DISTRIBUTION: Where the net went. A blank
      *> destination is a paper check (CHECKPRT.cob printed it);
      *> one account takes it all; a split is recomputed from the
      *> master's split entries exactly as SPLIT-NET-PAY in
      *> PAYROLL.cob did, the rest to the primary account.
      *> -------------------------------------------------------
       PRINT-DISTRIBUTION.
           MOVE "NET PAY DISTRIBUTION" TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           IF PAY-DEST-BANK = SPACES AND PAY-DEST-ACCT = SPACES
               MOVE PAY-NET TO WS-FMT-AMT
               STRING "  PAPER CHECK" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-FMT-AMT TO WS-PRINT-LINE(43:13)
               PERFORM WRITE-PRINT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE PAY-NET TO WS-SPLIT-REMAINING
           IF PAY-SPLIT-COUNT > 1
               MOVE 0 TO WS-EM-FOUND-IDX
               PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                       UNTIL WS-EM-IDX > WS-EMP-COUNT
                   IF WS-EM-ID(WS-EM-IDX) = PAY-EMP-ID
                       MOVE WS-EM-IDX TO WS-EM-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-EM-FOUND-IDX > 0
                   PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                           UNTIL WS-SPLIT-IDX > 2
                       IF WS-EM-SP-BANK(WS-EM-FOUND-IDX, WS-SPLIT-IDX)
                           NOT = SPACES
                           PERFORM PRINT-ONE-SPLIT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           MOVE PAY-DEST-BANK TO WS-DIST-BANK
           MOVE PAY-DEST-ACCT TO WS-DIST-ACCT
           MOVE WS-SPLIT-REMAINING TO WS-DIST-AMT
           PERFORM WRITE-DEPOSIT-LINE.

       PRINT-ONE-SPLIT.
           IF WS-EM-SP-TYPE(WS-EM-FOUND-IDX, WS-SPLIT-IDX) = 'P'
               COMPUTE WS-SPLIT-AMT ROUNDED =
                   PAY-NET
                   * WS-EM-SP-VALUE(WS-EM-FOUND-IDX, WS-SPLIT-IDX)
                   / 100
           ELSE
               MOVE WS-EM-SP-VALUE(WS-EM-FOUND-IDX, WS-SPLIT-IDX)
                   TO WS-SPLIT-AMT
           END-IF
           IF WS-SPLIT-AMT > WS-SPLIT-REMAINING
               MOVE WS-SPLIT-REMAINING TO WS-SPLIT-AMT
           END-IF
           MOVE WS-EM-SP-BANK(WS-EM-FOUND-IDX, WS-SPLIT-IDX)
               TO WS-DIST-BANK
           MOVE WS-EM-SP-ACCT(WS-EM-FOUND-IDX, WS-SPLIT-IDX)
               TO WS-DIST-ACCT
           MOVE WS-SPLIT-AMT TO WS-DIST-AMT
           PERFORM WRITE-DEPOSIT-LINE
           SUBTRACT WS-SPLIT-AMT FROM WS-SPLIT-REMAINING.

      *> -------------------------------------------------------
      *> WRITE-DEPOSIT-LINE: One account — masked to its last
      *> four, the statement goes home in an envelope.
      *> -------------------------------------------------------
       WRITE-DEPOSIT-LINE.
           MOVE WS-DIST-ACCT TO WS-MASKED-ACCT
           MOVE 0 TO WS-ACCT-PAD
           INSPECT FUNCTION REVERSE(WS-DIST-ACCT)
               TALLYING WS-ACCT-PAD FOR LEADING SPACES
           COMPUTE WS-ACCT-LEN = 10 - WS-ACCT-PAD
           IF WS-ACCT-LEN > 4
               MOVE ALL "*" TO WS-MASKED-ACCT(1:WS-ACCT-LEN - 4)
           END-IF
           MOVE WS-DIST-AMT TO WS-FMT-AMT
           STRING "  DIRECT DEPOSIT  " WS-DIST-BANK
               "  " WS-MASKED-ACCT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-FMT-AMT TO WS-PRINT-LINE(43:13)
           PERFORM WRITE-PRINT-LINE.

      *> -------------------------------------------------------
      *> WRITE-AMOUNT-LINE: Label, hours, current, YTD — then the
      *> line fields reset for the next caller.
      *> -------------------------------------------------------
       WRITE-AMOUNT-LINE.
           MOVE WS-LN-LABEL TO WS-AL-LABEL
           MOVE WS-LN-HRS TO WS-AL-HRS
           MOVE WS-LN-CUR TO WS-AL-CUR
           IF WS-LN-NO-YTD = 'Y'
               MOVE SPACES TO WS-AL-YTD-X
           ELSE
               MOVE WS-LN-YTD TO WS-AL-YTD
           END-IF
           MOVE WS-AMT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-LN-LABEL
           MOVE 0 TO WS-LN-HRS
           MOVE 0 TO WS-LN-CUR
           MOVE 0 TO WS-LN-YTD
           MOVE 'N' TO WS-LN-NO-YTD.

       WRITE-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE.

      *> -------------------------------------------------------
      *> LOAD-YTD-TABLE / LOAD-LEAVE / LOAD-EMPLOYEES: Reference
      *> files whole. A missing file is an empty one — the
      *> statement still prints, with zero YTD or leave.
      *> -------------------------------------------------------
       LOAD-YTD-TABLE.
           MOVE 0 TO WS-YT-COUNT
           OPEN INPUT YTD-FILE
           IF WS-YT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ YTD-FILE
                   AT END
                       CLOSE YTD-FILE
                       EXIT PERFORM
               END-READ
               IF WS-YT-COUNT < 500
                   ADD 1 TO WS-YT-COUNT
                   MOVE YTD-KEY TO WS-YT-KEY(WS-YT-COUNT)
                   MOVE YTD-RECORD TO WS-YT-REC(WS-YT-COUNT)
               END-IF
           END-PERFORM.

       LOAD-LEAVE.
           MOVE 0 TO WS-LEAVE-COUNT
           OPEN INPUT LEAVE-FILE
           IF WS-LV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LEAVE-FILE
                   AT END
                       CLOSE LEAVE-FILE
                       EXIT PERFORM
               END-READ
               IF WS-LEAVE-COUNT < 100
                   ADD 1 TO WS-LEAVE-COUNT
                   MOVE LV-EMP-ID TO WS-LV-EMP(WS-LEAVE-COUNT)
                   MOVE LV-YEAR TO WS-LV-YR(WS-LEAVE-COUNT)
                   MOVE LV-BALANCE-HRS TO WS-LV-BAL(WS-LEAVE-COUNT)
                   MOVE LV-ACCRUED-YTD TO WS-LV-ACCR(WS-LEAVE-COUNT)
                   MOVE LV-USED-YTD TO WS-LV-USED(WS-LEAVE-COUNT)
               END-IF
           END-PERFORM.

       LOAD-EMPLOYEES.
           MOVE 0 TO WS-EMP-COUNT
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ EMPLOYEE-FILE
                   AT END
                       CLOSE EMPLOYEE-FILE
                       EXIT PERFORM
               END-READ
               IF WS-EMP-COUNT < 100
                   ADD 1 TO WS-EMP-COUNT
                   MOVE EMP-ID TO WS-EM-ID(WS-EMP-COUNT)
                   PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                           UNTIL WS-SPLIT-IDX > 2
                       IF EMP-NO-SPLIT
                           MOVE SPACES TO
                               WS-EM-SP-BANK(WS-EMP-COUNT, WS-SPLIT-IDX)
                       ELSE
                           MOVE EMP-SPLIT-BANK(WS-SPLIT-IDX) TO
                               WS-EM-SP-BANK(WS-EMP-COUNT, WS-SPLIT-IDX)
                       END-IF
                       MOVE EMP-SPLIT-ACCT(WS-SPLIT-IDX) TO
                           WS-EM-SP-ACCT(WS-EMP-COUNT, WS-SPLIT-IDX)
                       MOVE EMP-SPLIT-TYPE(WS-SPLIT-IDX) TO
                           WS-EM-SP-TYPE(WS-EMP-COUNT, WS-SPLIT-IDX)
                       MOVE EMP-SPLIT-VALUE(WS-SPLIT-IDX) TO
                           WS-EM-SP-VALUE(WS-EMP-COUNT, WS-SPLIT-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM.

      *>================================================================*
      *>  PROOF mode
      *>================================================================*

      *> -------------------------------------------------------
      *> PROOF-YTD: Re-sum the year's stubs, then walk YTD.DAT's
      *> rows for the year against the re-sum, then report the
      *> stubs no row accounts for.
      *> -------------------------------------------------------
       PROOF-YTD.
           PERFORM RESUM-PAYSTUBS
           IF WS-PF-OVERFLOW = 'Y'
               DISPLAY "ERROR|PROOF-TABLE-FULL"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           OPEN INPUT YTD-FILE
           IF WS-YT-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ YTD-FILE
                       AT END
                           CLOSE YTD-FILE
                           EXIT PERFORM
                   END-READ
                   IF YTD-YEAR = WS-YEAR
                       AND (WS-FILING-ENTITY = SPACES
                           OR YTD-ENTITY = WS-FILING-ENTITY)
                       PERFORM PROOF-ONE-ROW
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PROOF-COUNT
               IF WS-PF-MATCHED(WS-PF-IDX) = 'N'
                   ADD 1 TO WS-PROOF-ROWS
                   ADD 1 TO WS-PROOF-OUT
                   ADD WS-PF-GROSS(WS-PF-IDX) TO WS-TOT-STUB-GROSS
                   ADD WS-PF-NET(WS-PF-IDX) TO WS-TOT-STUB-NET
                   DISPLAY "YTDPROOF|" WS-PF-KEY(WS-PF-IDX)(1:7) "|"
                       WS-PF-KEY(WS-PF-IDX)(8:3) "|NO-YTD-ROW"
               END-IF
           END-PERFORM

           DISPLAY "YTDPROOF-TOTAL|GROSS|" WS-TOT-YTD-GROSS "|"
               WS-TOT-STUB-GROSS "|NET|" WS-TOT-YTD-NET "|"
               WS-TOT-STUB-NET
           DISPLAY "YTDPROOF-SUMMARY|ROWS|" WS-PROOF-ROWS
               "|TIED|" WS-PROOF-TIED "|OUT|" WS-PROOF-OUT
           IF WS-PROOF-OUT > 0
               DISPLAY "RESULT|03"
           ELSE
               DISPLAY "RESULT|00"
           END-IF.

      *> -------------------------------------------------------
      *> RESUM-PAYSTUBS: Every stub of the year into its
      *> employee/entity row — the same arithmetic PAYROLL.cob's
      *> YT-POST-STUB does, from the stubs themselves.
      *> -------------------------------------------------------
       RESUM-PAYSTUBS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PAYSTUB-FILE
           IF WS-PAY-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|PAYSTUBS|" WS-PAY-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ PAYSTUB-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM RESOLVE-STUB-ENTITY
                       IF WS-STUB-YEAR = WS-YEAR
                           AND (WS-FILING-ENTITY = SPACES
                               OR WS-STUB-ENTITY = WS-FILING-ENTITY)
                           PERFORM RESUM-ONE-STUB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYSTUB-FILE.

       RESUM-ONE-STUB.
           MOVE PAY-EMP-ID TO WS-YT-LK-EMP
           MOVE WS-STUB-ENTITY TO WS-YT-LK-ENTITY
           MOVE WS-STUB-YEAR TO WS-YT-LK-YEAR
           MOVE 0 TO WS-PF-FOUND-IDX
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PROOF-COUNT
               IF WS-PF-KEY(WS-PF-IDX) = WS-YT-LOOKUP
                   MOVE WS-PF-IDX TO WS-PF-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PF-FOUND-IDX = 0
               IF WS-PROOF-COUNT >= 500
                   MOVE 'Y' TO WS-PF-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PROOF-COUNT
               MOVE WS-PROOF-COUNT TO WS-PF-FOUND-IDX
               INITIALIZE WS-PF-ENTRY(WS-PF-FOUND-IDX)
               MOVE WS-YT-LOOKUP TO WS-PF-KEY(WS-PF-FOUND-IDX)
               MOVE 'N' TO WS-PF-MATCHED(WS-PF-FOUND-IDX)
           END-IF
           MOVE WS-PF-FOUND-IDX TO WS-PF-IDX
           ADD PAY-GROSS TO WS-PF-GROSS(WS-PF-IDX)
           ADD PAY-REG-PAY TO WS-PF-REG(WS-PF-IDX)
           ADD PAY-OT-PAY PAY-DT-PAY TO WS-PF-OT(WS-PF-IDX)
           ADD PAY-SHIFT-PAY TO WS-PF-SHIFT(WS-PF-IDX)
           ADD PAY-OT-HRS PAY-DT-HRS TO WS-PF-OT-HRS(WS-PF-IDX)
           ADD PAY-FED-TAX TO WS-PF-FED(WS-PF-IDX)
           ADD PAY-STATE-TAX TO WS-PF-STATE(WS-PF-IDX)
           ADD PAY-LOCAL-TAX TO WS-PF-LOCAL(WS-PF-IDX)
           ADD PAY-FICA TO WS-PF-FICA(WS-PF-IDX)
           ADD PAY-MEDICAL TO WS-PF-MED(WS-PF-IDX)
           ADD PAY-DENTAL TO WS-PF-DEN(WS-PF-IDX)
           ADD PAY-401K TO WS-PF-401K(WS-PF-IDX)
           ADD PAY-ARR-TAKEN TO WS-PF-ARR(WS-PF-IDX)
           ADD PAY-401K-MATCH TO WS-PF-MATCH(WS-PF-IDX)
           ADD PAY-NET TO WS-PF-NET(WS-PF-IDX)
           ADD 1 TO WS-PF-STUBS(WS-PF-IDX).

      *> -------------------------------------------------------
      *> PROOF-ONE-ROW: One YTD.DAT row (in YTD-RECORD) against
      *> its re-summed stubs, field by field.
      *> -------------------------------------------------------
       PROOF-ONE-ROW.
           ADD 1 TO WS-PROOF-ROWS
           ADD YTD-GROSS TO WS-TOT-YTD-GROSS
           ADD YTD-NET TO WS-TOT-YTD-NET
           MOVE 0 TO WS-PF-FOUND-IDX
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PROOF-COUNT
               IF WS-PF-KEY(WS-PF-IDX) = YTD-KEY
                   MOVE WS-PF-IDX TO WS-PF-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PF-FOUND-IDX = 0
               ADD 1 TO WS-PROOF-OUT
               DISPLAY "YTDPROOF|" YTD-EMP-ID "|" YTD-ENTITY
                   "|NO-STUBS"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PF-FOUND-IDX TO WS-PF-IDX
           MOVE 'Y' TO WS-PF-MATCHED(WS-PF-IDX)
           ADD WS-PF-GROSS(WS-PF-IDX) TO WS-TOT-STUB-GROSS
           ADD WS-PF-NET(WS-PF-IDX) TO WS-TOT-STUB-NET
           MOVE 'N' TO WS-ROW-OUT

           MOVE "GROSS" TO WS-CMP-NAME
           MOVE YTD-GROSS TO WS-CMP-YTD
           MOVE WS-PF-GROSS(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD
           MOVE "REG" TO WS-CMP-NAME
           MOVE YTD-REG-PAY TO WS-CMP-YTD
           MOVE WS-PF-REG(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD
           MOVE "OT" TO WS-CMP-NAME
           MOVE YTD-OT-PAY TO WS-CMP-YTD
           MOVE WS-PF-OT(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD
           MOVE "SHIFT" TO WS-CMP-NAME
           MOVE YTD-SHIFT-PAY TO WS-CMP-YTD
           MOVE WS-PF-SHIFT(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD
           MOVE "OT-HRS" TO WS-CMP-NAME
           MOVE YTD-OT-HRS TO WS-CMP-YTD
           MOVE WS-PF-OT-HRS(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD
           MOVE "FED" TO WS-CMP-NAME
           MOVE YTD-FED-TAX TO WS-CMP-YTD
           MOVE WS-PF-FED(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD
           MOVE "STATE" TO WS-CMP-NAME
           MOVE YTD-STATE-TAX TO WS-CMP-YTD
           MOVE WS-PF-STATE(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD
           MOVE "LOCAL" TO WS-CMP-NAME
           MOVE YTD-LOCAL-TAX TO WS-CMP-YTD
           MOVE WS-PF-LOCAL(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD
           MOVE "FICA" TO WS-CMP-NAME
           MOVE YTD-FICA TO WS-CMP-YTD
           MOVE WS-PF-FICA(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD
           MOVE "MED" TO WS-CMP-NAME
           MOVE YTD-MEDICAL TO WS-CMP-YTD
           MOVE WS-PF-MED(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD
           MOVE "DEN" TO WS-CMP-NAME
           MOVE YTD-DENTAL TO WS-CMP-YTD
           MOVE WS-PF-DEN(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD
           MOVE "401K" TO WS-CMP-NAME
           MOVE YTD-401K TO WS-CMP-YTD
           MOVE WS-PF-401K(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD
           MOVE "ARR" TO WS-CMP-NAME
           MOVE YTD-ARR-TAKEN TO WS-CMP-YTD
           MOVE WS-PF-ARR(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD
           MOVE "MATCH" TO WS-CMP-NAME
           MOVE YTD-401K-MATCH TO WS-CMP-YTD
           MOVE WS-PF-MATCH(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD
           MOVE "NET" TO WS-CMP-NAME
           MOVE YTD-NET TO WS-CMP-YTD
           MOVE WS-PF-NET(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD
           MOVE "STUBS" TO WS-CMP-NAME
           MOVE YTD-STUB-COUNT TO WS-CMP-YTD
           MOVE WS-PF-STUBS(WS-PF-IDX) TO WS-CMP-STUB
           PERFORM COMPARE-ONE-FIELD

           IF WS-ROW-OUT = 'Y'
               ADD 1 TO WS-PROOF-OUT
           ELSE
               ADD 1 TO WS-PROOF-TIED
               DISPLAY "YTDPROOF|" YTD-EMP-ID "|" YTD-ENTITY
                   "|TIED|" YTD-STUB-COUNT
           END-IF.

       COMPARE-ONE-FIELD.
           IF WS-CMP-YTD NOT = WS-CMP-STUB
               MOVE 'Y' TO WS-ROW-OUT
               DISPLAY "YTDPROOF|" YTD-EMP-ID "|" YTD-ENTITY
                   "|DIFF|" WS-CMP-NAME "|" WS-CMP-YTD "|"
                   WS-CMP-STUB
           END-IF.
