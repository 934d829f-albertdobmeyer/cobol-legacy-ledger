      *>================================================================*
      *>  Program:     FEERULE.cob
      *>  System:      LEGACY LEDGER — Relationship Fee Waivers
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Keeps the relationship pricing rules FEES.cob's monthly
      *>    run waives fees by (FEERULES.DAT, see FEERULE.cpy), and
      *>    reports what those waivers cost:
      *>      ADD — a new rule, effective from the business date;
      *>        a rule ID already on file is refused.
      *>      RETIRE — stops a rule applying from the next fee run;
      *>        the row stays so past waivers still name it.
      *>      LIST — every rule, active and retired.
      *>      REPORT — for a month, FEEWAIVE.DAT's waived fees
      *>        totalled by the rule that waived them and split by
      *>        fee (maintenance, below-minimum, per-item): the
      *>        revenue given up. CSV writes the same rows to
      *>        FEEWAIVE.CSV, the report-mode pattern REPORTS.cob
      *>        uses.
      *>
      *>  Operations (via command-line argument):
      *>    ADD rule-id fee-code acct-type cond threshold desc...
      *>        fee-code M, B, I or A (all); acct-type C, S or "-"
      *>        (either); cond D (combined deposits >= threshold)
      *>        or L (active loan — threshold 0). Supervisor or
      *>        admin.
      *>    RETIRE rule-id — supervisor or admin
      *>    LIST
      *>    REPORT yyyymm [CSV] — no sign-on
      *>
      *>  Files:
      *>    Input/Output: FEERULES.DAT
      *>    Input:        FEEWAIVE.DAT, OPERATORS.DAT, BUSDATE.DAT
      *>    Output:       FEEWAIVE.CSV (REPORT CSV only)
      *>
      *>  Copybooks:
      *>    FEERULE.cpy, FEEWAIV.cpy, BUSDATE.cpy, OPERREC.cpy,
      *>    OPERIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    FEERULE-ADDED|rule|fee|type|cond|threshold
      *>    FEERULE-RETIRED|rule
      *>    FEERULE|rule|fee|type|cond|threshold|status|eff-date|
      *>        added-by|description                       (LIST)
      *>    WAIVE-RULE|rule|description|waivers|maintenance|
      *>        below-min|per-item|total                 (REPORT)
      *>    WAIVE-SUMMARY|period|waivers|total
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — RETIRE target not found or already retired
      *>    RESULT|07 — Operator denied or below supervisor rank
      *>    RESULT|99 — Bad arguments, duplicate rule, or I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEERULE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEERULE-FILE
               ASSIGN TO "FEERULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-STATUS.
           SELECT WAIVER-FILE
               ASSIGN TO "FEEWAIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FW-STATUS.
           SELECT CSV-FILE
               ASSIGN TO "FEEWAIVE.CSV"
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
       FD  FEERULE-FILE.
       COPY "FEERULE.cpy".
       FD  WAIVER-FILE.
       COPY "FEEWAIV.cpy".
       FD  CSV-FILE.
       01  CSV-LINE               PIC X(200).
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FR-STATUS           PIC XX VALUE SPACES.
       01  WS-FW-STATUS           PIC XX VALUE SPACES.
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
      *>   FEERULES.DAT held whole — load-modify-save, as
      *>   GLBUDGET.cob does with its revision queue.
       01  WS-FR-TABLE.
           05  WS-FR-LINE OCCURS 100 TIMES PIC X(80).
       01  WS-FR-COUNT            PIC 9(3) VALUE 0.
       01  WS-FR-IDX              PIC 9(3) VALUE 0.
       01  WS-FR-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-KEY-RULE            PIC X(8) VALUE SPACES.
       01  WS-IN-THRESHOLD        PIC S9(12)V99 VALUE 0.
      *>   REPORT — one accumulator per rule seen in the month.
       01  WS-PERIOD-STR          PIC X(6) VALUE SPACES.
       01  WS-CSV-MODE            PIC X(1) VALUE 'N'.
       01  WS-WV-TABLE.
           05  WS-WV-ENTRY OCCURS 100 TIMES.
               10  WS-WV-RULE         PIC X(8).
               10  WS-WV-DESC         PIC X(30).
               10  WS-WV-COUNT        PIC 9(6).
               10  WS-WV-MAINT        PIC S9(10)V99.
               10  WS-WV-BELOW        PIC S9(10)V99.
               10  WS-WV-ITEMS        PIC S9(10)V99.
               10  WS-WV-TOTAL        PIC S9(10)V99.
       01  WS-WV-COUNT-RULES      PIC 9(3) VALUE 0.
       01  WS-WV-IDX              PIC 9(3) VALUE 0.
       01  WS-WV-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-TOTAL-WAIVERS       PIC 9(6) VALUE 0.
       01  WS-TOTAL-WAIVED        PIC S9(10)V99 VALUE 0.
       01  WS-CSV-ROW-COUNT       PIC 9(5) VALUE 0.
       01  WS-D-AMT1              PIC -(10)9.99.
       01  WS-D-AMT2              PIC -(10)9.99.
       01  WS-D-AMT3              PIC -(10)9.99.
       01  WS-D-AMT4              PIC -(10)9.99.
       01  WS-D-COUNT             PIC Z(5)9.
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
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

      *>   The report is read-only and needs no sign-on, like
      *>   GLBUDGET.cob's VARIANCE; everything else does.
           PERFORM LOAD-RULES
           IF WS-OPERATION = "REPORT"
               PERFORM PRINT-WAIVER-REPORT
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
               WHEN "ADD"
                   PERFORM ADD-RULE
               WHEN "RETIRE"
                   PERFORM RETIRE-RULE
               WHEN "LIST"
                   PERFORM LIST-RULES
               WHEN OTHER
                   DISPLAY "RESULT|99"
           END-EVALUATE
           STOP RUN.

      *> -------------------------------------------------------
      *> ADD-RULE: ADD rule-id fee-code acct-type cond threshold
      *> description. Validated whole before anything is written.
      *> -------------------------------------------------------
       ADD-RULE.
           IF WS-OPER-ROLE = 'T'
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF
           MOVE SPACES TO FEE-RULE-RECORD
           MOVE WS-ARG-2 TO FR-RULE-ID
           MOVE WS-ARG-3(1:1) TO FR-FEE-CODE
           MOVE WS-ARG-4(1:1) TO FR-ACCT-TYPE
           IF FR-ACCT-TYPE = '-'
               MOVE SPACE TO FR-ACCT-TYPE
           END-IF
           MOVE WS-ARG-5(1:1) TO FR-COND
           IF FR-RULE-ID = SPACES OR WS-ARG-2(9:1) NOT = SPACE
               DISPLAY "ERROR|RULE-ID-REQUIRED"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF NOT FR-FEE-VALID OR WS-ARG-3(2:1) NOT = SPACE
               DISPLAY "ERROR|FEE-CODE-INVALID|" WS-ARG-3
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF FR-ACCT-TYPE NOT = SPACE AND FR-ACCT-TYPE NOT = 'C'
               AND FR-ACCT-TYPE NOT = 'S'
               DISPLAY "ERROR|ACCT-TYPE-INVALID|" WS-ARG-4
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF NOT FR-COND-VALID OR WS-ARG-5(2:1) NOT = SPACE
               DISPLAY "ERROR|CONDITION-INVALID|" WS-ARG-5
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ARG-6) NOT = 0
               DISPLAY "ERROR|THRESHOLD-INVALID|" WS-ARG-6
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-6) TO WS-IN-THRESHOLD
           IF WS-IN-THRESHOLD < 0
               OR (FR-COND-DEPOSITS AND WS-IN-THRESHOLD = 0)
               DISPLAY "ERROR|THRESHOLD-INVALID|" WS-ARG-6
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF FR-COND-LOAN
               MOVE 0 TO WS-IN-THRESHOLD
           END-IF
           IF WS-ARG-REST = SPACES
               DISPLAY "ERROR|DESCRIPTION-REQUIRED"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FR-RULE-ID TO WS-KEY-RULE
           PERFORM FIND-RULE
           IF WS-FR-FOUND-IDX > 0
               DISPLAY "ERROR|RULE-EXISTS|" WS-KEY-RULE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-FR-COUNT >= 100
               DISPLAY "ERROR|RULE-TABLE-FULL"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE SPACES TO FEE-RULE-RECORD
           MOVE WS-KEY-RULE TO FR-RULE-ID
           MOVE WS-ARG-3(1:1) TO FR-FEE-CODE
           MOVE WS-ARG-4(1:1) TO FR-ACCT-TYPE
           IF FR-ACCT-TYPE = '-'
               MOVE SPACE TO FR-ACCT-TYPE
           END-IF
           MOVE WS-ARG-5(1:1) TO FR-COND
           MOVE WS-IN-THRESHOLD TO FR-THRESHOLD
           MOVE 'A' TO FR-STATUS
           MOVE WS-CURRENT-DATE TO FR-EFF-DATE
           MOVE WS-IN-OPER-ID TO FR-ADDED-BY
           MOVE FUNCTION TRIM(WS-ARG-REST) TO FR-DESC
           ADD 1 TO WS-FR-COUNT
           MOVE FEE-RULE-RECORD TO WS-FR-LINE(WS-FR-COUNT)
           PERFORM SAVE-RULES
           MOVE FR-THRESHOLD TO WS-D-AMT1
           DISPLAY "FEERULE-ADDED|" FR-RULE-ID "|" FR-FEE-CODE "|"
               FR-ACCT-TYPE "|" FR-COND "|" FUNCTION TRIM(WS-D-AMT1)
           DISPLAY "RESULT|00".

       RETIRE-RULE.
           IF WS-OPER-ROLE = 'T'
               DISPLAY "RESULT|" RC-UNAUTHORIZED
               STOP RUN
           END-IF
           MOVE WS-ARG-2 TO WS-KEY-RULE
           PERFORM FIND-RULE
           IF WS-FR-FOUND-IDX = 0
               DISPLAY "ERROR|RULE-NOT-FOUND|" WS-KEY-RULE
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           MOVE WS-FR-LINE(WS-FR-FOUND-IDX) TO FEE-RULE-RECORD
           IF FR-RETIRED
               DISPLAY "ERROR|RULE-ALREADY-RETIRED|" WS-KEY-RULE
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           MOVE 'I' TO FR-STATUS
           MOVE FEE-RULE-RECORD TO WS-FR-LINE(WS-FR-FOUND-IDX)
           PERFORM SAVE-RULES
           DISPLAY "FEERULE-RETIRED|" WS-KEY-RULE
           DISPLAY "RESULT|00".

       LIST-RULES.
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
               UNTIL WS-FR-IDX > WS-FR-COUNT
               MOVE WS-FR-LINE(WS-FR-IDX) TO FEE-RULE-RECORD
               MOVE FR-THRESHOLD TO WS-D-AMT1
               DISPLAY "FEERULE|" FR-RULE-ID "|" FR-FEE-CODE "|"
                   FR-ACCT-TYPE "|" FR-COND "|"
                   FUNCTION TRIM(WS-D-AMT1) "|" FR-STATUS "|"
                   FR-EFF-DATE "|" FR-ADDED-BY "|"
                   FUNCTION TRIM(FR-DESC)
           END-PERFORM
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> PRINT-WAIVER-REPORT: REPORT yyyymm [CSV]. Every
      *> FEEWAIVE.DAT row dated in the month is summed under its
      *> rule, with the rule's description from FEERULES.DAT.
      *> -------------------------------------------------------
       PRINT-WAIVER-REPORT.
           IF WS-ARG-2(1:6) NOT NUMERIC OR WS-ARG-2(7:1) NOT = SPACE
               DISPLAY "ERROR|PERIOD-REQUIRED"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:6) TO WS-PERIOD-STR
           IF FUNCTION TRIM(WS-ARG-3) = "CSV"
               MOVE 'Y' TO WS-CSV-MODE
           END-IF
           MOVE 0 TO WS-WV-COUNT-RULES
           OPEN INPUT WAIVER-FILE
           IF WS-FW-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ WAIVER-FILE
                       AT END
                           CLOSE WAIVER-FILE
                           EXIT PERFORM
                   END-READ
                   IF FW-DATE(1:6) = WS-PERIOD-STR
                       PERFORM ADD-WAIVER-TO-RULE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-CSV-MODE = 'Y'
               OPEN OUTPUT CSV-FILE
               IF WS-CSV-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CSV-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE "RULE_ID,DESCRIPTION,WAIVERS,MAINTENANCE,BELOW_MIN,PER_ITEM,TOTAL_WAIVED"
                   TO CSV-LINE
               WRITE CSV-LINE
           END-IF
           PERFORM VARYING WS-WV-IDX FROM 1 BY 1
               UNTIL WS-WV-IDX > WS-WV-COUNT-RULES
               MOVE WS-WV-COUNT(WS-WV-IDX) TO WS-D-COUNT
               MOVE WS-WV-MAINT(WS-WV-IDX) TO WS-D-AMT1
               MOVE WS-WV-BELOW(WS-WV-IDX) TO WS-D-AMT2
               MOVE WS-WV-ITEMS(WS-WV-IDX) TO WS-D-AMT3
               MOVE WS-WV-TOTAL(WS-WV-IDX) TO WS-D-AMT4
               IF WS-CSV-MODE = 'Y'
                   MOVE SPACES TO CSV-LINE
                   STRING FUNCTION TRIM(WS-WV-RULE(WS-WV-IDX)) ","
                       FUNCTION TRIM(WS-WV-DESC(WS-WV-IDX)) ","
                       FUNCTION TRIM(WS-D-COUNT) ","
                       FUNCTION TRIM(WS-D-AMT1) ","
                       FUNCTION TRIM(WS-D-AMT2) ","
                       FUNCTION TRIM(WS-D-AMT3) ","
                       FUNCTION TRIM(WS-D-AMT4)
                       DELIMITED BY SIZE INTO CSV-LINE
                   END-STRING
                   WRITE CSV-LINE
                   ADD 1 TO WS-CSV-ROW-COUNT
               ELSE
                   DISPLAY "WAIVE-RULE|" WS-WV-RULE(WS-WV-IDX) "|"
                       FUNCTION TRIM(WS-WV-DESC(WS-WV-IDX)) "|"
                       FUNCTION TRIM(WS-D-COUNT) "|"
                       FUNCTION TRIM(WS-D-AMT1) "|"
                       FUNCTION TRIM(WS-D-AMT2) "|"
                       FUNCTION TRIM(WS-D-AMT3) "|"
                       FUNCTION TRIM(WS-D-AMT4)
               END-IF
           END-PERFORM
           IF WS-CSV-MODE = 'Y'
               CLOSE CSV-FILE
               DISPLAY "CSV-FILE|FEEWAIVE.CSV|" WS-CSV-ROW-COUNT
           END-IF
           MOVE WS-TOTAL-WAIVED TO WS-D-AMT4
           DISPLAY "WAIVE-SUMMARY|" WS-PERIOD-STR "|" WS-TOTAL-WAIVERS
               "|" FUNCTION TRIM(WS-D-AMT4)
           DISPLAY "RESULT|00".

       ADD-WAIVER-TO-RULE.
           MOVE 0 TO WS-WV-FOUND-IDX
           PERFORM VARYING WS-WV-IDX FROM 1 BY 1
               UNTIL WS-WV-IDX > WS-WV-COUNT-RULES
               IF WS-WV-RULE(WS-WV-IDX) = FW-RULE-ID
                   MOVE WS-WV-IDX TO WS-WV-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-WV-FOUND-IDX = 0
               IF WS-WV-COUNT-RULES >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WV-COUNT-RULES
               MOVE WS-WV-COUNT-RULES TO WS-WV-FOUND-IDX
               MOVE FW-RULE-ID TO WS-WV-RULE(WS-WV-FOUND-IDX)
               MOVE "(RULE NOT ON FILE)" TO WS-WV-DESC(WS-WV-FOUND-IDX)
               MOVE FW-RULE-ID TO WS-KEY-RULE
               PERFORM FIND-RULE
               IF WS-FR-FOUND-IDX > 0
                   MOVE WS-FR-LINE(WS-FR-FOUND-IDX) TO FEE-RULE-RECORD
                   MOVE FR-DESC TO WS-WV-DESC(WS-WV-FOUND-IDX)
               END-IF
               MOVE 0 TO WS-WV-COUNT(WS-WV-FOUND-IDX)
               MOVE 0 TO WS-WV-MAINT(WS-WV-FOUND-IDX)
               MOVE 0 TO WS-WV-BELOW(WS-WV-FOUND-IDX)
               MOVE 0 TO WS-WV-ITEMS(WS-WV-FOUND-IDX)
               MOVE 0 TO WS-WV-TOTAL(WS-WV-FOUND-IDX)
           END-IF
           ADD 1 TO WS-WV-COUNT(WS-WV-FOUND-IDX)
           EVALUATE FW-FEE-CODE
               WHEN 'M'
                   ADD FW-AMOUNT TO WS-WV-MAINT(WS-WV-FOUND-IDX)
               WHEN 'B'
                   ADD FW-AMOUNT TO WS-WV-BELOW(WS-WV-FOUND-IDX)
               WHEN OTHER
                   ADD FW-AMOUNT TO WS-WV-ITEMS(WS-WV-FOUND-IDX)
           END-EVALUATE
           ADD FW-AMOUNT TO WS-WV-TOTAL(WS-WV-FOUND-IDX)
           ADD 1 TO WS-TOTAL-WAIVERS
           ADD FW-AMOUNT TO WS-TOTAL-WAIVED.

       FIND-RULE.
           MOVE 0 TO WS-FR-FOUND-IDX
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
               UNTIL WS-FR-IDX > WS-FR-COUNT
               IF WS-FR-LINE(WS-FR-IDX)(1:8) = WS-KEY-RULE
                   MOVE WS-FR-IDX TO WS-FR-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-RULES.
           MOVE 0 TO WS-FR-COUNT
           OPEN INPUT FEERULE-FILE
           IF WS-FR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ FEERULE-FILE
                   AT END
                       CLOSE FEERULE-FILE
                       EXIT PERFORM
               END-READ
               IF WS-FR-COUNT < 100
                   ADD 1 TO WS-FR-COUNT
                   MOVE FEE-RULE-RECORD TO WS-FR-LINE(WS-FR-COUNT)
               END-IF
           END-PERFORM.

       SAVE-RULES.
           OPEN OUTPUT FEERULE-FILE
           IF WS-FR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FR-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
               UNTIL WS-FR-IDX > WS-FR-COUNT
               MOVE WS-FR-LINE(WS-FR-IDX) TO FEE-RULE-RECORD
               WRITE FEE-RULE-RECORD
           END-PERFORM
           CLOSE FEERULE-FILE.

      *> -------------------------------------------------------
      *> RESOLVE-BUSINESS-DATE: Replace the system calendar date
      *> with the bank's posting date from BUSDATE.DAT when the
      *> control file is present — see BUSDATE.cpy.
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
