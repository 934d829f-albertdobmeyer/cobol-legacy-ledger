      *>================================================================*
      *>  Program:     SLTXGEN.cob
      *>  System:      ENTERPRISE PAYROLL — Quarterly State and Local
      *>                Income Tax Remittance
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    What each state and locality is owed for the quarter's
      *>    income tax withholding. PAYROLL.cob's JR-COMPUTE-STATE-
      *>    LOCAL stamps every stub with the states it withheld for
      *>    (PAY-ST1/PAY-ST2 — the work state, the resident state
      *>    under reciprocity, or both) and the locality (PAY-
      *>    LOCAL), each with its own amount. This program reads
      *>    the year's stubs and totals the quarter's per
      *>    jurisdiction: employees withheld for, wages (a stub's
      *>    whole gross counts for every jurisdiction it withheld
      *>    for — each one's return asks for the wages it taxed),
      *>    and tax withheld — the amount to remit. A stub written
      *>    before the jurisdiction fields carries its whole PAY-
      *>    STATE-TAX for the employee's work state (EMP-STATE-CODE),
      *>    exactly as it was withheld. CSV mode writes the per-
      *>    jurisdiction employee detail behind each return.
      *>
      *>  Operation (via command-line argument):
      *>    SLTXGEN <year> <quarter>       — report to STDOUT
      *>    SLTXGEN <year> <quarter> CSV   — detail also written
      *>                                     to SLTX.CSV
      *>    Either form takes ENTITY=XXX last for one EIN's
      *>    stubs, same as SUTAGEN.cob.
      *>
      *>  Files:
      *>    Input:  PAYSTUBS.DAT (PAYREC.cpy; read-only, same
      *>            reporting separation as SUTAGEN.cob)
      *>    Input:  EMPLOYEES.DAT (EMPREC.cpy — work state for an
      *>            older stub, and the name for the detail)
      *>    Input:  LOCALTAX.DAT (LOCALTAX.cpy — a locality's state
      *>            and name; a code with no row prints with a
      *>            blank state and name but is still reported)
      *>    Input:  ENTITY.DAT (ENTITY.cpy — ENTITY=XXX only)
      *>    Output: SLTX.CSV (CSV mode only)
      *>
      *>  Copybooks:
      *>    PAYREC.cpy, EMPREC.cpy, LOCALTAX.cpy, ENTITY.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    SLTX|STATE|code|  |employees|wages|withheld
      *>    SLTX|LOCAL|code|state|employees|wages|withheld|name
      *>    SLTX-TOTAL|STATE|withheld|LOCAL|withheld
      *>    SLTXGEN-SUMMARY|STUBS|n|NO-STATE|n
      *>    RESULT|XX
      *>
      *>  Output Format (CSV mode, header row + data rows):
      *>    SLTX.CSV: TYPE,CODE,EMP_ID,NAME,QTR_WAGES,QTR_WITHHELD
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Generated successfully
      *>    RESULT|99 — Missing/bad arguments or file I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLTXGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSTUB-FILE
               ASSIGN TO "PAYSTUBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPLOYEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT LOCALTAX-FILE
               ASSIGN TO "LOCALTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.
           SELECT ENTITY-FILE
               ASSIGN TO "ENTITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-STATUS.
           SELECT SLTX-CSV-FILE
               ASSIGN TO "SLTX.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYSTUB-FILE.
       COPY "PAYREC.cpy".
       FD  EMPLOYEE-FILE.
       COPY "EMPREC.cpy".
       FD  LOCALTAX-FILE.
       COPY "LOCALTAX.cpy".
       FD  ENTITY-FILE.
       COPY "ENTITY.cpy".
       FD  SLTX-CSV-FILE.
       01  SLTX-CSV-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-EMP-STATUS           PIC XX VALUE SPACES.
       01  WS-LT-STATUS            PIC XX VALUE SPACES.
       01  WS-CSV-STATUS           PIC XX VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
           88  WS-NOT-EOF          VALUE 'N'.

       01  WS-CMD-LINE             PIC X(30) VALUE SPACES.
       01  WS-IN-YEAR              PIC X(4) VALUE SPACES.
       01  WS-IN-QTR               PIC X(1) VALUE SPACES.
       01  WS-IN-FORMAT            PIC X(10) VALUE SPACES.
       01  WS-IN-ARG4              PIC X(10) VALUE SPACES.
       01  WS-EN-STATUS            PIC XX VALUE SPACES.
       01  WS-FILING-ENTITY        PIC X(3) VALUE SPACES.
       01  WS-FILING-EIN           PIC 9(9) VALUE 0.
       01  WS-STUB-ENTITY          PIC X(3) VALUE SPACES.
       01  WS-YEAR                 PIC 9(4) VALUE 0.
       01  WS-QTR                  PIC 9(1) VALUE 0.
       01  WS-CSV-MODE             PIC X(1) VALUE 'N'.
       01  WS-REC-YEAR             PIC 9(4) VALUE 0.
       01  WS-REC-MONTH            PIC 9(2) VALUE 0.
       01  WS-REC-QTR              PIC 9(1) VALUE 0.

      *>   Employee join table — EMP-ID to work state and name.
       01  WS-EMP-TABLE.
           05  WS-EM-ENTRY OCCURS 100 TIMES.
               10  WS-EM-ID        PIC X(7).
               10  WS-EM-STATE     PIC X(2).
               10  WS-EM-NAME      PIC X(25).
       01  WS-EMP-COUNT            PIC 9(3) VALUE 0.
       01  WS-EM-IDX               PIC 9(3) VALUE 0.
       01  WS-EM-FOUND-IDX         PIC 9(3) VALUE 0.

      *>   Localities from LOCALTAX.DAT — state and name by code.
       01  WS-LCL-TABLE.
           05  WS-LC-ENTRY OCCURS 50 TIMES.
               10  WS-LC-CODE      PIC X(4).
               10  WS-LC-STATE     PIC X(2).
               10  WS-LC-NAME      PIC X(20).
       01  WS-LCL-COUNT            PIC 9(2) VALUE 0.
       01  WS-LC-IDX               PIC 9(2) VALUE 0.

      *>   Per employee per jurisdiction quarter detail — TYPE S
      *>   (state) or L (locality). One row is one employee on
      *>   that jurisdiction's return.
       01  WS-DETAIL-TABLE.
           05  WS-DT-ENTRY OCCURS 300 TIMES.
               10  WS-DT-EMP-ID    PIC X(7).
               10  WS-DT-TYPE      PIC X(1).
               10  WS-DT-CODE      PIC X(4).
               10  WS-DT-WAGES     PIC S9(9)V99 COMP-3.
               10  WS-DT-TAX       PIC S9(9)V99 COMP-3.
       01  WS-DETAIL-COUNT         PIC 9(3) VALUE 0.
       01  WS-DT-IDX               PIC 9(3) VALUE 0.
       01  WS-DT-FOUND-IDX         PIC 9(3) VALUE 0.

      *>   Per-jurisdiction quarter totals, rolled up from the
      *>   detail once the stubs are read.
       01  WS-JURIS-TABLE.
           05  WS-JU-ENTRY OCCURS 100 TIMES.
               10  WS-JU-TYPE      PIC X(1).
               10  WS-JU-CODE      PIC X(4).
               10  WS-JU-EMPS      PIC 9(3).
               10  WS-JU-WAGES     PIC S9(11)V99 COMP-3.
               10  WS-JU-TAX       PIC S9(11)V99 COMP-3.
       01  WS-JURIS-COUNT          PIC 9(3) VALUE 0.
       01  WS-JU-IDX               PIC 9(3) VALUE 0.
       01  WS-JU-FOUND-IDX         PIC 9(3) VALUE 0.

      *>   Per-stub work fields.
       01  WS-IN-TYPE              PIC X(1) VALUE SPACE.
       01  WS-IN-CODE              PIC X(4) VALUE SPACES.
       01  WS-IN-TAX               PIC S9(9)V99 VALUE 0.
       01  WS-LCL-STATE            PIC X(2) VALUE SPACES.
       01  WS-LCL-NAME             PIC X(20) VALUE SPACES.

       01  WS-STUB-COUNT           PIC 9(5) VALUE 0.
       01  WS-NO-STATE-COUNT       PIC 9(5) VALUE 0.
       01  WS-TOT-STATE-TAX        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-LOCAL-TAX        PIC S9(11)V99 VALUE 0.

      *>   Edited fields for the CSV — same trick as SUTAGEN.cob.
       01  WS-CSV-AMT1             PIC -(9)9.99.
       01  WS-CSV-AMT2             PIC -(9)9.99.
       01  WS-CSV-TYPE             PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-IN-YEAR
                    WS-IN-QTR
                    WS-IN-FORMAT
                    WS-IN-ARG4
           END-UNSTRING
           IF WS-IN-FORMAT(1:7) = "ENTITY="
               MOVE WS-IN-FORMAT(8:3) TO WS-FILING-ENTITY
               MOVE SPACES TO WS-IN-FORMAT
           END-IF
           IF WS-IN-ARG4(1:7) = "ENTITY="
               MOVE WS-IN-ARG4(8:3) TO WS-FILING-ENTITY
           END-IF
           IF WS-IN-YEAR = SPACES OR WS-IN-QTR = SPACES
               DISPLAY "ERROR|USAGE|SLTXGEN year quarter [CSV]"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-IN-YEAR) TO WS-YEAR
           MOVE FUNCTION NUMVAL(WS-IN-QTR) TO WS-QTR
           IF WS-QTR < 1 OR WS-QTR > 4
               DISPLAY "ERROR|BAD-QUARTER|" WS-IN-QTR
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-IN-FORMAT = "CSV"
               MOVE 'Y' TO WS-CSV-MODE
           END-IF
           IF WS-FILING-ENTITY NOT = SPACES
               PERFORM RESOLVE-FILING-EIN
               DISPLAY "SLTX|ENTITY|" WS-FILING-ENTITY "|"
                   WS-FILING-EIN
           END-IF

           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-LOCALITIES
           PERFORM SCAN-PAYSTUBS
           PERFORM ROLL-UP-JURISDICTIONS
           PERFORM REPORT-JURISDICTIONS
           IF WS-CSV-MODE = 'Y'
               PERFORM EXPORT-JURIS-DETAIL
           END-IF

           DISPLAY "SLTXGEN-SUMMARY|STUBS|" WS-STUB-COUNT
               "|NO-STATE|" WS-NO-STATE-COUNT
           DISPLAY "RESULT|00"
           STOP RUN.

      *> -------------------------------------------------------
      *> SCAN-PAYSTUBS: One pass through the stubs; only the
      *> requested quarter's count. Unlike SUTAGEN.cob there is
      *> no wage base, so no YTD clock to run.
      *> -------------------------------------------------------
       SCAN-PAYSTUBS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PAYSTUB-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|PAYSTUBS|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ PAYSTUB-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM JUDGE-ONE-STUB
               END-READ
           END-PERFORM
           CLOSE PAYSTUB-FILE.

       JUDGE-ONE-STUB.
           MOVE PAY-DATE-FULL(1:4) TO WS-REC-YEAR
           MOVE PAY-DATE-FULL(5:2) TO WS-REC-MONTH
           IF WS-REC-YEAR NOT = WS-YEAR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REC-QTR = (WS-REC-MONTH + 2) / 3
           IF WS-REC-QTR NOT = WS-QTR
               EXIT PARAGRAPH
           END-IF
           IF WS-FILING-ENTITY NOT = SPACES
               MOVE PAY-ENTITY TO WS-STUB-ENTITY
               IF WS-STUB-ENTITY = SPACES
                   MOVE "BNK" TO WS-STUB-ENTITY
               END-IF
               IF WS-STUB-ENTITY NOT = WS-FILING-ENTITY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-STUB-COUNT

      *>   A stub from before the jurisdiction fields: the whole
      *>   state withholding went to the work state on the master.
           MOVE 'S' TO WS-IN-TYPE
           IF PAY-ST1-CODE = SPACES
               MOVE SPACES TO WS-IN-CODE
               PERFORM FIND-EMPLOYEE-ROW
               IF WS-EM-FOUND-IDX > 0
                   MOVE WS-EM-STATE(WS-EM-FOUND-IDX) TO WS-IN-CODE
               END-IF
               IF WS-IN-CODE = SPACES
                   ADD 1 TO WS-NO-STATE-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE PAY-STATE-TAX TO WS-IN-TAX
               PERFORM ADD-DETAIL-AMOUNT
               EXIT PARAGRAPH
           END-IF

           MOVE PAY-ST1-CODE TO WS-IN-CODE
           MOVE PAY-ST1-TAX TO WS-IN-TAX
           PERFORM ADD-DETAIL-AMOUNT
           IF PAY-ST2-CODE NOT = SPACES
               MOVE PAY-ST2-CODE TO WS-IN-CODE
               MOVE PAY-ST2-TAX TO WS-IN-TAX
               PERFORM ADD-DETAIL-AMOUNT
           END-IF
           IF PAY-LOCAL-CODE NOT = SPACES
               MOVE 'L' TO WS-IN-TYPE
               MOVE PAY-LOCAL-CODE TO WS-IN-CODE
               MOVE PAY-LOCAL-TAX TO WS-IN-TAX
               PERFORM ADD-DETAIL-AMOUNT
           END-IF.

      *> -------------------------------------------------------
      *> ADD-DETAIL-AMOUNT: PAY-GROSS and WS-IN-TAX onto this
      *> employee's row for WS-IN-TYPE/WS-IN-CODE.
      *> -------------------------------------------------------
       ADD-DETAIL-AMOUNT.
           MOVE 0 TO WS-DT-FOUND-IDX
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DETAIL-COUNT
               IF WS-DT-EMP-ID(WS-DT-IDX) = PAY-EMP-ID
                   AND WS-DT-TYPE(WS-DT-IDX) = WS-IN-TYPE
                   AND WS-DT-CODE(WS-DT-IDX) = WS-IN-CODE
                   MOVE WS-DT-IDX TO WS-DT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DT-FOUND-IDX = 0
               IF WS-DETAIL-COUNT NOT < 300
                   DISPLAY "SLTXGEN|TABLE-FULL|" PAY-EMP-ID "|"
                       WS-IN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DETAIL-COUNT
               MOVE WS-DETAIL-COUNT TO WS-DT-FOUND-IDX
               MOVE PAY-EMP-ID TO WS-DT-EMP-ID(WS-DT-FOUND-IDX)
               MOVE WS-IN-TYPE TO WS-DT-TYPE(WS-DT-FOUND-IDX)
               MOVE WS-IN-CODE TO WS-DT-CODE(WS-DT-FOUND-IDX)
               MOVE 0 TO WS-DT-WAGES(WS-DT-FOUND-IDX)
               MOVE 0 TO WS-DT-TAX(WS-DT-FOUND-IDX)
           END-IF
           ADD PAY-GROSS TO WS-DT-WAGES(WS-DT-FOUND-IDX)
           ADD WS-IN-TAX TO WS-DT-TAX(WS-DT-FOUND-IDX).

      *> -------------------------------------------------------
      *> ROLL-UP-JURISDICTIONS: The detail rows into one total
      *> per jurisdiction — each detail row is one employee.
      *> -------------------------------------------------------
       ROLL-UP-JURISDICTIONS.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DETAIL-COUNT
               MOVE 0 TO WS-JU-FOUND-IDX
               PERFORM VARYING WS-JU-IDX FROM 1 BY 1
                       UNTIL WS-JU-IDX > WS-JURIS-COUNT
                   IF WS-JU-TYPE(WS-JU-IDX) = WS-DT-TYPE(WS-DT-IDX)
                       AND WS-JU-CODE(WS-JU-IDX)
                           = WS-DT-CODE(WS-DT-IDX)
                       MOVE WS-JU-IDX TO WS-JU-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-JU-FOUND-IDX = 0 AND WS-JURIS-COUNT < 100
                   ADD 1 TO WS-JURIS-COUNT
                   MOVE WS-JURIS-COUNT TO WS-JU-FOUND-IDX
                   MOVE WS-DT-TYPE(WS-DT-IDX)
                       TO WS-JU-TYPE(WS-JU-FOUND-IDX)
                   MOVE WS-DT-CODE(WS-DT-IDX)
                       TO WS-JU-CODE(WS-JU-FOUND-IDX)
                   MOVE 0 TO WS-JU-EMPS(WS-JU-FOUND-IDX)
                   MOVE 0 TO WS-JU-WAGES(WS-JU-FOUND-IDX)
                   MOVE 0 TO WS-JU-TAX(WS-JU-FOUND-IDX)
               END-IF
               IF WS-JU-FOUND-IDX > 0
                   ADD 1 TO WS-JU-EMPS(WS-JU-FOUND-IDX)
                   ADD WS-DT-WAGES(WS-DT-IDX)
                       TO WS-JU-WAGES(WS-JU-FOUND-IDX)
                   ADD WS-DT-TAX(WS-DT-IDX)
                       TO WS-JU-TAX(WS-JU-FOUND-IDX)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> REPORT-JURISDICTIONS: States first, then localities,
      *> then what the quarter remits to each kind.
      *> -------------------------------------------------------
       REPORT-JURISDICTIONS.
           PERFORM VARYING WS-JU-IDX FROM 1 BY 1
                   UNTIL WS-JU-IDX > WS-JURIS-COUNT
               IF WS-JU-TYPE(WS-JU-IDX) = 'S'
                   DISPLAY "SLTX|STATE|" WS-JU-CODE(WS-JU-IDX)(1:2)
                       "|  |" WS-JU-EMPS(WS-JU-IDX) "|"
                       WS-JU-WAGES(WS-JU-IDX) "|"
                       WS-JU-TAX(WS-JU-IDX)
                   ADD WS-JU-TAX(WS-JU-IDX) TO WS-TOT-STATE-TAX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-JU-IDX FROM 1 BY 1
                   UNTIL WS-JU-IDX > WS-JURIS-COUNT
               IF WS-JU-TYPE(WS-JU-IDX) = 'L'
                   PERFORM FIND-LOCALITY
                   DISPLAY "SLTX|LOCAL|" WS-JU-CODE(WS-JU-IDX) "|"
                       WS-LCL-STATE "|"
                       WS-JU-EMPS(WS-JU-IDX) "|"
                       WS-JU-WAGES(WS-JU-IDX) "|"
                       WS-JU-TAX(WS-JU-IDX) "|"
                       FUNCTION TRIM(WS-LCL-NAME)
                   ADD WS-JU-TAX(WS-JU-IDX) TO WS-TOT-LOCAL-TAX
               END-IF
           END-PERFORM
           DISPLAY "SLTX-TOTAL|STATE|" WS-TOT-STATE-TAX
               "|LOCAL|" WS-TOT-LOCAL-TAX.

      *> -------------------------------------------------------
      *> FIND-LOCALITY: State and name for WS-JU-CODE(WS-JU-IDX).
      *> -------------------------------------------------------
       FIND-LOCALITY.
           MOVE SPACES TO WS-LCL-STATE
           MOVE SPACES TO WS-LCL-NAME
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > WS-LCL-COUNT
               IF WS-LC-CODE(WS-LC-IDX) = WS-JU-CODE(WS-JU-IDX)
                   MOVE WS-LC-STATE(WS-LC-IDX) TO WS-LCL-STATE
                   MOVE WS-LC-NAME(WS-LC-IDX) TO WS-LCL-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> EXPORT-JURIS-DETAIL: One CSV row per employee per
      *> jurisdiction, grouped by jurisdiction in report order
      *> (one pass per jurisdiction, SUTA.CSV style).
      *> -------------------------------------------------------
       EXPORT-JURIS-DETAIL.
           OPEN OUTPUT SLTX-CSV-FILE
           IF WS-CSV-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|CSV|" WS-CSV-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "TYPE,CODE,EMP_ID,NAME,QTR_WAGES,QTR_WITHHELD"
               TO SLTX-CSV-LINE
           WRITE SLTX-CSV-LINE
           PERFORM VARYING WS-JU-IDX FROM 1 BY 1
                   UNTIL WS-JU-IDX > WS-JURIS-COUNT
               PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                       UNTIL WS-DT-IDX > WS-DETAIL-COUNT
                   IF WS-DT-TYPE(WS-DT-IDX) = WS-JU-TYPE(WS-JU-IDX)
                       AND WS-DT-CODE(WS-DT-IDX)
                           = WS-JU-CODE(WS-JU-IDX)
                       PERFORM WRITE-DETAIL-ROW
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE SLTX-CSV-FILE
           DISPLAY "CSV-FILE|SLTX.CSV".

       WRITE-DETAIL-ROW.
           MOVE 0 TO WS-EM-FOUND-IDX
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EMP-COUNT
               IF WS-EM-ID(WS-EM-IDX) = WS-DT-EMP-ID(WS-DT-IDX)
                   MOVE WS-EM-IDX TO WS-EM-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-DT-WAGES(WS-DT-IDX) TO WS-CSV-AMT1
           MOVE WS-DT-TAX(WS-DT-IDX) TO WS-CSV-AMT2
           IF WS-DT-TYPE(WS-DT-IDX) = 'S'
               MOVE "STATE," TO WS-CSV-TYPE
           ELSE
               MOVE "LOCAL," TO WS-CSV-TYPE
           END-IF
           MOVE SPACES TO SLTX-CSV-LINE
           IF WS-EM-FOUND-IDX > 0
               STRING
                   WS-CSV-TYPE DELIMITED SIZE
                   FUNCTION TRIM(WS-DT-CODE(WS-DT-IDX))
                       DELIMITED SIZE
                   "," DELIMITED SIZE
                   WS-DT-EMP-ID(WS-DT-IDX) DELIMITED SIZE
                   "," DELIMITED SIZE
                   FUNCTION TRIM(WS-EM-NAME(WS-EM-FOUND-IDX))
                       DELIMITED SIZE
                   "," DELIMITED SIZE
                   FUNCTION TRIM(WS-CSV-AMT1) DELIMITED SIZE
                   "," DELIMITED SIZE
                   FUNCTION TRIM(WS-CSV-AMT2) DELIMITED SIZE
                   INTO SLTX-CSV-LINE
               END-STRING
           ELSE
               STRING
                   WS-CSV-TYPE DELIMITED SIZE
                   FUNCTION TRIM(WS-DT-CODE(WS-DT-IDX))
                       DELIMITED SIZE
                   "," DELIMITED SIZE
                   WS-DT-EMP-ID(WS-DT-IDX) DELIMITED SIZE
                   ",," DELIMITED SIZE
                   FUNCTION TRIM(WS-CSV-AMT1) DELIMITED SIZE
                   "," DELIMITED SIZE
                   FUNCTION TRIM(WS-CSV-AMT2) DELIMITED SIZE
                   INTO SLTX-CSV-LINE
               END-STRING
           END-IF
           WRITE SLTX-CSV-LINE.

       FIND-EMPLOYEE-ROW.
           MOVE 0 TO WS-EM-FOUND-IDX
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EMP-COUNT
               IF WS-EM-ID(WS-EM-IDX) = PAY-EMP-ID
                   MOVE WS-EM-IDX TO WS-EM-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-EMPLOYEES.
           MOVE 0 TO WS-EMP-COUNT
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|EMPLOYEES|" WS-EMP-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
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
                   MOVE EMP-STATE-CODE
                       TO WS-EM-STATE(WS-EMP-COUNT)
                   MOVE EMP-NAME TO WS-EM-NAME(WS-EMP-COUNT)
               END-IF
           END-PERFORM.

       LOAD-LOCALITIES.
           MOVE 0 TO WS-LCL-COUNT
           OPEN INPUT LOCALTAX-FILE
           IF WS-LT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LOCALTAX-FILE
                   AT END
                       CLOSE LOCALTAX-FILE
                       EXIT PERFORM
               END-READ
               IF WS-LCL-COUNT < 50
                   ADD 1 TO WS-LCL-COUNT
                   MOVE LT-CODE TO WS-LC-CODE(WS-LCL-COUNT)
                   MOVE LT-STATE TO WS-LC-STATE(WS-LCL-COUNT)
                   MOVE LT-NAME TO WS-LC-NAME(WS-LCL-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> RESOLVE-FILING-EIN: The EIN this filing is made under —
      *> same lookup SUTAGEN.cob carries.
      *> -------------------------------------------------------
       RESOLVE-FILING-EIN.
           MOVE 0 TO WS-FILING-EIN
           OPEN INPUT ENTITY-FILE
           IF WS-EN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ENTITY-FILE
                   AT END
                       CLOSE ENTITY-FILE
                       EXIT PERFORM
               END-READ
               IF EN-CODE = WS-FILING-ENTITY
                   MOVE EN-EIN TO WS-FILING-EIN
               END-IF
           END-PERFORM.
