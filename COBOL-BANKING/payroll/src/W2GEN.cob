      *>    Input:  PAYSTUBS.DAT  (LINE SEQUENTIAL — see PAYREC.cpy;
      *>                          written by PAYROLL.cob, both regular
      *>                          and off-cycle runs)
      *>            EMPLOYEES.DAT (the work state a stub written
      *>                          before PAY-ST1-CODE existed was
      *>                          withheld for)
      *>            LOCALTAX.DAT  (locality names for box 20 — see
      *>                          LOCALTAX.cpy)
      *>    Output: W2.CSV        (CSV mode only)
      *>            W2JURIS.CSV   (CSV mode only — boxes 15-20)
      *>
      *>  Copybooks:
      *>    PAYREC.cpy   — Pay stub record layout
      *>    EMPREC.cpy   — Employee master record layout
      *>    LOCALTAX.cpy — Local income tax rate record
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    W2|id|name|year|gross|fed-tax|state-tax|fica|medical|
      *>       dental|401k|net|stub-count
      *>    W2-STATE|id|state|state-wages|state-tax     (boxes 15-17,
      *>       one per state withheld for, after its W2 line)
      *>    W2-LOCAL|id|code|locality-name|local-wages|local-tax
      *>       (boxes 18-20, one per locality)
      *>    W2-SUMMARY|TOTAL-EMPLOYEES|count
      *>    RESULT|XX  (where XX = status code)
      *>
      *>  Output Format (CSV mode, header row + data rows):
      *>    W2.CSV: EMP_ID,NAME,YEAR,GROSS,FED_TAX,STATE_TAX,FICA,
      *>            MEDICAL,DENTAL,401K,NET,STUB_COUNT
      *>    W2JURIS.CSV: EMP_ID,YEAR,BOX,CODE,NAME,WAGES,TAX
      *>            (BOX is STATE or LOCAL)
      *>
      *>  Exit Codes:
      *>    RESULT|00 — W-2 totals generated successfully
      *>
      *>  Change Log:
      *>    2026-03-12  AKD  Initial implementation
      *>    2026-10-15  AKD  State and local boxes — wages and tax per
      *>                     state and locality from the stubs'
      *>                     jurisdiction fields (W2-STATE/W2-LOCAL,
      *>                     W2JURIS.CSV)
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "W2.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
      *>   2026-10-15 AKD: State and local boxes. See LOCALTAX.cpy.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPLOYEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JD-STATUS.
           SELECT LOCALTAX-FILE
               ASSIGN TO "LOCALTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JD-STATUS.
           SELECT W2-JURIS-FILE
               ASSIGN TO "W2JURIS.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  W2-CSV-FILE.
       01  W2-CSV-LINE             PIC X(200).
       FD  EMPLOYEE-FILE.
       COPY "EMPREC.cpy".
       FD  LOCALTAX-FILE.
       COPY "LOCALTAX.cpy".
       FD  W2-JURIS-FILE.
       01  W2-JURIS-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-W2-FOUND-IDX          PIC 9(3) VALUE 0.
       01  WS-W2-ENTRY-OK           PIC X(1) VALUE 'N'.

      *>   2026-10-15 AKD: Boxes 15-20 — wages and tax per employee
      *>   per state (TYPE S) and per locality (TYPE L). A stub's
      *>   whole gross is wages for every jurisdiction it withheld
      *>   for, the way each state and locality counts them.
       01  WS-JD-STATUS             PIC XX VALUE SPACES.
       01  WS-JD-TABLE.
           05  WS-JD-ENTRY OCCURS 300 TIMES.
               10  WS-JD-EMP-ID       PIC X(7).
               10  WS-JD-TYPE         PIC X(1).
               10  WS-JD-CODE         PIC X(4).
               10  WS-JD-WAGES        PIC S9(9)V99 VALUE 0.
               10  WS-JD-TAX          PIC S9(9)V99 VALUE 0.
       01  WS-JD-COUNT              PIC 9(3) VALUE 0.
       01  WS-JD-IDX                PIC 9(3) VALUE 0.
       01  WS-JD-FOUND-IDX          PIC 9(3) VALUE 0.
       01  WS-JD-IN-TYPE            PIC X(1) VALUE SPACE.
       01  WS-JD-IN-CODE            PIC X(4) VALUE SPACES.
       01  WS-JD-IN-TAX             PIC S9(9)V99 VALUE 0.
       01  WS-JD-NAME               PIC X(20) VALUE SPACES.
      *>   The work state each employee is withheld for today — what
      *>   an older stub's PAY-STATE-TAX went to.
       01  WS-ES-TABLE.
           05  WS-ES-ENTRY OCCURS 100 TIMES.
               10  WS-ES-EMP-ID       PIC X(7).
               10  WS-ES-STATE        PIC X(2).
       01  WS-ES-COUNT              PIC 9(3) VALUE 0.
       01  WS-ES-IDX                PIC 9(3) VALUE 0.
      *>   Locality names by code, for box 20.
       01  WS-LT-TABLE.
           05  WS-LT-ENTRY OCCURS 50 TIMES.
               10  WS-LT-CODE         PIC X(4).
               10  WS-LT-NAME         PIC X(20).
       01  WS-LT-COUNT              PIC 9(3) VALUE 0.
       01  WS-LT-IDX                PIC 9(3) VALUE 0.
       01  WS-CSV-JD-WAGES          PIC -(9)9.99.
       01  WS-CSV-JD-TAX            PIC -(9)9.99.
       01  WS-JD-ROW-COUNT          PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
      *>   "W2GEN 2026" or "W2GEN 2026 CSV" — same single-ACCEPT-plus-
               MOVE 'Y' TO WS-CSV-MODE
           END-IF

           PERFORM LOAD-JURIS-NAMES
           PERFORM BUILD-W2-TOTALS
           PERFORM PRINT-W2-TOTALS

                   ADD PAY-401K       TO WS-W2-401K(WS-W2-FOUND-IDX)
                   ADD PAY-NET        TO WS-W2-NET(WS-W2-FOUND-IDX)
                   ADD 1 TO WS-W2-STUB-COUNT(WS-W2-FOUND-IDX)
                   PERFORM ACCUMULATE-STUB-JURIS
               END-IF
           END-IF.

      *> -------------------------------------------------------
      *> ACCUMULATE-STUB-JURIS: The stub's state and local
      *> withholding into WS-JD-TABLE. A stub from before the
      *> jurisdiction fields has SPACES in PAY-ST1-CODE; its whole
      *> PAY-STATE-TAX went to the employee's work state.
      *> -------------------------------------------------------
       ACCUMULATE-STUB-JURIS.
           MOVE 'S' TO WS-JD-IN-TYPE
           IF PAY-ST1-CODE = SPACES
               MOVE SPACES TO WS-JD-IN-CODE
               PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                       UNTIL WS-ES-IDX > WS-ES-COUNT
                   IF WS-ES-EMP-ID(WS-ES-IDX) = PAY-EMP-ID
                       MOVE WS-ES-STATE(WS-ES-IDX) TO WS-JD-IN-CODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE PAY-STATE-TAX TO WS-JD-IN-TAX
               PERFORM ADD-JURIS-AMOUNT
               EXIT PARAGRAPH
           END-IF

           MOVE PAY-ST1-CODE TO WS-JD-IN-CODE
           MOVE PAY-ST1-TAX TO WS-JD-IN-TAX
           PERFORM ADD-JURIS-AMOUNT
           IF PAY-ST2-CODE NOT = SPACES
               MOVE PAY-ST2-CODE TO WS-JD-IN-CODE
               MOVE PAY-ST2-TAX TO WS-JD-IN-TAX
               PERFORM ADD-JURIS-AMOUNT
           END-IF
           IF PAY-LOCAL-CODE NOT = SPACES
               MOVE 'L' TO WS-JD-IN-TYPE
               MOVE PAY-LOCAL-CODE TO WS-JD-IN-CODE
               MOVE PAY-LOCAL-TAX TO WS-JD-IN-TAX
               PERFORM ADD-JURIS-AMOUNT
           END-IF.

      *> -------------------------------------------------------
      *> ADD-JURIS-AMOUNT: PAY-GROSS and WS-JD-IN-TAX onto the
      *> PAY-EMP-ID row for WS-JD-IN-TYPE/WS-JD-IN-CODE, added
      *> the first time it is seen.
      *> -------------------------------------------------------
       ADD-JURIS-AMOUNT.
           MOVE 0 TO WS-JD-FOUND-IDX
           PERFORM VARYING WS-JD-IDX FROM 1 BY 1
                   UNTIL WS-JD-IDX > WS-JD-COUNT
               IF WS-JD-EMP-ID(WS-JD-IDX) = PAY-EMP-ID
                   AND WS-JD-TYPE(WS-JD-IDX) = WS-JD-IN-TYPE
                   AND WS-JD-CODE(WS-JD-IDX) = WS-JD-IN-CODE
                   MOVE WS-JD-IDX TO WS-JD-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-JD-FOUND-IDX = 0
               IF WS-JD-COUNT < 300
                   ADD 1 TO WS-JD-COUNT
                   MOVE WS-JD-COUNT TO WS-JD-FOUND-IDX
                   MOVE PAY-EMP-ID TO WS-JD-EMP-ID(WS-JD-FOUND-IDX)
                   MOVE WS-JD-IN-TYPE TO WS-JD-TYPE(WS-JD-FOUND-IDX)
                   MOVE WS-JD-IN-CODE TO WS-JD-CODE(WS-JD-FOUND-IDX)
               ELSE
                   DISPLAY "W2GEN|JURIS-TABLE-FULL|" PAY-EMP-ID "|"
                       WS-JD-IN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD PAY-GROSS TO WS-JD-WAGES(WS-JD-FOUND-IDX)
           ADD WS-JD-IN-TAX TO WS-JD-TAX(WS-JD-FOUND-IDX).

      *> -------------------------------------------------------
      *> FIND-OR-ADD-W2-ENTRY: Linear search WS-W2-TABLE for
      *> PAY-EMP-ID (the same search-a-table-in-its-own-paragraph
               MOVE "EMP_ID,NAME,YEAR,GROSS,FED_TAX,STATE_TAX,FICA,MEDICAL,DENTAL,401K,NET,STUB_COUNT"
                   TO W2-CSV-LINE
               WRITE W2-CSV-LINE
               OPEN OUTPUT W2-JURIS-FILE
               IF WS-JD-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-JD-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE "EMP_ID,YEAR,BOX,CODE,NAME,WAGES,TAX"
                   TO W2-JURIS-LINE
               WRITE W2-JURIS-LINE
           ELSE
               DISPLAY "W2|YEAR|" WS-YEAR
           END-IF
                       WS-W2-NET(WS-W2-IDX) "|"
                       WS-W2-STUB-COUNT(WS-W2-IDX)
               END-IF
               PERFORM PRINT-W2-JURIS
           END-PERFORM

           IF WS-CSV-MODE = 'Y'
               CLOSE W2-CSV-FILE
               CLOSE W2-JURIS-FILE
               DISPLAY "CSV-FILE|W2.CSV|" WS-CSV-ROW-COUNT
               DISPLAY "CSV-FILE|W2JURIS.CSV|" WS-JD-ROW-COUNT
           ELSE
               DISPLAY "W2-SUMMARY|TOTAL-EMPLOYEES|" WS-W2-COUNT
           END-IF
           WRITE W2-CSV-LINE
           ADD 1 TO WS-CSV-ROW-COUNT.

      *> -------------------------------------------------------
      *> PRINT-W2-JURIS: The state boxes, then the local boxes, for
      *> the employee at WS-W2-IDX.
      *> -------------------------------------------------------
       PRINT-W2-JURIS.
           PERFORM VARYING WS-JD-IDX FROM 1 BY 1
                   UNTIL WS-JD-IDX > WS-JD-COUNT
               IF WS-JD-EMP-ID(WS-JD-IDX) = WS-W2-EMP-ID(WS-W2-IDX)
                   AND WS-JD-TYPE(WS-JD-IDX) = 'S'
                   MOVE SPACES TO WS-JD-NAME
                   PERFORM WRITE-W2-JURIS-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-JD-IDX FROM 1 BY 1
                   UNTIL WS-JD-IDX > WS-JD-COUNT
               IF WS-JD-EMP-ID(WS-JD-IDX) = WS-W2-EMP-ID(WS-W2-IDX)
                   AND WS-JD-TYPE(WS-JD-IDX) = 'L'
                   MOVE WS-JD-CODE(WS-JD-IDX) TO WS-JD-NAME
                   PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                           UNTIL WS-LT-IDX > WS-LT-COUNT
                       IF WS-LT-CODE(WS-LT-IDX) = WS-JD-CODE(WS-JD-IDX)
                           MOVE WS-LT-NAME(WS-LT-IDX) TO WS-JD-NAME
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   PERFORM WRITE-W2-JURIS-LINE
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> WRITE-W2-JURIS-LINE: One W2-STATE/W2-LOCAL line, or one
      *> W2JURIS.CSV row, for the jurisdiction at WS-JD-IDX.
      *> -------------------------------------------------------
       WRITE-W2-JURIS-LINE.
           IF WS-CSV-MODE NOT = 'Y'
               IF WS-JD-TYPE(WS-JD-IDX) = 'S'
                   DISPLAY "W2-STATE|" WS-JD-EMP-ID(WS-JD-IDX) "|"
                       WS-JD-CODE(WS-JD-IDX)(1:2) "|"
                       WS-JD-WAGES(WS-JD-IDX) "|"
                       WS-JD-TAX(WS-JD-IDX)
               ELSE
                   DISPLAY "W2-LOCAL|" WS-JD-EMP-ID(WS-JD-IDX) "|"
                       WS-JD-CODE(WS-JD-IDX) "|"
                       FUNCTION TRIM(WS-JD-NAME) "|"
                       WS-JD-WAGES(WS-JD-IDX) "|"
                       WS-JD-TAX(WS-JD-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-JD-WAGES(WS-JD-IDX) TO WS-CSV-JD-WAGES
           MOVE WS-JD-TAX(WS-JD-IDX) TO WS-CSV-JD-TAX
           MOVE SPACES TO W2-JURIS-LINE
           IF WS-JD-TYPE(WS-JD-IDX) = 'S'
               STRING FUNCTION TRIM(WS-JD-EMP-ID(WS-JD-IDX)) ","
                   WS-YEAR ",STATE,"
                   FUNCTION TRIM(WS-JD-CODE(WS-JD-IDX)) ",,"
                   FUNCTION TRIM(WS-CSV-JD-WAGES) ","
                   FUNCTION TRIM(WS-CSV-JD-TAX)
                   DELIMITED BY SIZE INTO W2-JURIS-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-JD-EMP-ID(WS-JD-IDX)) ","
                   WS-YEAR ",LOCAL,"
                   FUNCTION TRIM(WS-JD-CODE(WS-JD-IDX)) ","
                   FUNCTION TRIM(WS-JD-NAME) ","
                   FUNCTION TRIM(WS-CSV-JD-WAGES) ","
                   FUNCTION TRIM(WS-CSV-JD-TAX)
                   DELIMITED BY SIZE INTO W2-JURIS-LINE
               END-STRING
           END-IF
           WRITE W2-JURIS-LINE
           ADD 1 TO WS-JD-ROW-COUNT.

      *> -------------------------------------------------------
      *> LOAD-JURIS-NAMES: Each employee's work state and each
      *> locality's name. Either file missing just leaves its
      *> table empty — an older stub then lands under a blank
      *> state, a locality under its bare code.
      *> -------------------------------------------------------
       LOAD-JURIS-NAMES.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-JD-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ EMPLOYEE-FILE
                       AT END
                           CLOSE EMPLOYEE-FILE
                           EXIT PERFORM
                   END-READ
                   IF WS-ES-COUNT < 100
                       ADD 1 TO WS-ES-COUNT
                       MOVE EMP-ID TO WS-ES-EMP-ID(WS-ES-COUNT)
                       MOVE EMP-STATE-CODE TO WS-ES-STATE(WS-ES-COUNT)
                   END-IF
               END-PERFORM
           END-IF

           OPEN INPUT LOCALTAX-FILE
           IF WS-JD-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ LOCALTAX-FILE
                       AT END
                           CLOSE LOCALTAX-FILE
                           EXIT PERFORM
                   END-READ
                   IF WS-LT-COUNT < 50
                       ADD 1 TO WS-LT-COUNT
                       MOVE LT-CODE TO WS-LT-CODE(WS-LT-COUNT)
                       MOVE LT-NAME TO WS-LT-NAME(WS-LT-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

      *> -------------------------------------------------------
      *> RESOLVE-FILING-EIN: The EIN this W-2 run files under —
      *> same lookup F941GEN.cob carries.
