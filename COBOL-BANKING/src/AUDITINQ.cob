      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-09-01
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The reader the write-only audit files never had.
      *>    before/after images faithfully — but answering "who
      *>    changed this account's status in June" meant scrolling
      *>    raw files. This inquiry searches any or all of the
      *>    three (and PARMAUDIT.DAT, the parameter tables' log)
      *>    by subject id, operator (where the file records
      *>    one — the customer audit log predates maker stamping),
      *>    date range, or a named changed field, shows the
      *>    before/after images side by side, and exports the
      *>
      *>  Operations (via command-line argument):
      *>    SEARCH scope [filters...] [CSV]
      *>      scope   — A account, C customer, E employee,
      *>                P parameter tables, ALL
      *>      filters — ID=subject-id  OPER=operator-id
      *>                FROM=yyyymmdd  TO=yyyymmdd
      *>                FIELD=name (only records where that field
      *>                changed; STATUS, NAME, BALANCE, TYPE,
      *>                ADDRESS, TIN, SALARY, RATE, DEPT as the
      *>                file defines them; W4 for scope E's W-4
      *>                elections; for scope P the table —
      *>                RATE, LIMIT, CAL, CHAN, FX, SUTA, LOCAL,
      *>                RECIP, DUP — and ID=
      *>                matches the leading characters of the row
      *>                key, OPER= the maker or the checker)
      *>
      *>  Files:
      *>    Input:  ACCTAUDIT.DAT, CUSTAUDIT.DAT, EMPAUDIT.DAT,
      *>            PARMAUDIT.DAT (any may be absent)
      *>    Output: AUDITINQ.CSV (CSV token only),
      *>            PIIACCESS.DAT (appended every run)
      *>
      *>  Copybooks:
      *>    AUDITREC.cpy, CUSTAUD.cpy, EMPAUD.cpy, PARMAUD.cpy,
      *>    COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    AUD|file|operation|subject|date|time|operator
      *>
      *>  Change Log:
      *>    2026-09-01  AKD  Initial implementation
      *>    2026-10-15  AKD  Scope P: PARMMNT.cob's parameter table
      *>                     audit (PARMAUDIT.DAT)
      *>    2026-10-15  AKD  Scope E: W4/W4-EXEMPT entries shown
      *>                     through EMPAUD.cpy's W-4 views;
      *>                     FIELD=W4
      *>
      *>================================================================*

               ASSIGN TO "EMPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EA-STATUS.
           SELECT PARMAUD-FILE
               ASSIGN TO "PARMAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
           SELECT CSV-FILE
               ASSIGN TO "AUDITINQ.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
       COPY "CUSTAUD.cpy".
       FD  EMPAUD-FILE.
       COPY "EMPAUD.cpy".
       FD  PARMAUD-FILE.
       COPY "PARMAUD.cpy".
       FD  CSV-FILE.
       01  CSV-LINE               PIC X(250).
       FD  PIIACCESS-FILE.
       01  WS-AA-STATUS           PIC XX VALUE SPACES.
       01  WS-CA-STATUS           PIC XX VALUE SPACES.
       01  WS-EA-STATUS           PIC XX VALUE SPACES.
       01  WS-PA-STATUS           PIC XX VALUE SPACES.
       01  WS-F-ID-LEN            PIC 9(2) VALUE 0.
       01  WS-CSV-STATUS          PIC XX VALUE SPACES.
       01  WS-PII-STATUS          PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(140) VALUE SPACES.
           IF WS-SCOPE = 'E' OR WS-SCOPE = "ALL"
               PERFORM SEARCH-EMP-AUDIT
           END-IF
           IF WS-SCOPE = 'P' OR WS-SCOPE = "ALL"
               PERFORM SEARCH-PARM-AUDIT
           END-IF
           IF WS-CSV-MODE = 'Y'
               CLOSE CSV-FILE
               DISPLAY "CSV-FILE|AUDITINQ.CSV|" WS-MATCH-COUNT
               END-IF
           END-PERFORM.

      *> A W-4 entry's images are W-4 elections, not the master
      *> fields — only FIELD=W4 selects one.
       TEST-EMP-FIELD-CHANGED.
           MOVE 'N' TO WS-REC-OK
           IF EAUD-OPERATION(1:2) = "W4"
               IF WS-F-FIELD = "W4"
                   MOVE 'Y' TO WS-REC-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-F-FIELD
               WHEN "SALARY"
                   IF EAUD-BEF-SALARY NOT = EAUD-AFT-SALARY
           DISPLAY "AUD|EMP|" EAUD-OPERATION "|"
               EAUD-EMP-ID "|" EAUD-DATE "|" EAUD-TIME "|"
               EAUD-OPER-ID
           IF EAUD-OPERATION(1:2) = "W4"
               PERFORM SHOW-EMP-W4-RECORD
               EXIT PARAGRAPH
           END-IF
           DISPLAY "AUD-BEF|" EAUD-BEF-NAME "|"
               EAUD-BEF-SALARY "|" EAUD-BEF-RATE "|"
               EAUD-BEF-STATUS "|" EAUD-BEF-DEPT
               WRITE CSV-LINE
           END-IF.

      *> The election that stood (blank when none) and the form
      *> filed — effective date, filing status, Step 2, the
      *> annual amounts, extra per period, exemption and expiry.
       SHOW-EMP-W4-RECORD.
           DISPLAY "AUD-BEF|" EAUD-BW4-EFF-DATE "|"
               EAUD-BW4-STATUS "|" EAUD-BW4-MULTI-JOBS "|"
               EAUD-BW4-DEP-CREDIT "|" EAUD-BW4-OTHER-INC "|"
               EAUD-BW4-DEDUCTIONS "|" EAUD-BW4-EXTRA-WH "|"
               EAUD-BW4-EXEMPT "|" EAUD-BW4-EXPIRES
           DISPLAY "AUD-AFT|" EAUD-AW4-EFF-DATE "|"
               EAUD-AW4-STATUS "|" EAUD-AW4-MULTI-JOBS "|"
               EAUD-AW4-DEP-CREDIT "|" EAUD-AW4-OTHER-INC "|"
               EAUD-AW4-DEDUCTIONS "|" EAUD-AW4-EXTRA-WH "|"
               EAUD-AW4-EXEMPT "|" EAUD-AW4-EXPIRES
           IF WS-CSV-MODE = 'Y'
               MOVE SPACES TO CSV-LINE
               STRING "EMP," EAUD-OPERATION ","
                   EAUD-EMP-ID "," EAUD-DATE ","
                   EAUD-TIME "," EAUD-OPER-ID ","
                   EAUD-BW4-STATUS EAUD-BW4-EXEMPT ","
                   EAUD-AW4-STATUS EAUD-AW4-EXEMPT
                   DELIMITED BY SIZE INTO CSV-LINE
               END-STRING
               WRITE CSV-LINE
           END-IF.

      *> -------------------------------------------------------
      *> SEARCH-PARM-AUDIT: Parameter table changes. A row key is
      *> not a single id, so ID= matches as many leading
      *> characters as were given (ID=S finds every savings rate
      *> row); OPER= matches either operator, since every change
      *> here had two; FIELD= names the table.
      *> -------------------------------------------------------
       SEARCH-PARM-AUDIT.
           MOVE 0 TO WS-F-ID-LEN
           IF WS-F-ID NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-F-ID))
                   TO WS-F-ID-LEN
           END-IF
           OPEN INPUT PARMAUD-FILE
           IF WS-PA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PARMAUD-FILE
                   AT END
                       CLOSE PARMAUD-FILE
                       EXIT PERFORM
               END-READ
               MOVE 'Y' TO WS-REC-OK
               IF WS-F-ID-LEN > 0
                   AND PAUD-KEY(1:WS-F-ID-LEN)
                       NOT = WS-F-ID(1:WS-F-ID-LEN)
                   MOVE 'N' TO WS-REC-OK
               END-IF
               IF WS-F-OPER NOT = SPACES
                   AND PAUD-MAKER-ID NOT = WS-F-OPER
                   AND PAUD-CHECKER-ID NOT = WS-F-OPER
                   MOVE 'N' TO WS-REC-OK
               END-IF
               IF PAUD-DATE < WS-F-FROM
                   OR PAUD-DATE > WS-F-TO
                   MOVE 'N' TO WS-REC-OK
               END-IF
               IF WS-F-FIELD NOT = SPACES
                   AND PAUD-TABLE NOT = WS-F-FIELD
                   MOVE 'N' TO WS-REC-OK
               END-IF
               IF WS-REC-OK = 'Y'
                   PERFORM SHOW-PARM-RECORD
               END-IF
           END-PERFORM.

       SHOW-PARM-RECORD.
           ADD 1 TO WS-MATCH-COUNT
           DISPLAY "AUD|PARM|" PAUD-OPERATION "|"
               FUNCTION TRIM(PAUD-TABLE) " "
               FUNCTION TRIM(PAUD-KEY) "|" PAUD-DATE "|"
               PAUD-TIME "|" PAUD-MAKER-ID "|" PAUD-CHECKER-ID
           DISPLAY "AUD-BEF|" PAUD-BEFORE-IMAGE
           DISPLAY "AUD-AFT|" PAUD-AFTER-IMAGE
           IF WS-CSV-MODE = 'Y'
               MOVE SPACES TO CSV-LINE
               STRING "PARM," PAUD-OPERATION ","
                   FUNCTION TRIM(PAUD-TABLE) " "
                   FUNCTION TRIM(PAUD-KEY) "," PAUD-DATE ","
                   PAUD-TIME "," PAUD-MAKER-ID ","
                   PAUD-BEFORE-IMAGE "," PAUD-AFTER-IMAGE
                   DELIMITED BY SIZE INTO CSV-LINE
               END-STRING
               WRITE CSV-LINE
           END-IF.

      *> -------------------------------------------------------
      *> RECORD-OWN-ACCESS: Every inquiry run onto PIIACCESS.DAT —
      *> same append-only line REPORTS.cob's RECORD-PII-ACCESS
