      *>================================================================*
      *>  Program:     ACA1095.cob
      *>  System:      ENTERPRISE PAYROLL PROCESSOR — Year-End Reporting
      *>  Author:      AKD AUTOMATION SOLUTIONS
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    The bank is an applicable large employer: every year it
      *>    owes each full-time employee a Form 1095-C and the IRS a
      *>    1094-C transmittal, until now assembled by a consultant
      *>    from a PAYSTUBS.DAT dump. This program builds both from
      *>    what the system already holds, month by month:
      *>
      *>    Full-time status — PAYCOM-ACA-FT-HOURS hours of service
      *>      in the month. An hourly employee's hours are the
      *>      approved TIMECARD.DAT cards by work date (worked,
      *>      overtime, holiday and PTO hours all count), or, for a
      *>      stub paid from the master's standing hours instead,
      *>      its regular pay over the hourly rate plus its premium
      *>      hours. A salaried employee keeps no time and is
      *>      credited PAYCOM-ACA-BW-HOURS / -SM-HOURS per regular
      *>      stub (the weeks-worked equivalency).
      *>    Offer and enrollment — the BENELECT.cpy medical election
      *>      governing the first of the month: any election, a
      *>      waiver included, is an offer; covered through the
      *>      month's last day is enrolled. With no election, the
      *>      master's EMP-MEDICAL-PLAN: enrolled in BASIC/PREMIUM
      *>      is offered and enrolled, NONE is neither.
      *>    Line 14 — 1H when not employed or not offered, else the
      *>      offer the plan rates (BENRATE.cpy) make: 1E with
      *>      spouse and child tiers, 1C children only, 1D spouse
      *>      only, 1B employee only — or 1A, the qualifying offer,
      *>      when 1E's lowest self-only premium also passes the
      *>      poverty-line safe harbor.
      *>    Line 15 — that lowest-cost self-only monthly premium for
      *>      codes 1B-1E (PAYCOM-MED-BASIC / 12 with no rates).
      *>    Line 16 — 2A not employed, 2C enrolled, 2D limited
      *>      non-assessment period after hire, 2B not full-time,
      *>      2F the W-2 safe harbor (the year's line 15 within
      *>      PAYCOM-ACA-AFFORD-PCT of box 1 wages from the stubs,
      *>      prorated to the months offered), else 2H rate of pay.
      *>      A full-time month with no offer, or an offer no safe
      *>      harbor covers, is left blank and flagged — that is
      *>      the exposure the filing has to explain.
      *>
      *>    A 1095-C is due for each employee full-time in any
      *>    month (coverage is insured, so the carrier reports it
      *>    for everyone else). The 1094-C carries the form count
      *>    and, per month, the MEC offer indicator (offered to at
      *>    least 95% of full-time employees), the full-time count
      *>    (outside the non-assessment period) and total count.
      *>
      *>  Operation (via command-line argument):
      *>    ACA1095 <year>              — to STDOUT and ACA1095.DAT
      *>    ACA1095 <year> CSV          — ACA1095C.CSV/ACA1094C.CSV
      *>                                  for review instead of
      *>                                  STDOUT, and ACA1095.DAT
      *>    ACA1095 <year> [CSV] ENTITY=XXX
      *>                                — one ALE member (EIN): its
      *>                                  employees and their stubs
      *>
      *>  Files:
      *>    Input:  PAYSTUBS.DAT  (PAYREC.cpy — read-only)
      *>            TIMECARD.DAT  (TIMECARD.cpy — approved cards)
      *>            EMPLOYEES.DAT (EMPREC.cpy)
      *>            BENELECT.DAT  (BENELECT.cpy — medical elections)
      *>            BENRATE.DAT   (BENRATE.cpy — medical plan rates)
      *>            ENTITY.DAT    (ENTITY.cpy — filer name and EIN)
      *>    Output: ACA1095.DAT   (fixed-column filing records, fresh
      *>                          each run — see WRITE-EFILE-1094)
      *>            ACA1095C.CSV  (CSV mode — lines 14-16)
      *>            ACA1094C.CSV  (CSV mode — monthly transmittal)
      *>
      *>  Copybooks:
      *>    PAYREC.cpy, TIMECARD.cpy, EMPREC.cpy, BENELECT.cpy,
      *>    BENRATE.cpy, ENTITY.cpy, PAYCOM.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    ACA|id|name|ft-months|1095C-Y/N
      *>    ACA-HOURS|id|jan|...|dec
      *>    ACA-L14|id|all-12|jan|...|dec
      *>    ACA-L15|id|all-12|jan|...|dec
      *>    ACA-L16|id|all-12|jan|...|dec
      *>    ACA-FLAG|id|month|NO-OFFER-FT or UNAFFORDABLE
      *>    ACA-1094|month|mec-offer|ft-count|total-count
      *>    ACA-PARTIAL-YEAR|last-month-paid
      *>    ACA-SUMMARY|FORMS|n|EMPLOYEES|n|FLAGS|n
      *>    RESULT|XX
      *>
      *>  Output Format (CSV mode, header row + data rows):
      *>    ACA1095C.CSV: EMP_ID,NAME,YEAR,LINE,ALL_12,JAN,...,DEC
      *>    ACA1094C.CSV: YEAR,MONTH,MEC_OFFER,FT_EMPLOYEES,
      *>                  TOTAL_EMPLOYEES,FORMS_1095C
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Forms generated, nothing flagged
      *>    RESULT|03 — Forms generated, ACA-FLAG lines to resolve
      *>    RESULT|99 — Invalid/missing year argument or file I/O error
      *>
      *>  Dependencies:
      *>    Employees are held in a 200-entry table (ACA1095|TABLE-
      *>    FULL| names any beyond it). Run after the year's last
      *>    payroll: months after the last stub of the year count as
      *>    not yet employed (ACA-PARTIAL-YEAR says so).
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACA1095.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSTUB-FILE
               ASSIGN TO "PAYSTUBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TIMECARD-FILE
               ASSIGN TO "TIMECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPLOYEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT BENELECT-FILE
               ASSIGN TO "BENELECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BN-STATUS.
           SELECT BENRATE-FILE
               ASSIGN TO "BENRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BN-STATUS.
           SELECT ENTITY-FILE
               ASSIGN TO "ENTITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-STATUS.
           SELECT EFILE-FILE
               ASSIGN TO "ACA1095.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EF-STATUS.
           SELECT ACA-CSV-FILE
               ASSIGN TO "ACA1095C.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT ACA-1094-FILE
               ASSIGN TO "ACA1094C.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYSTUB-FILE.
       COPY "PAYREC.cpy".
       FD  TIMECARD-FILE.
       COPY "TIMECARD.cpy".
       FD  EMPLOYEE-FILE.
       COPY "EMPREC.cpy".
       FD  BENELECT-FILE.
       COPY "BENELECT.cpy".
       FD  BENRATE-FILE.
       COPY "BENRATE.cpy".
       FD  ENTITY-FILE.
       COPY "ENTITY.cpy".
       FD  EFILE-FILE.
       01  EFILE-RECORD            PIC X(200).
       FD  ACA-CSV-FILE.
       01  ACA-CSV-LINE            PIC X(200).
       FD  ACA-1094-FILE.
       01  ACA-1094-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-TC-STATUS            PIC XX VALUE SPACES.
       01  WS-EMP-STATUS           PIC XX VALUE SPACES.
       01  WS-BN-STATUS            PIC XX VALUE SPACES.
       01  WS-EN-STATUS            PIC XX VALUE SPACES.
       01  WS-EF-STATUS            PIC XX VALUE SPACES.
       01  WS-CSV-STATUS           PIC XX VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
           88  WS-NOT-EOF          VALUE 'N'.

       01  WS-CMD-LINE             PIC X(30) VALUE SPACES.
       01  WS-IN-YEAR              PIC X(4) VALUE SPACES.
       01  WS-IN-FORMAT            PIC X(10) VALUE SPACES.
       01  WS-IN-ARG3              PIC X(10) VALUE SPACES.
       01  WS-YEAR                 PIC 9(4) VALUE 0.
       01  WS-CSV-MODE             PIC X(1) VALUE 'N'.
       01  WS-FILING-ENTITY        PIC X(3) VALUE SPACES.
       01  WS-ROW-ENTITY           PIC X(3) VALUE SPACES.
       01  WS-FILER-EIN            PIC 9(9) VALUE 0.
       01  WS-FILER-NAME           PIC X(30) VALUE SPACES.
       01  WS-RESULT               PIC XX VALUE '00'.

      *>   Per-employee, per-month picture of the year.
       01  WS-AE-TABLE.
           05  WS-AE-ENTRY OCCURS 200 TIMES.
               10  WS-AE-ID           PIC X(7).
               10  WS-AE-NAME         PIC X(25).
               10  WS-AE-HIRE         PIC 9(8).
               10  WS-AE-STATUS       PIC X(1).
               10  WS-AE-PAY-TYPE     PIC X(1).
               10  WS-AE-RATE         PIC S9(3)V99.
               10  WS-AE-SALARY       PIC S9(7)V99.
               10  WS-AE-MED-PLAN     PIC X(1).
               10  WS-AE-WAGES        PIC S9(9)V99.
               10  WS-AE-LAST-MONTH   PIC 9(2).
               10  WS-AE-FT-MONTHS    PIC 9(2).
               10  WS-AE-FILE         PIC X(1).
               10  WS-AE-MONTH OCCURS 12 TIMES.
                   15  WS-AE-HOURS    PIC S9(5)V99 COMP-3.
                   15  WS-AE-EMPLOYED PIC X(1).
                   15  WS-AE-FT       PIC X(1).
                   15  WS-AE-WAITING  PIC X(1).
                   15  WS-AE-OFFER    PIC X(1).
                   15  WS-AE-ENROLL   PIC X(1).
                   15  WS-AE-L14      PIC X(2).
                   15  WS-AE-L15      PIC 9(5)V99.
                   15  WS-AE-L16      PIC X(2).
       01  WS-AE-COUNT             PIC 9(3) VALUE 0.
       01  WS-AE-IDX               PIC 9(3) VALUE 0.
       01  WS-AE-FOUND-IDX         PIC 9(3) VALUE 0.
       01  WS-LOOK-ID              PIC X(7) VALUE SPACES.

      *>   Medical elections (BENELECT.cpy rows, MED only).
       01  WS-EH-TABLE.
           05  WS-EH-REC OCCURS 500 TIMES PIC X(100).
       01  WS-EH-COUNT             PIC 9(3) VALUE 0.
       01  WS-EH-IDX               PIC 9(3) VALUE 0.
       01  WS-EH-BEST-EFF          PIC 9(8) VALUE 0.
       01  WS-EH-FOUND             PIC X(1) VALUE 'N'.

      *>   Medical plan rates, the lowest self-only premium per
      *>   month, and the tiers the plans offer.
       01  WS-BR-TABLE.
           05  WS-BR-REC OCCURS 100 TIMES PIC X(80).
       01  WS-BR-COUNT             PIC 9(3) VALUE 0.
       01  WS-BR-IDX               PIC 9(3) VALUE 0.
       01  WS-BR-IDX2              PIC 9(3) VALUE 0.
       01  WS-BR-CURRENT           PIC X(1) VALUE 'N'.
       01  WS-MIN-EE-TABLE.
           05  WS-MIN-EE OCCURS 12 TIMES PIC 9(5)V99.
       01  WS-MIN-FOUND            PIC X(1) VALUE 'N'.
       01  WS-SPOUSE-TIER          PIC X(1) VALUE 'N'.
       01  WS-CHILD-TIER           PIC X(1) VALUE 'N'.
       01  WS-OFFER-CODE           PIC X(2) VALUE '1B'.
       01  WS-FPL-MONTHLY          PIC 9(5)V99 VALUE 0.

      *>   Month arithmetic.
       01  WS-MON                  PIC 9(2) VALUE 0.
       01  WS-MON-FIRST            PIC 9(8) VALUE 0.
       01  WS-MON-LAST             PIC 9(8) VALUE 0.
       01  WS-WAIT-END             PIC 9(8) VALUE 0.
       01  WS-DATE-INT             PIC 9(8) VALUE 0.
       01  WS-YEAR-LAST-MONTH      PIC 9(2) VALUE 0.
       01  WS-REC-YEAR             PIC 9(4) VALUE 0.
       01  WS-REC-MONTH            PIC 9(2) VALUE 0.
       01  WS-STUB-HOURS           PIC S9(5)V99 VALUE 0.

      *>   Affordability across the year for one employee.
       01  WS-OFFER-MONTHS         PIC 9(2) VALUE 0.
       01  WS-EMPLOYED-MONTHS      PIC 9(2) VALUE 0.
       01  WS-YEAR-PREMIUM         PIC 9(7)V99 VALUE 0.
       01  WS-W2-LIMIT             PIC S9(9)V99 VALUE 0.
       01  WS-PAY-LIMIT            PIC S9(7)V99 VALUE 0.
       01  WS-W2-SAFE              PIC X(1) VALUE 'N'.

      *>   1094-C monthly counts.
       01  WS-TX-TABLE.
           05  WS-TX-MONTH OCCURS 12 TIMES.
               10  WS-TX-FT           PIC 9(5).
               10  WS-TX-FT-OFFERED   PIC 9(5).
               10  WS-TX-TOTAL        PIC 9(5).
               10  WS-TX-MEC          PIC X(1).
       01  WS-FORM-COUNT           PIC 9(5) VALUE 0.
       01  WS-FLAG-COUNT           PIC 9(5) VALUE 0.

      *>   Line assembly.
       01  WS-ALL-12               PIC X(7) VALUE SPACES.
       01  WS-LINE-NO              PIC X(2) VALUE SPACES.
       01  WS-OUT                  PIC X(200) VALUE SPACES.
       01  WS-PTR                  PIC 9(3) VALUE 1.
       01  WS-SEP                  PIC X(1) VALUE '|'.
       01  WS-FMT-AMT              PIC Z(4)9.99.
       01  WS-FMT-HRS              PIC Z(4)9.
       01  WS-CELL                 PIC X(8) VALUE SPACES.
       01  WS-EF-AMT               PIC 9(7) VALUE 0.
       01  WS-EF-POS               PIC 9(3) VALUE 0.
       01  WS-CSV-ROW-COUNT        PIC 9(6) VALUE 0.

           COPY "PAYCOM.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
      *>   "ACA1095 2026", "ACA1095 2026 CSV", either with
      *>   ENTITY=XXX — W2GEN.cob's command line.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-IN-YEAR
                    WS-IN-FORMAT
                    WS-IN-ARG3
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-YEAR) TO WS-IN-YEAR
           MOVE FUNCTION TRIM(WS-IN-FORMAT) TO WS-IN-FORMAT
           IF WS-IN-FORMAT(1:7) = "ENTITY="
               MOVE WS-IN-FORMAT(8:3) TO WS-FILING-ENTITY
               MOVE SPACES TO WS-IN-FORMAT
           END-IF
           IF WS-IN-ARG3(1:7) = "ENTITY="
               MOVE WS-IN-ARG3(8:3) TO WS-FILING-ENTITY
           END-IF
           IF WS-IN-YEAR = SPACES OR WS-IN-YEAR IS NOT NUMERIC
               DISPLAY "ERROR|MISSING-YEAR"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-IN-YEAR TO WS-YEAR
           IF WS-IN-FORMAT = "CSV"
               MOVE 'Y' TO WS-CSV-MODE
           END-IF
           PERFORM RESOLVE-FILER

           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-MEDICAL-RATES
           PERFORM LOAD-MEDICAL-ELECTIONS
           PERFORM SCAN-STUBS
           PERFORM SCAN-TIMECARDS
           IF WS-CSV-MODE NOT = 'Y'
               DISPLAY "ACA|YEAR|" WS-YEAR "|" WS-FILER-EIN "|"
                   FUNCTION TRIM(WS-FILER-NAME)
           END-IF
           IF WS-YEAR-LAST-MONTH < 12
               DISPLAY "ACA-PARTIAL-YEAR|" WS-YEAR-LAST-MONTH
           END-IF

           MOVE 0 TO WS-FORM-COUNT
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               MOVE 0 TO WS-TX-FT(WS-MON)
               MOVE 0 TO WS-TX-FT-OFFERED(WS-MON)
               MOVE 0 TO WS-TX-TOTAL(WS-MON)
           END-PERFORM
           PERFORM VARYING WS-AE-IDX FROM 1 BY 1
                   UNTIL WS-AE-IDX > WS-AE-COUNT
               PERFORM DECIDE-EMPLOYEE-YEAR
           END-PERFORM
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               IF WS-TX-FT-OFFERED(WS-MON) * 100 NOT <
                       WS-TX-FT(WS-MON) * 95
                   MOVE 'Y' TO WS-TX-MEC(WS-MON)
               ELSE
                   MOVE 'N' TO WS-TX-MEC(WS-MON)
               END-IF
           END-PERFORM

           PERFORM PRINT-ACA-FORMS
           IF WS-FLAG-COUNT > 0 AND WS-RESULT = '00'
               MOVE '03' TO WS-RESULT
           END-IF
           DISPLAY "RESULT|" WS-RESULT
           STOP RUN.

      *> -------------------------------------------------------
      *> RESOLVE-FILER: The ALE member filing — the entity named
      *> by ENTITY=, else BNK — its legal name and EIN.
      *> -------------------------------------------------------
       RESOLVE-FILER.
           MOVE 0 TO WS-FILER-EIN
           MOVE SPACES TO WS-FILER-NAME
           MOVE WS-FILING-ENTITY TO WS-ROW-ENTITY
           IF WS-ROW-ENTITY = SPACES
               MOVE "BNK" TO WS-ROW-ENTITY
           END-IF
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
               IF EN-CODE = WS-ROW-ENTITY
                   MOVE EN-EIN TO WS-FILER-EIN
                   MOVE EN-NAME TO WS-FILER-NAME
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-EMPLOYEES: Everyone on the master (of the filing
      *> entity, on a per-EIN run), hired by the end of the year.
      *> -------------------------------------------------------
       LOAD-EMPLOYEES.
           MOVE 0 TO WS-AE-COUNT
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
               MOVE EMP-ENTITY TO WS-ROW-ENTITY
               IF WS-ROW-ENTITY = SPACES
                   MOVE "BNK" TO WS-ROW-ENTITY
               END-IF
               IF (WS-FILING-ENTITY = SPACES
                       OR WS-ROW-ENTITY = WS-FILING-ENTITY)
                   AND EMP-HIRE-DATE NOT > WS-YEAR * 10000 + 1231
                   PERFORM ADD-ONE-EMPLOYEE
               END-IF
           END-PERFORM.

       ADD-ONE-EMPLOYEE.
           IF WS-AE-COUNT >= 200
               DISPLAY "ACA1095|TABLE-FULL|" EMP-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AE-COUNT
           MOVE EMP-ID TO WS-AE-ID(WS-AE-COUNT)
           MOVE EMP-NAME TO WS-AE-NAME(WS-AE-COUNT)
           MOVE EMP-HIRE-DATE TO WS-AE-HIRE(WS-AE-COUNT)
           MOVE EMP-STATUS TO WS-AE-STATUS(WS-AE-COUNT)
           MOVE EMP-PAY-TYPE TO WS-AE-PAY-TYPE(WS-AE-COUNT)
           MOVE EMP-HOURLY-RATE TO WS-AE-RATE(WS-AE-COUNT)
           MOVE EMP-SALARY TO WS-AE-SALARY(WS-AE-COUNT)
           MOVE EMP-MEDICAL-PLAN TO WS-AE-MED-PLAN(WS-AE-COUNT)
           MOVE 0 TO WS-AE-WAGES(WS-AE-COUNT)
           MOVE 0 TO WS-AE-LAST-MONTH(WS-AE-COUNT)
           MOVE 0 TO WS-AE-FT-MONTHS(WS-AE-COUNT)
           MOVE 'N' TO WS-AE-FILE(WS-AE-COUNT)
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               MOVE 0 TO WS-AE-HOURS(WS-AE-COUNT, WS-MON)
           END-PERFORM.

       FIND-EMPLOYEE.
           MOVE 0 TO WS-AE-FOUND-IDX
           PERFORM VARYING WS-AE-IDX FROM 1 BY 1
                   UNTIL WS-AE-IDX > WS-AE-COUNT
               IF WS-AE-ID(WS-AE-IDX) = WS-LOOK-ID
                   MOVE WS-AE-IDX TO WS-AE-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-MEDICAL-RATES: The medical rows of BENRATE.DAT, the
      *> tiers they offer (the line 14 code), and per month the
      *> lowest self-only employee premium among the plans'
      *> rates in effect on its first day. No rates at all is the
      *> shop before BENELECT.cpy: one self-only price per plan,
      *> the PAYCOM basic plan the lowest.
      *> -------------------------------------------------------
       LOAD-MEDICAL-RATES.
           MOVE 0 TO WS-BR-COUNT
           OPEN INPUT BENRATE-FILE
           IF WS-BN-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ BENRATE-FILE
                       AT END
                           CLOSE BENRATE-FILE
                           EXIT PERFORM
                   END-READ
                   IF RATE-PLAN-TYPE = "MED" AND WS-BR-COUNT < 100
                       ADD 1 TO WS-BR-COUNT
                       MOVE BEN-RATE-RECORD TO WS-BR-REC(WS-BR-COUNT)
                       IF RATE-TIER = "ES" OR RATE-TIER = "FA"
                           MOVE 'Y' TO WS-SPOUSE-TIER
                       END-IF
                       IF RATE-TIER = "EC" OR RATE-TIER = "FA"
                           MOVE 'Y' TO WS-CHILD-TIER
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-SPOUSE-TIER = 'Y' AND WS-CHILD-TIER = 'Y'
                   MOVE "1E" TO WS-OFFER-CODE
               WHEN WS-CHILD-TIER = 'Y'
                   MOVE "1C" TO WS-OFFER-CODE
               WHEN WS-SPOUSE-TIER = 'Y'
                   MOVE "1D" TO WS-OFFER-CODE
               WHEN OTHER
                   MOVE "1B" TO WS-OFFER-CODE
           END-EVALUATE
           COMPUTE WS-FPL-MONTHLY ROUNDED =
               PAYCOM-ACA-FPL * PAYCOM-ACA-AFFORD-PCT / 12
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               PERFORM SET-MONTH-DATES
               PERFORM FIND-LOWEST-SELF-ONLY
           END-PERFORM.

       FIND-LOWEST-SELF-ONLY.
           MOVE 'N' TO WS-MIN-FOUND
           MOVE 0 TO WS-MIN-EE(WS-MON)
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-REC(WS-BR-IDX) TO BEN-RATE-RECORD
               IF RATE-TIER = "EE"
                   AND RATE-EFF-DATE NOT > WS-MON-FIRST
                   PERFORM CHECK-RATE-CURRENT
                   IF WS-BR-CURRENT = 'Y'
                       AND (WS-MIN-FOUND = 'N'
                           OR RATE-EE-MONTHLY < WS-MIN-EE(WS-MON))
                       MOVE RATE-EE-MONTHLY TO WS-MIN-EE(WS-MON)
                       MOVE 'Y' TO WS-MIN-FOUND
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MIN-FOUND = 'N'
               COMPUTE WS-MIN-EE(WS-MON) ROUNDED =
                   PAYCOM-MED-BASIC / 12
           END-IF.

      *>   The rate row in BEN-RATE-RECORD is its plan's current
      *>   self-only rate on WS-MON-FIRST unless a later row for
      *>   the plan has also taken effect by then.
       CHECK-RATE-CURRENT.
           MOVE 'Y' TO WS-BR-CURRENT
           PERFORM VARYING WS-BR-IDX2 FROM 1 BY 1
                   UNTIL WS-BR-IDX2 > WS-BR-COUNT
               IF WS-BR-REC(WS-BR-IDX2)(4:4) = RATE-PLAN-CODE
                   AND WS-BR-REC(WS-BR-IDX2)(8:2) = "EE"
                   AND WS-BR-REC(WS-BR-IDX2)(10:8) > RATE-EFF-DATE
                   AND WS-BR-REC(WS-BR-IDX2)(10:8) NOT > WS-MON-FIRST
                   MOVE 'N' TO WS-BR-CURRENT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-MEDICAL-ELECTIONS.
           MOVE 0 TO WS-EH-COUNT
           OPEN INPUT BENELECT-FILE
           IF WS-BN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BENELECT-FILE
                   AT END
                       CLOSE BENELECT-FILE
                       EXIT PERFORM
               END-READ
               IF BEN-MEDICAL
                   IF WS-EH-COUNT >= 500
                       DISPLAY "ACA1095|ELECTION-TABLE-FULL|"
                           BEN-EMP-ID
                   ELSE
                       ADD 1 TO WS-EH-COUNT
                       MOVE BEN-ELECTION-RECORD
                           TO WS-EH-REC(WS-EH-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SCAN-STUBS: Box 1 wages (gross less the pretax 401(k),
      *> medical and dental), the last month each employee was
      *> paid, and the hours a stub stands for when no timecard
      *> does — regular-run stubs only; off-cycle, leave payout
      *> and retro pay are not hours of service.
      *> -------------------------------------------------------
       SCAN-STUBS.
           MOVE 0 TO WS-YEAR-LAST-MONTH
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
                       PERFORM ACCUMULATE-STUB
               END-READ
           END-PERFORM
           CLOSE PAYSTUB-FILE.

       ACCUMULATE-STUB.
           COMPUTE WS-REC-YEAR = PAY-DATE-FULL / 10000
           IF WS-REC-YEAR NOT = WS-YEAR
               EXIT PARAGRAPH
           END-IF
           IF WS-FILING-ENTITY NOT = SPACES
               MOVE PAY-ENTITY TO WS-ROW-ENTITY
               IF WS-ROW-ENTITY = SPACES
                   MOVE "BNK" TO WS-ROW-ENTITY
               END-IF
               IF WS-ROW-ENTITY NOT = WS-FILING-ENTITY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE PAY-DATE-FULL(5:2) TO WS-REC-MONTH
           IF WS-REC-MONTH < 1 OR WS-REC-MONTH > 12
               EXIT PARAGRAPH
           END-IF
           IF WS-REC-MONTH > WS-YEAR-LAST-MONTH
               MOVE WS-REC-MONTH TO WS-YEAR-LAST-MONTH
           END-IF
           MOVE PAY-EMP-ID TO WS-LOOK-ID
           PERFORM FIND-EMPLOYEE
           IF WS-AE-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AE-WAGES(WS-AE-FOUND-IDX) =
               WS-AE-WAGES(WS-AE-FOUND-IDX) + PAY-GROSS
               - PAY-401K - PAY-MEDICAL - PAY-DENTAL
           IF WS-REC-MONTH > WS-AE-LAST-MONTH(WS-AE-FOUND-IDX)
               MOVE WS-REC-MONTH TO WS-AE-LAST-MONTH(WS-AE-FOUND-IDX)
           END-IF
           IF NOT PAY-RUN-REGULAR OR PAY-HRS-TIMECARD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-STUB-HOURS
           IF WS-AE-PAY-TYPE(WS-AE-FOUND-IDX) = 'H'
               IF WS-AE-RATE(WS-AE-FOUND-IDX) > 0
                   COMPUTE WS-STUB-HOURS ROUNDED =
                       PAY-REG-PAY / WS-AE-RATE(WS-AE-FOUND-IDX)
                       + PAY-OT-HRS + PAY-DT-HRS
               END-IF
           ELSE
               IF PAY-GROUP = "SM"
                   MOVE PAYCOM-ACA-SM-HOURS TO WS-STUB-HOURS
               ELSE
                   MOVE PAYCOM-ACA-BW-HOURS TO WS-STUB-HOURS
               END-IF
           END-IF
           ADD WS-STUB-HOURS
               TO WS-AE-HOURS(WS-AE-FOUND-IDX, WS-REC-MONTH).

      *> -------------------------------------------------------
      *> SCAN-TIMECARDS: Approved cards worked in the year, by
      *> work date — every paid hour is an hour of service.
      *> -------------------------------------------------------
       SCAN-TIMECARDS.
           OPEN INPUT TIMECARD-FILE
           IF WS-TC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TIMECARD-FILE
                   AT END
                       CLOSE TIMECARD-FILE
                       EXIT PERFORM
               END-READ
               IF TC-APPROVED
                   AND TC-WORK-DATE(1:4) = WS-IN-YEAR
                   MOVE TC-EMP-ID TO WS-LOOK-ID
                   PERFORM FIND-EMPLOYEE
                   IF WS-AE-FOUND-IDX > 0
                       MOVE TC-WORK-DATE(5:2) TO WS-REC-MONTH
                       ADD TC-REG-HRS TC-OT-HRS TC-HOL-HRS TC-PTO-HRS
                           TO WS-AE-HOURS(WS-AE-FOUND-IDX, WS-REC-MONTH)
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> DECIDE-EMPLOYEE-YEAR: Lines 14-16 for employee WS-AE-IDX,
      *> month by month, then the W-2 safe harbor across the
      *> months offered, and the employee's share of the 1094-C.
      *> -------------------------------------------------------
       DECIDE-EMPLOYEE-YEAR.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-AE-HIRE(WS-AE-IDX))
               + PAYCOM-ACA-WAIT-DAYS
           COMPUTE WS-WAIT-END = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE 0 TO WS-OFFER-MONTHS
           MOVE 0 TO WS-EMPLOYED-MONTHS
           MOVE 0 TO WS-YEAR-PREMIUM
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               PERFORM SET-MONTH-DATES
               PERFORM DECIDE-ONE-MONTH
           END-PERFORM

      *>   W-2 safe harbor: the year's self-only premium for the
      *>   months offered within the affordability percentage of
      *>   box 1 wages, prorated to those months.
           MOVE 'N' TO WS-W2-SAFE
           IF WS-OFFER-MONTHS > 0 AND WS-EMPLOYED-MONTHS > 0
               COMPUTE WS-W2-LIMIT ROUNDED =
                   WS-AE-WAGES(WS-AE-IDX) * PAYCOM-ACA-AFFORD-PCT
                   * WS-OFFER-MONTHS / WS-EMPLOYED-MONTHS
               IF WS-YEAR-PREMIUM NOT > WS-W2-LIMIT
                   MOVE 'Y' TO WS-W2-SAFE
               END-IF
           END-IF
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               IF WS-AE-L16(WS-AE-IDX, WS-MON) = "??"
                   PERFORM DECIDE-AFFORDABILITY
               END-IF
           END-PERFORM

           IF WS-AE-FT-MONTHS(WS-AE-IDX) > 0
               MOVE 'Y' TO WS-AE-FILE(WS-AE-IDX)
               ADD 1 TO WS-FORM-COUNT
           END-IF.

       SET-MONTH-DATES.
           COMPUTE WS-MON-FIRST = WS-YEAR * 10000 + WS-MON * 100 + 1
           IF WS-MON = 12
               COMPUTE WS-MON-LAST = WS-YEAR * 10000 + 1231
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MON-FIRST + 100) - 1
               COMPUTE WS-MON-LAST =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.

       DECIDE-ONE-MONTH.
           MOVE 'N' TO WS-AE-EMPLOYED(WS-AE-IDX, WS-MON)
           MOVE 'N' TO WS-AE-FT(WS-AE-IDX, WS-MON)
           MOVE 'N' TO WS-AE-WAITING(WS-AE-IDX, WS-MON)
           MOVE 'N' TO WS-AE-OFFER(WS-AE-IDX, WS-MON)
           MOVE 'N' TO WS-AE-ENROLL(WS-AE-IDX, WS-MON)
           MOVE "1H" TO WS-AE-L14(WS-AE-IDX, WS-MON)
           MOVE 0 TO WS-AE-L15(WS-AE-IDX, WS-MON)
           MOVE "2A" TO WS-AE-L16(WS-AE-IDX, WS-MON)

      *>   Employed: hired by the month's end, the year paid
      *>   through this month, and — once terminated — no later
      *>   than the month of the last stub.
           IF WS-AE-HIRE(WS-AE-IDX) > WS-MON-LAST
               OR WS-MON > WS-YEAR-LAST-MONTH
               EXIT PARAGRAPH
           END-IF
           IF WS-AE-STATUS(WS-AE-IDX) = 'T'
               AND WS-MON > WS-AE-LAST-MONTH(WS-AE-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-AE-EMPLOYED(WS-AE-IDX, WS-MON)
           ADD 1 TO WS-EMPLOYED-MONTHS
           ADD 1 TO WS-TX-TOTAL(WS-MON)
           IF WS-AE-HOURS(WS-AE-IDX, WS-MON) NOT < PAYCOM-ACA-FT-HOURS
               MOVE 'Y' TO WS-AE-FT(WS-AE-IDX, WS-MON)
               ADD 1 TO WS-AE-FT-MONTHS(WS-AE-IDX)
           END-IF
           IF WS-MON-FIRST NOT > WS-WAIT-END
               MOVE 'Y' TO WS-AE-WAITING(WS-AE-IDX, WS-MON)
           END-IF

           PERFORM FIND-MONTH-ELECTION

           IF WS-AE-OFFER(WS-AE-IDX, WS-MON) = 'Y'
               ADD 1 TO WS-OFFER-MONTHS
               MOVE WS-OFFER-CODE TO WS-AE-L14(WS-AE-IDX, WS-MON)
               IF WS-OFFER-CODE = "1E"
                   AND WS-MIN-EE(WS-MON) NOT > WS-FPL-MONTHLY
                   MOVE "1A" TO WS-AE-L14(WS-AE-IDX, WS-MON)
               ELSE
                   MOVE WS-MIN-EE(WS-MON)
                       TO WS-AE-L15(WS-AE-IDX, WS-MON)
                   ADD WS-MIN-EE(WS-MON) TO WS-YEAR-PREMIUM
               END-IF
           END-IF

           IF WS-AE-FT(WS-AE-IDX, WS-MON) = 'Y'
               AND WS-AE-WAITING(WS-AE-IDX, WS-MON) = 'N'
               ADD 1 TO WS-TX-FT(WS-MON)
               IF WS-AE-OFFER(WS-AE-IDX, WS-MON) = 'Y'
                   ADD 1 TO WS-TX-FT-OFFERED(WS-MON)
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-AE-ENROLL(WS-AE-IDX, WS-MON) = 'Y'
                   MOVE "2C" TO WS-AE-L16(WS-AE-IDX, WS-MON)
               WHEN WS-AE-WAITING(WS-AE-IDX, WS-MON) = 'Y'
                   MOVE "2D" TO WS-AE-L16(WS-AE-IDX, WS-MON)
               WHEN WS-AE-FT(WS-AE-IDX, WS-MON) = 'N'
                   MOVE "2B" TO WS-AE-L16(WS-AE-IDX, WS-MON)
               WHEN WS-AE-L14(WS-AE-IDX, WS-MON) = "1A"
                   MOVE SPACES TO WS-AE-L16(WS-AE-IDX, WS-MON)
               WHEN WS-AE-OFFER(WS-AE-IDX, WS-MON) = 'Y'
                   MOVE "??" TO WS-AE-L16(WS-AE-IDX, WS-MON)
               WHEN OTHER
                   MOVE SPACES TO WS-AE-L16(WS-AE-IDX, WS-MON)
                   ADD 1 TO WS-FLAG-COUNT
                   DISPLAY "ACA-FLAG|" WS-AE-ID(WS-AE-IDX) "|" WS-MON
                       "|NO-OFFER-FT"
           END-EVALUATE.

      *> -------------------------------------------------------
      *> FIND-MONTH-ELECTION: Offer and enrollment for the month
      *> from the medical election governing its first day (the
      *> latest effective date on or before it, a later row
      *> winning a tie). Any election is an offer — a waiver is
      *> an offer declined — save one ended by termination of
      *> employment; enrolled is covered through the month's last
      *> day. No election: the master's plan code.
      *> -------------------------------------------------------
       FIND-MONTH-ELECTION.
           MOVE 'N' TO WS-EH-FOUND
           MOVE 0 TO WS-EH-BEST-EFF
           PERFORM VARYING WS-EH-IDX FROM 1 BY 1
                   UNTIL WS-EH-IDX > WS-EH-COUNT
               IF WS-EH-REC(WS-EH-IDX)(1:7) = WS-AE-ID(WS-AE-IDX)
                   AND WS-EH-REC(WS-EH-IDX)(17:8) NOT > WS-MON-FIRST
                   AND WS-EH-REC(WS-EH-IDX)(17:8) NOT < WS-EH-BEST-EFF
                   MOVE WS-EH-REC(WS-EH-IDX) TO BEN-ELECTION-RECORD
                   MOVE BEN-EFF-DATE TO WS-EH-BEST-EFF
                   MOVE 'Y' TO WS-EH-FOUND
               END-IF
           END-PERFORM
           IF WS-EH-FOUND = 'N'
               IF WS-AE-MED-PLAN(WS-AE-IDX) = 'B'
                   OR WS-AE-MED-PLAN(WS-AE-IDX) = 'P'
                   MOVE 'Y' TO WS-AE-OFFER(WS-AE-IDX, WS-MON)
                   MOVE 'Y' TO WS-AE-ENROLL(WS-AE-IDX, WS-MON)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF BEN-REASON = "TE"
               AND BEN-TERM-DATE < WS-MON-FIRST
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-AE-OFFER(WS-AE-IDX, WS-MON)
           IF NOT BEN-WAIVED
               AND (BEN-TERM-DATE = 0
                   OR BEN-TERM-DATE NOT < WS-MON-LAST)
               MOVE 'Y' TO WS-AE-ENROLL(WS-AE-IDX, WS-MON)
           END-IF.

      *> -------------------------------------------------------
      *> DECIDE-AFFORDABILITY: A full-time month offered and not
      *> taken — 2F under the W-2 safe harbor, else 2H when the
      *> month's premium is within the percentage of the
      *> employee's rate of pay (hourly rate times the full-time
      *> hours, or a twelfth of salary), else flagged.
      *> -------------------------------------------------------
       DECIDE-AFFORDABILITY.
           IF WS-W2-SAFE = 'Y'
               MOVE "2F" TO WS-AE-L16(WS-AE-IDX, WS-MON)
               EXIT PARAGRAPH
           END-IF
           IF WS-AE-PAY-TYPE(WS-AE-IDX) = 'H'
               COMPUTE WS-PAY-LIMIT ROUNDED =
                   WS-AE-RATE(WS-AE-IDX) * PAYCOM-ACA-FT-HOURS
                   * PAYCOM-ACA-AFFORD-PCT
           ELSE
               COMPUTE WS-PAY-LIMIT ROUNDED =
                   WS-AE-SALARY(WS-AE-IDX) / 12
                   * PAYCOM-ACA-AFFORD-PCT
           END-IF
           IF WS-AE-L15(WS-AE-IDX, WS-MON) NOT > WS-PAY-LIMIT
               MOVE "2H" TO WS-AE-L16(WS-AE-IDX, WS-MON)
           ELSE
               MOVE SPACES TO WS-AE-L16(WS-AE-IDX, WS-MON)
               ADD 1 TO WS-FLAG-COUNT
               DISPLAY "ACA-FLAG|" WS-AE-ID(WS-AE-IDX) "|" WS-MON
                   "|UNAFFORDABLE"
           END-IF.

      *> -------------------------------------------------------
      *> PRINT-ACA-FORMS: The filing file always; the review copy
      *> to STDOUT, or to the two CSVs in CSV mode.
      *> -------------------------------------------------------
       PRINT-ACA-FORMS.
           OPEN OUTPUT EFILE-FILE
           IF WS-EF-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|ACA1095|" WS-EF-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM WRITE-EFILE-1094
           IF WS-CSV-MODE = 'Y'
               OPEN OUTPUT ACA-CSV-FILE
               IF WS-CSV-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CSV-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE "EMP_ID,NAME,YEAR,LINE,ALL_12,JAN,FEB,MAR,APR,MAY,JUN,JUL,AUG,SEP,OCT,NOV,DEC"
                   TO ACA-CSV-LINE
               WRITE ACA-CSV-LINE
               MOVE ',' TO WS-SEP
           ELSE
               MOVE '|' TO WS-SEP
           END-IF

           PERFORM VARYING WS-AE-IDX FROM 1 BY 1
                   UNTIL WS-AE-IDX > WS-AE-COUNT
               IF WS-CSV-MODE NOT = 'Y'
                   DISPLAY "ACA|" WS-AE-ID(WS-AE-IDX) "|"
                       WS-AE-NAME(WS-AE-IDX) "|"
                       WS-AE-FT-MONTHS(WS-AE-IDX) "|"
                       WS-AE-FILE(WS-AE-IDX)
                   PERFORM DISPLAY-HOURS-LINE
               END-IF
               IF WS-AE-FILE(WS-AE-IDX) = 'Y'
                   MOVE "14" TO WS-LINE-NO
                   PERFORM EMIT-FORM-LINE
                   MOVE "15" TO WS-LINE-NO
                   PERFORM EMIT-FORM-LINE
                   MOVE "16" TO WS-LINE-NO
                   PERFORM EMIT-FORM-LINE
                   PERFORM WRITE-EFILE-1095
               END-IF
           END-PERFORM

           IF WS-CSV-MODE = 'Y'
               CLOSE ACA-CSV-FILE
               PERFORM WRITE-1094-CSV
               DISPLAY "CSV-FILE|ACA1095C.CSV|" WS-CSV-ROW-COUNT
           ELSE
               PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
                   DISPLAY "ACA-1094|" WS-MON "|" WS-TX-MEC(WS-MON)
                       "|" WS-TX-FT(WS-MON) "|" WS-TX-TOTAL(WS-MON)
               END-PERFORM
           END-IF
           CLOSE EFILE-FILE
           DISPLAY "ACA-SUMMARY|FORMS|" WS-FORM-COUNT "|EMPLOYEES|"
               WS-AE-COUNT "|FLAGS|" WS-FLAG-COUNT.

       DISPLAY-HOURS-LINE.
           MOVE SPACES TO WS-OUT
           MOVE 1 TO WS-PTR
           STRING "ACA-HOURS|" FUNCTION TRIM(WS-AE-ID(WS-AE-IDX))
               DELIMITED BY SIZE INTO WS-OUT WITH POINTER WS-PTR
           END-STRING
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               MOVE WS-AE-HOURS(WS-AE-IDX, WS-MON) TO WS-FMT-HRS
               STRING "|" FUNCTION TRIM(WS-FMT-HRS)
                   DELIMITED BY SIZE INTO WS-OUT WITH POINTER WS-PTR
               END-STRING
           END-PERFORM
           DISPLAY FUNCTION TRIM(WS-OUT TRAILING).

      *> -------------------------------------------------------
      *> EMIT-FORM-LINE: Line WS-LINE-NO of employee WS-AE-IDX's
      *> 1095-C — the All 12 Months cell when every month agrees,
      *> then the twelve months — as an ACA-Lnn line or a CSV row.
      *> -------------------------------------------------------
       EMIT-FORM-LINE.
           MOVE SPACES TO WS-ALL-12
           MOVE 1 TO WS-MON
           PERFORM FORMAT-MONTH-CELL
           MOVE WS-CELL TO WS-ALL-12
           PERFORM VARYING WS-MON FROM 2 BY 1 UNTIL WS-MON > 12
               PERFORM FORMAT-MONTH-CELL
               IF WS-CELL NOT = WS-ALL-12
                   MOVE SPACES TO WS-ALL-12
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-OUT
           MOVE 1 TO WS-PTR
           IF WS-CSV-MODE = 'Y'
               STRING FUNCTION TRIM(WS-AE-ID(WS-AE-IDX)) ","
                   FUNCTION TRIM(WS-AE-NAME(WS-AE-IDX)) ","
                   WS-YEAR "," WS-LINE-NO ","
                   FUNCTION TRIM(WS-ALL-12)
                   DELIMITED BY SIZE INTO WS-OUT WITH POINTER WS-PTR
               END-STRING
           ELSE
               STRING "ACA-L" WS-LINE-NO "|"
                   FUNCTION TRIM(WS-AE-ID(WS-AE-IDX)) "|"
                   FUNCTION TRIM(WS-ALL-12)
                   DELIMITED BY SIZE INTO WS-OUT WITH POINTER WS-PTR
               END-STRING
           END-IF
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               PERFORM FORMAT-MONTH-CELL
               STRING WS-SEP FUNCTION TRIM(WS-CELL)
                   DELIMITED BY SIZE INTO WS-OUT WITH POINTER WS-PTR
               END-STRING
           END-PERFORM
           IF WS-CSV-MODE = 'Y'
               MOVE WS-OUT TO ACA-CSV-LINE
               WRITE ACA-CSV-LINE
               ADD 1 TO WS-CSV-ROW-COUNT
           ELSE
               DISPLAY FUNCTION TRIM(WS-OUT TRAILING)
           END-IF.

       FORMAT-MONTH-CELL.
           MOVE SPACES TO WS-CELL
           EVALUATE WS-LINE-NO
               WHEN "14"
                   MOVE WS-AE-L14(WS-AE-IDX, WS-MON) TO WS-CELL
               WHEN "15"
                   IF WS-AE-L14(WS-AE-IDX, WS-MON) NOT = "1H"
                       AND WS-AE-L14(WS-AE-IDX, WS-MON) NOT = "1A"
                       MOVE WS-AE-L15(WS-AE-IDX, WS-MON) TO WS-FMT-AMT
                       MOVE FUNCTION TRIM(WS-FMT-AMT) TO WS-CELL
                   END-IF
               WHEN OTHER
                   MOVE WS-AE-L16(WS-AE-IDX, WS-MON) TO WS-CELL
           END-EVALUATE.

      *> -------------------------------------------------------
      *> WRITE-1094-CSV: The transmittal for review — a row per
      *> month (1094-C Part III) and the form count (line 18).
      *> -------------------------------------------------------
       WRITE-1094-CSV.
           OPEN OUTPUT ACA-1094-FILE
           IF WS-CSV-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CSV-STATUS
               MOVE '99' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "YEAR,MONTH,MEC_OFFER,FT_EMPLOYEES,TOTAL_EMPLOYEES,FORMS_1095C"
               TO ACA-1094-LINE
           WRITE ACA-1094-LINE
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               MOVE SPACES TO ACA-1094-LINE
               STRING WS-YEAR "," WS-MON "," WS-TX-MEC(WS-MON) ","
                   WS-TX-FT(WS-MON) "," WS-TX-TOTAL(WS-MON) ","
                   DELIMITED BY SIZE INTO ACA-1094-LINE
               END-STRING
               WRITE ACA-1094-LINE
           END-PERFORM
           MOVE SPACES TO ACA-1094-LINE
           STRING WS-YEAR ",TOTAL,,,," WS-FORM-COUNT
               DELIMITED BY SIZE INTO ACA-1094-LINE
           END-STRING
           WRITE ACA-1094-LINE
           CLOSE ACA-1094-FILE
           DISPLAY "CSV-FILE|ACA1094C.CSV|00013".

      *> -------------------------------------------------------
      *> WRITE-EFILE-1094: The '4' record leading ACA1095.DAT —
      *> filer EIN and name, year, form count, then per month the
      *> MEC offer indicator, full-time count and total count.
      *> Built positionally, as K1099GEN.cob builds its 'K'
      *> record, so a transmitter can map fixed columns:
      *>   1 '4' | 2-10 EIN | 11-40 name | 41-44 year |
      *>   45-49 forms | 50-181 12 x (offer 1, FT 5, total 5)
      *> -------------------------------------------------------
       WRITE-EFILE-1094.
           MOVE SPACES TO EFILE-RECORD
           MOVE '4' TO EFILE-RECORD(1:1)
           MOVE WS-FILER-EIN TO EFILE-RECORD(2:9)
           MOVE WS-FILER-NAME TO EFILE-RECORD(11:30)
           MOVE WS-YEAR TO EFILE-RECORD(41:4)
           MOVE WS-FORM-COUNT TO EFILE-RECORD(45:5)
           MOVE 50 TO WS-EF-POS
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               MOVE WS-TX-MEC(WS-MON) TO EFILE-RECORD(WS-EF-POS:1)
               MOVE WS-TX-FT(WS-MON) TO EFILE-RECORD(WS-EF-POS + 1:5)
               MOVE WS-TX-TOTAL(WS-MON)
                   TO EFILE-RECORD(WS-EF-POS + 6:5)
               ADD 11 TO WS-EF-POS
           END-PERFORM
           WRITE EFILE-RECORD.

      *> -------------------------------------------------------
      *> WRITE-EFILE-1095: One 'C' record per 1095-C:
      *>   1 'C' | 2-8 employee | 9-33 name | 34-37 year |
      *>   38-46 EIN | 47-48 line 14 all-12 | 49-72 line 14 by
      *>   month | 73-79 line 15 all-12 | 80-163 line 15 by month
      *>   (whole cents, 7 digits) | 164-165 line 16 all-12 |
      *>   166-189 line 16 by month
      *> -------------------------------------------------------
       WRITE-EFILE-1095.
           MOVE SPACES TO EFILE-RECORD
           MOVE 'C' TO EFILE-RECORD(1:1)
           MOVE WS-AE-ID(WS-AE-IDX) TO EFILE-RECORD(2:7)
           MOVE WS-AE-NAME(WS-AE-IDX) TO EFILE-RECORD(9:25)
           MOVE WS-YEAR TO EFILE-RECORD(34:4)
           MOVE WS-FILER-EIN TO EFILE-RECORD(38:9)
           MOVE "14" TO WS-LINE-NO
           PERFORM FIND-ALL-12
           MOVE WS-ALL-12(1:2) TO EFILE-RECORD(47:2)
           MOVE "15" TO WS-LINE-NO
           PERFORM FIND-ALL-12
           IF WS-ALL-12 NOT = SPACES
               COMPUTE WS-EF-AMT = WS-AE-L15(WS-AE-IDX, 1) * 100
               MOVE WS-EF-AMT TO EFILE-RECORD(73:7)
           END-IF
           MOVE "16" TO WS-LINE-NO
           PERFORM FIND-ALL-12
           MOVE WS-ALL-12(1:2) TO EFILE-RECORD(164:2)
           MOVE 49 TO WS-EF-POS
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               MOVE WS-AE-L14(WS-AE-IDX, WS-MON)
                   TO EFILE-RECORD(WS-EF-POS:2)
               ADD 2 TO WS-EF-POS
           END-PERFORM
           MOVE 80 TO WS-EF-POS
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               IF WS-AE-L14(WS-AE-IDX, WS-MON) NOT = "1H"
                   AND WS-AE-L14(WS-AE-IDX, WS-MON) NOT = "1A"
                   COMPUTE WS-EF-AMT =
                       WS-AE-L15(WS-AE-IDX, WS-MON) * 100
                   MOVE WS-EF-AMT TO EFILE-RECORD(WS-EF-POS:7)
               END-IF
               ADD 7 TO WS-EF-POS
           END-PERFORM
           MOVE 166 TO WS-EF-POS
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               MOVE WS-AE-L16(WS-AE-IDX, WS-MON)
                   TO EFILE-RECORD(WS-EF-POS:2)
               ADD 2 TO WS-EF-POS
           END-PERFORM
           WRITE EFILE-RECORD.

      *>   WS-ALL-12: line WS-LINE-NO's cell when all twelve months
      *>   agree, else SPACES.
       FIND-ALL-12.
           MOVE 1 TO WS-MON
           PERFORM FORMAT-MONTH-CELL
           MOVE WS-CELL TO WS-ALL-12
           PERFORM VARYING WS-MON FROM 2 BY 1 UNTIL WS-MON > 12
               PERFORM FORMAT-MONTH-CELL
               IF WS-CELL NOT = WS-ALL-12
                   MOVE SPACES TO WS-ALL-12
                   EXIT PERFORM
               END-IF
           END-PERFORM.
