      *>
      *>  Files:
      *>    Input:        PAYSTUBS.DAT (PAYREC.cpy), EMPLOYEES.DAT
      *>                  (EMPREC.cpy), OPERATORS.DAT (OPERREC.cpy),
      *>                  TIMECARD.DAT (TIMECARD.cpy, the run date's
      *>                  cards — optional)
      *>    Input/Output: PAYPRIOR.DAT — one record per employee,
      *>                  net pay as of the last released run
      *>    Output:       PAYREGST.DAT — the register, one
      *>
      *>  Copybooks:
      *>    PAYREC.cpy, EMPREC.cpy, OPERREC.cpy, OPERIO.cpy,
      *>    PAYREL.cpy, TIMECARD.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    PAYREG|STUB|emp-id|gross|net|flags
      *>    PAYREG|NET-MISMATCH|emp-id|stub-net|computed-net
      *>    PAYREG|GROSS-MISMATCH|emp-id|stub-gross|expected-gross
      *>    PAYREG|VARIANCE|emp-id|net|prior-net|pct
      *>    PAYREG|TIMECARD-UNAPPROVED|emp-id|open-cards
      *>    PAYREG|TIMECARD-MISSING|emp-id
      *>    PAYREG|TOTALS|stubs|active-emps|gross|expected-gross
      *>    PAYREG|RELEASED|date|oper-id   (RELEASE only)
      *>    RESULT|XX
      *>    2026-09-01  AKD  GROUP=XX token filters the register
      *>                     and totals to one pay group's stubs
      *>                     (PAY-GROUP, see PAYGRP.cpy)
      *>
      *>    2026-10-15  AKD  Time and attendance — an hourly
      *>                     employee's expected gross comes from
      *>                     their approved TIMECARD.DAT cards when
      *>                     the run date has any (same pricing as
      *>                     PAYROLL.cob's TC-PRICE-HOURS); a 4th
      *>                     stub flag 'T' marks pending/rejected
      *>                     cards or an hourly employee paid the
      *>                     master hours for lack of approved time
      *>                     (warning only, counted on EXCEPTIONS)
      *>
      *>    2026-10-15  AKD  Net check subtracts the stub's local
      *>                     income tax (PAY-LOCAL-TAX)
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT TIMECARD-FILE
               ASSIGN TO "TIMECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "PAYREL.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".
       FD  TIMECARD-FILE.
       COPY "TIMECARD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PAY-STATUS           PIC XX VALUE SPACES.
       01  WS-REG-STATUS           PIC XX VALUE SPACES.
       01  WS-REL-STATUS           PIC XX VALUE SPACES.
       01  WS-OPER-STATUS          PIC XX VALUE SPACES.
       01  WS-TC-STATUS            PIC XX VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
           88  WS-NOT-EOF          VALUE 'N'.
               10  WS-NP-NET       PIC S9(7)V99.
       01  WS-NEW-PRIOR-COUNT      PIC 9(3) VALUE 0.

      *>   2026 AKD: The run date's TIMECARD.DAT cards summed per
      *>   employee — the same aggregate PAYROLL.cob's TC-LOAD-
      *>   TIMECARDS builds, so an hourly employee with approved
      *>   time is expected at the card hours, not the master's.
      *>   WS-TC-IN-USE says the run date has cards at all.
       01  WS-TC-TABLE.
           05  WS-TC-ENTRY OCCURS 100 TIMES.
               10  WS-TC-EMP       PIC X(7).
               10  WS-TC-REG       PIC 9(4).
               10  WS-TC-OT        PIC 9(4).
               10  WS-TC-HOL       PIC 9(4).
               10  WS-TC-PTO       PIC 9(4).
               10  WS-TC-SHF       PIC 9(4).
               10  WS-TC-APPR      PIC 9(3).
               10  WS-TC-OPEN      PIC 9(3).
       01  WS-TC-COUNT             PIC 9(3) VALUE 0.
       01  WS-TC-IDX               PIC 9(3) VALUE 0.
       01  WS-TC-FOUND-IDX         PIC 9(3) VALUE 0.
       01  WS-TC-IN-USE            PIC X(1) VALUE 'N'.
       01  WS-TC-LOOKUP-ID         PIC X(7) VALUE SPACES.
       01  WS-TC-HRS               PIC S9(4) VALUE 0.
      *>   Per-hour shift differential — the register's copy of
      *>   PAYCOM-SHIFT-DIFF, same way WS-PERIODS mirrors WK-PERIODS.
       01  WS-SHIFT-DIFF           PIC 9V99 VALUE 1.50.
       01  WS-EXP-SHIFT-PAY        PIC S9(7)V99 VALUE 0.

      *>   Verify-pass work fields
       01  WS-COMPUTED-NET         PIC S9(7)V99 VALUE 0.
       01  WS-EXPECTED-GROSS       PIC S9(7)V99 VALUE 0.
       01  WS-GROSS-DIFF           PIC S9(7)V99 VALUE 0.
       01  WS-NET-DIFF             PIC S9(7)V99 VALUE 0.
       01  WS-VAR-PCT              PIC S9(5)V99 VALUE 0.
       01  WS-STUB-FLAGS           PIC X(4) VALUE SPACES.
       01  WS-EXP-REG-PAY          PIC S9(7)V99 VALUE 0.
       01  WS-EXP-OT-PAY           PIC S9(7)V99 VALUE 0.
       01  WS-EXP-OT-HRS           PIC S9(4) VALUE 0.
       01  WS-NET-MISMATCHES       PIC 9(5) VALUE 0.
       01  WS-GROSS-MISMATCHES     PIC 9(5) VALUE 0.
       01  WS-VARIANCE-COUNT       PIC 9(5) VALUE 0.
       01  WS-TIMECARD-FLAGS       PIC 9(5) VALUE 0.

      *>   Edited pictures for STRINGing amounts into register lines
      *>   — same move-to-an-edited-field-before-STRING trick
       BUILD-REGISTER.
           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-PRIOR-NETS
           PERFORM LOAD-TIMECARDS

           OPEN OUTPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = '00'
      *>   the gap between gross and net.
           COMPUTE WS-COMPUTED-NET =
               PAY-GROSS - PAY-FED-TAX - PAY-STATE-TAX
               - PAY-LOCAL-TAX
               - PAY-FICA - PAY-MEDICAL - PAY-DENTAL - PAY-401K
           COMPUTE WS-NET-DIFF = WS-COMPUTED-NET - PAY-NET
           IF WS-NET-DIFF NOT = 0
                   MOVE 'G' TO WS-STUB-FLAGS(2:1)
                   DISPLAY "PAYREG|NOT-ON-MASTER|" PAY-EMP-ID
               END-IF
               PERFORM CHECK-TIMECARDS
           END-IF

      *>   Check 3 — period-over-period variance against the prior
      *> salaried annual over 26, hourly via the same regular/
      *> overtime/double-time split P-045 applies (time and a half
      *> past 40 hours, double time past the 80-hour WK-M3
      *> threshold). An hourly employee with approved cards for
      *> the run date is priced from the cards instead, the way
      *> PAYROLL.cob's TC-PRICE-HOURS does.
      *> -------------------------------------------------------
       COMPUTE-EXPECTED-GROSS.
           MOVE 0 TO WS-EXPECTED-GROSS
               COMPUTE WS-EXPECTED-GROSS ROUNDED =
                   WS-EM-SALARY(WS-EMP-FOUND-IDX) / WS-PERIODS
           ELSE
               MOVE WS-EM-ID(WS-EMP-FOUND-IDX) TO WS-TC-LOOKUP-ID
               PERFORM FIND-TIMECARDS
               IF WS-TC-FOUND-IDX > 0
                   IF WS-TC-APPR(WS-TC-FOUND-IDX) > 0
                       PERFORM COMPUTE-TIMECARD-GROSS
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE 0 TO WS-EXP-OT-PAY
               MOVE 0 TO WS-EXP-DT-PAY
               IF WS-EM-HOURS(WS-EMP-FOUND-IDX) > 40
                   WS-EXP-REG-PAY + WS-EXP-OT-PAY + WS-EXP-DT-PAY
           END-IF.

      *> -------------------------------------------------------
      *> COMPUTE-TIMECARD-GROSS: Regular, holiday, and PTO hours at
      *> the straight rate, overtime hours at time and a half, and
      *> the flat differential on each shift hour — the clock has
      *> already coded every hour, so no 40/80 thresholds here.
      *> -------------------------------------------------------
       COMPUTE-TIMECARD-GROSS.
           COMPUTE WS-TC-HRS = WS-TC-REG(WS-TC-FOUND-IDX)
               + WS-TC-HOL(WS-TC-FOUND-IDX)
               + WS-TC-PTO(WS-TC-FOUND-IDX)
           COMPUTE WS-EXP-REG-PAY ROUNDED =
               WS-EM-RATE(WS-EMP-FOUND-IDX) * WS-TC-HRS
           MOVE WS-TC-OT(WS-TC-FOUND-IDX) TO WS-EXP-OT-HRS
           COMPUTE WS-EXP-OT-PAY ROUNDED =
               WS-EM-RATE(WS-EMP-FOUND-IDX) * 1.50 * WS-EXP-OT-HRS
           COMPUTE WS-EXP-SHIFT-PAY ROUNDED =
               WS-SHIFT-DIFF * WS-TC-SHF(WS-TC-FOUND-IDX)
           COMPUTE WS-EXPECTED-GROSS =
               WS-EXP-REG-PAY + WS-EXP-OT-PAY + WS-EXP-SHIFT-PAY.

      *> -------------------------------------------------------
      *> CHECK-TIMECARDS: The 4th stub flag. Once the run date has
      *> any cards, a regular stub is marked 'T' when the employee
      *> still has pending or rejected cards for it, or is hourly
      *> and was paid the master hours for want of approved time.
      *> A warning for the reviewer — neither blocks RELEASE.
      *> -------------------------------------------------------
       CHECK-TIMECARDS.
           IF WS-TC-IN-USE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-EMP-ID TO WS-TC-LOOKUP-ID
           PERFORM FIND-TIMECARDS
           IF WS-TC-FOUND-IDX > 0
               IF WS-TC-OPEN(WS-TC-FOUND-IDX) > 0
                   MOVE 'T' TO WS-STUB-FLAGS(4:1)
                   DISPLAY "PAYREG|TIMECARD-UNAPPROVED|" PAY-EMP-ID
                       "|" WS-TC-OPEN(WS-TC-FOUND-IDX)
               END-IF
           END-IF
           IF WS-EMP-FOUND-FLAG = 'Y'
               IF WS-EM-PAY-TYPE(WS-EMP-FOUND-IDX) NOT = 'S'
                   IF WS-TC-FOUND-IDX = 0
                       MOVE 'T' TO WS-STUB-FLAGS(4:1)
                       DISPLAY "PAYREG|TIMECARD-MISSING|" PAY-EMP-ID
                   ELSE
                       IF WS-TC-APPR(WS-TC-FOUND-IDX) = 0
                           MOVE 'T' TO WS-STUB-FLAGS(4:1)
                           DISPLAY "PAYREG|TIMECARD-MISSING|"
                               PAY-EMP-ID
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-STUB-FLAGS(4:1) = 'T'
               ADD 1 TO WS-TIMECARD-FLAGS
           END-IF.

      *> -------------------------------------------------------
      *> WRITE-REGISTER-LINE: One pipe-delimited PAYREGST.DAT line
      *> per stub — same register convention as ACHREG.DAT.
               WS-EXPECTED-TOTAL
           DISPLAY "PAYREG|EXCEPTIONS|NET|" WS-NET-MISMATCHES
               "|GROSS|" WS-GROSS-MISMATCHES
               "|VARIANCE|" WS-VARIANCE-COUNT
               "|TIMECARD|" WS-TIMECARD-FLAGS.

      *> -------------------------------------------------------
      *> RELEASE-RUN: The operator sign-off. Sign the operator on
           END-PERFORM
           CLOSE PRIOR-FILE.

      *> -------------------------------------------------------
      *> LOAD-TIMECARDS: The run date's TIMECARD.DAT cards (within
      *> the GROUP=XX group, if one was given) summed per employee.
      *> A missing file, or no cards for the date, is a shop not
      *> on the time system — master hours, no 'T' flags.
      *> -------------------------------------------------------
       LOAD-TIMECARDS.
           MOVE 0 TO WS-TC-COUNT
           MOVE 'N' TO WS-TC-IN-USE
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
               IF TC-PAY-DATE = WS-RUN-DATE
                   AND (WS-REG-GROUP = SPACES
                       OR TC-GROUP = WS-REG-GROUP)
                   MOVE 'Y' TO WS-TC-IN-USE
                   PERFORM ADD-TIMECARD
               END-IF
           END-PERFORM.

       ADD-TIMECARD.
           MOVE TC-EMP-ID TO WS-TC-LOOKUP-ID
           PERFORM FIND-TIMECARDS
           IF WS-TC-FOUND-IDX = 0
               IF WS-TC-COUNT >= 100
                   DISPLAY "PAYREG|TIMECARD-TABLE-FULL|" TC-EMP-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TC-COUNT
               MOVE WS-TC-COUNT TO WS-TC-FOUND-IDX
               MOVE TC-EMP-ID TO WS-TC-EMP(WS-TC-FOUND-IDX)
               MOVE 0 TO WS-TC-REG(WS-TC-FOUND-IDX)
               MOVE 0 TO WS-TC-OT(WS-TC-FOUND-IDX)
               MOVE 0 TO WS-TC-HOL(WS-TC-FOUND-IDX)
               MOVE 0 TO WS-TC-PTO(WS-TC-FOUND-IDX)
               MOVE 0 TO WS-TC-SHF(WS-TC-FOUND-IDX)
               MOVE 0 TO WS-TC-APPR(WS-TC-FOUND-IDX)
               MOVE 0 TO WS-TC-OPEN(WS-TC-FOUND-IDX)
           END-IF
           IF TC-APPROVED
               ADD TC-REG-HRS TO WS-TC-REG(WS-TC-FOUND-IDX)
               ADD TC-OT-HRS TO WS-TC-OT(WS-TC-FOUND-IDX)
               ADD TC-HOL-HRS TO WS-TC-HOL(WS-TC-FOUND-IDX)
               ADD TC-PTO-HRS TO WS-TC-PTO(WS-TC-FOUND-IDX)
               ADD TC-SHF-HRS TO WS-TC-SHF(WS-TC-FOUND-IDX)
               ADD 1 TO WS-TC-APPR(WS-TC-FOUND-IDX)
           ELSE
               ADD 1 TO WS-TC-OPEN(WS-TC-FOUND-IDX)
           END-IF.

      *> -------------------------------------------------------
      *> FIND-TIMECARDS: Linear search of the card table for
      *> WS-TC-LOOKUP-ID; WS-TC-FOUND-IDX zero when not there.
      *> -------------------------------------------------------
       FIND-TIMECARDS.
           MOVE 0 TO WS-TC-FOUND-IDX
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-COUNT
               IF WS-TC-EMP(WS-TC-IDX) = WS-TC-LOOKUP-ID
                   MOVE WS-TC-IDX TO WS-TC-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-OPERATORS: Read OPERATORS.DAT into the in-memory
      *> operator table (WS-OPERATOR-TABLE from OPERIO.cpy) — same
