      *>================================================================*
      *>  Program:     TIMECARD.cob
      *>  System:      ENTERPRISE PAYROLL — Time and Attendance
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Hourly pay used to be EMP-HOURS-WORKED — one standing
      *>    number on the master, paid every period whether the
      *>    employee worked it or not. This program brings in what
      *>    the time clock actually recorded and gets it approved
      *>    before payroll will pay it:
      *>      - IMPORT reads the clock's export (TIMEFEED.DAT), one
      *>        line per employee per work day with hours by pay
      *>        code, validates each card against EMPLOYEES.DAT
      *>        (the employee must be active; a salaried employee
      *>        may report only holiday and PTO hours) and against
      *>        the employee's pay group (the work date must fall
      *>        in a PAYGRPCAL.DAT period that has not yet paid),
      *>        and files the good ones in TIMECARD.DAT pending
      *>        approval, stamped with the period and pay date;
      *>      - APPROVE is the department supervisor's sign-off:
      *>        only an operator DEPTSUPV.DAT names for that
      *>        department can approve its cards, and an employee
      *>        whose PTO taken would overdraw their LEAVE.DAT
      *>        balance is held back, still pending;
      *>      - REJECT sends one employee's pending cards back.
      *>    PAYROLL.cob pays an hourly employee from approved cards
      *>    for its run day and posts the PTO hours to LEAVE.DAT;
      *>    PAYREG.cob flags missing and unapproved cards on the
      *>    pre-release register.
      *>
      *>  Operations (via command-line argument):
      *>    IMPORT                        — TIMEFEED.DAT in
      *>    APPROVE pay-date dept         — the department's
      *>                                    pending cards for
      *>                                    that pay date
      *>    REJECT pay-date dept emp-id   — one employee's
      *>                                    pending cards
      *>    LIST pay-date [dept]          — every card for the
      *>                                    pay date
      *>
      *>  APPROVE and REJECT require a signed-on operator
      *>  (BANK_OPERATOR_ID/BANK_OPERATOR_PIN against OPERATORS.DAT,
      *>  same as RETROPAY.cob's STAGE) of supervisor or
      *>  administrator role who is listed for the department in
      *>  DEPTSUPV.DAT.
      *>
      *>  Files:
      *>    Input:  TIMEFEED.DAT (clock export, layout below),
      *>            EMPLOYEES.DAT (EMPREC.cpy), PAYGRPCAL.DAT
      *>            (PAYGRP.cpy), DEPTSUPV.DAT (department-to-
      *>            approver list, layout below), LEAVE.DAT
      *>            (LEAVEREC.cpy), OPERATORS.DAT (OPERREC.cpy)
      *>    Input/Output: TIMECARD.DAT (TIMECARD.cpy — appended by
      *>            IMPORT, rewritten by APPROVE/REJECT)
      *>
      *>  Copybooks:
      *>    TIMECARD.cpy, EMPREC.cpy, PAYGRP.cpy, LEAVEREC.cpy,
      *>    PAYCOM.cpy, OPERREC.cpy, OPERIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    TIMECARD|ACCEPTED|emp-id|work-date|pay-date
      *>    TIMECARD|REJECT|emp-id|work-date|reason
      *>    TIMECARD|IMPORTED|accepted|rejected
      *>    TIMECARD|PTO-EXCEEDS-BALANCE|emp-id|pto-hrs|balance
      *>    TIMECARD|APPROVED|emp-id|work-date
      *>    TIMECARD|REJECTED|emp-id|work-date
      *>    TIMECARD|CARD|emp-id|work-date|dept|reg|ot|hol|pto|
      *>        shf|status|approver
      *>    TIMECARD|SUMMARY|cards|pending|approved|rejected
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Done (IMPORT: every line accepted)
      *>    RESULT|03 — IMPORT rejected lines, or nothing pending
      *>                to approve/reject
      *>    RESULT|07 — Operator sign-on, role, or department
      *>                authority failure
      *>    RESULT|99 — Bad operation/arguments or I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>    2026-10-15  AKD  Reject reason widened to 20 bytes —
      *>                     SHIFT-EXCEEDS-WORK was reported cut
      *>                     short
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMECARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMEFEED-FILE
               ASSIGN TO "TIMEFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TF-STATUS.
           SELECT TIMECARD-FILE
               ASSIGN TO "TIMECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPLOYEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PAYGRPCAL-FILE
               ASSIGN TO "PAYGRPCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PG-STATUS.
           SELECT DEPTSUPV-FILE
               ASSIGN TO "DEPTSUPV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.
           SELECT LEAVE-FILE
               ASSIGN TO "LEAVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LV-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   The time clock's export — one line per employee per work
      *>   day, hours zero-padded (a blank hours slot reads as zero),
      *>   group optional (when present it must match the master).
       FD  TIMEFEED-FILE.
       01  TIME-FEED-RECORD.
           05  TF-EMP-ID            PIC X(7).
           05  TF-WORK-DATE         PIC X(8).
           05  TF-REG-HRS           PIC X(2).
           05  TF-OT-HRS            PIC X(2).
           05  TF-HOL-HRS           PIC X(2).
           05  TF-PTO-HRS           PIC X(2).
           05  TF-SHF-HRS           PIC X(2).
           05  TF-GROUP             PIC X(2).
       FD  TIMECARD-FILE.
       COPY "TIMECARD.cpy".
       FD  EMPLOYEE-FILE.
       COPY "EMPREC.cpy".
       FD  PAYGRPCAL-FILE.
       COPY "PAYGRP.cpy".
      *>   Who may approve which department's time — one row per
      *>   department per approving operator.
       FD  DEPTSUPV-FILE.
       01  DEPT-SUPV-RECORD.
           05  DS-DEPT              PIC X(4).
           05  DS-OPER-ID           PIC X(8).
       FD  LEAVE-FILE.
       COPY "LEAVEREC.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TF-STATUS            PIC XX VALUE SPACES.
       01  WS-TC-STATUS            PIC XX VALUE SPACES.
       01  WS-EMP-STATUS           PIC XX VALUE SPACES.
       01  WS-PG-STATUS            PIC XX VALUE SPACES.
       01  WS-DS-STATUS            PIC XX VALUE SPACES.
       01  WS-LV-STATUS            PIC XX VALUE SPACES.
       01  WS-OPER-STATUS          PIC XX VALUE SPACES.

       01  WS-CURRENT-DATE         PIC 9(8) VALUE 0.
       01  WS-CMD-LINE             PIC X(60) VALUE SPACES.
       01  WS-OPERATION            PIC X(8) VALUE SPACES.
       01  WS-IN-PAY-STR           PIC X(8) VALUE SPACES.
       01  WS-IN-DEPT              PIC X(4) VALUE SPACES.
       01  WS-IN-EMP-ID            PIC X(7) VALUE SPACES.
       01  WS-PAY-DATE             PIC 9(8) VALUE 0.
       01  WS-OPER-ROLE            PIC X(1) VALUE SPACES.

      *>   TIMECARD.DAT as whole records — IMPORT checks duplicates
      *>   against it, APPROVE/REJECT change statuses in it and
      *>   rewrite it. Sized for several periods of a 100-employee
      *>   shop; a file that does not fit is refused rather than
      *>   rewritten short.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 3000 TIMES PIC X(72).
       01  WS-CARD-COUNT           PIC 9(4) VALUE 0.
       01  WS-CARD-IDX             PIC 9(4) VALUE 0.
       01  WS-CARD-FULL            PIC X(1) VALUE 'N'.

      *>   Employee master — the fields a card is validated with.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 100 TIMES.
               10  WS-EM-ID        PIC X(7).
               10  WS-EM-STATUS    PIC X(1).
               10  WS-EM-PAY-TYPE  PIC X(1).
               10  WS-EM-DEPT      PIC X(4).
               10  WS-EM-GROUP     PIC X(2).
       01  WS-EMP-COUNT            PIC 9(3) VALUE 0.
       01  WS-EMP-IDX              PIC 9(3) VALUE 0.
       01  WS-EMP-FOUND-IDX        PIC 9(3) VALUE 0.

      *>   Pay-group calendar rows
       01  WS-PG-TABLE.
           05  WS-PG-ENTRY OCCURS 100 TIMES.
               10  WS-PGT-GROUP    PIC X(2).
               10  WS-PGT-START    PIC 9(8).
               10  WS-PGT-END      PIC 9(8).
               10  WS-PGT-PAY      PIC 9(8).
       01  WS-PG-COUNT             PIC 9(3) VALUE 0.
       01  WS-PG-IDX               PIC 9(3) VALUE 0.
       01  WS-PG-FOUND-IDX         PIC 9(3) VALUE 0.

      *>   LEAVE.DAT balances, for the PTO check at approval
       01  WS-LEAVE-TABLE.
           05  WS-LV-ENTRY OCCURS 100 TIMES.
               10  WS-LV-EMP       PIC X(7).
               10  WS-LV-BAL       PIC S9(4)V99.
               10  WS-LV-STAT      PIC X(1).
       01  WS-LEAVE-COUNT          PIC 9(3) VALUE 0.
       01  WS-LV-IDX               PIC 9(3) VALUE 0.
       01  WS-LV-FOUND-IDX         PIC 9(3) VALUE 0.

      *>   Per-employee PTO on the department's cards for the pay
      *>   date (pending plus already approved) — an employee it
      *>   would overdraw is held back whole.
       01  WS-PTO-TABLE.
           05  WS-PTO-ENTRY OCCURS 100 TIMES.
               10  WS-PT-EMP       PIC X(7).
               10  WS-PT-HRS       PIC 9(4).
               10  WS-PT-HELD      PIC X(1).
       01  WS-PTO-COUNT            PIC 9(3) VALUE 0.
       01  WS-PT-IDX               PIC 9(3) VALUE 0.
       01  WS-PT-FOUND-IDX         PIC 9(3) VALUE 0.

      *>   Import validation fields
       01  WS-REG-HRS              PIC 9(2) VALUE 0.
       01  WS-OT-HRS               PIC 9(2) VALUE 0.
       01  WS-HOL-HRS              PIC 9(2) VALUE 0.
       01  WS-PTO-HRS              PIC 9(2) VALUE 0.
       01  WS-SHF-HRS              PIC 9(2) VALUE 0.
       01  WS-DAY-HRS              PIC 9(3) VALUE 0.
       01  WS-WORKED-HRS           PIC 9(3) VALUE 0.
       01  WS-WORK-DATE            PIC 9(8) VALUE 0.
       01  WS-CARD-GROUP           PIC X(2) VALUE SPACES.
       01  WS-REJECT-REASON        PIC X(20) VALUE SPACES.

      *>   Counters
       01  WS-ACCEPT-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-CHANGED-COUNT        PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT           PIC 9(5) VALUE 0.
       01  WS-LIST-COUNT           PIC 9(5) VALUE 0.
       01  WS-LIST-PEND            PIC 9(5) VALUE 0.
       01  WS-LIST-APPR            PIC 9(5) VALUE 0.
       01  WS-LIST-REJ             PIC 9(5) VALUE 0.
       01  WS-AUTH-DEPT            PIC X(1) VALUE 'N'.
       COPY "PAYCOM.cpy".
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-PAY-STR
                    WS-IN-DEPT
                    WS-IN-EMP-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           IF WS-IN-PAY-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-PAY-STR) TO WS-PAY-DATE
           END-IF

           EVALUATE WS-OPERATION
               WHEN "IMPORT"
                   PERFORM IMPORT-TIMECARDS
               WHEN "APPROVE"
                   PERFORM SIGN-ON-APPROVER
                   IF WS-OPER-AUTH-FLAG = 'N'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                   ELSE
                       PERFORM APPROVE-TIMECARDS
                   END-IF
               WHEN "REJECT"
                   PERFORM SIGN-ON-APPROVER
                   IF WS-OPER-AUTH-FLAG = 'N'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                   ELSE
                       PERFORM REJECT-TIMECARDS
                   END-IF
               WHEN "LIST"
                   PERFORM LIST-TIMECARDS
               WHEN OTHER
                   DISPLAY "ERROR|BAD-OPERATION|" WS-OPERATION
                   DISPLAY "RESULT|99"
           END-EVALUATE
           STOP RUN.

      *> -------------------------------------------------------
      *> IMPORT-TIMECARDS: Every TIMEFEED.DAT line validated and
      *> either filed pending approval or reported with its
      *> reason. The good lines are filed even when others are
      *> rejected — a bad line is corrected at the clock and
      *> re-exported, and its duplicate check lets the rest of
      *> the feed come through again harmlessly.
      *> -------------------------------------------------------
       IMPORT-TIMECARDS.
           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-PAY-CALENDAR
           PERFORM LOAD-TIMECARDS
           IF WS-CARD-FULL = 'Y'
               DISPLAY "ERROR|TIMECARD-TABLE-FULL|" WS-CARD-COUNT
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TIMEFEED-FILE
           IF WS-TF-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|TIMEFEED|" WS-TF-STATUS
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND TIMECARD-FILE
           IF WS-TC-STATUS NOT = '00'
               OPEN OUTPUT TIMECARD-FILE
               IF WS-TC-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|TIMECARD|" WS-TC-STATUS
                   CLOSE TIMEFEED-FILE
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM UNTIL 1 = 0
               READ TIMEFEED-FILE
                   AT END
                       CLOSE TIMEFEED-FILE
                       EXIT PERFORM
               END-READ
               PERFORM VALIDATE-FEED-LINE
               IF WS-REJECT-REASON = SPACES
                   PERFORM FILE-ONE-CARD
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "TIMECARD|REJECT|" TF-EMP-ID "|"
                       TF-WORK-DATE "|"
                       FUNCTION TRIM(WS-REJECT-REASON)
               END-IF
           END-PERFORM
           CLOSE TIMECARD-FILE

           DISPLAY "TIMECARD|IMPORTED|" WS-ACCEPT-COUNT "|"
               WS-REJECT-COUNT
           IF WS-REJECT-COUNT = 0
               DISPLAY "RESULT|00"
           ELSE
               DISPLAY "RESULT|03"
           END-IF.

      *> -------------------------------------------------------
      *> VALIDATE-FEED-LINE: WS-REJECT-REASON stays SPACES for a
      *> good line; otherwise it names the first rule broken.
      *> -------------------------------------------------------
       VALIDATE-FEED-LINE.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM FIND-EMPLOYEE
           IF WS-EMP-FOUND-IDX = 0
               MOVE "EMP-NOT-FOUND" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-EM-STATUS(WS-EMP-FOUND-IDX) NOT = 'A'
               MOVE "EMP-NOT-ACTIVE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF TF-WORK-DATE NOT NUMERIC
               MOVE "BAD-DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE TF-WORK-DATE TO WS-WORK-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) NOT = 0
               MOVE "BAD-DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-DATE > WS-CURRENT-DATE
               MOVE "FUTURE-DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

      *>   Hours — a blank slot is zero, anything else must be two
      *>   digits.
           IF TF-REG-HRS = SPACES
               MOVE "00" TO TF-REG-HRS
           END-IF
           IF TF-OT-HRS = SPACES
               MOVE "00" TO TF-OT-HRS
           END-IF
           IF TF-HOL-HRS = SPACES
               MOVE "00" TO TF-HOL-HRS
           END-IF
           IF TF-PTO-HRS = SPACES
               MOVE "00" TO TF-PTO-HRS
           END-IF
           IF TF-SHF-HRS = SPACES
               MOVE "00" TO TF-SHF-HRS
           END-IF
           IF TF-REG-HRS NOT NUMERIC OR TF-OT-HRS NOT NUMERIC
               OR TF-HOL-HRS NOT NUMERIC OR TF-PTO-HRS NOT NUMERIC
               OR TF-SHF-HRS NOT NUMERIC
               MOVE "BAD-HOURS" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE TF-REG-HRS TO WS-REG-HRS
           MOVE TF-OT-HRS TO WS-OT-HRS
           MOVE TF-HOL-HRS TO WS-HOL-HRS
           MOVE TF-PTO-HRS TO WS-PTO-HRS
           MOVE TF-SHF-HRS TO WS-SHF-HRS
           COMPUTE WS-DAY-HRS = WS-REG-HRS + WS-OT-HRS
               + WS-HOL-HRS + WS-PTO-HRS
           COMPUTE WS-WORKED-HRS = WS-REG-HRS + WS-OT-HRS
           IF WS-DAY-HRS = 0
               MOVE "NO-HOURS" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-DAY-HRS > PAYCOM-TC-MAX-DAY-HRS
               MOVE "TOO-MANY-HOURS" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
      *>   Differential hours are worked hours on that shift — they
      *>   cannot exceed what was worked.
           IF WS-SHF-HRS > WS-WORKED-HRS
               MOVE "SHIFT-EXCEEDS-WORK" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
      *>   Salaried pay does not move with hours — only the PTO
      *>   (and holiday) lines of their time mean anything.
           IF WS-EM-PAY-TYPE(WS-EMP-FOUND-IDX) = 'S'
               AND (WS-WORKED-HRS > 0 OR WS-SHF-HRS > 0)
               MOVE "SALARIED-HOURS" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

      *>   Pay group — the master decides; a feed that names a
      *>   different group is out of step with it.
           MOVE WS-EM-GROUP(WS-EMP-FOUND-IDX) TO WS-CARD-GROUP
           IF TF-GROUP NOT = SPACES AND TF-GROUP NOT = WS-CARD-GROUP
               MOVE "GROUP-MISMATCH" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PAY-PERIOD
           IF WS-PG-FOUND-IDX = 0
               MOVE "NO-PAY-PERIOD" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-PGT-PAY(WS-PG-FOUND-IDX) < WS-CURRENT-DATE
               MOVE "PERIOD-CLOSED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

      *>   One card per employee per day — a rejected card may be
      *>   replaced, a live one may not.
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               IF WS-CARD-ENTRY(WS-CARD-IDX)(1:7) = TF-EMP-ID
                   AND WS-CARD-ENTRY(WS-CARD-IDX)(8:8)
                       = TF-WORK-DATE
                   AND WS-CARD-ENTRY(WS-CARD-IDX)(48:1) NOT = 'R'
                   MOVE "DUPLICATE" TO WS-REJECT-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> FILE-ONE-CARD: Append the validated card, pending, and
      *> remember it so a second line for the same day in the
      *> same feed is caught as a duplicate.
      *> -------------------------------------------------------
       FILE-ONE-CARD.
           IF WS-CARD-COUNT >= 3000
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "TIMECARD|REJECT|" TF-EMP-ID "|"
                   TF-WORK-DATE "|TABLE-FULL"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TIME-CARD-RECORD
           MOVE TF-EMP-ID TO TC-EMP-ID
           MOVE WS-WORK-DATE TO TC-WORK-DATE
           MOVE WS-REG-HRS TO TC-REG-HRS
           MOVE WS-OT-HRS TO TC-OT-HRS
           MOVE WS-HOL-HRS TO TC-HOL-HRS
           MOVE WS-PTO-HRS TO TC-PTO-HRS
           MOVE WS-SHF-HRS TO TC-SHF-HRS
           MOVE WS-EM-DEPT(WS-EMP-FOUND-IDX) TO TC-DEPT
           MOVE WS-CARD-GROUP TO TC-GROUP
           MOVE WS-PGT-END(WS-PG-FOUND-IDX) TO TC-PERIOD-END
           MOVE WS-PGT-PAY(WS-PG-FOUND-IDX) TO TC-PAY-DATE
           SET TC-PENDING TO TRUE
           MOVE 0 TO TC-ACTION-DATE
           MOVE WS-CURRENT-DATE TO TC-IMPORT-DATE
           WRITE TIME-CARD-RECORD
           ADD 1 TO WS-CARD-COUNT
           MOVE TIME-CARD-RECORD TO WS-CARD-ENTRY(WS-CARD-COUNT)
           ADD 1 TO WS-ACCEPT-COUNT
           DISPLAY "TIMECARD|ACCEPTED|" TC-EMP-ID "|"
               TC-WORK-DATE "|" TC-PAY-DATE.

      *> -------------------------------------------------------
      *> APPROVE-TIMECARDS: The department's pending cards for the
      *> pay date, approved — except an employee whose PTO taken
      *> (pending plus already approved) would overdraw their
      *> LEAVE.DAT balance, or who has no accruing leave row at
      *> all; that employee's cards stay pending for the
      *> supervisor to sort out with them.
      *> -------------------------------------------------------
       APPROVE-TIMECARDS.
           PERFORM LOAD-TIMECARDS
           IF WS-CARD-FULL = 'Y'
               DISPLAY "ERROR|TIMECARD-TABLE-FULL|" WS-CARD-COUNT
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-LEAVE

      *>   PTO per employee across the department's live cards
           MOVE 0 TO WS-PTO-COUNT
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               MOVE WS-CARD-ENTRY(WS-CARD-IDX) TO TIME-CARD-RECORD
               IF TC-DEPT = WS-IN-DEPT
                   AND TC-PAY-DATE = WS-PAY-DATE
                   AND (TC-PENDING OR TC-APPROVED)
                   PERFORM ADD-PTO-HOURS
               END-IF
           END-PERFORM

      *>   Hold anyone it would overdraw
           MOVE 0 TO WS-HELD-COUNT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PTO-COUNT
               IF WS-PT-HRS(WS-PT-IDX) > 0
                   PERFORM CHECK-PTO-BALANCE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-CHANGED-COUNT
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               MOVE WS-CARD-ENTRY(WS-CARD-IDX) TO TIME-CARD-RECORD
               IF TC-DEPT = WS-IN-DEPT
                   AND TC-PAY-DATE = WS-PAY-DATE
                   AND TC-PENDING
                   PERFORM FIND-PTO-ROW
                   IF WS-PT-FOUND-IDX > 0
                       AND WS-PT-HELD(WS-PT-FOUND-IDX) = 'N'
                       SET TC-APPROVED TO TRUE
                       MOVE WS-IN-OPER-ID TO TC-APPROVER
                       MOVE WS-CURRENT-DATE TO TC-ACTION-DATE
                       MOVE TIME-CARD-RECORD
                           TO WS-CARD-ENTRY(WS-CARD-IDX)
                       ADD 1 TO WS-CHANGED-COUNT
                       DISPLAY "TIMECARD|APPROVED|" TC-EMP-ID "|"
                           TC-WORK-DATE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CHANGED-COUNT > 0
               PERFORM SAVE-TIMECARDS
           END-IF
           DISPLAY "TIMECARD|APPROVE|" WS-IN-DEPT "|" WS-PAY-DATE
               "|" WS-CHANGED-COUNT "|HELD|" WS-HELD-COUNT
           IF WS-CHANGED-COUNT = 0
               DISPLAY "TIMECARD|NOTHING-APPROVED"
               DISPLAY "RESULT|03"
           ELSE
               DISPLAY "RESULT|00"
           END-IF.

       ADD-PTO-HOURS.
           PERFORM FIND-PTO-ROW
           IF WS-PT-FOUND-IDX > 0
               ADD TC-PTO-HRS TO WS-PT-HRS(WS-PT-FOUND-IDX)
           END-IF.

      *> -------------------------------------------------------
      *> FIND-PTO-ROW: TC-EMP-ID's accumulator row, added at zero
      *> when new. The table is sized like the employee master, so
      *> a department can never outgrow it.
      *> -------------------------------------------------------
       FIND-PTO-ROW.
           MOVE 0 TO WS-PT-FOUND-IDX
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PTO-COUNT
               IF WS-PT-EMP(WS-PT-IDX) = TC-EMP-ID
                   MOVE WS-PT-IDX TO WS-PT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PT-FOUND-IDX = 0 AND WS-PTO-COUNT < 100
               ADD 1 TO WS-PTO-COUNT
               MOVE WS-PTO-COUNT TO WS-PT-FOUND-IDX
               MOVE TC-EMP-ID TO WS-PT-EMP(WS-PT-FOUND-IDX)
               MOVE 0 TO WS-PT-HRS(WS-PT-FOUND-IDX)
               MOVE 'N' TO WS-PT-HELD(WS-PT-FOUND-IDX)
           END-IF.

       CHECK-PTO-BALANCE.
           MOVE 0 TO WS-LV-FOUND-IDX
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LEAVE-COUNT
               IF WS-LV-EMP(WS-LV-IDX) = WS-PT-EMP(WS-PT-IDX)
                   MOVE WS-LV-IDX TO WS-LV-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LV-FOUND-IDX = 0
               MOVE 'Y' TO WS-PT-HELD(WS-PT-IDX)
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "TIMECARD|PTO-EXCEEDS-BALANCE|"
                   WS-PT-EMP(WS-PT-IDX) "|" WS-PT-HRS(WS-PT-IDX)
                   "|NO-LEAVE-RECORD"
               EXIT PARAGRAPH
           END-IF
           IF WS-LV-STAT(WS-LV-FOUND-IDX) NOT = 'A'
               OR WS-PT-HRS(WS-PT-IDX) > WS-LV-BAL(WS-LV-FOUND-IDX)
               MOVE 'Y' TO WS-PT-HELD(WS-PT-IDX)
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "TIMECARD|PTO-EXCEEDS-BALANCE|"
                   WS-PT-EMP(WS-PT-IDX) "|" WS-PT-HRS(WS-PT-IDX)
                   "|" WS-LV-BAL(WS-LV-FOUND-IDX)
           END-IF.

      *> -------------------------------------------------------
      *> REJECT-TIMECARDS: One employee's pending cards in the
      *> department for the pay date, sent back. A rejected day
      *> may be re-imported corrected.
      *> -------------------------------------------------------
       REJECT-TIMECARDS.
           IF WS-IN-EMP-ID = SPACES
               DISPLAY "ERROR|USAGE|REJECT pay-date dept emp-id"
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TIMECARDS
           IF WS-CARD-FULL = 'Y'
               DISPLAY "ERROR|TIMECARD-TABLE-FULL|" WS-CARD-COUNT
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CHANGED-COUNT
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               MOVE WS-CARD-ENTRY(WS-CARD-IDX) TO TIME-CARD-RECORD
               IF TC-DEPT = WS-IN-DEPT
                   AND TC-PAY-DATE = WS-PAY-DATE
                   AND TC-EMP-ID = WS-IN-EMP-ID
                   AND TC-PENDING
                   SET TC-REJECTED TO TRUE
                   MOVE WS-IN-OPER-ID TO TC-APPROVER
                   MOVE WS-CURRENT-DATE TO TC-ACTION-DATE
                   MOVE TIME-CARD-RECORD
                       TO WS-CARD-ENTRY(WS-CARD-IDX)
                   ADD 1 TO WS-CHANGED-COUNT
                   DISPLAY "TIMECARD|REJECTED|" TC-EMP-ID "|"
                       TC-WORK-DATE
               END-IF
           END-PERFORM
           IF WS-CHANGED-COUNT = 0
               DISPLAY "TIMECARD|NOTHING-PENDING|" WS-IN-EMP-ID
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-TIMECARDS
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> LIST-TIMECARDS: Every card for the pay date (one
      *> department's when given), with status counts.
      *> -------------------------------------------------------
       LIST-TIMECARDS.
           IF WS-PAY-DATE = 0
               DISPLAY "ERROR|USAGE|LIST pay-date [dept]"
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TIMECARD-FILE
           IF WS-TC-STATUS NOT = '00'
               DISPLAY "TIMECARD|NO-TIMECARDS"
               DISPLAY "RESULT|00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TIMECARD-FILE
                   AT END
                       CLOSE TIMECARD-FILE
                       EXIT PERFORM
               END-READ
               IF TC-PAY-DATE = WS-PAY-DATE
                   AND (WS-IN-DEPT = SPACES OR TC-DEPT = WS-IN-DEPT)
                   ADD 1 TO WS-LIST-COUNT
                   EVALUATE TRUE
                       WHEN TC-PENDING
                           ADD 1 TO WS-LIST-PEND
                       WHEN TC-APPROVED
                           ADD 1 TO WS-LIST-APPR
                       WHEN TC-REJECTED
                           ADD 1 TO WS-LIST-REJ
                   END-EVALUATE
                   DISPLAY "TIMECARD|CARD|" TC-EMP-ID "|"
                       TC-WORK-DATE "|" TC-DEPT "|" TC-REG-HRS "|"
                       TC-OT-HRS "|" TC-HOL-HRS "|" TC-PTO-HRS "|"
                       TC-SHF-HRS "|" TC-STATUS "|" TC-APPROVER
               END-IF
           END-PERFORM
           DISPLAY "TIMECARD|SUMMARY|" WS-LIST-COUNT "|"
               WS-LIST-PEND "|" WS-LIST-APPR "|" WS-LIST-REJ
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> SIGN-ON-APPROVER: The shared sign-on, then the two things
      *> approving time needs beyond it — a supervisor or
      *> administrator role, and a DEPTSUPV.DAT row giving this
      *> operator the department. WS-OPER-AUTH-FLAG is left 'N'
      *> on any failure.
      *> -------------------------------------------------------
       SIGN-ON-APPROVER.
           IF WS-PAY-DATE = 0 OR WS-IN-DEPT = SPACES
               DISPLAY "ERROR|USAGE|" FUNCTION TRIM(WS-OPERATION)
                   " pay-date dept"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           ACCEPT WS-IN-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
           ACCEPT WS-IN-OPER-PIN FROM ENVIRONMENT "BANK_OPERATOR_PIN"
           PERFORM AUTHENTICATE-OPERATOR
           IF WS-OPER-AUTH-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-ROLE NOT = 'S' AND WS-OPER-ROLE NOT = 'A'
               DISPLAY "ERROR|OPERATOR-NOT-SUPERVISOR|"
                   WS-IN-OPER-ID
               MOVE 'N' TO WS-OPER-AUTH-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AUTH-DEPT
           OPEN INPUT DEPTSUPV-FILE
           IF WS-DS-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ DEPTSUPV-FILE
                       AT END
                           CLOSE DEPTSUPV-FILE
                           EXIT PERFORM
                   END-READ
                   IF DS-DEPT = WS-IN-DEPT
                       AND DS-OPER-ID = WS-IN-OPER-ID
                       MOVE 'Y' TO WS-AUTH-DEPT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AUTH-DEPT = 'N'
               DISPLAY "ERROR|NOT-DEPT-SUPERVISOR|" WS-IN-DEPT "|"
                   WS-IN-OPER-ID
               MOVE 'N' TO WS-OPER-AUTH-FLAG
           END-IF.

      *> -------------------------------------------------------
      *> LOAD-TIMECARDS / SAVE-TIMECARDS: TIMECARD.DAT as whole
      *> records — load-modify-save, same shape as PAYROLL.cob's
      *> RETROPND.DAT pair. WS-CARD-FULL marks a file too big to
      *> hold; nothing that rewrites the file proceeds with it.
      *> -------------------------------------------------------
       LOAD-TIMECARDS.
           MOVE 0 TO WS-CARD-COUNT
           MOVE 'N' TO WS-CARD-FULL
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
               IF WS-CARD-COUNT < 3000
                   ADD 1 TO WS-CARD-COUNT
                   MOVE TIME-CARD-RECORD
                       TO WS-CARD-ENTRY(WS-CARD-COUNT)
               ELSE
                   MOVE 'Y' TO WS-CARD-FULL
               END-IF
           END-PERFORM.

       SAVE-TIMECARDS.
           OPEN OUTPUT TIMECARD-FILE
           IF WS-TC-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|TIMECARD|" WS-TC-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               MOVE WS-CARD-ENTRY(WS-CARD-IDX) TO TIME-CARD-RECORD
               WRITE TIME-CARD-RECORD
           END-PERFORM
           CLOSE TIMECARD-FILE.

      *> -------------------------------------------------------
      *> LOAD-EMPLOYEES / FIND-EMPLOYEE: The master's validation
      *> fields, pay group normalized (SPACES is BW).
      *> -------------------------------------------------------
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
                   MOVE EMP-STATUS TO WS-EM-STATUS(WS-EMP-COUNT)
                   MOVE EMP-PAY-TYPE TO WS-EM-PAY-TYPE(WS-EMP-COUNT)
                   MOVE EMP-DEPT-CODE TO WS-EM-DEPT(WS-EMP-COUNT)
                   MOVE EMP-PAY-GROUP TO WS-EM-GROUP(WS-EMP-COUNT)
                   IF WS-EM-GROUP(WS-EMP-COUNT) = SPACES
                       MOVE "BW" TO WS-EM-GROUP(WS-EMP-COUNT)
                   END-IF
               ELSE
                   DISPLAY "TIMECARD|TABLE-FULL|" EMP-ID
               END-IF
           END-PERFORM.

       FIND-EMPLOYEE.
           MOVE 0 TO WS-EMP-FOUND-IDX
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EM-ID(WS-EMP-IDX) = TF-EMP-ID
                   MOVE WS-EMP-IDX TO WS-EMP-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-PAY-CALENDAR / FIND-PAY-PERIOD: PAYGRPCAL.DAT, and
      *> the card group's period containing the work date. A
      *> missing calendar leaves every card without a period.
      *> -------------------------------------------------------
       LOAD-PAY-CALENDAR.
           MOVE 0 TO WS-PG-COUNT
           OPEN INPUT PAYGRPCAL-FILE
           IF WS-PG-STATUS NOT = '00'
               DISPLAY "TIMECARD|NO-GROUP-CALENDAR"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PAYGRPCAL-FILE
                   AT END
                       CLOSE PAYGRPCAL-FILE
                       EXIT PERFORM
               END-READ
               IF WS-PG-COUNT < 100
                   ADD 1 TO WS-PG-COUNT
                   MOVE PG-GROUP TO WS-PGT-GROUP(WS-PG-COUNT)
                   MOVE PG-PERIOD-START TO WS-PGT-START(WS-PG-COUNT)
                   MOVE PG-PERIOD-END TO WS-PGT-END(WS-PG-COUNT)
                   MOVE PG-PAY-DATE TO WS-PGT-PAY(WS-PG-COUNT)
               END-IF
           END-PERFORM.

       FIND-PAY-PERIOD.
           MOVE 0 TO WS-PG-FOUND-IDX
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               IF WS-PGT-GROUP(WS-PG-IDX) = WS-CARD-GROUP
                   AND WS-PGT-START(WS-PG-IDX) <= WS-WORK-DATE
                   AND WS-PGT-END(WS-PG-IDX) >= WS-WORK-DATE
                   MOVE WS-PG-IDX TO WS-PG-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-LEAVE: LEAVE.DAT balances for the approval check. A
      *> missing file means nobody has PTO to take yet.
      *> -------------------------------------------------------
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
                   MOVE LV-BALANCE-HRS TO WS-LV-BAL(WS-LEAVE-COUNT)
                   MOVE LV-STATUS TO WS-LV-STAT(WS-LEAVE-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-OPERATORS / AUTHENTICATE-OPERATOR: The shared
      *> sign-on pair, same as RETROPAY.cob, with the matched role
      *> copied out for the supervisor check (as PAYREG.cob does).
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
