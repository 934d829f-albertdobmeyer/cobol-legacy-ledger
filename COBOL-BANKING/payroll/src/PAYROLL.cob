      *>                     it), and funding: the OUTBOUND.DAT
      *>                     source slot carries the entity's own
      *>                     EN-FUND-ACCT instead of one pool.
      *>    2026-10-15  AKD  Time and attendance — an hourly
      *>                     employee with approved TIMECARD.DAT
      *>                     cards for the run day is priced from
      *>                     them (TC-PRICE-HOURS: regular/holiday/
      *>                     PTO, overtime, shift differential on
      *>                     PAY-SHIFT-PAY) instead of the master
      *>                     hours; PTO taken posts to LEAVE.DAT;
      *>                     unapproved and missing time reported.
      *>    2026-10-15  AKD  W-4 withholding — TX-COMPUTE-FED
      *>                     withholds by the annualized
      *>                     percentage method from the W-4 in
      *>                     effect (W4ELECT.DAT): filing status,
      *>                     Step 2, dependents credit, other
      *>                     income/deductions, extra, exemption
      *>                     with expiry; supplemental stubs at the
      *>                     flat PAYCOM-FED-SUPPL-RATE.
      *>    2026-10-15  AKD  Tax jurisdictions — state withholding
      *>                     by work state and resident state with
      *>                     reciprocity (STRECIP.DAT) and a
      *>                     resident-state difference, plus local
      *>                     income tax (LOCALTAX.DAT); each
      *>                     jurisdiction's amount rides the stub.
      *>    2026-10-15  AKD  Year-to-date accumulators — every stub
      *>                     the run writes (regular, off-cycle,
      *>                     leave payout, retro) posts to YTD.DAT
      *>                     (YTDREC.cpy) by employee, entity and
      *>                     year, guarded against a same-day rerun
      *>                     (see YT-POST-STUB); the regular stub
      *>                     now carries medical and dental apart.
      *>                     EARNSTMT.cob prints from it and proves
      *>                     it against PAYSTUBS.DAT.
      *>    2026-10-15  AKD  Benefit elections — P-060 prices
      *>                     medical and dental from the election
      *>                     governing the run day (BENELECT.cpy)
      *>                     at its plan and tier's BENRATE.DAT
      *>                     rate; the PAYCOM constants remain only
      *>                     for an employee with none (see
      *>                     BN-PRICE-ELECTION).
      *>
      *>  DIALECT NOTE: GnuCOBOL passes 9,700+ of 9,748 NIST COBOL-85
      *>  test suite tests. It translates COBOL → C → native binary
               ASSIGN TO "ENTITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-STATUS.
      *>   2026 AKD: Approved time and attendance — see TIMECARD.cpy
      *>   and TC-LOAD-TIMECARDS / TC-PRICE-HOURS.
           SELECT TIMECARD-FILE
               ASSIGN TO "TIMECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
      *>   2026 AKD: W-4 withholding elections — see W4REC.cpy and
      *>   W4-LOAD-ELECTIONS / W4-COMPUTE-WITHHOLDING.
           SELECT W4ELECT-FILE
               ASSIGN TO "W4ELECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W4-STATUS.
      *>   2026 AKD: Local income tax rates and state reciprocity —
      *>   see LOCALTAX.cpy, STRECIP.cpy and JR-COMPUTE-STATE-LOCAL.
           SELECT LOCALTAX-FILE
               ASSIGN TO "LOCALTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.
           SELECT STRECIP-FILE
               ASSIGN TO "STRECIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.
      *>   2026 AKD: Year-to-date accumulators — see YTDREC.cpy and
      *>   YT-POST-STUB.
           SELECT YTD-FILE
               ASSIGN TO "YTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YT-STATUS.
      *>   2026 AKD: Benefit elections and plan rates — see
      *>   BENELECT.cpy, BENRATE.cpy and BN-PRICE-ELECTION.
           SELECT BENELECT-FILE
               ASSIGN TO "BENELECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BN-STATUS.
           SELECT BENRATE-FILE
               ASSIGN TO "BENRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "ARREARS.cpy".
       FD  ENTITY-FILE.
           COPY "ENTITY.cpy".
       FD  TIMECARD-FILE.
           COPY "TIMECARD.cpy".
       FD  W4ELECT-FILE.
           COPY "W4REC.cpy".
       FD  LOCALTAX-FILE.
           COPY "LOCALTAX.cpy".
       FD  STRECIP-FILE.
           COPY "STRECIP.cpy".
       FD  YTD-FILE.
           COPY "YTDREC.cpy".
       FD  BENELECT-FILE.
           COPY "BENELECT.cpy".
       FD  BENRATE-FILE.
           COPY "BENRATE.cpy".

       WORKING-STORAGE SECTION.

       01  WK-MED-PART             PIC S9(5)V99 COMP-3 VALUE 0.
       01  WK-DEN-PART             PIC S9(5)V99 COMP-3 VALUE 0.
       01  WK-ARR-TAKEN            PIC S9(5)V99 COMP-3 VALUE 0.
       01  WK-ARR-MED-TAKEN        PIC S9(5)V99 COMP-3 VALUE 0.
       01  WK-ARR-BAL              PIC S9(5)V99 COMP-3 VALUE 0.
       01  WK-SHORTFALL            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WK-TRIM-AMT             PIC S9(5)V99 COMP-3 VALUE 0.
       01  WS-EMP-ENTITY           PIC X(3) VALUE SPACES.
       01  WS-EN-FUND-ACCT         PIC X(10) VALUE SPACES.

      *> 2026 AKD: Time and attendance — the run day's TIMECARD.DAT
      *> cards summed per employee (approved hours by pay code, and
      *> a count of cards still pending or rejected). An hourly
      *> employee with approved cards is priced from them in P-045
      *> instead of EMP-HOURS-WORKED; the PTO hours post to
      *> LEAVE.DAT in P-070. WS-TC-IN-USE says the pay date has
      *> cards at all — without any, the run is the legacy
      *> master-hours run and says nothing about time.
       01  WS-TC-STATUS            PIC XX VALUE SPACES.
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
       01  WS-TC-PAID-CNT          PIC 9(5) VALUE 0.
       01  WS-TC-NOTIME-CNT        PIC 9(5) VALUE 0.
       01  WS-TC-HRS-SRC           PIC X(1) VALUE SPACE.
       01  WK-TC-HRS               PIC S9(4) COMP VALUE 0.
       01  WK-SHIFT-PAY            PIC S9(5)V99 COMP-3 VALUE 0.

      *> 2026 AKD: W-4 elections — the one in effect on the run day
      *> per employee (whole W4REC.cpy row), loaded once in P-000,
      *> and the annualized percentage method's working fields.
      *> Every TX-COMPUTE-FED caller sets WS-W4-EMP-ID and
      *> WS-W4-SUPPL ('Y' for a supplemental payment) first.
       01  WS-W4-STATUS            PIC XX VALUE SPACES.
       01  WS-W4-TABLE.
           05  WS-W4-ENTRY OCCURS 100 TIMES.
               10  WS-W4-EMP       PIC X(7).
               10  WS-W4-EFF       PIC 9(8).
               10  WS-W4-REC       PIC X(80).
       01  WS-W4-COUNT             PIC 9(3) VALUE 0.
       01  WS-W4-IDX               PIC 9(3) VALUE 0.
       01  WS-W4-FOUND-IDX         PIC 9(3) VALUE 0.
       01  WS-W4-EMP-ID            PIC X(7) VALUE SPACES.
       01  WS-W4-SUPPL             PIC X(1) VALUE 'N'.
       01  WS-W4-STEP2-KEY         PIC X(1) VALUE 'N'.
       01  WS-W4-SCHED             PIC 9(1) VALUE 1.
       01  WS-W4-BR                PIC 9(1) VALUE 0.
       01  WS-W4-NEXT              PIC 9(1) VALUE 0.
       01  WS-W4-DEFAULT-CNT       PIC 9(5) VALUE 0.
       01  WK-W4-ANNUAL            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WK-W4-SLICE-TOP         PIC S9(9)V99 COMP-3 VALUE 0.
       01  WK-W4-TAX               PIC S9(9)V99 COMP-3 VALUE 0.

      *> 2026 AKD: Tax jurisdictions — LOCALTAX.DAT and STRECIP.DAT
      *> whole, and each employee's resident state and locality off
      *> EMPLOYEES.DAT, all loaded once in P-000 (the leave-payout
      *> and retro modes tax employees the P-010 loop never reads).
      *> The work state is EMP-STATE-CODE at the moment of taxing —
      *> the staged state for those modes. WS-ST-LOOKUP-CODE keys
      *> TX-LOOKUP-STATE-RATE.
       01  WS-JR-STATUS            PIC XX VALUE SPACES.
       01  WS-LT-TABLE.
           05  WS-LT-ENTRY OCCURS 50 TIMES.
               10  WS-LT-CODE      PIC X(4).
               10  WS-LT-REC       PIC X(36).
       01  WS-LT-COUNT             PIC 9(2) VALUE 0.
       01  WS-LT-IDX               PIC 9(2) VALUE 0.
       01  WS-LT-FOUND-IDX         PIC 9(2) VALUE 0.
       01  WS-RC-TABLE.
           05  WS-RC-PAIR OCCURS 100 TIMES PIC X(4).
       01  WS-RC-COUNT             PIC 9(3) VALUE 0.
       01  WS-RC-IDX               PIC 9(3) VALUE 0.
       01  WS-JR-TABLE.
           05  WS-JR-ENTRY OCCURS 100 TIMES.
               10  WS-JR-EMP       PIC X(7).
               10  WS-JR-RES-ST    PIC X(2).
               10  WS-JR-LCL       PIC X(4).
               10  WS-JR-LCL-RES   PIC X(1).
       01  WS-JR-COUNT             PIC 9(3) VALUE 0.
       01  WS-JR-IDX               PIC 9(3) VALUE 0.
       01  WS-JR-FOUND-IDX         PIC 9(3) VALUE 0.
       01  WS-JR-WORK              PIC X(2) VALUE SPACES.
       01  WS-JR-RES               PIC X(2) VALUE SPACES.
       01  WS-JR-LOCAL             PIC X(4) VALUE SPACES.
       01  WS-JR-LOCAL-RES         PIC X(1) VALUE SPACES.
       01  WS-JR-PAIR              PIC X(4) VALUE SPACES.
       01  WS-JR-RECIP             PIC X(1) VALUE 'N'.
       01  WS-JR-NOLOCAL-CNT       PIC 9(5) VALUE 0.
       01  WS-ST-LOOKUP-CODE       PIC X(2) VALUE SPACES.
       01  WK-JR-WORK-RATE         PIC 9V9999 VALUE 0.
       01  WK-JR-RES-RATE          PIC 9V9999 VALUE 0.
       01  WK-JR-LOCAL-RATE        PIC 9V9999 VALUE 0.

      *> 2026 AKD: Year-to-date accumulators — YTD.DAT whole (key
      *> plus the YTDREC.cpy row), loaded once in P-000 before
      *> either mode, posted after every stub write, saved at the
      *> end of the run. A file bigger than the table is never
      *> saved back (the rows past the end would be lost).
       01  WS-YT-STATUS            PIC XX VALUE SPACES.
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
       01  WS-YT-DIRTY             PIC X(1) VALUE 'N'.
       01  WS-YT-OVERFLOW          PIC X(1) VALUE 'N'.
       01  WS-YT-POSTED-CNT        PIC 9(5) VALUE 0.
       01  WS-YT-RERUN-CNT         PIC 9(5) VALUE 0.

      *> 2026 AKD: Benefit elections — per employee and plan type
      *> the BENELECT.cpy row governing the run day (the same pick
      *> as the W-4 table), and BENRATE.DAT whole, loaded once in
      *> P-000. BN-PRICE-ELECTION prices one employee's plan type
      *> for P-060 from WS-BN-LOOKUP: WS-BN-GOVERNED 'N' when no
      *> election governs (P-060 keeps the PAYCOM price), else the
      *> per-period employee share in WK-BN-COST — zero for a
      *> waiver or coverage already ended.
       01  WS-BN-STATUS            PIC XX VALUE SPACES.
       01  WS-BN-TABLE.
           05  WS-BN-ENTRY OCCURS 200 TIMES.
               10  WS-BN-KEY       PIC X(10).
               10  WS-BN-EFF       PIC 9(8).
               10  WS-BN-REC       PIC X(100).
       01  WS-BN-COUNT             PIC 9(3) VALUE 0.
       01  WS-BN-IDX               PIC 9(3) VALUE 0.
       01  WS-BN-FOUND-IDX         PIC 9(3) VALUE 0.
       01  WS-BN-LOOKUP.
           05  WS-BN-LK-EMP        PIC X(7).
           05  WS-BN-LK-TYPE       PIC X(3).
       01  WS-BR-TABLE.
           05  WS-BR-REC OCCURS 100 TIMES PIC X(80).
       01  WS-BR-COUNT             PIC 9(3) VALUE 0.
       01  WS-BR-IDX               PIC 9(3) VALUE 0.
       01  WS-BR-EFF               PIC 9(8) VALUE 0.
       01  WS-BR-FOUND             PIC X(1) VALUE 'N'.
       01  WS-BN-GOVERNED          PIC X(1) VALUE 'N'.
       01  WK-BN-COST              PIC S9(5)V99 COMP-3 VALUE 0.
       01  WS-BN-PRICED-CNT        PIC 9(5) VALUE 0.

           COPY "PAYCOM.cpy".
           COPY "TAXREC.cpy".

      *>   back to the flat PAYCOM-STATE-RATE regardless of the
      *>   employee's actual state.
           PERFORM TX-INIT-STATE-TABLE
      *>   2026 AKD: Same reasoning for the federal schedules and
      *>   the W-4 elections in effect on the run day.
           PERFORM TX-INIT-FED-TABLE
           PERFORM W4-LOAD-ELECTIONS
      *>   2026 AKD: And the tax jurisdictions every mode withholds
      *>   by — see JR-LOAD-JURISDICTIONS.
           PERFORM JR-LOAD-JURISDICTIONS
      *>   2026 AKD: And the year-to-date accumulators every stub
      *>   writer posts to — see YT-POST-STUB.
           PERFORM YT-LOAD-YTD
      *>   2026 AKD: And the benefit elections governing the run
      *>   day, with the plan rates that price them — see
      *>   BN-PRICE-ELECTION.
           PERFORM BN-LOAD-BENEFITS

      *>   2026 AKD: Off-cycle mode pays one employee outside the
      *>   normal P-010 batch loop entirely and does not run the
           PERFORM RT-LOAD-RETROS
           PERFORM AR-LOAD-ARREARS
           PERFORM EN-LOAD-ENTITIES
           PERFORM TC-LOAD-TIMECARDS

           PERFORM P-010

           MOVE 0 TO WK-TAX-TOT
           MOVE 0 TO WK-DED-TOT
           MOVE 0 TO WK-NET
      *>   2026 AKD: This employee's approved time, if any — see
      *>   TC-FIND-CARDS.
           MOVE 0 TO WK-SHIFT-PAY
           MOVE SPACE TO WS-TC-HRS-SRC
           PERFORM TC-FIND-CARDS

      *>   Determine pay period number (crude — day of year / 14)
           COMPUTE WS-PAY-PERIOD =
      *>  the pay stub and ACCUM-DEPT-OT can cost it by department.
      *>================================================================*
       P-045.
      *>   2026 AKD: Approved timecards, when the employee has them,
      *>   price the period instead of the standing master hours —
      *>   see TC-PRICE-HOURS. Same exit as the master-hours path.
           IF EMP-HOURLY AND WS-TC-FOUND-IDX > 0
               IF WS-TC-APPR(WS-TC-FOUND-IDX) > 0
                   PERFORM TC-PRICE-HOURS
                   ALTER P-030 TO PROCEED TO P-040
                   GO TO P-050
               END-IF
           END-IF
           IF EMP-HOURLY
               IF WS-TC-IN-USE = 'Y'
                   MOVE 'M' TO WS-TC-HRS-SRC
               END-IF
      *>       Regular hours (up to 40)
               IF EMP-HOURS-WORKED > WK-M1
                   COMPUTE WK-REG-PAY ROUNDED =
       P-050.
      *>   Set up tax work fields
           MOVE WK-GROSS TO TAX-GROSS-PAY
           MOVE EMP-ID TO WS-W4-EMP-ID
           MOVE 'N' TO WS-W4-SUPPL
           SET TAX-OK TO TRUE

      *>   PMR: Call tax calculation paragraphs as a range
               COMPUTE WK-DED-TOT ROUNDED =
                   PAYCOM-MED-PREMIUM / 12
           END-IF
      *>   2026 AKD: A benefit election governing the run day
      *>   prices medical by its plan and tier instead of the
      *>   master's code — see BN-PRICE-ELECTION.
           MOVE EMP-ID TO WS-BN-LK-EMP
           MOVE 'MED' TO WS-BN-LK-TYPE
           PERFORM BN-PRICE-ELECTION
           IF WS-BN-GOVERNED = 'Y'
               MOVE WK-BN-COST TO WK-DED-TOT
           END-IF
      *>   2026 AKD: Remember the medical part on its own — the
      *>   arrears trim and booking in P-070 need to know which
      *>   deduction went unpaid, not just the lump.
           IF EMP-HAS-DENTAL
               ADD PAYCOM-DENTAL-COST TO WK-DED-TOT
           END-IF
      *>   2026 AKD: Likewise a dental election.
           MOVE 'DEN' TO WS-BN-LK-TYPE
           PERFORM BN-PRICE-ELECTION
           IF WS-BN-GOVERNED = 'Y'
               COMPUTE WK-DED-TOT = WK-MED-PART + WK-BN-COST
           END-IF
           COMPUTE WK-DEN-PART = WK-DED-TOT - WK-MED-PART

      *>   401(k) employee contribution
               WK-GROSS - WK-TAX-TOT - WK-DED-TOT

           MOVE 0 TO WK-ARR-TAKEN
           MOVE 0 TO WK-ARR-MED-TAKEN
           MOVE 0 TO WK-ARR-BAL

      *>   2026 AKD: Deductions the period cannot cover are
           MOVE WK-GROSS TO PAY-GROSS
           MOVE TAX-FED-AMOUNT TO PAY-FED-TAX
           MOVE TAX-STATE-AMOUNT TO PAY-STATE-TAX
           PERFORM JR-STAMP-STUB
           MOVE TAX-FICA-AMOUNT TO PAY-FICA
      *>   2026 AKD: PAY-401K carries the real deferral at last;
      *>   PAY-DENTAL the dental part (after any trim, plus any
      *>   dental arrears recouped) and PAY-MEDICAL the rest of the
      *>   deduction lump, so the stub's gross-minus-everything
      *>   arithmetic is unchanged and the earnings statement can
      *>   show the two apart.
           COMPUTE PAY-DENTAL =
               WK-DEN-PART + WK-ARR-TAKEN - WK-ARR-MED-TAKEN
           COMPUTE PAY-MEDICAL = WK-DED-TOT - WK-401K - PAY-DENTAL
           MOVE WK-401K TO PAY-401K
           MOVE WK-401K-MATCH TO PAY-401K-MATCH
           MOVE WK-NET TO PAY-NET
           IF WK-OT-PAY > 0 OR WK-DT-PAY > 0
               PERFORM ACCUM-DEPT-OT
           END-IF
           MOVE WK-SHIFT-PAY TO PAY-SHIFT-PAY
           MOVE WS-TC-HRS-SRC TO PAY-HRS-SRC

      *>   2026 AKD: PTO taken on approved timecards comes off the
      *>   balance before this period's accrual goes on — see
      *>   TC-POST-PTO.
           IF WS-TC-FOUND-IDX > 0
               IF WS-TC-PTO(WS-TC-FOUND-IDX) > 0
                   PERFORM TC-POST-PTO
               END-IF
           END-IF

      *>   2026 AKD: Accrue this period's PTO by tenure band and
      *>   carry the resulting balance on the stub — see
           END-IF

           WRITE PAY-STUB-RECORD
           PERFORM YT-POST-STUB

      *>   Write one outbound settlement record per split destination
      *>   — none at all for a check-routed employee (see the
      *>   2026 AKD: Accrued balances back to LEAVE.DAT, and the
      *>   payout rows just paid flipped to D.
           PERFORM LV-SAVE-LEAVE
      *>   2026 AKD: And the year-to-date accumulators every stub
      *>   above posted to.
           PERFORM YT-SAVE-YTD
           IF WS-LP-DIRTY = 'Y'
               PERFORM LV-SAVE-PAYOUTS
           END-IF
           DISPLAY "PAYROLL|ERRORS|" WS-ERROR-COUNT
           DISPLAY "PAYROLL|BATCH-GROSS|" WS-BATCH-GROSS
           DISPLAY "PAYROLL|BATCH-NET|" WS-BATCH-NET
      *>   2026 AKD: How much of the hourly run came from approved
      *>   time, and how many hourly employees were paid master
      *>   hours for want of it (PAYREG.cob flags each one).
           IF WS-TC-IN-USE = 'Y'
               DISPLAY "PAYROLL|TIMECARD-PAID|" WS-TC-PAID-CNT
               DISPLAY "PAYROLL|NO-APPROVED-TIME|" WS-TC-NOTIME-CNT
           END-IF
      *>   2026 AKD: Employees withheld as single for want of a
      *>   W-4 on file — each one owes HR a form.
           IF WS-W4-DEFAULT-CNT > 0
               DISPLAY "PAYROLL|W4-DEFAULTED|" WS-W4-DEFAULT-CNT
           END-IF
      *>   2026 AKD: Paychecks whose locality has no LOCALTAX.DAT
      *>   row — withheld no local tax until one is keyed.
           IF WS-JR-NOLOCAL-CNT > 0
               DISPLAY "PAYROLL|LOCAL-UNKNOWN-CNT|" WS-JR-NOLOCAL-CNT
           END-IF
      *>   2026 AKD: Stubs posted to YTD.DAT, and regular stubs a
      *>   same-day rerun did not post a second time.
           DISPLAY "PAYROLL|YTD-POSTED|" WS-YT-POSTED-CNT
           IF WS-YT-RERUN-CNT > 0
               DISPLAY "PAYROLL|YTD-RERUN-SKIPPED|" WS-YT-RERUN-CNT
           END-IF
      *>   2026 AKD: Medical/dental deductions priced from a
      *>   benefit election rather than the PAYCOM constants.
           IF WS-BN-PRICED-CNT > 0
               DISPLAY "PAYROLL|BEN-PRICED|" WS-BN-PRICED-CNT
           END-IF

      *>   2026 AKD: Per-entity control totals — one line per
      *>   legal entity that was paid this run (see ENTITY.cpy).
      *>================================================================*
       TX-COMPUTE-FED.
      *>   PMR: "Use simple bracket. Close enough for demo."
      *>   2026 AKD: It wasn't — four flat rates on the period's
      *>   gross, blind to filing status and everything else on
      *>   the employee's W-4. Withholding now follows the W-4 in
      *>   effect (W4ELECT.DAT); the work is in
      *>   W4-COMPUTE-WITHHOLDING, PERFORMed from here so the
      *>   THRU range itself gains no paragraph.
           PERFORM W4-COMPUTE-WITHHOLDING.

      *>   2026 AKD: State tax — looks up EMP-STATE-CODE in
      *>   STATE-TAX-TABLE instead of the old flat 7.25% (which
      *>   ignored EMP-STATE-CODE and PAYCOM-STATE-RATE both).
      *>   2026 AKD: One state was never the whole story — the
      *>   resident state, reciprocity and local tax are decided in
      *>   JR-COMPUTE-STATE-LOCAL, PERFORMed from here so the THRU
      *>   range itself gains no paragraph.
       TX-COMPUTE-STATE.
           PERFORM JR-COMPUTE-STATE-LOCAL.

      *>   FICA
       TX-COMPUTE-FICA.
       TX-COMPUTE-TOTAL.
           COMPUTE TAX-TOTAL-AMOUNT =
               TAX-FED-AMOUNT + TAX-STATE-AMOUNT +
               TAX-FICA-AMOUNT + TAX-LOCAL-AMOUNT.

       TX-COMPUTE-EXIT.
           EXIT.
           MOVE 0.0450 TO STATE-TAX-RATE(10)
           MOVE 'NORTH CAROLINA' TO STATE-TAX-NAME(10).

      *>================================================================*
      *>  TX-INIT-FED-TABLE: Populate FED-PCT-TABLE/FED-PCT-RATES
      *>  2026 AKD: Same hardcoded-literal shape as
      *>  TX-INIT-STATE-TABLE above. Pub. 15-T annual percentage
      *>  method floors — standard schedules first (S, M, H), then
      *>  the Step 2 checkbox schedules — and the seven rates they
      *>  share. Update annually with the new Pub. 15-T. Outside the
      *>  TX-COMPUTE-FED THRU TX-COMPUTE-EXIT range, like its twin.
      *>================================================================*
       TX-INIT-FED-TABLE.
           MOVE 'S' TO FED-PCT-STATUS(1)
           MOVE 'N' TO FED-PCT-STEP2(1)
           MOVE 6400.00 TO FED-PCT-FLOOR(1, 1)
           MOVE 18325.00 TO FED-PCT-FLOOR(1, 2)
           MOVE 54875.00 TO FED-PCT-FLOOR(1, 3)
           MOVE 109750.00 TO FED-PCT-FLOOR(1, 4)
           MOVE 203700.00 TO FED-PCT-FLOOR(1, 5)
           MOVE 256925.00 TO FED-PCT-FLOOR(1, 6)
           MOVE 632750.00 TO FED-PCT-FLOOR(1, 7)
           MOVE 'M' TO FED-PCT-STATUS(2)
           MOVE 'N' TO FED-PCT-STEP2(2)
           MOVE 17100.00 TO FED-PCT-FLOOR(2, 1)
           MOVE 40950.00 TO FED-PCT-FLOOR(2, 2)
           MOVE 114050.00 TO FED-PCT-FLOOR(2, 3)
           MOVE 223800.00 TO FED-PCT-FLOOR(2, 4)
           MOVE 411700.00 TO FED-PCT-FLOOR(2, 5)
           MOVE 518150.00 TO FED-PCT-FLOOR(2, 6)
           MOVE 768700.00 TO FED-PCT-FLOOR(2, 7)
           MOVE 'H' TO FED-PCT-STATUS(3)
           MOVE 'N' TO FED-PCT-STEP2(3)
           MOVE 13900.00 TO FED-PCT-FLOOR(3, 1)
           MOVE 30900.00 TO FED-PCT-FLOOR(3, 2)
           MOVE 78750.00 TO FED-PCT-FLOOR(3, 3)
           MOVE 117250.00 TO FED-PCT-FLOOR(3, 4)
           MOVE 211200.00 TO FED-PCT-FLOOR(3, 5)
           MOVE 264400.00 TO FED-PCT-FLOOR(3, 6)
           MOVE 640250.00 TO FED-PCT-FLOOR(3, 7)
           MOVE 'S' TO FED-PCT-STATUS(4)
           MOVE 'Y' TO FED-PCT-STEP2(4)
           MOVE 7500.00 TO FED-PCT-FLOOR(4, 1)
           MOVE 13462.50 TO FED-PCT-FLOOR(4, 2)
           MOVE 31737.50 TO FED-PCT-FLOOR(4, 3)
           MOVE 59175.00 TO FED-PCT-FLOOR(4, 4)
           MOVE 106150.00 TO FED-PCT-FLOOR(4, 5)
           MOVE 132762.50 TO FED-PCT-FLOOR(4, 6)
           MOVE 320675.00 TO FED-PCT-FLOOR(4, 7)
           MOVE 'M' TO FED-PCT-STATUS(5)
           MOVE 'Y' TO FED-PCT-STEP2(5)
           MOVE 15000.00 TO FED-PCT-FLOOR(5, 1)
           MOVE 26925.00 TO FED-PCT-FLOOR(5, 2)
           MOVE 63475.00 TO FED-PCT-FLOOR(5, 3)
           MOVE 118350.00 TO FED-PCT-FLOOR(5, 4)
           MOVE 212300.00 TO FED-PCT-FLOOR(5, 5)
           MOVE 265525.00 TO FED-PCT-FLOOR(5, 6)
           MOVE 390800.00 TO FED-PCT-FLOOR(5, 7)
           MOVE 'H' TO FED-PCT-STATUS(6)
           MOVE 'Y' TO FED-PCT-STEP2(6)
           MOVE 11250.00 TO FED-PCT-FLOOR(6, 1)
           MOVE 19750.00 TO FED-PCT-FLOOR(6, 2)
           MOVE 43675.00 TO FED-PCT-FLOOR(6, 3)
           MOVE 62925.00 TO FED-PCT-FLOOR(6, 4)
           MOVE 109900.00 TO FED-PCT-FLOOR(6, 5)
           MOVE 136500.00 TO FED-PCT-FLOOR(6, 6)
           MOVE 324425.00 TO FED-PCT-FLOOR(6, 7)
           MOVE 0.1000 TO FED-PCT-RATE(1)
           MOVE 0.1200 TO FED-PCT-RATE(2)
           MOVE 0.2200 TO FED-PCT-RATE(3)
           MOVE 0.2400 TO FED-PCT-RATE(4)
           MOVE 0.3200 TO FED-PCT-RATE(5)
           MOVE 0.3500 TO FED-PCT-RATE(6)
           MOVE 0.3700 TO FED-PCT-RATE(7).

      *>================================================================*
      *>  TX-LOOKUP-STATE-RATE: Resolve EMP-STATE-CODE to a rate
      *>  2026 AKD: Same search-a-table-in-its-own-paragraph shape as
      *>  ACCOUNTS.cob's FIND-ACCOUNT. Falls back to PAYCOM-STATE-RATE
      *>  when EMP-STATE-CODE is blank (every record written before
      *>  this field existed) or matches no table entry.
      *>  2026 AKD: Keyed on WS-ST-LOOKUP-CODE now — the caller
      *>  asks for the work state or the resident state.
      *>================================================================*
       TX-LOOKUP-STATE-RATE.
           MOVE 'N' TO WS-STATE-FOUND-FLAG
           MOVE PAYCOM-STATE-RATE TO TAX-WORK-RATE
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > 10
               IF STATE-TAX-CODE(WS-STATE-IDX) = WS-ST-LOOKUP-CODE
                   MOVE STATE-TAX-RATE(WS-STATE-IDX) TO TAX-WORK-RATE
                   MOVE 'Y' TO WS-STATE-FOUND-FLAG
                   EXIT PERFORM
      *>   FICA paragraphs the regular run uses — PERFORM THRU, same
      *>   range P-050 already calls.
           MOVE WS-OC-AMOUNT TO TAX-GROSS-PAY
           MOVE EMP-ID TO WS-W4-EMP-ID
           MOVE 'Y' TO WS-W4-SUPPL
           SET TAX-OK TO TRUE
           PERFORM TX-COMPUTE-FED THRU TX-COMPUTE-EXIT

           MOVE WS-OC-AMOUNT TO PAY-GROSS
           MOVE TAX-FED-AMOUNT TO PAY-FED-TAX
           MOVE TAX-STATE-AMOUNT TO PAY-STATE-TAX
           PERFORM JR-STAMP-STUB
           MOVE TAX-FICA-AMOUNT TO PAY-FICA
           MOVE 0 TO PAY-MEDICAL
           MOVE 0 TO PAY-DENTAL
           MOVE 0 TO PAY-ARR-TAKEN
           MOVE 0 TO PAY-ARR-BAL
           MOVE SPACES TO PAY-ENTITY
           MOVE 0 TO PAY-SHIFT-PAY
           MOVE SPACE TO PAY-HRS-SRC
           PERFORM EN-RESOLVE-ENTITY
           MOVE WS-EMP-ENTITY TO PAY-ENTITY

               OPEN OUTPUT PAYSTUB-FILE
           END-IF
           WRITE PAY-STUB-RECORD
           PERFORM YT-POST-STUB
           CLOSE PAYSTUB-FILE
           PERFORM YT-SAVE-YTD

      *>   No outbound settlement for a check-routed payment — the
      *>   same rule P-070 applies
       LV-PAY-ONE.
           MOVE LP-STATE TO EMP-STATE-CODE
           MOVE LP-GROSS TO TAX-GROSS-PAY
           MOVE LP-EMP-ID TO WS-W4-EMP-ID
           MOVE 'Y' TO WS-W4-SUPPL
           SET TAX-OK TO TRUE
           PERFORM TX-COMPUTE-FED THRU TX-COMPUTE-EXIT
           IF TAX-ERROR
           MOVE LP-GROSS TO PAY-GROSS
           MOVE TAX-FED-AMOUNT TO PAY-FED-TAX
           MOVE TAX-STATE-AMOUNT TO PAY-STATE-TAX
           PERFORM JR-STAMP-STUB
           MOVE TAX-FICA-AMOUNT TO PAY-FICA
           MOVE 0 TO PAY-MEDICAL
           MOVE 0 TO PAY-DENTAL
           MOVE 0 TO PAY-ARR-TAKEN
           MOVE 0 TO PAY-ARR-BAL
           MOVE SPACES TO PAY-ENTITY
           MOVE 0 TO PAY-SHIFT-PAY
           MOVE SPACE TO PAY-HRS-SRC
           WRITE PAY-STUB-RECORD
           PERFORM YT-POST-STUB

           IF WS-PAY-BY-CHECK = 'N'
               MOVE LP-ACCT TO WS-OB-ACCT
           END-IF
           MOVE "MED" TO WS-AR-BOOK-CODE
           PERFORM AR-RECOUP-ONE-CODE
           MOVE WK-ARR-TAKEN TO WK-ARR-MED-TAKEN
           MOVE "DEN" TO WS-AR-BOOK-CODE
           PERFORM AR-RECOUP-ONE-CODE
           PERFORM AR-SUM-EMP-BALANCE
           END-PERFORM
           CLOSE ARREARS-FILE.

      *>================================================================*
      *>  TC-LOAD-TIMECARDS and friends: Time and attendance
      *>  (2026 AKD). TIMECARD.DAT's cards for the run day (the
      *>  pay date TIMECARD.cob stamped on each at import) are
      *>  summed per employee before P-010. An hourly employee with
      *>  approved cards is priced from them by TC-PRICE-HOURS out
      *>  of P-045; one without is paid the standing master hours
      *>  as before and reported, as is any card still pending or
      *>  rejected — PAYREG.cob flags both on the register. PTO
      *>  taken on approved cards comes off LEAVE.DAT in P-070 via
      *>  TC-POST-PTO. Plain PERFORM paragraphs outside the
      *>  ALTER/GO TO chain, same rule as the checkpoint code.
      *>================================================================*

      *> -------------------------------------------------------
      *> TC-LOAD-TIMECARDS: Sum the run day's cards. A group-
      *> selected run only counts its own group's cards toward
      *> WS-TC-IN-USE. A missing file is the legacy shop — no
      *> time system, master hours for everyone, nothing said.
      *> -------------------------------------------------------
       TC-LOAD-TIMECARDS.
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
               IF TC-PAY-DATE = WS-RUN-DAY
                   AND (WS-RUN-GROUP = SPACES
                       OR TC-GROUP = WS-RUN-GROUP)
                   MOVE 'Y' TO WS-TC-IN-USE
                   PERFORM TC-ADD-CARD
               END-IF
           END-PERFORM.

       TC-ADD-CARD.
           MOVE 0 TO WS-TC-FOUND-IDX
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-COUNT
               IF WS-TC-EMP(WS-TC-IDX) = TC-EMP-ID
                   MOVE WS-TC-IDX TO WS-TC-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TC-FOUND-IDX = 0
               IF WS-TC-COUNT >= 100
                   DISPLAY "PAYROLL|TIMECARD-TABLE-FULL|" TC-EMP-ID
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
      *> TC-FIND-CARDS: The current employee's row (zero when the
      *> employee has no cards for the run day), and the two
      *> conditions worth a line on SYSOUT when the pay date has
      *> time at all: cards nobody approved, and an hourly
      *> employee with no approved time who falls back to the
      *> standing master hours.
      *> -------------------------------------------------------
       TC-FIND-CARDS.
           MOVE 0 TO WS-TC-FOUND-IDX
           IF WS-TC-IN-USE = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-COUNT
               IF WS-TC-EMP(WS-TC-IDX) = EMP-ID
                   MOVE WS-TC-IDX TO WS-TC-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TC-FOUND-IDX > 0
               IF WS-TC-OPEN(WS-TC-FOUND-IDX) > 0
                   DISPLAY "PAYROLL|TIMECARD-UNAPPROVED|" EMP-ID "|"
                       WS-TC-OPEN(WS-TC-FOUND-IDX)
               END-IF
           END-IF
           IF EMP-HOURLY
               IF WS-TC-FOUND-IDX = 0
                   ADD 1 TO WS-TC-NOTIME-CNT
                   DISPLAY "PAYROLL|NO-APPROVED-TIME|" EMP-ID
               ELSE
                   IF WS-TC-APPR(WS-TC-FOUND-IDX) = 0
                       ADD 1 TO WS-TC-NOTIME-CNT
                       DISPLAY "PAYROLL|NO-APPROVED-TIME|" EMP-ID
                   END-IF
               END-IF
           END-IF.

      *> -------------------------------------------------------
      *> TC-PRICE-HOURS: An hourly period from approved time. The
      *> time system has already coded each hour, so the codes
      *> decide the pay rather than P-045's thresholds: regular,
      *> holiday, and PTO hours at the straight rate; overtime
      *> hours at WK-M2; the differential premium
      *> (PAYCOM-SHIFT-DIFF) on each differential-shift hour, on
      *> top. No double time — the clock codes no such hour. One
      *> product per COMPUTE.
      *> -------------------------------------------------------
       TC-PRICE-HOURS.
           COMPUTE WK-TC-HRS = WS-TC-REG(WS-TC-FOUND-IDX)
               + WS-TC-HOL(WS-TC-FOUND-IDX)
               + WS-TC-PTO(WS-TC-FOUND-IDX)
           COMPUTE WK-REG-PAY ROUNDED =
               EMP-HOURLY-RATE * WK-TC-HRS
           MOVE WS-TC-OT(WS-TC-FOUND-IDX) TO WK-OT-HRS
           COMPUTE WK-OT-PAY ROUNDED =
               EMP-HOURLY-RATE * WK-M2 * WK-OT-HRS
           MOVE 0 TO WK-DT-HRS
           MOVE 0 TO WK-DT-PAY
           COMPUTE WK-SHIFT-PAY ROUNDED =
               PAYCOM-SHIFT-DIFF * WS-TC-SHF(WS-TC-FOUND-IDX)
           COMPUTE WK-GROSS = WK-REG-PAY + WK-OT-PAY + WK-SHIFT-PAY
           MOVE 'T' TO WS-TC-HRS-SRC
           ADD 1 TO WS-TC-PAID-CNT.

      *> -------------------------------------------------------
      *> TC-POST-PTO: The approved PTO hours off the employee's
      *> LEAVE.DAT balance and onto used-this-year. Guarded the
      *> same way as the accrual it runs just ahead of: a row
      *> already accrued today was posted by an earlier run of
      *> this same day. TIMECARD.cob refused approval past the
      *> balance; a balance that shrank since (EMPMAINT.cob
      *> LEAVE-USE) goes negative here and is reported, not
      *> hidden — the hours were worked-off time, already paid.
      *> -------------------------------------------------------
       TC-POST-PTO.
           PERFORM LV-FIND-OR-ADD
           IF WS-LV-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LV-STAT(WS-LV-FOUND-IDX) = 'P'
               EXIT PARAGRAPH
           END-IF
           IF WS-LV-LAST(WS-LV-FOUND-IDX) = WS-RUN-DAY
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-TC-PTO(WS-TC-FOUND-IDX)
               FROM WS-LV-BAL(WS-LV-FOUND-IDX)
           ADD WS-TC-PTO(WS-TC-FOUND-IDX)
               TO WS-LV-USED(WS-LV-FOUND-IDX)
           DISPLAY "PAYROLL|PTO-TAKEN|" EMP-ID "|"
               WS-TC-PTO(WS-TC-FOUND-IDX)
           IF WS-LV-BAL(WS-LV-FOUND-IDX) < 0
               DISPLAY "PAYROLL|PTO-OVERDRAWN|" EMP-ID
           END-IF.

      *>================================================================*
      *>  W4-LOAD-ELECTIONS and friends: Federal withholding from
      *>  the employee's W-4 (2026 AKD). W4ELECT.DAT's election in
      *>  effect on the run day is picked per employee before either
      *>  mode runs; TX-COMPUTE-FED hands off to
      *>  W4-COMPUTE-WITHHOLDING, which withholds by Pub. 15-T's
      *>  annualized percentage method (Worksheet 1A) from the
      *>  schedules TX-INIT-FED-TABLE loads — or, for a one-off
      *>  supplemental payment, at PAYCOM-FED-SUPPL-RATE flat.
      *>  Plain PERFORM paragraphs outside the TX-COMPUTE-FED THRU
      *>  TX-COMPUTE-EXIT range, so none of them joins it.
      *>================================================================*

      *> -------------------------------------------------------
      *> W4-LOAD-ELECTIONS: Per employee, the row with the latest
      *> effective date on or before the run day — a later row
      *> winning a tie, the same pick EMPMAINT.cob's W4-SHOW
      *> marks IN-EFFECT. A missing file is a shop with no W-4s
      *> on file yet: everyone withheld as single.
      *> -------------------------------------------------------
       W4-LOAD-ELECTIONS.
           MOVE 0 TO WS-W4-COUNT
           OPEN INPUT W4ELECT-FILE
           IF WS-W4-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ W4ELECT-FILE
                   AT END
                       CLOSE W4ELECT-FILE
                       EXIT PERFORM
               END-READ
               IF W4-EFF-DATE NOT > WS-RUN-DAY
                   PERFORM W4-ADD-ELECTION
               END-IF
           END-PERFORM.

       W4-ADD-ELECTION.
           MOVE W4-EMP-ID TO WS-W4-EMP-ID
           PERFORM W4-FIND-EMP
           IF WS-W4-FOUND-IDX = 0
               IF WS-W4-COUNT >= 100
                   DISPLAY "PAYROLL|W4-TABLE-FULL|" W4-EMP-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-W4-COUNT
               MOVE WS-W4-COUNT TO WS-W4-FOUND-IDX
           ELSE
               IF W4-EFF-DATE < WS-W4-EFF(WS-W4-FOUND-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE W4-EMP-ID TO WS-W4-EMP(WS-W4-FOUND-IDX)
           MOVE W4-EFF-DATE TO WS-W4-EFF(WS-W4-FOUND-IDX)
           MOVE W4-ELECTION-RECORD TO WS-W4-REC(WS-W4-FOUND-IDX).

       W4-FIND-EMP.
           MOVE 0 TO WS-W4-FOUND-IDX
           PERFORM VARYING WS-W4-IDX FROM 1 BY 1
                   UNTIL WS-W4-IDX > WS-W4-COUNT
               IF WS-W4-EMP(WS-W4-IDX) = WS-W4-EMP-ID
                   MOVE WS-W4-IDX TO WS-W4-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> W4-SET-DEFAULT: What the IRS says to withhold for an
      *> employee with no valid W-4 — single, Step 2 unchecked,
      *> no adjustments.
      *> -------------------------------------------------------
       W4-SET-DEFAULT.
           MOVE SPACES TO W4-ELECTION-RECORD
           MOVE WS-W4-EMP-ID TO W4-EMP-ID
           MOVE 0 TO W4-EFF-DATE
           MOVE 'S' TO W4-FILING-STATUS
           MOVE 'N' TO W4-MULTI-JOBS
           MOVE 0 TO W4-DEP-CREDIT
           MOVE 0 TO W4-OTHER-INCOME
           MOVE 0 TO W4-DEDUCTIONS
           MOVE 0 TO W4-EXTRA-WH
           MOVE 'N' TO W4-EXEMPT
           MOVE 0 TO W4-EXEMPT-EXPIRES.

      *> -------------------------------------------------------
      *> W4-COMPUTE-WITHHOLDING: TAX-FED-AMOUNT for WS-W4-EMP-ID
      *> on TAX-GROSS-PAY. The caller says which kind of pay it
      *> is: WS-W4-SUPPL 'N' for the regular period's wages, 'Y'
      *> for off-cycle, leave payout, and retro stubs. An
      *> exemption still in force withholds nothing from either;
      *> a lapsed one is withheld as single until a new form is
      *> filed. Regular wages (Worksheet 1A):
      *>   annual  = gross x WK-PERIODS + Step 4(a) - Step 4(b)
      *>             - line 1g adjustment when Step 2 unchecked
      *>   tax     = the schedule for status/Step 2 applied to it
      *>   per pay = tax / periods - Step 3 / periods (not below
      *>             zero) + Step 4(c)
      *> Annualized by WK-PERIODS, the same 26 P-040 divides the
      *> salary by — whatever the pay group, the period's gross
      *> is 1/26 of a year's pay.
      *> -------------------------------------------------------
       W4-COMPUTE-WITHHOLDING.
           MOVE 0 TO TAX-FED-AMOUNT
           PERFORM W4-FIND-EMP
           IF WS-W4-FOUND-IDX = 0
               PERFORM W4-SET-DEFAULT
               IF WS-W4-SUPPL = 'N'
                   ADD 1 TO WS-W4-DEFAULT-CNT
               END-IF
           ELSE
               MOVE WS-W4-REC(WS-W4-FOUND-IDX) TO W4-ELECTION-RECORD
           END-IF

           IF W4-CLAIMS-EXEMPT
               IF W4-EXEMPT-EXPIRES NOT < WS-RUN-DAY
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "PAYROLL|W4-EXEMPT-EXPIRED|" WS-W4-EMP-ID
               PERFORM W4-SET-DEFAULT
           END-IF

           IF WS-W4-SUPPL = 'Y'
               COMPUTE TAX-FED-AMOUNT ROUNDED =
                   TAX-GROSS-PAY * PAYCOM-FED-SUPPL-RATE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-W4-ANNUAL =
               TAX-GROSS-PAY * WK-PERIODS
               + W4-OTHER-INCOME - W4-DEDUCTIONS
           IF NOT W4-STEP2-CHECKED
               IF W4-JOINT
                   SUBTRACT PAYCOM-W4-ADJ-JOINT FROM WK-W4-ANNUAL
               ELSE
                   SUBTRACT PAYCOM-W4-ADJ-OTHER FROM WK-W4-ANNUAL
               END-IF
           END-IF
           IF WK-W4-ANNUAL < 0
               MOVE 0 TO WK-W4-ANNUAL
           END-IF

           MOVE 'N' TO WS-W4-STEP2-KEY
           IF W4-STEP2-CHECKED
               MOVE 'Y' TO WS-W4-STEP2-KEY
           END-IF
           MOVE 1 TO WS-W4-SCHED
           PERFORM VARYING WS-W4-IDX FROM 1 BY 1
                   UNTIL WS-W4-IDX > 6
               IF FED-PCT-STATUS(WS-W4-IDX) = W4-FILING-STATUS
                   AND FED-PCT-STEP2(WS-W4-IDX) = WS-W4-STEP2-KEY
                   MOVE WS-W4-IDX TO WS-W4-SCHED
                   EXIT PERFORM
               END-IF
           END-PERFORM

      *>   Each bracket taxes the slice of annual wage between its
      *>   floor and the next one's (the top bracket, everything
      *>   above its floor) — Pub. 15-T's columns C and D.
           MOVE 0 TO WK-W4-TAX
           PERFORM VARYING WS-W4-BR FROM 1 BY 1
                   UNTIL WS-W4-BR > 7
               IF WK-W4-ANNUAL > FED-PCT-FLOOR(WS-W4-SCHED, WS-W4-BR)
                   MOVE WK-W4-ANNUAL TO WK-W4-SLICE-TOP
                   IF WS-W4-BR < 7
                       COMPUTE WS-W4-NEXT = WS-W4-BR + 1
                       IF WK-W4-ANNUAL >
                           FED-PCT-FLOOR(WS-W4-SCHED, WS-W4-NEXT)
                           MOVE FED-PCT-FLOOR(WS-W4-SCHED, WS-W4-NEXT)
                               TO WK-W4-SLICE-TOP
                       END-IF
                   END-IF
                   COMPUTE WK-W4-TAX = WK-W4-TAX
                       + (WK-W4-SLICE-TOP
                          - FED-PCT-FLOOR(WS-W4-SCHED, WS-W4-BR))
                       * FED-PCT-RATE(WS-W4-BR)
               END-IF
           END-PERFORM

           COMPUTE TAX-FED-AMOUNT ROUNDED =
               (WK-W4-TAX - W4-DEP-CREDIT) / WK-PERIODS
           IF TAX-FED-AMOUNT < 0
               MOVE 0 TO TAX-FED-AMOUNT
           END-IF
           ADD W4-EXTRA-WH TO TAX-FED-AMOUNT.

      *>================================================================*
      *>  JR-LOAD-JURISDICTIONS and friends: State and local income
      *>  tax by jurisdiction (2026 AKD). The work state withholds
      *>  at its rate; an employee living in another state with a
      *>  higher rate is withheld the difference for that state too
      *>  (it credits what the work state took) — unless the two
      *>  states have a reciprocity agreement (STRECIP.DAT), when
      *>  only the resident state withholds. A locality on the
      *>  master (LOCALTAX.DAT) adds its resident or nonresident
      *>  rate. Supplemental stubs withhold the same way — the
      *>  state rates here are already flat. Plain PERFORM
      *>  paragraphs outside the TX-COMPUTE-FED THRU
      *>  TX-COMPUTE-EXIT range, like the W4- family above.
      *>================================================================*

      *> -------------------------------------------------------
      *> JR-LOAD-JURISDICTIONS: Both rate files whole, and each
      *> employee's resident state and locality. A missing rate
      *> file is a shop with no localities or agreements on file.
      *> -------------------------------------------------------
       JR-LOAD-JURISDICTIONS.
           MOVE 0 TO WS-LT-COUNT
           OPEN INPUT LOCALTAX-FILE
           IF WS-JR-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ LOCALTAX-FILE
                       AT END
                           CLOSE LOCALTAX-FILE
                           EXIT PERFORM
                   END-READ
                   IF WS-LT-COUNT < 50
                       ADD 1 TO WS-LT-COUNT
                       MOVE LT-CODE TO WS-LT-CODE(WS-LT-COUNT)
                       MOVE LOCAL-TAX-RECORD TO WS-LT-REC(WS-LT-COUNT)
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO WS-RC-COUNT
           OPEN INPUT STRECIP-FILE
           IF WS-JR-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ STRECIP-FILE
                       AT END
                           CLOSE STRECIP-FILE
                           EXIT PERFORM
                   END-READ
                   IF WS-RC-COUNT < 100
                       ADD 1 TO WS-RC-COUNT
                       MOVE STATE-RECIP-RECORD
                           TO WS-RC-PAIR(WS-RC-COUNT)
                   END-IF
               END-PERFORM
           END-IF

      *>   The employee master is read again properly by P-010 or
      *>   OC-RUN-SUPPLEMENTAL; a failure to open it is theirs to
      *>   report.
           MOVE 0 TO WS-JR-COUNT
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
               IF WS-JR-COUNT < 100
                   AND (EMP-RES-STATE NOT = SPACES
                        OR EMP-LOCAL-CODE NOT = SPACES)
                   ADD 1 TO WS-JR-COUNT
                   MOVE EMP-ID TO WS-JR-EMP(WS-JR-COUNT)
                   MOVE EMP-RES-STATE TO WS-JR-RES-ST(WS-JR-COUNT)
                   MOVE EMP-LOCAL-CODE TO WS-JR-LCL(WS-JR-COUNT)
                   MOVE EMP-LOCAL-RES TO WS-JR-LCL-RES(WS-JR-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> JR-COMPUTE-STATE-LOCAL: TAX-ST1/TAX-ST2 and their sum in
      *> TAX-STATE-AMOUNT, then the local tax, for WS-W4-EMP-ID
      *> working in EMP-STATE-CODE. An employee with no resident
      *> state on file lives where they work — one state, exactly
      *> the withholding every employee had before.
      *> -------------------------------------------------------
       JR-COMPUTE-STATE-LOCAL.
           MOVE EMP-STATE-CODE TO WS-JR-WORK
           MOVE SPACES TO WS-JR-RES
           MOVE SPACES TO WS-JR-LOCAL
           MOVE SPACES TO WS-JR-LOCAL-RES
           MOVE 0 TO WS-JR-FOUND-IDX
           PERFORM VARYING WS-JR-IDX FROM 1 BY 1
                   UNTIL WS-JR-IDX > WS-JR-COUNT
               IF WS-JR-EMP(WS-JR-IDX) = WS-W4-EMP-ID
                   MOVE WS-JR-IDX TO WS-JR-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-JR-FOUND-IDX > 0
               MOVE WS-JR-RES-ST(WS-JR-FOUND-IDX) TO WS-JR-RES
               MOVE WS-JR-LCL(WS-JR-FOUND-IDX) TO WS-JR-LOCAL
               MOVE WS-JR-LCL-RES(WS-JR-FOUND-IDX) TO WS-JR-LOCAL-RES
           END-IF
           IF WS-JR-RES = SPACES
               MOVE WS-JR-WORK TO WS-JR-RES
           END-IF

           MOVE SPACES TO TAX-ST2-CODE
           MOVE 0 TO TAX-ST1-AMOUNT
           MOVE 0 TO TAX-ST2-AMOUNT
           MOVE WS-JR-WORK TO WS-ST-LOOKUP-CODE
           PERFORM TX-LOOKUP-STATE-RATE
           MOVE TAX-WORK-RATE TO WK-JR-WORK-RATE
           MOVE WS-JR-WORK TO TAX-ST1-CODE
           COMPUTE TAX-ST1-AMOUNT ROUNDED =
               TAX-GROSS-PAY * WK-JR-WORK-RATE

           IF WS-JR-RES NOT = WS-JR-WORK
               MOVE WS-JR-RES TO WS-ST-LOOKUP-CODE
               PERFORM TX-LOOKUP-STATE-RATE
               MOVE TAX-WORK-RATE TO WK-JR-RES-RATE
               MOVE WS-JR-WORK TO WS-JR-PAIR(1:2)
               MOVE WS-JR-RES TO WS-JR-PAIR(3:2)
               MOVE 'N' TO WS-JR-RECIP
               PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                       UNTIL WS-RC-IDX > WS-RC-COUNT
                   IF WS-RC-PAIR(WS-RC-IDX) = WS-JR-PAIR
                       MOVE 'Y' TO WS-JR-RECIP
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-JR-RECIP = 'Y'
                   MOVE WS-JR-RES TO TAX-ST1-CODE
                   COMPUTE TAX-ST1-AMOUNT ROUNDED =
                       TAX-GROSS-PAY * WK-JR-RES-RATE
               ELSE
                   MOVE WS-JR-RES TO TAX-ST2-CODE
                   IF WK-JR-RES-RATE > WK-JR-WORK-RATE
                       COMPUTE TAX-ST2-AMOUNT ROUNDED =
                           TAX-GROSS-PAY
                           * (WK-JR-RES-RATE - WK-JR-WORK-RATE)
                   END-IF
               END-IF
           END-IF
           COMPUTE TAX-STATE-AMOUNT =
               TAX-ST1-AMOUNT + TAX-ST2-AMOUNT

           MOVE WS-JR-LOCAL TO TAX-LOCAL-CODE
           MOVE 0 TO TAX-LOCAL-AMOUNT
           IF WS-JR-LOCAL NOT = SPACES
               PERFORM JR-COMPUTE-LOCAL
           END-IF.

      *> -------------------------------------------------------
      *> JR-COMPUTE-LOCAL: The locality's resident rate for an
      *> employee who lives there, its nonresident rate for one
      *> who only works there. A code with no LOCALTAX.DAT row
      *> withholds nothing and says so; neither it nor a locality
      *> that does not tax this employee (a zero rate — resident-
      *> only for a commuter) is stamped on the stub, so no W-2
      *> box 20 reports it.
      *> -------------------------------------------------------
       JR-COMPUTE-LOCAL.
           MOVE 0 TO WS-LT-FOUND-IDX
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-CODE(WS-LT-IDX) = WS-JR-LOCAL
                   MOVE WS-LT-IDX TO WS-LT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LT-FOUND-IDX = 0
               DISPLAY "PAYROLL|LOCAL-UNKNOWN|" WS-W4-EMP-ID "|"
                   WS-JR-LOCAL
               ADD 1 TO WS-JR-NOLOCAL-CNT
               MOVE SPACES TO TAX-LOCAL-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LT-REC(WS-LT-FOUND-IDX) TO LOCAL-TAX-RECORD
           IF WS-JR-LOCAL-RES = 'Y'
               MOVE LT-RES-RATE TO WK-JR-LOCAL-RATE
           ELSE
               MOVE LT-NONRES-RATE TO WK-JR-LOCAL-RATE
           END-IF
           IF WK-JR-LOCAL-RATE = 0
               MOVE SPACES TO TAX-LOCAL-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE TAX-LOCAL-AMOUNT ROUNDED =
               TAX-GROSS-PAY * WK-JR-LOCAL-RATE.

      *> -------------------------------------------------------
      *> JR-STAMP-STUB: The jurisdiction split onto the stub
      *> being built, beside PAY-STATE-TAX — every stub writer
      *> PERFORMs it.
      *> -------------------------------------------------------
       JR-STAMP-STUB.
           MOVE TAX-ST1-CODE TO PAY-ST1-CODE
           MOVE TAX-ST1-AMOUNT TO PAY-ST1-TAX
           MOVE TAX-ST2-CODE TO PAY-ST2-CODE
           MOVE TAX-ST2-AMOUNT TO PAY-ST2-TAX
           MOVE TAX-LOCAL-CODE TO PAY-LOCAL-CODE
           MOVE TAX-LOCAL-AMOUNT TO PAY-LOCAL-TAX.

      *>================================================================*
      *>  BN-LOAD-BENEFITS and friends: Benefit elections (2026
      *>  AKD). Per employee and plan type, the BENELECT.cpy row
      *>  governing the run day prices P-060's medical and dental
      *>  deduction from BENRATE.DAT — the monthly employee share
      *>  for its plan and tier, twelve months over WK-PERIODS.
      *>  An employee with no election governing keeps the PAYCOM
      *>  price for the master's code. Plain PERFORM paragraphs
      *>  outside the ALTER/GO TO chain.
      *>================================================================*

      *> -------------------------------------------------------
      *> BN-LOAD-BENEFITS: The governing election per employee
      *> and plan type — latest effective date on or before the
      *> run day, a later row winning a tie, the same pick
      *> EMPMAINT.cob's BEN-SHOW marks IN-EFFECT — and every rate
      *> row. A missing file is a shop with none on file yet.
      *> -------------------------------------------------------
       BN-LOAD-BENEFITS.
           MOVE 0 TO WS-BN-COUNT
           MOVE 0 TO WS-BR-COUNT
           OPEN INPUT BENELECT-FILE
           IF WS-BN-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ BENELECT-FILE
                       AT END
                           CLOSE BENELECT-FILE
                           EXIT PERFORM
                   END-READ
                   IF BEN-EFF-DATE NOT > WS-RUN-DAY
                       PERFORM BN-ADD-ELECTION
                   END-IF
               END-PERFORM
           END-IF
           OPEN INPUT BENRATE-FILE
           IF WS-BN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BENRATE-FILE
                   AT END
                       CLOSE BENRATE-FILE
                       EXIT PERFORM
               END-READ
               IF WS-BR-COUNT >= 100
                   DISPLAY "PAYROLL|BEN-RATE-TABLE-FULL|"
                       RATE-PLAN-CODE
               ELSE
                   ADD 1 TO WS-BR-COUNT
                   MOVE BEN-RATE-RECORD TO WS-BR-REC(WS-BR-COUNT)
               END-IF
           END-PERFORM.

       BN-ADD-ELECTION.
           MOVE BEN-EMP-ID TO WS-BN-LK-EMP
           MOVE BEN-PLAN-TYPE TO WS-BN-LK-TYPE
           PERFORM BN-FIND-ELECTION
           IF WS-BN-FOUND-IDX = 0
               IF WS-BN-COUNT >= 200
                   DISPLAY "PAYROLL|BEN-TABLE-FULL|" BEN-EMP-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BN-COUNT
               MOVE WS-BN-COUNT TO WS-BN-FOUND-IDX
           ELSE
               IF BEN-EFF-DATE < WS-BN-EFF(WS-BN-FOUND-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-BN-LOOKUP TO WS-BN-KEY(WS-BN-FOUND-IDX)
           MOVE BEN-EFF-DATE TO WS-BN-EFF(WS-BN-FOUND-IDX)
           MOVE BEN-ELECTION-RECORD TO WS-BN-REC(WS-BN-FOUND-IDX).

       BN-FIND-ELECTION.
           MOVE 0 TO WS-BN-FOUND-IDX
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                   UNTIL WS-BN-IDX > WS-BN-COUNT
               IF WS-BN-KEY(WS-BN-IDX) = WS-BN-LOOKUP
                   MOVE WS-BN-IDX TO WS-BN-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> BN-PRICE-ELECTION: WS-BN-LOOKUP's plan type for P-060.
      *> A waiver, or a termination date before the run day,
      *> governs at zero. A covered election with no rate on the
      *> run day is flagged and deducts nothing — benefits keys
      *> the rate, the next run picks it up.
      *> -------------------------------------------------------
       BN-PRICE-ELECTION.
           MOVE 'N' TO WS-BN-GOVERNED
           MOVE 0 TO WK-BN-COST
           PERFORM BN-FIND-ELECTION
           IF WS-BN-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-BN-GOVERNED
           MOVE WS-BN-REC(WS-BN-FOUND-IDX) TO BEN-ELECTION-RECORD
           IF BEN-WAIVED
               OR (BEN-TERM-DATE NOT = 0
                   AND BEN-TERM-DATE < WS-RUN-DAY)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BR-FOUND
           MOVE 0 TO WS-BR-EFF
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-REC(WS-BR-IDX) TO BEN-RATE-RECORD
               IF RATE-PLAN-TYPE = BEN-PLAN-TYPE
                   AND RATE-PLAN-CODE = BEN-PLAN-CODE
                   AND RATE-TIER = BEN-TIER
                   AND RATE-EFF-DATE NOT > WS-RUN-DAY
                   AND RATE-EFF-DATE NOT < WS-BR-EFF
                   MOVE 'Y' TO WS-BR-FOUND
                   MOVE RATE-EFF-DATE TO WS-BR-EFF
                   COMPUTE WK-BN-COST ROUNDED =
                       RATE-EE-MONTHLY * 12 / WK-PERIODS
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = 'N'
               DISPLAY "PAYROLL|BEN-NO-RATE|" BEN-EMP-ID "|"
                   BEN-PLAN-TYPE "|" BEN-PLAN-CODE "|" BEN-TIER
           ELSE
               ADD 1 TO WS-BN-PRICED-CNT
           END-IF.

      *>================================================================*
      *>  YT-LOAD-YTD and friends: Year-to-date accumulators (2026
      *>  AKD). Each stub, the moment it is written, adds into its
      *>  employee/entity/year row of YTD.DAT (YTDREC.cpy) — the
      *>  entity as the per-EIN filings read it, SPACES is BNK.
      *>  Load-modify-save like LEAVE.DAT; EARNSTMT.cob PROOF ties
      *>  the file back to a re-sum of PAYSTUBS.DAT. Plain PERFORM
      *>  paragraphs outside the ALTER/GO TO chain.
      *>================================================================*

      *> -------------------------------------------------------
      *> YT-POST-STUB: Add the stub just written (PAY-STUB-RECORD
      *> still holds it) into its row, a new zero row the first
      *> time. A regular stub whose row already took a regular
      *> stub for this pay date is a same-day rerun — the rerun
      *> replaced that day's PAYSTUBS.DAT, so the first posting
      *> already stands for it.
      *> -------------------------------------------------------
       YT-POST-STUB.
           IF WS-PAY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-EMP-ID TO WS-YT-LK-EMP
           MOVE PAY-ENTITY TO WS-YT-LK-ENTITY
           IF WS-YT-LK-ENTITY = SPACES
               MOVE "BNK" TO WS-YT-LK-ENTITY
           END-IF
           MOVE PAY-DATE-FULL(1:4) TO WS-YT-LK-YEAR
           MOVE 0 TO WS-YT-FOUND-IDX
           PERFORM VARYING WS-YT-IDX FROM 1 BY 1
                   UNTIL WS-YT-IDX > WS-YT-COUNT
               IF WS-YT-KEY(WS-YT-IDX) = WS-YT-LOOKUP
                   MOVE WS-YT-IDX TO WS-YT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-YT-FOUND-IDX = 0
               IF WS-YT-COUNT >= 500
                   DISPLAY "PAYROLL|YTD-TABLE-FULL|" PAY-EMP-ID
                   MOVE 'Y' TO WS-YT-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-YT-COUNT
               MOVE WS-YT-COUNT TO WS-YT-FOUND-IDX
               MOVE SPACES TO YTD-RECORD
               INITIALIZE YTD-RECORD
               MOVE WS-YT-LK-EMP TO YTD-EMP-ID
               MOVE WS-YT-LK-ENTITY TO YTD-ENTITY
               MOVE WS-YT-LK-YEAR TO YTD-YEAR
               MOVE WS-YT-LOOKUP TO WS-YT-KEY(WS-YT-FOUND-IDX)
           ELSE
               MOVE WS-YT-REC(WS-YT-FOUND-IDX) TO YTD-RECORD
           END-IF
           IF PAY-RUN-REGULAR
               IF YTD-LAST-REG-DATE = PAY-DATE-FULL
                   DISPLAY "PAYROLL|YTD-ALREADY-POSTED|" PAY-EMP-ID
                   ADD 1 TO WS-YT-RERUN-CNT
                   EXIT PARAGRAPH
               END-IF
               MOVE PAY-DATE-FULL TO YTD-LAST-REG-DATE
           END-IF
           ADD PAY-GROSS TO YTD-GROSS
           ADD PAY-REG-PAY TO YTD-REG-PAY
           ADD PAY-OT-PAY PAY-DT-PAY TO YTD-OT-PAY
           ADD PAY-SHIFT-PAY TO YTD-SHIFT-PAY
           ADD PAY-OT-HRS PAY-DT-HRS TO YTD-OT-HRS
           ADD PAY-FED-TAX TO YTD-FED-TAX
           ADD PAY-STATE-TAX TO YTD-STATE-TAX
           ADD PAY-LOCAL-TAX TO YTD-LOCAL-TAX
           ADD PAY-FICA TO YTD-FICA
           ADD PAY-MEDICAL TO YTD-MEDICAL
           ADD PAY-DENTAL TO YTD-DENTAL
           ADD PAY-401K TO YTD-401K
           ADD PAY-ARR-TAKEN TO YTD-ARR-TAKEN
           ADD PAY-401K-MATCH TO YTD-401K-MATCH
           ADD PAY-NET TO YTD-NET
           ADD 1 TO YTD-STUB-COUNT
           IF PAY-DATE-FULL > YTD-LAST-PAY-DATE
               MOVE PAY-DATE-FULL TO YTD-LAST-PAY-DATE
           END-IF
           MOVE YTD-RECORD TO WS-YT-REC(WS-YT-FOUND-IDX)
           MOVE 'Y' TO WS-YT-DIRTY
           ADD 1 TO WS-YT-POSTED-CNT.

      *> -------------------------------------------------------
      *> YT-LOAD-YTD / YT-SAVE-YTD: YTD.DAT in and out of the
      *> table — a missing file is a first year (the first stub
      *> starts it), rewritten only when something posted.
      *> -------------------------------------------------------
       YT-LOAD-YTD.
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
               ELSE
                   MOVE 'Y' TO WS-YT-OVERFLOW
               END-IF
           END-PERFORM.

       YT-SAVE-YTD.
           IF WS-YT-DIRTY NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-YT-OVERFLOW = 'Y'
               DISPLAY "PAYROLL|ERROR|YTD-TABLE-FULL|NOT-SAVED"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT YTD-FILE
           IF WS-YT-STATUS NOT = '00'
               DISPLAY "PAYROLL|ERROR|YTDFILE|" WS-YT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-YT-IDX FROM 1 BY 1
                   UNTIL WS-YT-IDX > WS-YT-COUNT
               MOVE WS-YT-REC(WS-YT-IDX) TO YTD-RECORD
               WRITE YTD-RECORD
           END-PERFORM
           CLOSE YTD-FILE
           MOVE 'N' TO WS-YT-DIRTY.

      *> -------------------------------------------------------
      *> PG-VERIFY-PAY-DATE: Prove the group-selected run day
      *> against PAYGRPCAL.DAT — report the period the run pays,
       RT-PAY-ONE.
           MOVE RP-STATE TO EMP-STATE-CODE
           MOVE RP-DIFF-GROSS TO TAX-GROSS-PAY
           MOVE RP-EMP-ID TO WS-W4-EMP-ID
           MOVE 'Y' TO WS-W4-SUPPL
           SET TAX-OK TO TRUE
           PERFORM TX-COMPUTE-FED THRU TX-COMPUTE-EXIT
           IF TAX-ERROR
           MOVE RP-DIFF-GROSS TO PAY-GROSS
           MOVE TAX-FED-AMOUNT TO PAY-FED-TAX
           MOVE TAX-STATE-AMOUNT TO PAY-STATE-TAX
           PERFORM JR-STAMP-STUB
           MOVE TAX-FICA-AMOUNT TO PAY-FICA
           MOVE 0 TO PAY-MEDICAL
           MOVE 0 TO PAY-DENTAL
           MOVE 0 TO PAY-ARR-TAKEN
           MOVE 0 TO PAY-ARR-BAL
           MOVE SPACES TO PAY-ENTITY
           MOVE 0 TO PAY-SHIFT-PAY
           MOVE SPACE TO PAY-HRS-SRC
           WRITE PAY-STUB-RECORD
           PERFORM YT-POST-STUB

           IF WS-PAY-BY-CHECK = 'N'
               MOVE RP-ACCT TO WS-OB-ACCT
