         10  STATE-TAX-RATE      PIC 9V9999.
         10  STATE-TAX-NAME      PIC X(14).

*> 2026 AKD: Federal annualized percentage method schedules (IRS
*> Pub. 15-T, Worksheet 1A, for 2020-and-later Forms W-4) — what
*> TX-COMPUTE-FED now withholds from, in place of PMR's four
*> hardcoded per-period rates and the never-read TAX-BRACKET-TABLE
*> above. Six schedules: filing status S/M/H, each with the
*> standard table (W-4 Step 2 box not checked) and the Step 2
*> checkbox table. FED-PCT-FLOOR(n) is the annual adjusted wage
*> at which FED-PCT-RATE(n) starts applying; wage under floor 1
*> is withheld nothing. Populated once per run by
*> TX-INIT-FED-TABLE, same hardcoded-literal shape as
*> TX-INIT-STATE-TABLE — update both annually from the new
*> Pub. 15-T, same maintenance rule as PAYCOM-FICA-LIMIT.
 01  FED-PCT-TABLE.
     05  FED-PCT-SCHED OCCURS 6 TIMES.
         10  FED-PCT-STATUS      PIC X(1).
         10  FED-PCT-STEP2       PIC X(1).
         10  FED-PCT-FLOOR OCCURS 7 TIMES
                                 PIC 9(7)V99.
 01  FED-PCT-RATES.
     05  FED-PCT-RATE OCCURS 7 TIMES
                                 PIC 9V9999.

*> PMR: Working fields for tax computation
 01  TAX-WORK-FIELDS.
     05  TAX-GROSS-PAY           PIC S9(7)V99 COMP-3.
     05  TAX-ERROR-FLAG          PIC X(1).
         88  TAX-OK              VALUE 'N'.
         88  TAX-ERROR           VALUE 'Y'.

*> 2026 AKD: Where TAX-STATE-AMOUNT went, and the local tax on
*> top of it — set by PAYROLL.cob's JR-COMPUTE-STATE-LOCAL from
*> the employee's work state, resident state and locality (see
*> EMPREC.cpy, STRECIP.cpy, LOCALTAX.cpy). TAX-ST1 is the state
*> that withholds first: the work state, or the resident state
*> when a reciprocity agreement exempts the work. TAX-ST2 is the
*> resident state withholding the difference when it taxes more
*> than the work state does — SPACES when there is no second
*> state. TAX-STATE-AMOUNT stays the sum of the two;
*> TAX-LOCAL-AMOUNT joins TAX-TOTAL-AMOUNT beside it.
 01  TAX-JURIS-FIELDS.
     05  TAX-ST1-CODE            PIC X(2).
     05  TAX-ST1-AMOUNT          PIC S9(7)V99 COMP-3.
     05  TAX-ST2-CODE            PIC X(2).
     05  TAX-ST2-AMOUNT          PIC S9(7)V99 COMP-3.
     05  TAX-LOCAL-CODE          PIC X(4).
     05  TAX-LOCAL-AMOUNT        PIC S9(7)V99 COMP-3.
