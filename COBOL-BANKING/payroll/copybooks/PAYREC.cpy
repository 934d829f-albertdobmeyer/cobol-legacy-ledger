*>   PAY-401K finally carries the employee's actual deferral
*>   (PAYROLL.cob wrote a literal zero there since 1991) and
*>   PAY-MEDICAL carries the remaining non-401(k) deductions.
*>   2026 AKD: Since the YTD accumulators (YTDREC.cpy) the
*>   regular stub splits that remainder — PAY-DENTAL the dental
*>   deduction, PAY-MEDICAL the medical, each with its own
*>   arrears recouped — so EARNSTMT.cob can show them apart.
*>   Every other reader still adds the two together.
     05  PAY-401K-MATCH           PIC S9(5)V99 COMP-3.
*>   2026 AKD: PTO balance after this period's accrual — the
*>   employee's leave hours as of this stub, so the balance the
*>   W2GEN.cob, and SUTAGEN.cob can produce one filing per EIN
*>   by selecting stubs on it (ENTITY=XXX). Appended additively.
     05  PAY-ENTITY               PIC X(3).
*>   2026 AKD: Time and attendance — the shift-differential
*>   premium inside PAY-GROSS (PAYCOM-SHIFT-DIFF per approved
*>   differential hour, on top of the hour's regular or overtime
*>   pay) and where an hourly stub's hours came from: 'T' the
*>   approved TIMECARD.DAT cards for the pay date, 'M' the
*>   standing EMP-HOURS-WORKED on the master (no approved cards).
*>   SPACE for salaried, off-cycle, leave-payout, and retro
*>   stubs. See PAYROLL.cob's TC-PRICE-HOURS. Appended
*>   additively, same blank-reads-as-zero rule as above.
     05  PAY-SHIFT-PAY            PIC S9(5)V99 COMP-3.
     05  PAY-HRS-SRC              PIC X(1).
         88  PAY-HRS-TIMECARD     VALUE 'T'.
         88  PAY-HRS-MASTER       VALUE 'M'.
*>   2026 AKD: Withholding by jurisdiction. PAY-STATE-TAX is
*>   still the whole state withholding; these say which states
*>   it went to — PAY-ST1 the state withholding first (the work
*>   state, or the resident state under reciprocity), PAY-ST2 the
*>   resident state withheld for the difference (SPACES/zero if
*>   none) — and carry the local income tax, which is a further
*>   deduction from PAY-GROSS beside the state's. See PAYROLL.cob's
*>   JR-COMPUTE-STATE-LOCAL. A stub written before these existed
*>   reads back with SPACES codes and blank (zero) amounts; its
*>   PAY-STATE-TAX belongs to the employee's EMP-STATE-CODE.
*>   Appended additively.
     05  PAY-ST1-CODE             PIC X(2).
     05  PAY-ST1-TAX              PIC S9(7)V99 COMP-3.
     05  PAY-ST2-CODE             PIC X(2).
     05  PAY-ST2-TAX              PIC S9(7)V99 COMP-3.
     05  PAY-LOCAL-CODE           PIC X(4).
     05  PAY-LOCAL-TAX            PIC S9(7)V99 COMP-3.
