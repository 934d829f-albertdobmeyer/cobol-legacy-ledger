*> ================================================================
*> W4REC.cpy — Employee W-4 Withholding Election Record (80 bytes)
*> Used by: EMPMAINT.cob (W4/W4-EXEMPT append, W4-SHOW lists),
*>          PAYROLL.cob (the election in effect on the run day
*>          drives TX-COMPUTE-FED's annualized percentage method)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Effective-Dated History, Not Overwrite
*> EMP-TAX-BRACKET is one two-digit guess keyed at hire and
*> never revisited — it says nothing about how the employee
*> actually files. The W-4 the employee signs does: filing
*> status, the Step 2 multiple-jobs checkbox, the Step 3
*> dependents credit, and the Step 4 other income, deductions
*> and extra withholding — or a claim of exemption, good only
*> until its expiry. W4ELECT.DAT keeps every form an employee
*> ever filed, each with the date it takes effect: a new form
*> is a new row, never an edit of the old one. PAYROLL.cob
*> uses, per employee, the row with the latest effective date
*> on or before its run day (the later row in the file wins a
*> tie — a same-day correction), so a form keyed today for
*> next month's first check changes nothing until then, and a
*> reprint of any past period can tell which form governed it.
*> An employee with no row at all is withheld the way the IRS
*> says to treat a missing W-4: single, no adjustments.
*>
*> Money is annual except W4-EXTRA-WH, which is per pay period
*> (Step 4(c) asks for it that way).
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-7:   W4-EMP-ID         — Employee (EMPREC.cpy key)
*>   Bytes 8-15:  W4-EFF-DATE       — First run day it governs
*>   Byte  16:    W4-FILING-STATUS  — S=Single or married filing
*>                                     separately, M=Married
*>                                     filing jointly, H=Head of
*>                                     household
*>   Byte  17:    W4-MULTI-JOBS     — Step 2(c) box checked (Y/N)
*>   Bytes 18-24: W4-DEP-CREDIT     — Step 3 total, annual
*>   Bytes 25-33: W4-OTHER-INCOME   — Step 4(a), annual
*>   Bytes 34-42: W4-DEDUCTIONS     — Step 4(b), annual
*>   Bytes 43-49: W4-EXTRA-WH       — Step 4(c), per pay period
*>   Byte  50:    W4-EXEMPT         — Y=Claims exemption
*>   Bytes 51-58: W4-EXEMPT-EXPIRES — Last day the exemption
*>                                     holds (zero when not
*>                                     exempt) — past it, the
*>                                     employee is withheld as
*>                                     single until a new form
*>   Bytes 59-66: W4-ENTERED-DATE   — When EMPMAINT.cob keyed it
*>   Bytes 67-74: W4-OPER-ID        — Operator who keyed it
*>   Bytes 75-80: FILLER
*>
 01  W4-ELECTION-RECORD.
     05  W4-EMP-ID            PIC X(7).
     05  W4-EFF-DATE          PIC 9(8).
     05  W4-FILING-STATUS     PIC X(1).
         88  W4-SINGLE        VALUE 'S'.
         88  W4-JOINT         VALUE 'M'.
         88  W4-HEAD          VALUE 'H'.
     05  W4-MULTI-JOBS        PIC X(1).
         88  W4-STEP2-CHECKED VALUE 'Y'.
     05  W4-DEP-CREDIT        PIC 9(5)V99.
     05  W4-OTHER-INCOME      PIC 9(7)V99.
     05  W4-DEDUCTIONS        PIC 9(7)V99.
     05  W4-EXTRA-WH          PIC 9(5)V99.
     05  W4-EXEMPT            PIC X(1).
         88  W4-CLAIMS-EXEMPT VALUE 'Y'.
     05  W4-EXEMPT-EXPIRES    PIC 9(8).
     05  W4-ENTERED-DATE      PIC 9(8).
     05  W4-OPER-ID           PIC X(8).
     05  FILLER               PIC X(6).
