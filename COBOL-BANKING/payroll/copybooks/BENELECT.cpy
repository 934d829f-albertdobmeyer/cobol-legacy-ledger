*> ================================================================
*> BENELECT.cpy — Employee Benefit Election Record (100 bytes)
*> Used by: EMPMAINT.cob (BENEFIT/BEN-TERM append, TERMINATE ends
*>          coverage, BEN-SHOW lists), PAYROLL.cob and DEDUCTN.cob
*>          (the election in effect prices the medical and dental
*>          deductions from BENRATE.cpy), BENELIG.cob (the weekly
*>          carrier eligibility extract)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Coverage Is A History, Not A Code
*> EMP-MEDICAL-PLAN and EMP-DENTAL-FLAG are one byte each on the
*> master, edited in place: no coverage level, no dependents, no
*> date anything started or stopped — nothing a carrier can
*> enroll from. BENELECT.DAT keeps every election an employee
*> ever made, per plan type, the same way W4ELECT.DAT keeps
*> W-4s (see W4REC.cpy): a new election is a new row, never an
*> edit of the old one. The row governing a day is the one with
*> the latest effective date on or before it (the later row in
*> the file wins a tie); it covers that day unless its
*> termination date has passed. Ending coverage is itself a new
*> row — the election being ended, copied with BEN-TERM-DATE
*> set — so the history shows both what was elected and when it
*> stopped.
*>
*> Outside the annual open-enrollment window (PAYCOM-BEN-OE-*)
*> an election can only be made for a reason the plan allows
*> mid-year: a new hire, or a qualifying life event keyed within
*> PAYCOM-BEN-EVENT-DAYS of the event. EMPMAINT.cob enforces
*> both; BEN-REASON records which.
*>
*> An employee with no row in effect for a plan type falls back
*> to the master's code for it, priced at the old PAYCOM rates —
*> the shop as it stood before the first election was keyed.
*> A row in effect that is waived or terminated means no
*> coverage and no deduction.
*>
*> Covered dependents are named by their BENDEP.cpy sequence
*> number; the tier must agree with them (EE none, ES one
*> spouse, EC children only, FA a spouse and children).
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-7:   BEN-EMP-ID        — Employee (EMPREC.cpy key)
*>   Bytes 8-10:  BEN-PLAN-TYPE     — MED=Medical, DEN=Dental
*>   Bytes 11-14: BEN-PLAN-CODE     — BENRATE.cpy plan, or WAIV
*>                                     (coverage declined)
*>   Bytes 15-16: BEN-TIER          — EE=Employee only, ES=+Spouse,
*>                                     EC=+Children, FA=Family
*>                                     (SPACES when waived)
*>   Bytes 17-24: BEN-EFF-DATE      — First day of coverage
*>   Bytes 25-32: BEN-TERM-DATE     — Last day of coverage (zero
*>                                     while open-ended)
*>   Bytes 33-34: BEN-REASON        — OE=Open enrollment, NH=New
*>                                     hire, MA=Marriage, BI=Birth
*>                                     or adoption, DV=Divorce,
*>                                     LC=Loss of other coverage,
*>                                     TM=Coverage ended, TE=
*>                                     Employment ended
*>   Byte  35:    BEN-DEP-COUNT     — Covered dependents (0-6)
*>   Bytes 36-47: BEN-DEP-SEQ       — Their BENDEP.cpy sequence
*>                                     numbers, 6 x 2 bytes
*>   Bytes 48-55: BEN-ENTERED-DATE  — When EMPMAINT.cob keyed it
*>                                     (BENELIG.cob's extract week
*>                                     selects on this)
*>   Bytes 56-63: BEN-OPER-ID       — Operator who keyed it
*>   Bytes 64-100: FILLER
*>
 01  BEN-ELECTION-RECORD.
     05  BEN-EMP-ID           PIC X(7).
     05  BEN-PLAN-TYPE        PIC X(3).
         88  BEN-MEDICAL      VALUE 'MED'.
         88  BEN-DENTAL       VALUE 'DEN'.
     05  BEN-PLAN-CODE        PIC X(4).
         88  BEN-WAIVED       VALUE 'WAIV'.
     05  BEN-TIER             PIC X(2).
         88  BEN-TIER-EE      VALUE 'EE'.
         88  BEN-TIER-ES      VALUE 'ES'.
         88  BEN-TIER-EC      VALUE 'EC'.
         88  BEN-TIER-FA      VALUE 'FA'.
     05  BEN-EFF-DATE         PIC 9(8).
     05  BEN-TERM-DATE        PIC 9(8).
     05  BEN-REASON           PIC X(2).
         88  BEN-OPEN-ENROLL  VALUE 'OE'.
         88  BEN-NEW-HIRE     VALUE 'NH'.
         88  BEN-LIFE-EVENT   VALUE 'MA' 'BI' 'DV' 'LC'.
         88  BEN-ENDED        VALUE 'TM' 'TE'.
     05  BEN-DEP-COUNT        PIC 9(1).
     05  BEN-DEP-SEQ          PIC 9(2) OCCURS 6 TIMES.
     05  BEN-ENTERED-DATE     PIC 9(8).
     05  BEN-OPER-ID          PIC X(8).
     05  FILLER               PIC X(37).
