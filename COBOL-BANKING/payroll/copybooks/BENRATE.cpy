*> ================================================================
*> BENRATE.cpy — Benefit Plan Rate Record (80 bytes)
*> Used by: PAYROLL.cob and DEDUCTN.cob (the medical and dental
*>          deductions for an employee with a BENELECT.cpy
*>          election in effect), EMPMAINT.cob (BENEFIT rejects a
*>          plan/tier with no rate), BENELIG.cob (carrier and
*>          group number for the eligibility extract)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Price By Plan And Tier
*> PAYCOM-MED-BASIC, PAYCOM-MED-PREMIUM and PAYCOM-DENTAL-COST
*> are one price per plan whoever is covered. BENRATE.DAT is
*> the benefits office's rate sheet: one row per plan type,
*> plan and coverage tier, effective-dated so next plan year's
*> renewal rates can be loaded in November without touching
*> this year's deductions — the row used is the one with the
*> latest effective date on or before the day priced.
*>
*> Rates are monthly, the way carriers quote them: the
*> employee's share (what payroll deducts — twelve months
*> spread over EMP-PAY-PERIODS) and the employer's share (what
*> the bank pays on top; carried for billing reconciliation,
*> never deducted).
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-3:   RATE-PLAN-TYPE    — MED or DEN (BENELECT.cpy)
*>   Bytes 4-7:   RATE-PLAN-CODE    — Plan
*>   Bytes 8-9:   RATE-TIER         — EE, ES, EC or FA
*>   Bytes 10-17: RATE-EFF-DATE     — First day the rate applies
*>   Bytes 18-24: RATE-EE-MONTHLY   — Employee share per month
*>   Bytes 25-31: RATE-ER-MONTHLY   — Employer share per month
*>   Bytes 32-37: RATE-CARRIER      — Carrier the plan enrolls with
*>   Bytes 38-47: RATE-GROUP-NO     — Carrier's group policy number
*>   Bytes 48-67: RATE-PLAN-NAME    — Description
*>   Bytes 68-80: FILLER
*>
 01  BEN-RATE-RECORD.
     05  RATE-PLAN-TYPE       PIC X(3).
     05  RATE-PLAN-CODE       PIC X(4).
     05  RATE-TIER            PIC X(2).
     05  RATE-EFF-DATE        PIC 9(8).
     05  RATE-EE-MONTHLY      PIC 9(5)V99.
     05  RATE-ER-MONTHLY      PIC 9(5)V99.
     05  RATE-CARRIER         PIC X(6).
     05  RATE-GROUP-NO        PIC X(10).
     05  RATE-PLAN-NAME       PIC X(20).
     05  FILLER               PIC X(13).
