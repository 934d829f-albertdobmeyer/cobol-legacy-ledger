*> ================================================================
*> YTDREC.cpy — Employee Year-to-Date Accumulator Record (200 bytes)
*> Used by: PAYROLL.cob (every stub it writes — regular, off-cycle,
*>          leave payout, retro — posts here), EARNSTMT.cob (the
*>          statement's YTD column, and the PROOF year-end tie-out
*>          against a fresh re-sum of PAYSTUBS.DAT)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Keep The Running Total, Then Prove It
*> Every year-to-date figure used to be a re-read of the whole
*> year's PAYSTUBS.DAT — W2GEN.cob, F941GEN.cob, SUTAGEN.cob
*> and SLTXGEN.cob each sum it again from the first stub. YTD.DAT
*> keeps the running total instead: one row per employee per
*> legal entity (per-EIN filings key on it — SPACES on a stub is
*> BNK, the bank itself, the same rule the filings use) per
*> calendar year, posted by PAYROLL.cob the moment each stub is
*> written. A running total is only as good as the last time
*> someone proved it, so EARNSTMT.cob's PROOF mode re-sums the
*> stubs and ties every field back before the year is closed.
*>
*> Amounts break down the same way the stub does. YTD-OT-PAY
*> and YTD-OT-HRS are all premium time — time-and-a-half and
*> double time together (PAY-OT-* plus PAY-DT-*). YTD-MEDICAL
*> and YTD-DENTAL already include any arrears recouped
*> (YTD-ARR-TAKEN is the part of them that was catch-up, shown
*> for reference, never added again). YTD-401K-MATCH is
*> employer money and is in nothing else.
*>
*> YTD-LAST-REG-DATE guards a same-day rerun of the regular
*> run: the rerun replaces that day's stubs in PAYSTUBS.DAT, so
*> posting them a second time would count the period twice.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-7:     YTD-EMP-ID        — Employee (EMPREC.cpy key)
*>   Bytes 8-10:    YTD-ENTITY        — Legal entity (never SPACES)
*>   Bytes 11-14:   YTD-YEAR          — Calendar year of pay date
*>   Bytes 15-25:   YTD-GROSS         — Gross pay
*>   Bytes 26-36:   YTD-REG-PAY       — Regular pay
*>   Bytes 37-47:   YTD-OT-PAY        — Overtime + double time pay
*>   Bytes 48-58:   YTD-SHIFT-PAY     — Shift differential pay
*>   Bytes 59-63:   YTD-OT-HRS        — Overtime + double time hours
*>   Bytes 64-74:   YTD-FED-TAX       — Federal withholding
*>   Bytes 75-85:   YTD-STATE-TAX     — State withholding (all
*>                                      states on the stubs)
*>   Bytes 86-96:   YTD-LOCAL-TAX     — Local income tax
*>   Bytes 97-107:  YTD-FICA          — Social Security + Medicare
*>   Bytes 108-118: YTD-MEDICAL       — Medical deduction
*>   Bytes 119-129: YTD-DENTAL        — Dental deduction
*>   Bytes 130-140: YTD-401K          — 401(k) employee deferral
*>   Bytes 141-151: YTD-ARR-TAKEN     — Arrears recouped (inside
*>                                      medical/dental above)
*>   Bytes 152-162: YTD-401K-MATCH    — 401(k) employer match
*>   Bytes 163-173: YTD-NET           — Net pay
*>   Bytes 174-177: YTD-STUB-COUNT    — Stubs posted
*>   Bytes 178-185: YTD-LAST-PAY-DATE — Pay date of the last stub
*>   Bytes 186-193: YTD-LAST-REG-DATE — Pay date of the last
*>                                      regular-run stub
*>   Bytes 194-200: FILLER
*>
 01  YTD-RECORD.
     05  YTD-KEY.
         10  YTD-EMP-ID       PIC X(7).
         10  YTD-ENTITY       PIC X(3).
         10  YTD-YEAR         PIC 9(4).
     05  YTD-GROSS            PIC S9(9)V99.
     05  YTD-REG-PAY          PIC S9(9)V99.
     05  YTD-OT-PAY           PIC S9(9)V99.
     05  YTD-SHIFT-PAY        PIC S9(9)V99.
     05  YTD-OT-HRS           PIC S9(5).
     05  YTD-FED-TAX          PIC S9(9)V99.
     05  YTD-STATE-TAX        PIC S9(9)V99.
     05  YTD-LOCAL-TAX        PIC S9(9)V99.
     05  YTD-FICA             PIC S9(9)V99.
     05  YTD-MEDICAL          PIC S9(9)V99.
     05  YTD-DENTAL           PIC S9(9)V99.
     05  YTD-401K             PIC S9(9)V99.
     05  YTD-ARR-TAKEN        PIC S9(9)V99.
     05  YTD-401K-MATCH       PIC S9(9)V99.
     05  YTD-NET              PIC S9(9)V99.
     05  YTD-STUB-COUNT       PIC 9(4).
     05  YTD-LAST-PAY-DATE    PIC 9(8).
     05  YTD-LAST-REG-DATE    PIC 9(8).
     05  FILLER               PIC X(7).
