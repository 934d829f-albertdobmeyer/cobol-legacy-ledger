*>   Byte  180:     EMP-PRENOTE-STATUS PIC X(1) (SPACES = verified)
*>   Bytes 181-188: EMP-PRENOTE-DATE  PIC 9(8)
*>   Bytes 189-191: EMP-ENTITY        PIC X(3)  (SPACES = BNK)
*>   Bytes 192-193: EMP-RES-STATE     PIC X(2)  (SPACES = same as
*>                                               EMP-STATE-CODE)
*>   Bytes 194-197: EMP-LOCAL-CODE    PIC X(4)  (SPACES = none)
*>   Byte  198:     EMP-LOCAL-RES     PIC X(1)  (Y = lives there)
*>
*>   2026 AKD: EMP-SPLIT-COUNT/EMP-SPLIT-ENTRY were appended for
*>   direct-deposit splitting (see PAYROLL.cob's SPLIT-NET-PAY /
         88  EMP-SALARIED        VALUE 'S'.
         88  EMP-HOURLY          VALUE 'H'.
     05  EMP-TAX-BRACKET         PIC 9(2).
*>   2026 AKD: No longer read — federal withholding follows the
*>   employee's W-4 elections (W4REC.cpy, W4ELECT.DAT). Still
*>   written at hire so the record layout is unchanged.
     05  EMP-HIRE-DATE           PIC 9(8).
     05  EMP-DEPT-CODE           PIC X(4).
*>   SLW 1991: Added deduction fields. Should have been a
*>   this file. Drives per-entity control totals and funding in
*>   PAYROLL.cob and the per-EIN tax filings.
     05  EMP-ENTITY              PIC X(3) VALUE SPACES.
*>   2026 AKD: Tax jurisdictions. EMP-STATE-CODE above is the
*>   state the employee works in; EMP-RES-STATE is the state
*>   they live in — SPACES (every record written before this
*>   field existed) means the same state, the only case payroll
*>   handled until now. EMP-LOCAL-CODE names the city/school
*>   district income tax the employee owes, a row in
*>   LOCALTAX.DAT (LOCALTAX.cpy), SPACES for none; EMP-LOCAL-RES
*>   says whether they live there ('Y', the resident rate) or
*>   only work there (the nonresident rate). PAYROLL.cob's
*>   JR-COMPUTE-STATE-LOCAL decides from these and STRECIP.DAT
*>   which state(s) withhold.
     05  EMP-RES-STATE           PIC X(2) VALUE SPACES.
     05  EMP-LOCAL-CODE          PIC X(4) VALUE SPACES.
     05  EMP-LOCAL-RES           PIC X(1) VALUE SPACES.
         88  EMP-LIVES-IN-LOCAL  VALUE 'Y'.
