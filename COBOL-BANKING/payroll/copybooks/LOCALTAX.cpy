*> ================================================================
*> LOCALTAX.cpy — Local Income Tax Rate Record (36 bytes)
*> Used by: PARMMNT.cob (table LOCAL — maintained like SUTA),
*>          PAYROLL.cob (JR-COMPUTE-STATE-LOCAL withholds the
*>          employee's EMP-LOCAL-CODE at the row's rate),
*>          W2GEN.cob and SLTXGEN.cob (locality name and state)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: One Row Per Taxing Jurisdiction
*> A city or school-district income tax is a flat percentage
*> of wages, but the percentage depends on where the employee
*> lives as well as where the work is done: Philadelphia taxes
*> its residents at one rate and commuters at a lower one, New
*> York City taxes only its residents. Each jurisdiction this
*> shop withholds for is one row — its code, the state it sits
*> in, the two rates, and the name printed in W-2 box 20. Same
*> rule as SUTARATE.cpy: a rate lives in a file, changed
*> through PARMMNT.cob's maker/checker queue, never a literal
*> in a program. A zero nonresident rate means the locality
*> taxes residents only.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-4:   LT-CODE        — Jurisdiction code, the value
*>                                  EMP-LOCAL-CODE keys
*>   Bytes 5-6:   LT-STATE       — Postal code of its state
*>   Bytes 7-11:  LT-RES-RATE    — Rate for residents, as a
*>                                  fraction (0.0375 = 3.75%)
*>   Bytes 12-16: LT-NONRES-RATE — Rate for nonresidents who
*>                                  work there
*>   Bytes 17-36: LT-NAME        — Locality name (W-2 box 20)
*>
 01  LOCAL-TAX-RECORD.
     05  LT-CODE              PIC X(4).
     05  LT-STATE             PIC X(2).
     05  LT-RES-RATE          PIC 9V9999.
     05  LT-NONRES-RATE       PIC 9V9999.
     05  LT-NAME              PIC X(20).
