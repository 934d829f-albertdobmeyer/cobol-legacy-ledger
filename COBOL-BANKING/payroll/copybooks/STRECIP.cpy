*> ================================================================
*> STRECIP.cpy — State Income Tax Reciprocity Record (4 bytes)
*> Used by: PARMMNT.cob (table RECIP — maintained like SUTA),
*>          PAYROLL.cob (JR-COMPUTE-STATE-LOCAL decides which
*>          state withholds)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Which State Gets The Money
*> Ordinarily the state where the work is done withholds, and
*> an employee living in a different state with a higher rate
*> is withheld for the difference there too (the resident
*> state credits the tax already paid to the work state). A
*> reciprocity agreement replaces all of that: the work state
*> agrees not to tax residents of the other state, so only the
*> resident state is withheld. Agreements are between pairs of
*> states and need not run both ways, so each row is one
*> direction — "work state RC-WORK-STATE does not withhold from
*> residents of RC-RES-STATE". A two-way agreement is two rows.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-2:   RC-WORK-STATE  — State where the work is done
*>                                  (EMP-STATE-CODE)
*>   Bytes 3-4:   RC-RES-STATE   — State of residence
*>                                  (EMP-RES-STATE)
*>
 01  STATE-RECIP-RECORD.
     05  RC-WORK-STATE        PIC X(2).
     05  RC-RES-STATE         PIC X(2).
