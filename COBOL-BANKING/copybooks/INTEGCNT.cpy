*> ================================================================
*> INTEGCNT.cpy — Referential Integrity Rule Count Record (40 bytes)
*> Used by: INTEGCHK.cob (rewritten each run)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Remembering Last Night's Count
*> The master files point at each other by key and nothing
*> enforces it. INTEGCHK.cob's nightly scan counts the orphans
*> and inconsistencies under each rule; INTEGCNT.DAT keeps one
*> row per rule with the count from the last run, so the next
*> run can tell a standing backlog (same count, already being
*> worked) from a rule that is getting worse (count up — an
*> ALERT.DAT item). A rule whose input file was absent on a
*> night keeps its prior count and reads 'S' skipped, so one
*> missing file does not look like a clean-up followed by a
*> spike.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   INTC-RULE         — Rule name (INTEGCHK.cob)
*>   Bytes 11-15:  INTC-COUNT        — Exceptions at the last run
*>                                      that checked the rule
*>   Bytes 16-23:  INTC-RUN-DATE     — YYYYMMDD of that run
*>   Byte  24:     INTC-STATUS       — 'R' checked, 'S' skipped
*>                                      (input file absent)
*>   Bytes 25-40:  FILLER
*>
 01  INTEG-COUNT-RECORD.
     05  INTC-RULE            PIC X(10).
     05  INTC-COUNT           PIC 9(5).
     05  INTC-RUN-DATE        PIC 9(8).
     05  INTC-STATUS          PIC X(1).
         88  INTC-CHECKED     VALUE 'R'.
         88  INTC-SKIPPED     VALUE 'S'.
     05  FILLER               PIC X(16).
