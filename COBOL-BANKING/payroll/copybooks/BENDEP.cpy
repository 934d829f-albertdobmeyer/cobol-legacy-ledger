*> ================================================================
*> BENDEP.cpy — Employee Dependent Record (80 bytes)
*> Used by: EMPMAINT.cob (DEP-ADD append, BENEFIT validates the
*>          covered dependents and the tier against it, BEN-SHOW
*>          lists), BENELIG.cob (the dependent member loops of
*>          the carrier eligibility extract)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Name Them Once
*> A carrier enrolls people, not tiers: the spouse and each
*> child on a family election need a name, a relationship and a
*> date of birth on the eligibility file. BENDEP.DAT holds each
*> employee's dependents once, numbered 01, 02, ... in the order
*> they were added; a BENELECT.cpy election names the ones it
*> covers by that number, so the same child carries the same
*> identity through every election that follows. Rows are never
*> edited or removed — a dependent no longer covered (after a
*> divorce, say) is simply left off the next election.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-7:   DEP-EMP-ID        — Employee (EMPREC.cpy key)
*>   Bytes 8-9:   DEP-SEQ           — 01-99 within the employee
*>   Bytes 10-34: DEP-NAME          — Underscores for spaces on
*>                                     entry, stored with spaces
*>   Bytes 35-36: DEP-RELATION      — SP=Spouse, CH=Child
*>   Bytes 37-44: DEP-BIRTH-DATE    — YYYYMMDD
*>   Bytes 45-52: DEP-ADDED-DATE    — When EMPMAINT.cob keyed it
*>   Bytes 53-60: DEP-OPER-ID       — Operator who keyed it
*>   Bytes 61-80: FILLER
*>
 01  BEN-DEPENDENT-RECORD.
     05  DEP-EMP-ID           PIC X(7).
     05  DEP-SEQ              PIC 9(2).
     05  DEP-NAME             PIC X(25).
     05  DEP-RELATION         PIC X(2).
         88  DEP-SPOUSE       VALUE 'SP'.
         88  DEP-CHILD        VALUE 'CH'.
     05  DEP-BIRTH-DATE       PIC 9(8).
     05  DEP-ADDED-DATE       PIC 9(8).
     05  DEP-OPER-ID          PIC X(8).
     05  FILLER               PIC X(20).
