*> ================================================================
*> AGEMAJ.cpy — Age-of-Majority Table Record (30 bytes)
*> Used by: MINORAGE.cob (table maintenance, termination dates)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: The Law as a Table, Not a Constant
*> The age a custodianship ends is set by each state's
*> transfers-to-minors act — 18 in some, 21 in most, up to 25
*> where the donor elected it — so it cannot be a literal in
*> the code. AGEMAJ.DAT holds one row per state: the
*> termination age and how many days ahead of it the custodian
*> and the minor are told. A state with no row of its own falls
*> back to the '**' row, so a new state is never left without a
*> rule by accident; an account with neither is reported, not
*> guessed at. Who keyed each row and when is kept on it.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-2:    AGM-STATE         — Postal state code, or '**'
*>                                      every state
*>   Bytes 3-4:    AGM-TERM-AGE      — Age the custodianship ends
*>   Bytes 5-7:    AGM-NOTICE-DAYS   — Days ahead notices are sent
*>   Bytes 8-15:   AGM-SET-BY        — Operator who keyed the row
*>   Bytes 16-23:  AGM-SET-DATE      — YYYYMMDD keyed
*>   Bytes 24-30:  FILLER
*>
 01  AGE-MAJORITY-RECORD.
     05  AGM-STATE            PIC X(2).
     05  AGM-TERM-AGE         PIC 9(2).
     05  AGM-NOTICE-DAYS      PIC 9(3).
     05  AGM-SET-BY           PIC X(8).
     05  AGM-SET-DATE         PIC 9(8).
     05  FILLER               PIC X(7).
