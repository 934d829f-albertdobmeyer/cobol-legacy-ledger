*> ================================================================
*> DUPCTL.cpy — Duplicate Deposit Control Record (11 bytes)
*> Used by: PARMMNT.cob (table DUP — maintained like CHAN),
*>          TRANSACT.cob, AVAILENG.cob, LOCKBOX.cob (read at
*>          start-up into DUPWORK.cpy's WS-DUP-LOOKBACK-DAYS)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: A Tunable Kept Out Of The Copybook
*> How far back a deposited check is compared against the
*> DEPITEMS.DAT register is a risk decision, not a programming
*> one — the fraud desk widens it after a wave of remote-deposit
*> re-presentments and narrows it again when the false hits pile
*> up. DUPCTL.DAT holds it as a named row, keyed and approved
*> through PARMMNT.cob's maker/checker queue like every other
*> posting parameter. A program that finds no LOOKBACK row (or
*> no file) keeps the compiled default in DUPWORK.cpy.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-8:   DUPC-PARM  — Parameter name; LOOKBACK is the
*>                             only one defined
*>   Bytes 9-11:  DUPC-DAYS  — LOOKBACK: calendar days, 1-999
*>
 01  DUP-CONTROL-RECORD.
     05  DUPC-PARM            PIC X(8).
         88  DUPC-LOOKBACK    VALUE "LOOKBACK".
     05  DUPC-DAYS            PIC 9(3).
