*> ================================================================
*> OPJREC.cpy — Operator Activity Journal Record (80 bytes)
*> Used by: TRANSACT.cob, ADJUST.cob, HOLDMGMT.cob, ACCOUNTS.cob
*>          (append), INSIDMON.cob (nightly insider-activity scan)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Who Did It, Kept Beside What Was Done
*> A TRANSACT.DAT record says what posted, never who keyed it —
*> the signed-on operator (BANK_OPERATOR_ID) lived only for the
*> length of the run. OPERJRNL.DAT keeps that identity: every
*> keyed posting, correction, and hold release a signed-on
*> operator performs appends one of these, carrying the TRANS-ID
*> (when the action posted one) so the journal and the ledger tie
*> together. INSIDMON.cob reads it each night against the
*> operator's own and related accounts. Widening TRANSREC.cpy
*> instead would have meant touching every ledger reader in the
*> shop. Append-only: never rewritten or deleted. An action run
*> with no operator in the environment (the batch chain) writes
*> nothing — there is no person to attribute it to.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-8:   OPJ-DATE      — YYYYMMDD business date
*>   Bytes 9-14:  OPJ-TIME      — HHMMSS
*>   Bytes 15-22: OPJ-OPER-ID   — Operator who performed it
*>   Byte  23:    OPJ-ACTION    — 'P' posting, 'A' adjustment
*>                                 (correcting reversal), 'F' fee
*>                                 reversal (an adjustment of a
*>                                 fee), 'H' hold release
*>   Bytes 24-31: OPJ-PROGRAM   — Program that performed it
*>   Bytes 32-41: OPJ-ACCT-ID   — Account acted on
*>   Bytes 42-53: OPJ-TRANS-ID  — TRANSACT.DAT TRANS-ID posted
*>                                 (spaces for a hold release)
*>   Bytes 54-65: OPJ-AMOUNT    — Amount, signed as posted
*>   Byte  66:    OPJ-TX-TYPE   — TRANS-TYPE posted (space for a
*>                                 hold release)
*>   Bytes 67-80: FILLER
*>
 01  OPER-JOURNAL-RECORD.
     05  OPJ-DATE             PIC 9(8).
     05  OPJ-TIME             PIC 9(6).
     05  OPJ-OPER-ID          PIC X(8).
     05  OPJ-ACTION           PIC X(1).
         88  OPJ-POSTING      VALUE 'P'.
         88  OPJ-ADJUSTMENT   VALUE 'A'.
         88  OPJ-FEE-REVERSAL VALUE 'F'.
         88  OPJ-HOLD-RELEASE VALUE 'H'.
     05  OPJ-PROGRAM          PIC X(8).
     05  OPJ-ACCT-ID          PIC X(10).
     05  OPJ-TRANS-ID         PIC X(12).
     05  OPJ-AMOUNT           PIC S9(10)V99.
     05  OPJ-TX-TYPE          PIC X(1).
     05  FILLER               PIC X(14).
