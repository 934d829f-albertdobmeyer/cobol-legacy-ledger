*> ================================================================
*> DECAYREC.cpy — Non-Maturity Deposit Decay Assumption (60 bytes)
*> Used by: REPRGAP.cob (DECAY maintenance, GAP report) —
*>          NMDDECAY.DAT
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Giving a Maturity to Money That Has None
*> A CD reprices on its ACCT-MATURITY-DATE; a checking or
*> savings balance can leave (or be repriced) any day, yet most
*> of it stays for years. The repricing gap needs an assumption
*> for when it behaves as if it matures, and ALCO owns that
*> assumption: one row per account type spreading 100% of the
*> type's balances across the report's six time bands —
*>   1 0-3M   2 3-6M   3 6-12M   4 1-3Y   5 3-5Y   6 OVER 5Y
*> A type with no row of its own falls back to the '*' row; a
*> type with neither is placed wholly in the first band (the
*> most rate-sensitive reading) and flagged on the report.
*> Keying the same type again replaces its row; who keyed it and
*> when stays on the row for the model-validation file.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Byte  1:      DCY-ACCT-TYPE     — ACCT-TYPE (ACCTREC.cpy) or
*>                                     '*' every other type
*>   Bytes 2-31:   DCY-BAND-PCT      — Six band percentages,
*>                                     5 bytes each (025.00 =
*>                                     25%), summing to 100.00
*>   Bytes 32-39:  DCY-UPDATED-BY    — Operator who keyed the row
*>   Bytes 40-47:  DCY-UPDATED-DATE  — YYYYMMDD keyed
*>   Bytes 48-60:  FILLER
*>
 01  NMD-DECAY-RECORD.
     05  DCY-ACCT-TYPE        PIC X(1).
     05  DCY-BAND-PCT         PIC 9(3)V99 OCCURS 6 TIMES.
     05  DCY-UPDATED-BY       PIC X(8).
     05  DCY-UPDATED-DATE     PIC 9(8).
     05  FILLER               PIC X(13).
