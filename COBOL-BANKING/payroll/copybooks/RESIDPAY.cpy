*> ================================================================
*> RESIDPAY.cpy — Agent Residual Payout Record (60 bytes)
*> Used by: RESIDUAL.cob (RUN writes RESIDPAY.DAT)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: The Payout File
*> One record per agent paid in the month — the file treasury
*> releases the residual payments from. Rewritten in full by each
*> RUN, so a rerun of the month replaces it rather than paying
*> anyone twice. Agents with nothing due, a shortfall carried
*> forward, or a held payout have no record here.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-6:   RPY-MONTH        — YYYYMM of the residual run
*>   Bytes 7-14:  RPY-AGENT-ID     — AGT-ID
*>   Bytes 15-23: RPY-ROUTING      — AGT-ROUTING
*>   Bytes 24-40: RPY-ACCOUNT      — AGT-ACCOUNT
*>   Bytes 41-49: RPY-AMOUNT       — Amount to pay
*>   Bytes 50-60: FILLER
*>
 01  RESIDUAL-PAYOUT-RECORD.
     05  RPY-MONTH            PIC 9(6).
     05  RPY-AGENT-ID         PIC X(8).
     05  RPY-ROUTING          PIC X(9).
     05  RPY-ACCOUNT          PIC X(17).
     05  RPY-AMOUNT           PIC S9(7)V99.
     05  FILLER               PIC X(11).
