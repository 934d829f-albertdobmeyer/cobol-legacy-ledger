*> ================================================================
*> INVREG.cpy — Merchant Invoice Register Record (90 bytes total)
*> Used by: FEEENGN.cob, INVCOLL.cob, RESIDUAL.cob
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*>                                    (zeros until an NSF schedules
*>                                    one)
*>   Bytes 46-57: INV-TRANS-ID     — Posting TRANS-ID once settled
*>   Bytes 58-66: INV-INTERCHANGE  — Interchange portion of
*>                                    INV-AMOUNT (passed through
*>                                    to the networks, not revenue)
*>   Bytes 67-73: INV-TX-COUNT     — Billable transaction count
*>   Bytes 74-84: INV-VOLUME       — Net sales volume invoiced on
*>   Bytes 85-90: FILLER
*>
*>   2026 AKD: Widened from 61 bytes (was FILLER X(4) from byte 58)
*>   so RESIDUAL.cob can pay agent residuals on net revenue rather
*>   than re-deriving FEEENGN.cob's interchange. Entries written
*>   before the widening read back with spaces in bytes 58-84 —
*>   test INV-INTERCHANGE/-TX-COUNT/-VOLUME IS NUMERIC before use.
*>
 01  INVOICE-REG-RECORD.
     05  INV-MERCH-ID         PIC X(10).
     05  INV-ATTEMPTS         PIC 9(1).
     05  INV-NEXT-ATTEMPT     PIC 9(8).
     05  INV-TRANS-ID         PIC X(12).
     05  INV-INTERCHANGE      PIC S9(7)V99.
     05  INV-TX-COUNT         PIC 9(7).
     05  INV-VOLUME           PIC S9(9)V99.
     05  FILLER               PIC X(6).
