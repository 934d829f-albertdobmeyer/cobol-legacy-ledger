*> ================================================================
*> RESIDREC.cpy — Agent Residual Detail Record (80 bytes)
*> Used by: RESIDUAL.cob (RUN writes and claws back)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Keep What You Paid, So You Can Take It Back
*> A residual is paid on an invoice before anyone knows whether
*> the merchant will pay it. RESIDDTL.DAT keeps one row per invoice
*> (INVREG.DAT entry) a residual was computed on, with the figures
*> behind it, so when INVCOLL.cob later gives up on that invoice
*> (INV-STATUS 'F') the next RUN can find exactly what the agent
*> was paid on it and claw it back — RSD-CLAWBACK-MONTH records the
*> run that did. A merchant with chargeback losses in a month it
*> was not invoiced gets a row with a zero RSD-STMT-DATE so the
*> losses still reach its agent.
*> A rerun of a month replaces that month's rows and undoes its
*> clawbacks before recomputing them. Rows from months before
*> the clawback horizon (RESIDUAL.cob's WS-RSD-KEEP-MONTHS) are
*> dropped by the next RUN.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-6:   RSD-MONTH        — YYYYMM of the residual run
*>   Bytes 7-14:  RSD-AGENT-ID     — Agent paid (AGT-ID)
*>   Bytes 15-24: RSD-MERCH-ID     — Merchant
*>   Bytes 25-32: RSD-STMT-DATE    — INV-STMT-DATE of the invoice
*>                                   (zeros on a losses-only row)
*>   Bytes 33-41: RSD-FEES         — INV-AMOUNT invoiced
*>   Bytes 42-50: RSD-INTERCHANGE  — INV-INTERCHANGE passed through
*>   Bytes 51-59: RSD-CB-LOSS      — Chargeback losses charged on
*>                                   this row
*>   Bytes 60-68: RSD-RESIDUAL     — Residual earned (signed)
*>   Bytes 69-74: RSD-CLAWBACK-MONTH — YYYYMM the residual was
*>                                   clawed back (zeros if not)
*>   Bytes 75-80: FILLER
*>
 01  RESIDUAL-DETAIL-RECORD.
     05  RSD-MONTH            PIC 9(6).
     05  RSD-AGENT-ID         PIC X(8).
     05  RSD-MERCH-ID         PIC X(10).
     05  RSD-STMT-DATE        PIC 9(8).
     05  RSD-FEES             PIC S9(7)V99.
     05  RSD-INTERCHANGE      PIC S9(7)V99.
     05  RSD-CB-LOSS          PIC S9(7)V99.
     05  RSD-RESIDUAL         PIC S9(7)V99.
     05  RSD-CLAWBACK-MONTH   PIC 9(6).
         88  RSD-NOT-CLAWED   VALUE 0.
     05  FILLER               PIC X(6).
