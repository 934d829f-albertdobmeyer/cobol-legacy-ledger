*> ================================================================
*> AGTASGN.cpy — Merchant-to-Agent Assignment Record (40 bytes)
*> Used by: RESIDUAL.cob (ASSIGN writes, RUN resolves)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Effective-Dated Ownership
*> A merchant's residual can change hands — a portfolio sold from
*> one ISO to another, an agent who leaves. AGTASGN.DAT keeps every
*> assignment with the date it took effect and the date it ended,
*> so an invoice is always paid to the agent who held the merchant
*> on the invoice's statement date, and a clawback goes back to
*> whoever was paid. ASSIGN closes the merchant's open assignment
*> the day before the new one starts; rows are never deleted.
*> A merchant with no assignment in effect is house business — no
*> residual is owed on it.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:  ASG-MERCH-ID     — Matches MERCH-ID in MERCHREC
*>   Bytes 11-18: ASG-AGENT-ID     — Matches AGT-ID in AGENTREC
*>   Bytes 19-26: ASG-EFF-DATE     — YYYYMMDD first day in effect
*>   Bytes 27-34: ASG-END-DATE     — YYYYMMDD last day in effect
*>                                   (zeros while open-ended)
*>   Bytes 35-40: FILLER
*>
 01  AGENT-ASSIGN-RECORD.
     05  ASG-MERCH-ID         PIC X(10).
     05  ASG-AGENT-ID         PIC X(8).
     05  ASG-EFF-DATE         PIC 9(8).
     05  ASG-END-DATE         PIC 9(8).
         88  ASG-OPEN-ENDED   VALUE 0.
     05  FILLER               PIC X(6).
