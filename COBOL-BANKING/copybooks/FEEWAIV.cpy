*> ================================================================
*> FEEWAIV.cpy — Waived Fee Record (60 bytes)
*> Used by: FEES.cob (writer), FEERULE.cob (REPORT) —
*>          FEEWAIVE.DAT
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Recording the Fee That Was Not Charged
*> A waived fee never reaches TRANSACT.DAT, so without a record
*> of its own the revenue given up would be invisible. FEES.cob
*> appends one row here for every fee component a relationship
*> rule (FEERULE.cpy) forgave: the account, the customer whose
*> relationship qualified it, the fee and amount that would
*> have been charged, and the rule that waived it —
*> NSFFEES.DAT's NF-WAIVED rows play the same part for NSF
*> fees. Append-only; FEERULE.cob's REPORT totals a month of
*> it by rule.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-8:    FW-DATE        — YYYYMMDD fee run posting date
*>   Bytes 9-18:   FW-ACCT-ID     — Account the fee was due from
*>   Bytes 19-28:  FW-CUST-ID     — Customer who qualified
*>   Byte  29:     FW-FEE-CODE    — M maintenance, B below-min,
*>                                  I per-item
*>   Bytes 30-39:  FW-AMOUNT      — Fee that would have posted
*>   Bytes 40-47:  FW-RULE-ID     — FEERULES.DAT rule applied
*>   Bytes 48-60:  FILLER
*>
 01  FEE-WAIVER-RECORD.
     05  FW-DATE              PIC 9(8).
     05  FW-ACCT-ID           PIC X(10).
     05  FW-CUST-ID           PIC X(10).
     05  FW-FEE-CODE          PIC X(1).
     05  FW-AMOUNT            PIC S9(8)V99.
     05  FW-RULE-ID           PIC X(8).
     05  FILLER               PIC X(13).
