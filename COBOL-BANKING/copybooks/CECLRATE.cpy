*> ================================================================
*> CECLRATE.cpy — Credit Loss Rate Table Record (40 bytes)
*> Used by: CECLRES.cob (rate maintenance, allowance calculation)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: A Maintained Table Behind Every Reserve Dollar
*> The allowance is pooled: loans of one type in one delinquency
*> bucket share one expected loss rate. CECLRATE.DAT holds one
*> row per pool — the historical loss rate the credit committee
*> adopted, plus a qualitative adjustment for conditions the
*> history does not reflect (unemployment, collateral values,
*> underwriting changes). The two add to the effective rate the
*> pool's balance is reserved at. A pool with no row of its own
*> falls back to the row for its bucket with type '*', so a new
*> loan type is never reserved at nothing by accident; a pool
*> with neither is flagged on the workpaper. Who keyed each row
*> and when is kept on it — the auditors test the table as hard
*> as the arithmetic.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Byte  1:      CLR-LOAN-TYPE     — LOAN-TYPE (LOANREC.cpy) or
*>                                     '*' every type
*>   Bytes 2-4:    CLR-BUCKET        — 'CUR', '30', '60', '90+'
*>   Bytes 5-9:    CLR-LOSS-RATE     — Historical loss rate
*>                                     (0.0125 = 1.25%)
*>   Bytes 10-14:  CLR-QUAL-ADJ      — Qualitative adjustment,
*>                                     added to the loss rate; may
*>                                     be negative
*>   Bytes 15-22:  CLR-UPDATED-BY    — Operator who keyed the row
*>   Bytes 23-30:  CLR-UPDATED-DATE  — YYYYMMDD keyed
*>   Bytes 31-40:  FILLER
*>
 01  CECL-RATE-RECORD.
     05  CLR-LOAN-TYPE        PIC X(1).
     05  CLR-BUCKET           PIC X(3).
         88  CLR-BUCKET-VALID VALUE 'CUR' '30 ' '60 ' '90+'.
     05  CLR-LOSS-RATE        PIC 9(1)V9(4).
     05  CLR-QUAL-ADJ         PIC S9(1)V9(4).
     05  CLR-UPDATED-BY       PIC X(8).
     05  CLR-UPDATED-DATE     PIC 9(8).
     05  FILLER               PIC X(10).
