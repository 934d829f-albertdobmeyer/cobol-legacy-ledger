*> ================================================================
*> RATEIDX.cpy — Published Rate Index Record (40 bytes)
*> Used by: LOANRATE.cob (index maintenance and variable-rate
*>          loan repricing), INVSWEEP.cob (overnight sweep rate)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: A Dated Rate Table Instead of a Single Rate
*> A floating-rate loan's rate is an index (PRIME, SOFR) plus
*> the loan's margin. RATEINDX.DAT keeps every published value
*> of every index as its own row, with the date it took effect,
*> so the file is also the history: the rate "in effect" on any
*> date is the row for that index with the latest IDX-EFF-DATE
*> not after it. A new value is a new row — nothing is
*> overwritten — and re-entering the same index and date
*> replaces that one row (a keying correction).
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-8:    IDX-CODE          — Index name (PRIME, SOFR)
*>   Bytes 9-16:   IDX-EFF-DATE      — YYYYMMDD effective
*>   Bytes 17-21:  IDX-RATE          — Annual rate (0.0750 = 7.5%)
*>   Bytes 22-29:  IDX-ENTERED-BY    — Operator who keyed it
*>   Bytes 30-37:  IDX-ENTERED-DATE  — YYYYMMDD keyed
*>   Bytes 38-40:  FILLER
*>
 01  RATE-INDEX-RECORD.
     05  IDX-CODE             PIC X(8).
     05  IDX-EFF-DATE         PIC 9(8).
     05  IDX-RATE             PIC 9(1)V9(4).
     05  IDX-ENTERED-BY       PIC X(8).
     05  IDX-ENTERED-DATE     PIC 9(8).
     05  FILLER               PIC X(3).
