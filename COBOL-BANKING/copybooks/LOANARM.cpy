*> ================================================================
*> LOANARM.cpy — Variable-Rate Loan Terms Record (90 bytes)
*> Used by: LOANRATE.cob (attach terms, nightly repricing)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Optional Terms Beside the Loan Master
*> Most loans are fixed-rate and LOAN-ANNUAL-RATE (LOANREC.cpy)
*> never moves. A floating-rate loan also has a row here, keyed
*> by LOAN-ID — the same side-file pattern ESCROW.DAT uses —
*> so the 110-byte loan master and every program that stages
*> it are untouched. The row names the index (RATEIDX.cpy), the
*> margin added to it, how many months between rate changes,
*> the next change date, and the limits on the new rate: a
*> lifetime floor and ceiling, and an optional cap on how far
*> one adjustment may move it. LOANRATE.cob's REPRICE pass
*> computes the coming rate and payment ahead of the change
*> date (ARM-PENDING-RATE / ARM-PENDING-PMT), queues the
*> borrower's notice, and on the change date writes them into
*> the loan master and rolls ARM-NEXT-CHANGE forward.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   ARM-LOAN-ID       — Loan (LOANREC.cpy)
*>   Bytes 11-18:  ARM-INDEX-CODE    — Index (RATEIDX.cpy)
*>   Bytes 19-23:  ARM-MARGIN        — Added to the index; may be
*>                                      negative
*>   Bytes 24-26:  ARM-ADJ-FREQ      — Months between changes
*>   Bytes 27-34:  ARM-NEXT-CHANGE   — YYYYMMDD next rate change
*>   Bytes 35-39:  ARM-RATE-FLOOR    — Lifetime minimum rate
*>   Bytes 40-44:  ARM-RATE-CAP      — Lifetime maximum rate
*>   Bytes 45-49:  ARM-PERIOD-CAP    — Most one change may move
*>                                      the rate (0 = no limit)
*>   Bytes 50-54:  ARM-PENDING-RATE  — Rate noticed for the next
*>                                      change
*>   Bytes 55-65:  ARM-PENDING-PMT   — Payment noticed with it
*>   Bytes 66-73:  ARM-NOTICE-FOR    — Change date the pending
*>                                      rate and notice are for
*>                                      (0 = none yet)
*>   Byte  74:     ARM-STATUS        — 'A' floating, 'F' fixed
*>                                      (terms retired)
*>   Bytes 75-82:  ARM-LAST-CHANGE   — YYYYMMDD last rate change
*>   Bytes 83-90:  FILLER
*>
 01  LOAN-ARM-RECORD.
     05  ARM-LOAN-ID          PIC X(10).
     05  ARM-INDEX-CODE       PIC X(8).
     05  ARM-MARGIN           PIC S9(1)V9(4).
     05  ARM-ADJ-FREQ         PIC 9(3).
     05  ARM-NEXT-CHANGE      PIC 9(8).
     05  ARM-RATE-FLOOR       PIC 9(1)V9(4).
     05  ARM-RATE-CAP         PIC 9(1)V9(4).
     05  ARM-PERIOD-CAP       PIC 9(1)V9(4).
     05  ARM-PENDING-RATE     PIC 9(1)V9(4).
     05  ARM-PENDING-PMT      PIC S9(9)V99.
     05  ARM-NOTICE-FOR       PIC 9(8).
     05  ARM-STATUS           PIC X(1).
         88  ARM-FLOATING     VALUE 'A'.
         88  ARM-FIXED        VALUE 'F'.
     05  ARM-LAST-CHANGE      PIC 9(8).
     05  FILLER               PIC X(8).
