*> ================================================================
*> PPDEC.cpy — Positive Pay Decision Queue Item (211 bytes)
*> Used by: CHKPRES.cob (queued), POSPAY.cob (decided)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: A Decision With a Clock On It
*> A check presented on an enrolled account (PPENROLL.cpy) that
*> does not match the customer's issue register (PPREG.cpy) is
*> held here instead of posting. The customer pays or returns
*> it before the cutoff — the enrollment's cutoff time on the
*> banking day after presentment. Whatever is still undecided
*> at the cutoff follows the customer's standing instruction,
*> copied onto the item when it was queued so a later change
*> to the enrollment does not rewrite today's answer. The
*> original CHECKS.DAT line is kept whole; the posting and the
*> return are both built from it.
*> The file is rewritten in place but never reordered.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-5:     PPD-SEQ           — Queue sequence
*>   Bytes 6-15:    PPD-ACCT-ID       — Account drawn on
*>   Bytes 16-25:   PPD-SERIAL        — Serial as presented
*>   Bytes 26-37:   PPD-AMOUNT        — Amount as presented
*>   Bytes 38-67:   PPD-PAYEE         — Payee as presented
*>   Bytes 68-79:   PPD-ISSUED-AMOUNT — Amount on the register
*>                                       (zero when no issue)
*>   Bytes 80-93:   PPD-REASON        — NO-ISSUE, AMT-MISMATCH,
*>                                       PAYEE-MISMATCH,
*>                                       ISSUE-VOIDED, DUP-PRESENT
*>   Bytes 94-101:  PPD-PRESENT-DATE  — YYYYMMDD presented
*>   Bytes 102-109: PPD-CUTOFF-DATE   — YYYYMMDD decision due
*>   Bytes 110-113: PPD-CUTOFF-TIME   — HHMM decision due
*>   Byte  114:     PPD-DEFAULT       — 'P' or 'R' when undecided
*>   Byte  115:     PPD-STATUS        — 'P' pending, 'Y' paid,
*>                                       'R' returned, 'A' paid by
*>                                       default, 'D' returned by
*>                                       default
*>   Bytes 116-123: PPD-DECIDED-BY    — Operator (or "DEFAULT")
*>   Bytes 124-131: PPD-DECIDED-DATE  — YYYYMMDD decided
*>   Bytes 132-211: PPD-ITEM          — Original CHECKS.DAT line
*>
 01  POSPAY-DECISION-RECORD.
     05  PPD-SEQ              PIC 9(5).
     05  PPD-ACCT-ID          PIC X(10).
     05  PPD-SERIAL           PIC X(10).
     05  PPD-AMOUNT           PIC 9(10)V99.
     05  PPD-PAYEE            PIC X(30).
     05  PPD-ISSUED-AMOUNT    PIC 9(10)V99.
     05  PPD-REASON           PIC X(14).
     05  PPD-PRESENT-DATE     PIC 9(8).
     05  PPD-CUTOFF-DATE      PIC 9(8).
     05  PPD-CUTOFF-TIME      PIC 9(4).
     05  PPD-DEFAULT          PIC X(1).
     05  PPD-STATUS           PIC X(1).
         88  PPD-PENDING      VALUE 'P'.
         88  PPD-PAID         VALUE 'Y' 'A'.
         88  PPD-RETURNED     VALUE 'R' 'D'.
     05  PPD-DECIDED-BY       PIC X(8).
     05  PPD-DECIDED-DATE     PIC 9(8).
     05  PPD-ITEM             PIC X(80).
