*> ================================================================
*> APINV.cpy — Accounts Payable Invoice Record (150 bytes)
*> Used by: APPAY.cob (INVOICE, APPROVE, REJECT, LIST, PAYRUN,
*>          1099NEC) — APINVOICE.DAT
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: An Invoice Moves Through Four States
*> A vendor's bill is keyed by one operator and coded to a
*> GLCHART.DAT expense account; it sits PENDING until a second
*> operator — supervisor or admin, never the maker — approves
*> it (GLENTRY.cob's two-person rule). Approval journals the
*> expense against 2050 ACCOUNTS PAYABLE; the PAYRUN that pays
*> it journals the payable away and stamps the payment:
*>   P pending -> A approved -> S paid   (or P -> R rejected)
*> INV-PAY-ID ties every invoice in one vendor's payment
*> together — the official-check queue row (APCHKQ.cpy) or the
*> ACH entry carries the same ID. The same vendor invoice
*> number may not be keyed twice (paying a bill twice is the
*> classic AP loss).
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-6:     INV-SEQ          — Entry number
*>   Bytes 7-14:    INV-VENDOR-ID    — Vendor (APVEND.cpy)
*>   Bytes 15-29:   INV-NUMBER       — Vendor's invoice number
*>   Bytes 30-33:   INV-GL-ACCT      — Expense account charged
*>   Bytes 34-44:   INV-AMOUNT       — Invoice amount
*>   Bytes 45-52:   INV-DUE-DATE     — YYYYMMDD payment due
*>   Bytes 53-82:   INV-DESC         — What was bought
*>   Bytes 83-90:   INV-MAKER        — Operator who keyed it
*>   Bytes 91-98:   INV-CHECKER      — Supervisor who decided it
*>   Byte  99:      INV-STATUS       — P/A/R/S (above)
*>   Bytes 100-107: INV-ENTRY-DATE   — YYYYMMDD keyed
*>   Bytes 108-115: INV-ACT-DATE     — YYYYMMDD approved or
*>                                      rejected (0 = not)
*>   Bytes 116-125: INV-PAY-ID       — Payment that settled it
*>   Byte  126:     INV-PAY-METHOD   — 'C' check / 'A' ACH
*>   Bytes 127-134: INV-PAID-DATE    — YYYYMMDD paid (0 = not)
*>   Bytes 135-150: FILLER
*>
 01  AP-INVOICE-RECORD.
     05  INV-SEQ              PIC 9(6).
     05  INV-VENDOR-ID        PIC X(8).
     05  INV-NUMBER           PIC X(15).
     05  INV-GL-ACCT          PIC 9(4).
     05  INV-AMOUNT           PIC S9(9)V99.
     05  INV-DUE-DATE         PIC 9(8).
     05  INV-DESC             PIC X(30).
     05  INV-MAKER            PIC X(8).
     05  INV-CHECKER          PIC X(8).
     05  INV-STATUS           PIC X(1).
         88  INV-PENDING      VALUE 'P'.
         88  INV-APPROVED     VALUE 'A'.
         88  INV-REJECTED     VALUE 'R'.
         88  INV-PAID         VALUE 'S'.
     05  INV-ENTRY-DATE       PIC 9(8).
     05  INV-ACT-DATE         PIC 9(8).
     05  INV-PAY-ID           PIC X(10).
     05  INV-PAY-METHOD       PIC X(1).
     05  INV-PAID-DATE        PIC 9(8).
     05  FILLER               PIC X(16).
