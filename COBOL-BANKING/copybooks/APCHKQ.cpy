*> ================================================================
*> APCHKQ.cpy — AP Official Check Queue Record (160 bytes)
*> Used by: APPAY.cob (PAYRUN — queues one check per vendor
*>          paid by check), CLOSEOUT.cob (APPROVE — queues the
*>          closing-balance check, APQ-VENDOR-ID "CLOSEOUT" and
*>          the closed account in APQ-PAY-ID), OFFCHECK.cob
*>          (APCHECK — issues the official check and marks the
*>          row issued)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Same Hand-Off as the Escrow Queue
*> APPAY.cob decides WHAT the bank owes and to whom;
*> OFFCHECK.cob stays the only program that cuts an official
*> check (controlled serial, positive-pay issue record, GL
*> pair). APCHKQ.DAT sits between them exactly as ESCDISB.DAT
*> sits between ESCROW.cob and OFFCHECK.cob: a row queued 'Q'
*> is picked up by the next OFFCHECK APCHECK run and stamped
*> 'I' with the check serial. The remit-to lines ride the row
*> so the printed instrument can go straight in the envelope.
*> An issued row is dropped 90 days after its issue date.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:    APQ-PAY-ID       — Payment ID (APINV.cpy)
*>   Bytes 11-18:   APQ-VENDOR-ID    — Vendor paid
*>   Bytes 19-48:   APQ-PAYEE-NAME   — Payee as the check reads
*>   Bytes 49-59:   APQ-AMOUNT       — Check amount
*>   Bytes 60-67:   APQ-QUEUED-DATE  — YYYYMMDD queued
*>   Byte  68:      APQ-STATUS       — 'Q' queued, 'I' issued
*>   Bytes 69-78:   APQ-SERIAL       — Official check serial
*>   Bytes 79-86:   APQ-ISSUE-DATE   — YYYYMMDD issued (0 = not)
*>   Bytes 87-116:  APQ-REMIT-1      — Remit-to street
*>   Bytes 117-146: APQ-REMIT-2      — Remit-to city, state, ZIP
*>   Bytes 147-160: FILLER
*>
 01  AP-CHECK-QUEUE-RECORD.
     05  APQ-PAY-ID           PIC X(10).
     05  APQ-VENDOR-ID        PIC X(8).
     05  APQ-PAYEE-NAME       PIC X(30).
     05  APQ-AMOUNT           PIC S9(9)V99.
     05  APQ-QUEUED-DATE      PIC 9(8).
     05  APQ-STATUS           PIC X(1).
         88  APQ-QUEUED       VALUE 'Q'.
         88  APQ-ISSUED       VALUE 'I'.
     05  APQ-SERIAL           PIC X(10).
     05  APQ-ISSUE-DATE       PIC 9(8).
     05  APQ-REMIT-1          PIC X(30).
     05  APQ-REMIT-2          PIC X(30).
     05  FILLER               PIC X(14).
