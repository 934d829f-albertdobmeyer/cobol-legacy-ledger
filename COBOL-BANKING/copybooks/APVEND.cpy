*> ================================================================
*> APVEND.cpy — Accounts Payable Vendor Master Record (180 bytes)
*> Used by: APPAY.cob (VENDOR, VENDORS, INVOICE, PAYRUN,
*>          1099NEC) — APVENDOR.DAT
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Who the Bank Itself Pays
*> Everything else in this system pays a customer; this file is
*> the short list of firms the bank pays for its own running —
*> the landlord, the armored-car service, the auditors. One
*> record per vendor: where the money goes (VND-METHOD 'C' an
*> official check mailed to the remit address, 'A' an ACH
*> credit to the vendor's own bank) and whether the vendor's
*> payments are reportable on a 1099-NEC at year end
*> (VND-1099-FLAG 'Y' — VND-TIN is then required on the form).
*> Only a supervisor or admin adds or changes a vendor: the
*> master decides where the bank's money is sent.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-8:     VND-ID           — Vendor ID
*>   Bytes 9-38:    VND-NAME         — Legal name (payee line)
*>   Bytes 39-47:   VND-TIN          — EIN/SSN, digits only
*>   Bytes 48-77:   VND-STREET       — Remit-to street
*>   Bytes 78-97:   VND-CITY         — Remit-to city
*>   Bytes 98-99:   VND-STATE        — Remit-to state
*>   Bytes 100-109: VND-ZIP          — Remit-to ZIP
*>   Byte  110:     VND-METHOD       — 'C' check / 'A' ACH
*>   Bytes 111-119: VND-ROUTING      — ACH receiving routing
*>   Bytes 120-136: VND-BANK-ACCT    — ACH receiving account
*>   Byte  137:     VND-1099-FLAG    — 'Y' 1099-NEC reportable
*>   Byte  138:     VND-STATUS       — 'A' active / 'I' inactive
*>   Bytes 139-146: VND-ADDED-DATE   — YYYYMMDD added
*>   Bytes 147-154: VND-CHANGED-BY   — Operator, last change
*>   Bytes 155-162: VND-CHANGED-DATE — YYYYMMDD, last change
*>   Bytes 163-180: FILLER
*>
 01  AP-VENDOR-RECORD.
     05  VND-ID               PIC X(8).
     05  VND-NAME             PIC X(30).
     05  VND-TIN              PIC X(9).
     05  VND-STREET           PIC X(30).
     05  VND-CITY             PIC X(20).
     05  VND-STATE            PIC X(2).
     05  VND-ZIP              PIC X(10).
     05  VND-METHOD           PIC X(1).
         88  VND-PAY-CHECK    VALUE 'C'.
         88  VND-PAY-ACH      VALUE 'A'.
     05  VND-ROUTING          PIC 9(9).
     05  VND-BANK-ACCT        PIC X(17).
     05  VND-1099-FLAG        PIC X(1).
         88  VND-REPORTABLE   VALUE 'Y'.
     05  VND-STATUS           PIC X(1).
         88  VND-ACTIVE       VALUE 'A'.
         88  VND-INACTIVE     VALUE 'I'.
     05  VND-ADDED-DATE       PIC 9(8).
     05  VND-CHANGED-BY       PIC X(8).
     05  VND-CHANGED-DATE     PIC 9(8).
     05  FILLER               PIC X(18).
