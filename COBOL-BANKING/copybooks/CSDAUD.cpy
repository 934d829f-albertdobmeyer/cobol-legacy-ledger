*> ================================================================
*> CSDAUD.cpy — Custodial Transfer Audit Log Record (210 bytes)
*> Used by: MINORAGE.cob
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Before/After Images Across Several Files
*> Same discipline CUSTAUD.cpy and PODAUD.cpy give their files,
*> but a custodial transfer touches four at once — the
*> registration, the custodian's CUSTXREF.DAT link, the
*> guardian's SIGNERS.DAT authority, and the account's
*> CIPDOCS.DAT checklist — so each entry names the file it
*> imaged and carries the record before and after as it sits
*> on that file (left-justified, space-filled to 80 bytes). A
*> removed record has a blank after image; an added one a blank
*> before image. Append-only: once written, an entry is never
*> rewritten or deleted.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:    CSAU-OPERATION    — REGISTER, NOTICE, TRANSFER,
*>                                      XREF-END, XREF-ROLE,
*>                                      XREF-ADD, SIGN-END, CIP-KYC
*>   Bytes 11-20:   CSAU-ACCT-ID      — Custodial account
*>   Bytes 21-28:   CSAU-FILE         — CUSTODY, CUSTXREF, SIGNERS,
*>                                      CIPDOCS
*>   Bytes 29-36:   CSAU-DATE         — YYYYMMDD the change ran
*>   Bytes 37-42:   CSAU-TIME         — HHMMSS the change ran
*>   Bytes 43-50:   CSAU-OPER-ID      — Signed-on operator, or
*>                                      MINORAGE for the nightly pass
*>   Bytes 51-130:  CSAU-BEFORE-IMAGE — Record before
*>   Bytes 131-210: CSAU-AFTER-IMAGE  — Record after
*>
 01  CUSTODY-AUDIT-RECORD.
     05  CSAU-OPERATION           PIC X(10).
     05  CSAU-ACCT-ID             PIC X(10).
     05  CSAU-FILE                PIC X(8).
     05  CSAU-DATE                PIC 9(8).
     05  CSAU-TIME                PIC 9(6).
     05  CSAU-OPER-ID             PIC X(8).
     05  CSAU-BEFORE-IMAGE        PIC X(80).
     05  CSAU-AFTER-IMAGE         PIC X(80).
