*> ================================================================
*> CUSTODY.cpy — Custodial Account Registration Record (80 bytes)
*> Used by: MINORAGE.cob (registration, age-of-majority pass)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: An Account That Changes Hands on a Birthday
*> CUSTXREF.cpy can link a custodian ('C') to an account, and
*> SIGNREC.cpy can give a guardian ('G') signing authority, but
*> neither says whose money it is or when the custodian's
*> authority ends. CUSTODY.DAT holds one row per custodial
*> account, keyed by ACCT-ID beside the account master (the
*> side-file pattern of PODBENE.DAT): the minor who owns the
*> funds, the custodian acting for them, and the state whose
*> transfers-to-minors act governs the gift. The termination
*> age comes from that state's row in AGEMAJ.DAT (AGEMAJ.cpy)
*> and the minor's CUST-DOB, so CSD-TERM-DATE is recomputed
*> every night and a corrected birth date or table row takes
*> effect without re-registering. The row is never deleted —
*> once transferred it stays as the record of when and how
*> the minor took the account over.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   CSD-ACCT-ID       — Custodial account
*>   Bytes 11-20:  CSD-MINOR-ID      — Minor (CUSTREC.cpy)
*>   Bytes 21-30:  CSD-CUSTODIAN-ID  — Custodian (CUSTREC.cpy)
*>   Bytes 31-32:  CSD-STATE         — Governing state (AGEMAJ.cpy)
*>   Bytes 33-40:  CSD-TERM-DATE     — YYYYMMDD custodianship ends
*>                                      (0 = not yet computed)
*>   Byte  41:     CSD-STATUS        — 'A' active, 'N' notices
*>                                      sent, 'T' transferred
*>   Bytes 42-49:  CSD-NOTICE-DATE   — YYYYMMDD notices queued
*>   Bytes 50-57:  CSD-XFER-DATE     — YYYYMMDD ownership passed
*>   Bytes 58-65:  CSD-SET-BY        — Operator who registered it
*>   Bytes 66-73:  CSD-SET-DATE      — YYYYMMDD registered
*>   Bytes 74-80:  FILLER
*>
 01  CUSTODY-RECORD.
     05  CSD-ACCT-ID          PIC X(10).
     05  CSD-MINOR-ID         PIC X(10).
     05  CSD-CUSTODIAN-ID     PIC X(10).
     05  CSD-STATE            PIC X(2).
     05  CSD-TERM-DATE        PIC 9(8).
     05  CSD-STATUS           PIC X(1).
         88  CSD-ACTIVE       VALUE 'A'.
         88  CSD-NOTIFIED     VALUE 'N'.
         88  CSD-TRANSFERRED  VALUE 'T'.
     05  CSD-NOTICE-DATE      PIC 9(8).
     05  CSD-XFER-DATE        PIC 9(8).
     05  CSD-SET-BY           PIC X(8).
     05  CSD-SET-DATE         PIC 9(8).
     05  FILLER               PIC X(7).
