*> ================================================================
*> PODREC.cpy — POD/ITF Beneficiary Designation Record (70 bytes)
*> Used by: PODMAINT.cob (maintenance/inquiry), ESTATE.cob
*>          (estate worksheet), REPORTS.cob (FDIC coverage)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Who the Money Goes To
*> ACCTREC.cpy names up to three owners and CUSTXREF.cpy records
*> each customer's ownership role, but a payable-on-death or
*> in-trust-for designation names someone who owns nothing until
*> the owner dies — so it had nowhere to live but the signature
*> card. PODBENE.DAT holds one row per beneficiary per account:
*> the beneficiary, the share of the account they take, and the
*> dates the designation ran. A removed designation keeps its row
*> with POD-STATUS 'R' and the removal date so the history stays
*> on file; only 'A' rows are in force. ESTATE.cob lists the
*> in-force rows on the worksheet, and REPORTS.cob's FDIC pass
*> counts an account with in-force rows as revocable-trust
*> deposits — $250,000 per owner per beneficiary — rather than
*> single or joint ownership.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:  POD-ACCT-ID     — Matches ACCT-ID in ACCTREC.cpy
*>   Bytes 11-12: POD-SEQ         — Beneficiary number within the
*>                                   account (01, 02, ...; never
*>                                   reused once removed)
*>   Bytes 13-42: POD-BENE-NAME   — Beneficiary's name
*>   Byte  43:    POD-DESIG       — 'P' payable on death,
*>                                   'T' in trust for
*>   Byte  44:    POD-RELATION    — 'S' spouse, 'C' child,
*>                                   'P' parent, 'B' sibling,
*>                                   'O' other person,
*>                                   'E' charity/non-profit
*>   Bytes 45-49: POD-SHARE-PCT   — Share of the account, 999V99
*>                                   (in-force shares on one
*>                                   account total at most 100.00)
*>   Bytes 50-57: POD-EFF-DATE    — YYYYMMDD designation recorded
*>   Bytes 58-65: POD-REMOVE-DATE — YYYYMMDD removed (0 = in force)
*>   Byte  66:    POD-STATUS      — 'A' in force, 'R' removed
*>   Bytes 67-70: FILLER
*>
 01  POD-BENE-RECORD.
     05  POD-ACCT-ID          PIC X(10).
     05  POD-SEQ              PIC 9(2).
     05  POD-BENE-NAME        PIC X(30).
     05  POD-DESIG            PIC X(1).
         88  POD-PAYABLE-ON-DEATH VALUE 'P'.
         88  POD-IN-TRUST-FOR VALUE 'T'.
     05  POD-RELATION         PIC X(1).
         88  POD-REL-SPOUSE   VALUE 'S'.
         88  POD-REL-CHILD    VALUE 'C'.
         88  POD-REL-PARENT   VALUE 'P'.
         88  POD-REL-SIBLING  VALUE 'B'.
         88  POD-REL-OTHER    VALUE 'O'.
         88  POD-REL-CHARITY  VALUE 'E'.
     05  POD-SHARE-PCT        PIC 9(3)V99.
     05  POD-EFF-DATE         PIC 9(8).
     05  POD-REMOVE-DATE      PIC 9(8).
     05  POD-STATUS           PIC X(1).
         88  POD-IN-FORCE     VALUE 'A'.
         88  POD-REMOVED      VALUE 'R'.
     05  FILLER               PIC X(4).
