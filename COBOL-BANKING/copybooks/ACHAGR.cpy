*> ================================================================
*> ACHAGR.cpy — Business ACH Origination Agreement (90 bytes)
*> Used by: ACHORIG.cob (agreements, submission limits, offset)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Lending Our Routing Number
*> When a business customer sends its own payroll or vendor
*> payments through us, every entry goes out under our routing
*> number — we are the ODFI, and we answer to the network for
*> the money whether or not the customer funds it. The
*> agreement is what the customer is allowed to put under our
*> name: one row per NACHA company ID, the account the offset
*> settles against, the SEC codes the customer may use, and
*> two exposure limits — the largest single file, and the
*> most the customer may have accepted in one business day
*> (both on the gross of debits and credits, since a debit
*> can come back for sixty days). A prefunded customer pays
*> for a file the day it is accepted; the rest settle on the
*> file's effective date.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   AGR-COMPANY-ID    — NACHA company identification
*>                                      (batch header cols 41-50)
*>   Bytes 11-20:  AGR-ACCT-ID       — Settlement account
*>                                      (ACCTREC.cpy)
*>   Bytes 21-32:  AGR-SEC-CODE      — Up to four SEC codes
*>                                      allowed (PPD, CCD, CTX,
*>                                      WEB...); spaces = unused
*>   Bytes 33-44:  AGR-FILE-LIMIT    — Largest gross file
*>   Bytes 45-56:  AGR-DAILY-LIMIT   — Largest gross day's
*>                                      acceptances
*>   Byte  57:     AGR-PREFUND       — 'Y' offset at acceptance,
*>                                      'N' on the settlement date
*>   Byte  58:     AGR-STATUS        — 'A' active, 'S' suspended
*>   Bytes 59-66:  AGR-SET-BY        — Operator who keyed the terms
*>   Bytes 67-74:  AGR-SET-DATE      — YYYYMMDD keyed
*>   Bytes 75-90:  FILLER
*>
 01  ACH-AGREEMENT-RECORD.
     05  AGR-COMPANY-ID       PIC X(10).
     05  AGR-ACCT-ID          PIC X(10).
     05  AGR-SEC-CODE OCCURS 4 TIMES
                              PIC X(3).
     05  AGR-FILE-LIMIT       PIC 9(10)V99.
     05  AGR-DAILY-LIMIT      PIC 9(10)V99.
     05  AGR-PREFUND          PIC X(1).
         88  AGR-PREFUNDED    VALUE 'Y'.
         88  AGR-PREFUND-VALID VALUE 'Y' 'N'.
     05  AGR-STATUS           PIC X(1).
         88  AGR-ACTIVE       VALUE 'A'.
         88  AGR-SUSPENDED    VALUE 'S'.
     05  AGR-SET-BY           PIC X(8).
     05  AGR-SET-DATE         PIC 9(8).
     05  FILLER               PIC X(16).
