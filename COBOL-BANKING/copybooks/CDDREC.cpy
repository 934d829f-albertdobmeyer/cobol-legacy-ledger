*> ================================================================
*> CDDREC.cpy — Customer Due-Diligence Risk Record (100 bytes)
*> Used by: CDDRATE.cob (RATE writes and refreshes; REVIEW
*>          records the compliance officer's outcome)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: A Side File Keyed Like Its Master
*> CUSTOMER.DAT is rewritten field by field by CUSTOMER.cob and
*> CUSTDUPE.cob and extracted byte for byte by TESTMASK.cob, so
*> the CDD rating lives in its own file keyed by CUST-ID — the
*> same choice CIPDOCS.DAT (CIPREC.cpy) made for the retail CIP
*> checklist. One row per rated customer. The nightly RATE pass
*> rewrites the score and its parts; the review fields belong to
*> the officer and RATE never clears them. A customer with no
*> row has simply not been rated yet.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:  CDD-CUST-ID        — Matches CUST-ID
*>   Byte  11:    CDD-RATING         — Effective rating: 'H' high,
*>                                      'M' medium, 'L' low
*>   Bytes 12-14: CDD-SCORE          — Computed score, 0-100
*>   Bytes 15-17: CDD-PRODUCT-PTS    — Product-mix points
*>   Bytes 18-20: CDD-CASH-PTS       — Cash-intensity points
*>   Bytes 21-23: CDD-OWNER-PTS      — Business-ownership points
*>   Bytes 24-26: CDD-SAR-PTS        — SAR-history points
*>   Bytes 27-29: CDD-WIRE-PTS       — Wire-country points
*>   Bytes 30-37: CDD-RATED-DATE     — YYYYMMDD last scored
*>   Bytes 38-45: CDD-NEXT-REVIEW    — YYYYMMDD the relationship
*>                                      must next be reviewed by
*>   Byte  46:    CDD-OFFICER-RATING — Rating set at the last
*>                                      review; stands until the
*>                                      computed rating rises above
*>                                      it (space = none)
*>   Bytes 47-54: CDD-LAST-REVIEW    — YYYYMMDD of the last review
*>   Bytes 55-62: CDD-REVIEWER       — Operator who recorded it
*>   Byte  63:    CDD-OUTCOME        — 'A' rating affirmed,
*>                                      'R' raised, 'L' lowered,
*>                                      'X' exit recommended
*>   Bytes 64-93: CDD-REVIEW-NOTE    — Officer's note
*>   Bytes 94-100: FILLER
*>
 01  CDD-RISK-RECORD.
     05  CDD-CUST-ID          PIC X(10).
     05  CDD-RATING           PIC X(1).
         88  CDD-HIGH-RISK    VALUE 'H'.
         88  CDD-MEDIUM-RISK  VALUE 'M'.
         88  CDD-LOW-RISK     VALUE 'L'.
     05  CDD-SCORE            PIC 9(3).
     05  CDD-PRODUCT-PTS      PIC 9(3).
     05  CDD-CASH-PTS         PIC 9(3).
     05  CDD-OWNER-PTS        PIC 9(3).
     05  CDD-SAR-PTS          PIC 9(3).
     05  CDD-WIRE-PTS         PIC 9(3).
     05  CDD-RATED-DATE       PIC 9(8).
     05  CDD-NEXT-REVIEW      PIC 9(8).
     05  CDD-OFFICER-RATING   PIC X(1).
     05  CDD-LAST-REVIEW      PIC 9(8).
     05  CDD-REVIEWER         PIC X(8).
     05  CDD-OUTCOME          PIC X(1).
         88  CDD-AFFIRMED     VALUE 'A'.
         88  CDD-RAISED       VALUE 'R'.
         88  CDD-LOWERED      VALUE 'L'.
         88  CDD-EXIT-RECOMMENDED VALUE 'X'.
     05  CDD-REVIEW-NOTE      PIC X(30).
     05  FILLER               PIC X(7).
