*> ================================================================
*> CDDAUD.cpy — CDD Rating Audit Log Record (100 bytes)
*> Used by: CDDRATE.cob
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Before/After Images
*> Same discipline CUSTAUD.cpy gives the customer master: every
*> rating the nightly pass assigns or changes, and every review
*> a compliance officer records, appends one of these to
*> CDDAUDIT.DAT — the rating exactly as it stood before and
*> after, who (or which batch program) moved it, and the review
*> outcome and note. This is the documented rating history an
*> examiner asks for. Append-only: never rewritten or deleted.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   CDA-OPERATION       — RATE or REVIEW
*>   Bytes 11-20:  CDA-CUST-ID         — Matches CUST-ID
*>   Bytes 21-28:  CDA-DATE            — YYYYMMDD (business date)
*>   Bytes 29-34:  CDA-TIME            — HHMMSS
*>   Bytes 35-42:  CDA-OPER            — Reviewing operator, or
*>                                       "CDDRATE" for the nightly
*>                                       pass
*>   Bytes 43-55:  CDA-BEFORE-IMAGE    — Rating, score, next
*>                                       review, officer rating
*>                                       (spaces/zeros for a
*>                                       first rating)
*>   Bytes 56-68:  CDA-AFTER-IMAGE     — Same fields after
*>   Byte  69:     CDA-OUTCOME         — Review outcome (REVIEW
*>                                       only — see CDDREC.cpy)
*>   Bytes 70-99:  CDA-NOTE            — Officer's note
*>   Byte  100:    FILLER
*>
 01  CDD-AUDIT-RECORD.
     05  CDA-OPERATION            PIC X(10).
     05  CDA-CUST-ID              PIC X(10).
     05  CDA-DATE                 PIC 9(8).
     05  CDA-TIME                 PIC 9(6).
     05  CDA-OPER                 PIC X(8).
     05  CDA-BEFORE-IMAGE.
         10  CDA-BEF-RATING       PIC X(1).
         10  CDA-BEF-SCORE        PIC 9(3).
         10  CDA-BEF-NEXT-REVIEW  PIC 9(8).
         10  CDA-BEF-OFFICER      PIC X(1).
     05  CDA-AFTER-IMAGE.
         10  CDA-AFT-RATING       PIC X(1).
         10  CDA-AFT-SCORE        PIC 9(3).
         10  CDA-AFT-NEXT-REVIEW  PIC 9(8).
         10  CDA-AFT-OFFICER      PIC X(1).
     05  CDA-OUTCOME              PIC X(1).
     05  CDA-NOTE                 PIC X(30).
     05  FILLER                   PIC X(1).
