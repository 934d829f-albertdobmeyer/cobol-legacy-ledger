*> ================================================================
*> PODAUD.cpy — Beneficiary Audit Log Record Layout (176 bytes)
*> Used by: PODMAINT.cob
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Before/After Images for Designations
*> Same discipline CUSTAUD.cpy gives the customer master: every
*> ADD/CHANGE/REMOVE of a beneficiary designation appends one of
*> these to PODAUDIT.DAT — the designation exactly as it stood
*> before and exactly as it stood after — so a disputed share or a
*> beneficiary who "was never removed" can be answered from the
*> log. Unlike the customer log, each entry also carries the
*> signed-on operator: a designation decides who is paid when the
*> owner dies, and who keyed it is part of the answer. Append-
*> only: once written, an entry is never rewritten or deleted.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:    PAUD-OPERATION    — ADD, CHANGE, or REMOVE
*>   Bytes 11-20:   PAUD-ACCT-ID      — Matches POD-ACCT-ID
*>   Bytes 21-22:   PAUD-SEQ          — Matches POD-SEQ
*>   Bytes 23-30:   PAUD-DATE         — YYYYMMDD the operation ran
*>   Bytes 31-36:   PAUD-TIME         — HHMMSS the operation ran
*>   Bytes 37-44:   PAUD-OPER-ID      — Signed-on operator
*>   Bytes 45-110:  PAUD-BEFORE-IMAGE — Designation before
*>                                      (spaces/zeros for an ADD)
*>   Bytes 111-176: PAUD-AFTER-IMAGE  — Designation after
*>
*>   Each image mirrors PODREC.cpy field for field (66 bytes).
*>
 01  POD-AUDIT-RECORD.
     05  PAUD-OPERATION           PIC X(10).
     05  PAUD-ACCT-ID             PIC X(10).
     05  PAUD-SEQ                 PIC 9(2).
     05  PAUD-DATE                PIC 9(8).
     05  PAUD-TIME                PIC 9(6).
     05  PAUD-OPER-ID             PIC X(8).
     05  PAUD-BEFORE-IMAGE.
         10  PAUD-BEF-ACCT-ID     PIC X(10).
         10  PAUD-BEF-SEQ         PIC 9(2).
         10  PAUD-BEF-NAME        PIC X(30).
         10  PAUD-BEF-DESIG       PIC X(1).
         10  PAUD-BEF-RELATION    PIC X(1).
         10  PAUD-BEF-SHARE       PIC 9(3)V99.
         10  PAUD-BEF-EFF-DATE    PIC 9(8).
         10  PAUD-BEF-REMOVE-DATE PIC 9(8).
         10  PAUD-BEF-STATUS      PIC X(1).
     05  PAUD-AFTER-IMAGE.
         10  PAUD-AFT-ACCT-ID     PIC X(10).
         10  PAUD-AFT-SEQ         PIC 9(2).
         10  PAUD-AFT-NAME        PIC X(30).
         10  PAUD-AFT-DESIG       PIC X(1).
         10  PAUD-AFT-RELATION    PIC X(1).
         10  PAUD-AFT-SHARE       PIC 9(3)V99.
         10  PAUD-AFT-EFF-DATE    PIC 9(8).
         10  PAUD-AFT-REMOVE-DATE PIC 9(8).
         10  PAUD-AFT-STATUS      PIC X(1).
