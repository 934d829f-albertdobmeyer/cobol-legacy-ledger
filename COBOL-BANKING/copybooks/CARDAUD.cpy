*> ================================================================
*> CARDAUD.cpy — Card Lifecycle Audit Record Layout (216 bytes)
*> Used by: CARDMNT.cob
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Before/After Images for the Card Master
*> Same discipline CUSTAUD.cpy gives the customer master: every
*> ISSUE, ACTIVATE, HOT, REISSUE, and EXPIRE appends one of these
*> to CARDAUDIT.DAT with the card exactly as it stood before and
*> after, plus the operator who did it ("BATCH" for the nightly
*> expiry sweep). The images carry the lifecycle fields only —
*> the daily usage accumulators AUTHORIZE.cob maintains are not
*> lifecycle events. Append-only.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:    CRDA-OPERATION    — ISSUE, ACTIVATE, HOT,
*>                                      REISSUE, or EXPIRE
*>   Bytes 11-26:   CRDA-CARD-NUMBER  — Matches CARD-NUMBER
*>   Bytes 27-34:   CRDA-DATE         — YYYYMMDD the operation ran
*>   Bytes 35-40:   CRDA-TIME         — HHMMSS the operation ran
*>   Bytes 41-48:   CRDA-OPER-ID      — Signed-on operator
*>   Bytes 49-132:  CRDA-BEFORE-IMAGE — Card before (spaces/zeros
*>                                      for an ISSUE)
*>   Bytes 133-216: CRDA-AFTER-IMAGE  — Card after
*>
*>   Each image mirrors CARDREC.cpy's lifecycle fields (84 bytes).
*>
 01  CARD-AUDIT-RECORD.
     05  CRDA-OPERATION           PIC X(10).
     05  CRDA-CARD-NUMBER         PIC X(16).
     05  CRDA-DATE                PIC 9(8).
     05  CRDA-TIME                PIC 9(6).
     05  CRDA-OPER-ID             PIC X(8).
     05  CRDA-BEFORE-IMAGE.
         10  CRDA-BEF-NUMBER      PIC X(16).
         10  CRDA-BEF-ACCT-ID     PIC X(10).
         10  CRDA-BEF-STATUS      PIC X(1).
         10  CRDA-BEF-HOT-REASON  PIC X(1).
         10  CRDA-BEF-EXPIRY      PIC 9(6).
         10  CRDA-BEF-ISSUE-DATE  PIC 9(8).
         10  CRDA-BEF-STATUS-DATE PIC 9(8).
         10  CRDA-BEF-POS-LIMIT   PIC 9(7)V99.
         10  CRDA-BEF-ATM-LIMIT   PIC 9(7)V99.
         10  CRDA-BEF-REPLACES    PIC X(16).
     05  CRDA-AFTER-IMAGE.
         10  CRDA-AFT-NUMBER      PIC X(16).
         10  CRDA-AFT-ACCT-ID     PIC X(10).
         10  CRDA-AFT-STATUS      PIC X(1).
         10  CRDA-AFT-HOT-REASON  PIC X(1).
         10  CRDA-AFT-EXPIRY      PIC 9(6).
         10  CRDA-AFT-ISSUE-DATE  PIC 9(8).
         10  CRDA-AFT-STATUS-DATE PIC 9(8).
         10  CRDA-AFT-POS-LIMIT   PIC 9(7)V99.
         10  CRDA-AFT-ATM-LIMIT   PIC 9(7)V99.
         10  CRDA-AFT-REPLACES    PIC X(16).
