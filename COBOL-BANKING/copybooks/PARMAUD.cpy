*> ================================================================
*> PARMAUD.cpy — Parameter Table Audit Record (170 bytes)
*> Used by: PARMMNT.cob (writer), AUDITINQ.cob (scope P) —
*>          PARMAUDIT.DAT
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Before/After Images for Reference Data
*> The same idea as AUDITREC.cpy, applied to the parameter
*> tables: every row PARMMNT.cob adds, replaces or deletes is
*> logged with the row exactly as it stood before (SPACES for
*> an add) and after (SPACES for a delete), the request it came
*> from, and both operators — the maker who keyed it and the
*> checker who approved it. Images are the raw table rows, so
*> they line up column for column with the table's own
*> copybook. Append-only; AUDITINQ.cob searches it.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:    PAUD-OPERATION     — ADD, REPLACE or DELETE
*>   Bytes 11-15:   PAUD-TABLE         — PCH-TABLE (PARMCHG.cpy)
*>   Bytes 16-41:   PAUD-KEY           — Row key
*>   Bytes 42-49:   PAUD-DATE          — YYYYMMDD applied
*>   Bytes 50-55:   PAUD-TIME          — HHMMSS applied
*>   Bytes 56-95:   PAUD-BEFORE-IMAGE  — Row before
*>   Bytes 96-135:  PAUD-AFTER-IMAGE   — Row after
*>   Bytes 136-143: PAUD-MAKER-ID      — Operator who keyed it
*>   Bytes 144-151: PAUD-CHECKER-ID    — Operator who approved it
*>   Bytes 152-156: PAUD-CHG-SEQ       — PARMPEND.DAT request
*>   Bytes 157-164: PAUD-EFF-DATE      — Effective date requested
*>   Bytes 165-170: FILLER
*>
 01  PARM-AUDIT-RECORD.
     05  PAUD-OPERATION       PIC X(10).
     05  PAUD-TABLE           PIC X(5).
     05  PAUD-KEY             PIC X(26).
     05  PAUD-DATE            PIC 9(8).
     05  PAUD-TIME            PIC 9(6).
     05  PAUD-BEFORE-IMAGE    PIC X(40).
     05  PAUD-AFTER-IMAGE     PIC X(40).
     05  PAUD-MAKER-ID        PIC X(8).
     05  PAUD-CHECKER-ID      PIC X(8).
     05  PAUD-CHG-SEQ         PIC 9(5).
     05  PAUD-EFF-DATE        PIC 9(8).
     05  FILLER               PIC X(6).
