*> ================================================================
*> GLJREC.cpy — GL Journal Entry Record Layout (51 bytes)
*> Used by: GLPOST.cob, LABORDST.cob, GLBUDGET.cob (branch
*>          budget-versus-actual)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*>   Bytes 13-26: GLJ-DEBIT   — Debit amount (zero on a credit)
*>   Bytes 27-40: GLJ-CREDIT  — Credit amount (zero on a debit)
*>   Bytes 41-48: GLJ-SOURCE  — Generating program/feed
*>   Bytes 49-51: GLJ-BRANCH  — Branch the activity belongs to
*>                              (SPACES = main office / not
*>                              branch-specific)
*>
 01  GL-JOURNAL-RECORD.
     05  GLJ-DATE             PIC 9(8).
     05  GLJ-DEBIT            PIC S9(12)V99.
     05  GLJ-CREDIT           PIC S9(12)V99.
     05  GLJ-SOURCE           PIC X(8).
*>   2026 AKD: Branch, appended additively — GLPOST.cob stamps it
*>   from TRANS-BRANCH on the ledger lines it journals, so
*>   GLBUDGET.cob can cut budget-versus-actual by office. Every
*>   other writer (manual entries, loan, payroll, close) moves
*>   SPACES; a line written before this field existed reads back
*>   SPACES the same way. SPACES report under the MAIN bucket,
*>   as in BRANCHRPT.cob.
     05  GLJ-BRANCH           PIC X(3).
