*> ================================================================
*> GLBUDREV.cpy — GL Budget Revision Record Layout (120 bytes)
*> Used by: GLBUDGET.cob (REVISE, APPROVE, REJECT, LIST)
*>          — GLBUDREV.DAT
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: A Budget That Remembers Every Change
*> Mid-year the board moves money between lines. A revision is
*> keyed by one operator and sits here PENDING until a second
*> operator — supervisor or admin, never the maker — approves
*> it; only then does GLBUDGET.DAT's current figure move. The
*> same two-person pattern GLENTRY.cob applies to manual
*> journal entries (GLJEPEND.DAT). Approved and rejected rows
*> are kept, so the file is the full history of how each line
*> got from the plan figure to today's budget: BR-OLD-AMT is
*> the budget the approval replaced, BR-NEW-AMT the one it
*> set.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-5:     BR-SEQ       — Revision number
*>   Bytes 6-11:    BR-PERIOD    — YYYYMM budget month revised
*>   Bytes 12-15:   BR-GL-ACCT   — GL account
*>   Bytes 16-18:   BR-BRANCH    — Branch (SPACES = main/bank)
*>   Bytes 19-32:   BR-OLD-AMT   — Budget before (set at APPROVE)
*>   Bytes 33-46:   BR-NEW-AMT   — Budget requested
*>   Bytes 47-76:   BR-REASON    — Why (board minute, memo)
*>   Bytes 77-84:   BR-MAKER     — Operator who keyed it
*>   Bytes 85-92:   BR-CHECKER   — Supervisor who decided it
*>   Byte  93:      BR-STATUS    — P pending / A approved /
*>                                  R rejected
*>   Bytes 94-101:  BR-REQ-DATE  — YYYYMMDD keyed
*>   Bytes 102-109: BR-ACT-DATE  — YYYYMMDD decided (0 = not)
*>   Bytes 110-120: FILLER
*>
 01  GL-BUDGET-REV-RECORD.
     05  BR-SEQ               PIC 9(5).
     05  BR-PERIOD            PIC 9(6).
     05  BR-GL-ACCT           PIC 9(4).
     05  BR-BRANCH            PIC X(3).
     05  BR-OLD-AMT           PIC S9(12)V99.
     05  BR-NEW-AMT           PIC S9(12)V99.
     05  BR-REASON            PIC X(30).
     05  BR-MAKER             PIC X(8).
     05  BR-CHECKER           PIC X(8).
     05  BR-STATUS            PIC X(1).
         88  BR-PENDING       VALUE 'P'.
         88  BR-APPROVED      VALUE 'A'.
         88  BR-REJECTED      VALUE 'R'.
     05  BR-REQ-DATE          PIC 9(8).
     05  BR-ACT-DATE          PIC 9(8).
     05  FILLER               PIC X(11).
