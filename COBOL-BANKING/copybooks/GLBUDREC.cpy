*> ================================================================
*> GLBUDREC.cpy — GL Budget Line Record Layout (80 bytes)
*> Used by: GLBUDGET.cob (LOAD, APPROVE, VARIANCE) — GLBUDGET.DAT
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: The Plan Beside the Ledger
*> GLJRNL.DAT says what happened; GLBUDGET.DAT says what the
*> board approved should happen. One record per GL account
*> (GLCHART.DAT), branch and month, loaded once a year from the
*> annual plan. The plan figure is never overwritten:
*>   BG-PLAN-AMT — as loaded from the board-approved plan
*>   BG-AMOUNT   — the current budget, which starts equal to the
*>                 plan and moves only when a supervisor approves
*>                 a revision (GLBUDREV.cpy carries the history:
*>                 who asked, who approved, old and new figure)
*> Amounts are held in the account's natural sign, the way
*> GLSTMT.cob prints the income statement — income budgeted as
*> a positive credit figure, expense as a positive debit figure.
*> BG-BRANCH SPACES is a bank-level (main office) line; BG-DEPT
*> names the department whose head answers for the account,
*> which is how GLBUDGET.cob's VARIANCE builds each head's own
*> section of expense accounts.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-6:    BG-PERIOD     — YYYYMM budget month
*>   Bytes 7-10:   BG-GL-ACCT    — GL account (GLCHART.DAT)
*>   Bytes 11-13:  BG-BRANCH     — Branch (SPACES = main/bank)
*>   Bytes 14-17:  BG-DEPT       — Responsible department
*>   Bytes 18-31:  BG-PLAN-AMT   — Annual-plan figure as loaded
*>   Bytes 32-45:  BG-AMOUNT     — Current approved budget
*>   Bytes 46-47:  BG-REV-COUNT  — Approved revisions applied
*>   Bytes 48-52:  BG-LAST-REV   — Last GLBUDREV.DAT sequence
*>                                  applied (0 = none)
*>   Bytes 53-60:  BG-LOAD-DATE  — YYYYMMDD plan loaded
*>   Bytes 61-68:  BG-LOADED-BY  — Supervisor who loaded it
*>   Bytes 69-80:  FILLER
*>
 01  GL-BUDGET-RECORD.
     05  BG-PERIOD            PIC 9(6).
     05  BG-GL-ACCT           PIC 9(4).
     05  BG-BRANCH            PIC X(3).
     05  BG-DEPT              PIC X(4).
     05  BG-PLAN-AMT          PIC S9(12)V99.
     05  BG-AMOUNT            PIC S9(12)V99.
     05  BG-REV-COUNT         PIC 9(2).
     05  BG-LAST-REV          PIC 9(5).
     05  BG-LOAD-DATE         PIC 9(8).
     05  BG-LOADED-BY         PIC X(8).
     05  FILLER               PIC X(12).
