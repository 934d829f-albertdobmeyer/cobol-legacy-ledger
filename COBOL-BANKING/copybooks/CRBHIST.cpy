*> ================================================================
*> CRBHIST.cpy — Credit Bureau Reported-History Record (80 bytes)
*> Used by: CRBUREAU.cob (BUILD appends, HISTORY inquires)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Keeping What Was Told to the Bureaus
*> METRO2.DAT is rebuilt every month and sent away; when a
*> borrower disputes a tradeline months later, the question is
*> what WE reported, not what the loan looks like today.
*> CRBHIST.DAT keeps one row per loan per activity date with
*> the figures exactly as they went into the base segment.
*> The same rows also tell BUILD that a paid-off loan has
*> already gone out as status 13, so a closed account is
*> reported once and then drops off. Rebuilding the file for
*> an activity date already on record replaces that month's
*> rows instead of adding a second set.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   CBH-LOAN-ID       — Loan (LOANREC.cpy)
*>   Bytes 11-20:  CBH-CUST-ID       — Borrower (CUSTREC.cpy)
*>   Bytes 21-28:  CBH-ACTIVITY-DATE — YYYYMMDD as-of date
*>   Bytes 29-30:  CBH-STATUS        — Status code (METRO2.cpy)
*>   Bytes 31-39:  CBH-CURR-BAL      — Balance reported
*>   Bytes 40-48:  CBH-PAST-DUE      — Amount past due reported
*>   Bytes 49-56:  CBH-DOFD          — First delinquency reported
*>   Bytes 57-65:  CBH-SCHED-PMT     — Scheduled payment reported
*>   Bytes 66-73:  CBH-RUN-DATE      — YYYYMMDD file built
*>   Bytes 74-80:  FILLER
*>
 01  CRB-HISTORY-RECORD.
     05  CBH-LOAN-ID          PIC X(10).
     05  CBH-CUST-ID          PIC X(10).
     05  CBH-ACTIVITY-DATE    PIC 9(8).
     05  CBH-STATUS           PIC X(2).
     05  CBH-CURR-BAL         PIC 9(9).
     05  CBH-PAST-DUE         PIC 9(9).
     05  CBH-DOFD             PIC 9(8).
     05  CBH-SCHED-PMT        PIC 9(9).
     05  CBH-RUN-DATE         PIC 9(8).
     05  FILLER               PIC X(7).
