*> ================================================================
*> LOCREC.cpy — Revolving Line of Credit Master Record (150 bytes)
*> Used by: LOCLINE.cob (maintenance, draws, payments, accrual,
*>          overdraft cover, statements)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: A Revolving Balance Beside the Installment Book
*> LOANS.DAT (LOANREC.cpy) carries fixed installment loans — a
*> principal that only goes down. LOCMAST.DAT carries personal
*> lines of credit: a limit the borrower draws against and pays
*> back down, over and over. Available credit is always
*> LOC-CREDIT-LIMIT less LOC-BALANCE, so a payment restores it
*> automatically. Interest accrues daily into LOC-ACCRUED-INT
*> (four decimals so a small daily amount is never rounded away)
*> and is capitalized into LOC-BALANCE at each monthly statement,
*> which also sets the minimum payment due. Money moves through
*> the linked deposit account exactly as the installment loans
*> do — a draw credits it ('D'), a payment debits it ('W') — and
*> the GL picture rides on GLJRNL.DAT lines against 1220 LINES OF
*> CREDIT RECEIVABLE, 4110 LOAN INTEREST INCOME and 2010
*> CUSTOMER DEPOSITS.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:    LOC-ID            — "LC" + 7-digit sequence
*>   Bytes 11-20:   LOC-CUST-ID       — Borrower (CUSTREC.cpy)
*>   Bytes 21-30:   LOC-DEPOSIT-ACCT  — Linked deposit account
*>                                       draws credit and payments
*>                                       debit (ACCTREC.cpy)
*>   Bytes 31-41:   LOC-CREDIT-LIMIT  — Credit limit
*>   Bytes 42-52:   LOC-BALANCE       — Outstanding balance (draws
*>                                       plus capitalized interest
*>                                       less payments)
*>   Bytes 53-57:   LOC-ANNUAL-RATE   — Annual rate (0.1250 = 12.5%)
*>   Bytes 58-68:   LOC-ACCRUED-INT   — Interest accrued since the
*>                                       last statement, not yet
*>                                       capitalized
*>   Bytes 69-76:   LOC-LAST-ACCRUAL  — YYYYMMDD accrued through
*>   Bytes 77-84:   LOC-NEXT-STMT     — YYYYMMDD next statement
*>   Bytes 85-95:   LOC-STMT-BAL      — Balance on last statement
*>   Bytes 96-104:  LOC-MIN-DUE       — Minimum payment due on the
*>                                       last statement
*>   Bytes 105-112: LOC-PAY-DUE       — YYYYMMDD minimum due by
*>                                       (0 = no statement yet)
*>   Bytes 113-123: LOC-PAID-CYCLE    — Payments since the last
*>                                       statement
*>   Bytes 124-132: LOC-PAST-DUE-AMT  — Minimums missed and not
*>                                       yet made up; a line with
*>                                       any past due takes no
*>                                       new draws
*>   Byte  133:     LOC-OD-COVER      — 'Y' draw automatically to
*>                                       cover an overdraft on the
*>                                       linked account
*>   Bytes 134-141: LOC-OPEN-DATE     — YYYYMMDD opened
*>   Byte  142:     LOC-STATUS        — 'A' active, 'C' closed
*>   Bytes 143-150: FILLER
*>
 01  LOC-MASTER-RECORD.
     05  LOC-ID               PIC X(10).
     05  LOC-CUST-ID          PIC X(10).
     05  LOC-DEPOSIT-ACCT     PIC X(10).
     05  LOC-CREDIT-LIMIT     PIC S9(9)V99.
     05  LOC-BALANCE          PIC S9(9)V99.
     05  LOC-ANNUAL-RATE      PIC 9(1)V9(4).
     05  LOC-ACCRUED-INT      PIC S9(7)V9(4).
     05  LOC-LAST-ACCRUAL     PIC 9(8).
     05  LOC-NEXT-STMT        PIC 9(8).
     05  LOC-STMT-BAL         PIC S9(9)V99.
     05  LOC-MIN-DUE          PIC S9(7)V99.
     05  LOC-PAY-DUE          PIC 9(8).
     05  LOC-PAID-CYCLE       PIC S9(9)V99.
     05  LOC-PAST-DUE-AMT     PIC S9(7)V99.
     05  LOC-OD-COVER         PIC X(1).
         88  LOC-AUTO-OD-COVER VALUE 'Y'.
     05  LOC-OPEN-DATE        PIC 9(8).
     05  LOC-STATUS           PIC X(1).
         88  LOC-ACTIVE       VALUE 'A'.
         88  LOC-CLOSED       VALUE 'C'.
     05  FILLER               PIC X(8).
