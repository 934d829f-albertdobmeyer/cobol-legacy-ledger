*> ================================================================
*> ESCREC.cpy — Loan Escrow Subledger Record (200 bytes)
*> Used by: ESCROW.cob (setup, payees, disbursement, annual
*>          analysis), LOANBILL.cob (bills the monthly escrow
*>          portion), LOANPAY.cob (splits receipts into escrow)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: A Third Bucket in the Loan Payment
*> LOAN-PAYMENT-AMT (LOANREC.cpy) is principal and interest
*> only. A secured loan with escrow also collects, every month,
*> a twelfth of the year's property tax and insurance bills and
*> holds it until the bills fall due. ESCROW.DAT is that
*> subledger — one row per escrowed loan, keyed by LOAN-ID:
*> the monthly escrow portion LOANBILL.cob adds to each bill,
*> the escrow portion billed but not yet received (ESC-DUE —
*> LOANPAY.cob fills it after interest and before principal),
*> the running escrow balance, and up to three payees with the
*> bill amount, how often it falls due and when it is next due.
*> The money itself sits pooled in the ESCROW0001 settlement
*> account in ACCOUNTS.DAT (the way OFFCHK0001 pools official
*> check funds); this record is each borrower's share of it. A
*> negative ESC-BALANCE is a servicer advance — a bill paid
*> before the borrower had funded it — and the annual analysis
*> spreads it back into the monthly amount as a shortage.
*> Held in memory as whole 200-byte rows (load-modify-save,
*> like LOANS.DAT).
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:    ESC-LOAN-ID        — Loan (LOANREC.cpy)
*>   Bytes 11-19:   ESC-MONTHLY-AMT    — Escrow portion of each
*>                                        monthly bill
*>   Bytes 20-30:   ESC-BALANCE        — Escrow balance held (may
*>                                        go negative — advance)
*>   Bytes 31-39:   ESC-DUE            — Escrow billed, not yet
*>                                        received
*>   Bytes 40-47:   ESC-ANALYSIS-DATE  — YYYYMMDD next annual
*>                                        escrow analysis
*>   Bytes 48-55:   ESC-LAST-ANALYSIS  — YYYYMMDD last analysis
*>                                        (0 = never)
*>   Byte  56:      ESC-STATUS         — 'A' active, 'C' closed
*>   Bytes 57-188:  ESC-PAYEE (x3, 44 bytes each):
*>     +0  (1):     ESC-PAYEE-TYPE     — 'T' tax authority, 'I'
*>                                        insurer, space = unused
*>     +1  (24):    ESC-PAYEE-NAME     — Payee as the check reads
*>     +25 (9):     ESC-PAYEE-AMT      — Amount of each bill
*>     +34 (2):     ESC-PAYEE-FREQ     — Months between bills
*>                                        (12 annual, 6 semi-annual,
*>                                        3 quarterly)
*>     +36 (8):     ESC-PAYEE-DUE      — YYYYMMDD next bill due
*>   Bytes 189-200: FILLER
*>
 01  ESCROW-RECORD.
     05  ESC-LOAN-ID          PIC X(10).
     05  ESC-MONTHLY-AMT      PIC S9(7)V99.
     05  ESC-BALANCE          PIC S9(9)V99.
     05  ESC-DUE              PIC S9(7)V99.
     05  ESC-ANALYSIS-DATE    PIC 9(8).
     05  ESC-LAST-ANALYSIS    PIC 9(8).
     05  ESC-STATUS           PIC X(1).
         88  ESC-ACTIVE       VALUE 'A'.
         88  ESC-CLOSED       VALUE 'C'.
     05  ESC-PAYEE OCCURS 3 TIMES.
         10  ESC-PAYEE-TYPE   PIC X(1).
             88  ESC-PAYEE-TAX       VALUE 'T'.
             88  ESC-PAYEE-INSURANCE VALUE 'I'.
             88  ESC-PAYEE-UNUSED    VALUE SPACE.
         10  ESC-PAYEE-NAME   PIC X(24).
         10  ESC-PAYEE-AMT    PIC S9(7)V99.
         10  ESC-PAYEE-FREQ   PIC 9(2).
         10  ESC-PAYEE-DUE    PIC 9(8).
     05  FILLER               PIC X(12).
