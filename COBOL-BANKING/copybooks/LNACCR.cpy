*> ================================================================
*> LNACCR.cpy — Loan Interest Accrual Record (80 bytes)
*> Used by: LOANACCR.cob (nightly accrual, non-accrual),
*>          LOANPAY.cob (relieves the receivable on payment)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Earning Interest Before It Is Paid
*> LOANPAY.cob used to recognize a month's interest the day the
*> payment came in, so income followed payment timing rather
*> than the calendar. LOANACCR.DAT keeps one row per loan,
*> keyed by LOAN-ID beside the loan master (the side-file
*> pattern of ESCROW.DAT and LOANARM.DAT), holding the interest
*> earned and not yet paid. The nightly pass adds each day's
*> interest to LNA-ACCRUED at four decimals — the same
*> fractional-cent carry ACCRREC.cpy uses for deposit interest
*> — and journals only the change in the rounded figure, so
*> LNA-BOOKED always equals what GL 1215 carries for the loan.
*> A payment's interest portion comes out of LNA-BOOKED first.
*>
*> A loan 90 days past due goes non-accrual: what was booked
*> is reversed out of income (kept in LNA-REVERSED for the
*> collectors), accrual stops, and interest on it is income
*> only when cash arrives. Brought current, it accrues again.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   LNA-LOAN-ID       — Loan (LOANREC.cpy)
*>   Bytes 11-23:  LNA-ACCRUED       — Interest earned, unpaid,
*>                                      4 decimal places
*>   Bytes 24-34:  LNA-BOOKED        — The same, as journaled to
*>                                      GL 1215 (cents)
*>   Bytes 35-42:  LNA-THRU-DATE     — YYYYMMDD accrued through
*>   Byte  43:     LNA-STATUS        — 'A' accruing, 'N' non-
*>                                      accrual
*>   Bytes 44-51:  LNA-NONACCR-DATE  — YYYYMMDD placed non-accrual
*>                                      (0 = never)
*>   Bytes 52-62:  LNA-REVERSED      — Interest reversed at non-
*>                                      accrual, still owed
*>   Bytes 63-80:  FILLER
*>
 01  LOAN-ACCRUAL-RECORD.
     05  LNA-LOAN-ID          PIC X(10).
     05  LNA-ACCRUED          PIC S9(9)V9(4).
     05  LNA-BOOKED           PIC S9(9)V99.
     05  LNA-THRU-DATE        PIC 9(8).
     05  LNA-STATUS           PIC X(1).
         88  LNA-ACCRUING     VALUE 'A'.
         88  LNA-NONACCRUAL   VALUE 'N'.
     05  LNA-NONACCR-DATE     PIC 9(8).
     05  LNA-REVERSED         PIC S9(9)V99.
     05  FILLER               PIC X(18).
