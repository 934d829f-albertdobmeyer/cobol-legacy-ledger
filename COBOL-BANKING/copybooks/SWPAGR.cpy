*> ================================================================
*> SWPAGR.cpy — Overnight Investment Sweep Agreement (100 bytes)
*> Used by: INVSWEEP.cob (agreements, sweep-out, sweep-back),
*>          REPORTS.cob (FDIC — positions held off deposits)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Money That Sleeps Off the Ledger
*> A ZBALINK.DAT sweep (ZBAREC.cpy) only moves money between
*> deposit accounts. An investment sweep takes it OFF deposits
*> for the night: each evening the business checking balance
*> above SWA-TARGET goes into an overnight repurchase agreement
*> or money-market fund position, and each morning, before the
*> day's activity, it comes back with a night's interest. While
*> it is out it is not a deposit — not in ACCT-BALANCE, not in
*> 2010 CUSTOMER DEPOSITS on the GL (2040 carries it), and not
*> insured.
*>
*> One row per swept account. The terms (target, minimum
*> sweep, rate index and spread) are the agreement; the
*> SWA-POS- fields are tonight's position, zero when the money
*> is home. The rate is fixed when the money goes out — the
*> index value in effect that night (RATEIDX.cpy) plus
*> SWA-SPREAD — and earns on an actual/360 basis.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   SWA-ACCT-ID       — Swept account (ACCTREC.cpy)
*>   Byte  11:     SWA-VEHICLE       — 'R' overnight repo, 'M'
*>                                      money-market fund
*>   Bytes 12-23:  SWA-TARGET        — Balance left in the account
*>   Bytes 24-35:  SWA-MIN-SWEEP     — Smallest excess worth
*>                                      sweeping
*>   Bytes 36-43:  SWA-INDEX-CODE    — Rate index (RATEIDX.cpy)
*>   Bytes 44-48:  SWA-SPREAD        — Added to the index; may be
*>                                      negative
*>   Byte  49:     SWA-STATUS        — 'A' active, 'C' cancelled
*>   Bytes 50-61:  SWA-POS-AMT       — Amount out tonight (0 =
*>                                      none)
*>   Bytes 62-69:  SWA-POS-DATE      — YYYYMMDD swept out
*>   Bytes 70-74:  SWA-POS-RATE      — Annual rate fixed at sweep-
*>                                      out
*>   Bytes 75-82:  SWA-SET-BY        — Operator who keyed the terms
*>   Bytes 83-90:  SWA-SET-DATE      — YYYYMMDD keyed
*>   Bytes 91-100: FILLER
*>
 01  SWEEP-AGREEMENT-RECORD.
     05  SWA-ACCT-ID          PIC X(10).
     05  SWA-VEHICLE          PIC X(1).
         88  SWA-REPO         VALUE 'R'.
         88  SWA-MONEY-MARKET VALUE 'M'.
         88  SWA-VEHICLE-VALID VALUE 'R' 'M'.
     05  SWA-TARGET           PIC S9(10)V99.
     05  SWA-MIN-SWEEP        PIC S9(10)V99.
     05  SWA-INDEX-CODE       PIC X(8).
     05  SWA-SPREAD           PIC S9(1)V9(4).
     05  SWA-STATUS           PIC X(1).
         88  SWA-ACTIVE       VALUE 'A'.
         88  SWA-CANCELLED    VALUE 'C'.
     05  SWA-POS-AMT          PIC S9(10)V99.
     05  SWA-POS-DATE         PIC 9(8).
     05  SWA-POS-RATE         PIC 9(1)V9(4).
     05  SWA-SET-BY           PIC X(8).
     05  SWA-SET-DATE         PIC 9(8).
     05  FILLER               PIC X(10).
