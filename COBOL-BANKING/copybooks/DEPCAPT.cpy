*> ================================================================
*> DEPCAPT.cpy — Deposited Check MICR Capture Record (60 bytes)
*> Used by: AVAILENG.cob (PLACE writes), CASHLTR.cob (BUILD reads)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Keeping the MICR Line With the Deposit
*> A ledger credit knows the account and the amount, not the
*> check: TRANS-DESC has room for "CHECK <routing> <serial>" and
*> teller postings carry it that way, but deposits that come
*> through AVAILENG.cob's PLACE (night drop, remote capture) are
*> credited with whatever memo the channel used. When PLACE is
*> given the routing and serial off the MICR line it appends one
*> DEPCAPT.DAT row, and CASHLTR.cob's BUILD pairs the row with
*> the day's ledger credit for the same account and amount.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   DCP-ACCT-ID   — Depositing account
*>   Bytes 11-18:  DCP-DATE      — YYYYMMDD business date captured
*>   Bytes 19-24:  DCP-TIME      — HHMMSS captured
*>   Bytes 25-36:  DCP-AMOUNT    — Check amount
*>   Bytes 37-45:  DCP-ROUTING   — Drawee bank routing number
*>   Bytes 46-55:  DCP-SERIAL    — Check serial
*>   Bytes 56-60:  FILLER
*>
 01  DEP-CAPTURE-RECORD.
     05  DCP-ACCT-ID          PIC X(10).
     05  DCP-DATE             PIC 9(8).
     05  DCP-TIME             PIC 9(6).
     05  DCP-AMOUNT           PIC S9(10)V99.
     05  DCP-ROUTING          PIC X(9).
     05  DCP-SERIAL           PIC X(10).
     05  FILLER               PIC X(5).
