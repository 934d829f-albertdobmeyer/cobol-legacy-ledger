*> ================================================================
*> BALHREC.cpy — End-of-Day Balance History Record (80 bytes)
*> Used by: BALHIST.cob (nightly snapshot, as-of and average
*>          inquiries), ACCTANAL.cob (month average balance)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Keeping Yesterday's Balance
*> ACCOUNTS.DAT holds only the balance as it stands now. Any
*> program that needed last month's balance had to start from
*> today's figure and walk TRANSACT.DAT backwards, and once
*> ARCHIVE.cob trims the ledger that walk runs out of detail.
*> BALHIST.DAT keeps the answer instead of recomputing it: the
*> nightly snapshot appends one row per account with the
*> closing ledger balance, the amount on hold, and the
*> available balance (ledger less hold, the ACCTREC.cpy rule)
*> as they stood at the end of the business day. Rows are
*> appended in business-date order, one set per night, so a
*> reader walking the file forward sees each account's
*> balances in date order. A day with no row (weekend,
*> holiday) carries the prior row's balances — nothing posts
*> on a closed day.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-8:    BALH-DATE         — YYYYMMDD business date
*>   Bytes 9-18:   BALH-ACCT-ID      — Account (ACCTREC.cpy)
*>   Bytes 19-30:  BALH-LEDGER       — Closing ledger balance
*>   Bytes 31-42:  BALH-HOLD         — ACCT-HOLD-AMOUNT at close
*>   Bytes 43-54:  BALH-AVAILABLE    — Ledger less hold
*>   Byte  55:     BALH-STATUS       — ACCT-STATUS at close
*>   Bytes 56-58:  BALH-CURRENCY     — ACCT-CURRENCY (SPACES =
*>                                      USD)
*>   Bytes 59-61:  BALH-BRANCH       — ACCT-BRANCH
*>   Bytes 62-67:  BALH-TIME         — HHMMSS the snapshot ran
*>   Bytes 68-80:  FILLER
*>
 01  BALANCE-HISTORY-RECORD.
     05  BALH-DATE            PIC 9(8).
     05  BALH-ACCT-ID         PIC X(10).
     05  BALH-LEDGER          PIC S9(10)V99.
     05  BALH-HOLD            PIC S9(10)V99.
     05  BALH-AVAILABLE       PIC S9(10)V99.
     05  BALH-STATUS          PIC X(1).
     05  BALH-CURRENCY        PIC X(3).
     05  BALH-BRANCH          PIC X(3).
     05  BALH-TIME            PIC 9(6).
     05  FILLER               PIC X(13).
