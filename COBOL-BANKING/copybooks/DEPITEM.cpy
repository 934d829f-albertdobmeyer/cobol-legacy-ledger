*> ================================================================
*> DEPITEM.cpy — Deposited Check Item Register Record (80 bytes)
*> Used by: TRANSACT.cob (check-memo deposits), AVAILENG.cob
*>          (PLACE with MICR data), LOCKBOX.cob (posted items) —
*>          each appends, and reads it for the duplicate test
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: One Register Across Every Deposit Channel
*> The same paper check can be cashed at the teller line,
*> imaged through remote capture, and deposited again at
*> another branch, and each channel only ever saw its own
*> deposits. DEPITEMS.DAT records every deposited check item
*> whichever way it came in — MICR routing and serial, amount,
*> the depositing account, the date and the channel. Before a
*> new check deposit's funds are made available, the posting
*> program looks for the same routing, serial and amount
*> already on the register inside the lookback window (see
*> DUPWORK.cpy); a match is a probable duplicate presentment,
*> so the whole amount is held (HOLDS.DAT reason 'DP') and the
*> deposit operations queue is alerted (ALERT.DAT type 'C').
*> The item is registered either way, flagged when it matched,
*> so a third presentment matches too.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-9:    DI-ROUTING   — Drawee bank routing number
*>   Bytes 10-19:  DI-SERIAL    — Check serial
*>   Bytes 20-31:  DI-AMOUNT    — Check amount
*>   Bytes 32-41:  DI-ACCT-ID   — Depositing account
*>   Bytes 42-49:  DI-DATE      — YYYYMMDD business date deposited
*>   Bytes 50-55:  DI-TIME      — HHMMSS deposited
*>   Bytes 56-57:  DI-CHANNEL   — How it came in (88s below)
*>   Bytes 58-69:  DI-REF       — TRANS-ID of the credit, the
*>                                lockbox item ID, or blank for
*>                                an AVAILENG.cob PLACE
*>   Byte  70:     DI-DUP-FLAG  — 'D' matched an earlier item and
*>                                was held, space otherwise
*>   Bytes 71-80:  FILLER
*>
 01  DEPOSIT-ITEM-RECORD.
     05  DI-ROUTING           PIC X(9).
     05  DI-SERIAL            PIC X(10).
     05  DI-AMOUNT            PIC S9(10)V99.
     05  DI-ACCT-ID           PIC X(10).
     05  DI-DATE              PIC 9(8).
     05  DI-TIME              PIC 9(6).
     05  DI-CHANNEL           PIC X(2).
         88  DI-TELLER        VALUE 'TL'.
         88  DI-BATCH-FEED    VALUE 'BT'.
         88  DI-REMOTE        VALUE 'RC'.
         88  DI-MOBILE        VALUE 'MB'.
         88  DI-NIGHT-DROP    VALUE 'ND'.
         88  DI-LOCKBOX       VALUE 'LB'.
     05  DI-REF               PIC X(12).
     05  DI-DUP-FLAG          PIC X(1).
         88  DI-PROBABLE-DUP  VALUE 'D'.
     05  FILLER               PIC X(10).
