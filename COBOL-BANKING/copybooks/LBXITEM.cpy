*> ================================================================
*> LBXITEM.cpy — Lockbox Item Register Record (140 bytes)
*> Used by: LOCKBOX.cob (PROCESS appends), CASHLTR.cob (BUILD
*>          reads), RDIPROC.cob (return lookup)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: One Credit, Many Checks
*> The customer's account sees a single consolidated credit per
*> lockbox per day (LBI-CREDIT-ID), but every check behind it
*> still has to be collected from the bank it is drawn on. Each
*> posted item is registered here under its own item ID —
*> "Y" + YYMMDD + sequence, never a TRANS-ID — and that ID is
*> what CASHLTR.cob sends it under, what CLITEMS.DAT records,
*> and what the drawee bank quotes back on a return, so
*> RDIPROC.cob can charge back the one item rather than the
*> whole credit.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-12:    LBI-ITEM-ID    — Item ID (Y + YYMMDD + seq)
*>   Bytes 13-18:   LBI-LOCKBOX    — Lockbox number
*>   Bytes 19-24:   LBI-BATCH      — Capture batch number
*>   Bytes 25-34:   LBI-ACCT-ID    — Account credited
*>   Bytes 35-46:   LBI-CREDIT-ID  — TRANS-ID of the consolidated
*>                                   credit
*>   Bytes 47-55:   LBI-ROUTING    — Drawee bank routing number
*>   Bytes 56-65:   LBI-SERIAL     — Check serial
*>   Bytes 66-77:   LBI-AMOUNT     — Item amount
*>   Bytes 78-107:  LBI-PAYER      — Remitter name
*>   Bytes 108-127: LBI-INVOICE    — Invoice reference off the stub
*>   Bytes 128-135: LBI-DATE       — YYYYMMDD business date posted
*>   Bytes 136-140: FILLER         — Reserved
*>
 01  LOCKBOX-ITEM-RECORD.
     05  LBI-ITEM-ID          PIC X(12).
     05  LBI-LOCKBOX          PIC X(6).
     05  LBI-BATCH            PIC X(6).
     05  LBI-ACCT-ID          PIC X(10).
     05  LBI-CREDIT-ID        PIC X(12).
     05  LBI-ROUTING          PIC X(9).
     05  LBI-SERIAL           PIC X(10).
     05  LBI-AMOUNT           PIC S9(10)V99.
     05  LBI-PAYER            PIC X(30).
     05  LBI-INVOICE          PIC X(20).
     05  LBI-DATE             PIC 9(8).
     05  FILLER               PIC X(5).
