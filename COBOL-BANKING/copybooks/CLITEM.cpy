*> ================================================================
*> CLITEM.cpy — Cash Letter Item Register Record (96 bytes)
*> Used by: CASHLTR.cob (BUILD appends, SETTLE rewrites),
*>          RDIPROC.cob (return-to-cash-letter match)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: The Register Behind the Outbound File
*> X9CASHLT.DAT goes to the Fed and is gone; CLITEMS.DAT is what
*> stays home. One row per transit item sent, keyed by the
*> deposit's TRANS-ID — the same reference RDIIN.DAT quotes when
*> the drawee bank sends the item back — and carrying where it
*> went (cash letter, bundle, item number) and what became of
*> it. BUILD appends 'S' rows; SETTLE turns them 'T' on the
*> settlement date and 'R' when RDIHIST.DAT shows the return.
*> A TRANS-ID already on the register is never sent twice.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-12:   CLI-TRANS-ID    — Deposit's TRANS-ID
*>   Bytes 13-22:  CLI-ACCT-ID     — Depositing account
*>   Bytes 23-31:  CLI-ROUTING     — Drawee bank routing number
*>   Bytes 32-41:  CLI-SERIAL      — Check serial (on-us field)
*>   Bytes 42-53:  CLI-AMOUNT      — Item amount
*>   Bytes 54-61:  CLI-CL-ID       — YYMMDD of the business date
*>                                    the letter covers + 2-digit
*>                                    letter number that day
*>   Bytes 62-65:  CLI-BUNDLE      — Bundle number in the letter
*>   Bytes 66-71:  CLI-ITEM-SEQ    — Item number in the letter
*>   Bytes 72-79:  CLI-SENT-DATE   — YYYYMMDD business date sent
*>   Bytes 80-87:  CLI-SETTLE-DATE — YYYYMMDD Fed settlement (next
*>                                    business day after sent)
*>   Byte  88:     CLI-STATUS      — 'S' sent, 'T' settled,
*>                                    'R' returned unpaid
*>   Bytes 89-96:  CLI-RETURN-DATE — YYYYMMDD return posted
*>                                    (0 = not returned)
*>
 01  CL-ITEM-RECORD.
     05  CLI-TRANS-ID         PIC X(12).
     05  CLI-ACCT-ID          PIC X(10).
     05  CLI-ROUTING          PIC X(9).
     05  CLI-SERIAL           PIC X(10).
     05  CLI-AMOUNT           PIC S9(10)V99.
     05  CLI-CL-ID            PIC X(8).
     05  CLI-BUNDLE           PIC 9(4).
     05  CLI-ITEM-SEQ         PIC 9(6).
     05  CLI-SENT-DATE        PIC 9(8).
     05  CLI-SETTLE-DATE      PIC 9(8).
     05  CLI-STATUS           PIC X(1).
         88  CLI-SENT         VALUE 'S'.
         88  CLI-SETTLED      VALUE 'T'.
         88  CLI-RETURNED     VALUE 'R'.
     05  CLI-RETURN-DATE      PIC 9(8).
