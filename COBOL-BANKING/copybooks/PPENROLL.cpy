*> ================================================================
*> PPENROLL.cpy — Customer Positive Pay Enrollment (40 bytes)
*> Used by: POSPAY.cob (maintenance), CHKPRES.cob (match)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: The Customer's Standing Instruction
*> One row per business account enrolled in customer positive
*> pay. Once enrolled, every check presented against the
*> account must match an item the customer sent in its daily
*> issue file (PPREG.cpy) — anything else is held for the
*> customer to decide (PPDEC.cpy). The row carries what the
*> customer told us to do when they do not answer in time:
*> pay the item anyway, or return it. Most treasurers choose
*> return; a few with high check volume choose pay. The cutoff
*> time is the hour, on the banking day after presentment, by
*> which the customer's decision must be in.
*> An account is taken off the service by suspending its row
*> rather than deleting it, so the instruction history stays.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   PPE-ACCT-ID       — Enrolled account
*>                                      (ACCTREC.cpy)
*>   Byte  11:     PPE-DEFAULT       — 'P' pay undecided items,
*>                                      'R' return them
*>   Bytes 12-15:  PPE-CUTOFF-TIME   — HHMM decision cutoff on
*>                                      the next banking day
*>   Byte  16:     PPE-PAYEE-MATCH   — 'Y' payee name must agree
*>                                      with the issue, 'N' serial
*>                                      and amount only
*>   Byte  17:     PPE-STATUS        — 'A' active, 'S' suspended
*>   Bytes 18-25:  PPE-SET-BY        — Operator who last changed
*>   Bytes 26-33:  PPE-SET-DATE      — YYYYMMDD last changed
*>   Bytes 34-40:  FILLER            — Reserved
*>
 01  POSPAY-ENROLL-RECORD.
     05  PPE-ACCT-ID          PIC X(10).
     05  PPE-DEFAULT          PIC X(1).
         88  PPE-DEFAULT-PAY  VALUE 'P'.
         88  PPE-DEFAULT-RETURN VALUE 'R'.
     05  PPE-CUTOFF-TIME      PIC 9(4).
     05  PPE-PAYEE-MATCH      PIC X(1).
     05  PPE-STATUS           PIC X(1).
         88  PPE-ACTIVE       VALUE 'A'.
         88  PPE-SUSPENDED    VALUE 'S'.
     05  PPE-SET-BY           PIC X(8).
     05  PPE-SET-DATE         PIC 9(8).
     05  FILLER               PIC X(7).
