*> ================================================================
*> SDBLOG.cpy — Safe Deposit Box Access and Activity Log (80 bytes)
*> Used by: SDBOX.cob (append), ESCHEAT.cob (append — contents
*>          remitted)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: The Sign-In Sheet, Kept Forever
*> Every vault entry used to be a signature on a card in the box
*> file. SDBACCES.DAT replaces the card: one record per entry
*> to the box, stamped with the operator who admitted the
*> customer and the time, plus one record for every other event
*> in the box's life (rented, billed, rent unpaid, notice sent,
*> drilled, surrendered, escheated) so the whole history of a
*> box reads from one file. Append-only: never rewritten or
*> deleted.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-8:   SDL-DATE      — YYYYMMDD (business date)
*>   Bytes 9-14:  SDL-TIME      — HHMMSS
*>   Bytes 15-17: SDL-BRANCH    — Box branch
*>   Bytes 18-23: SDL-BOX-NO    — Box number
*>   Byte  24:    SDL-EVENT     — 'A' access, 'R' rented, 'S'
*>                                 surrendered, 'C' drilled contents
*>                                 claimed, 'D' drilled, 'K' key
*>                                 status change, 'B' rent billed,
*>                                 'U' rent unpaid, 'N' delinquency
*>                                 notice, 'E' escheated, 'I' box
*>                                 added to inventory
*>   Bytes 25-34: SDL-CUST-ID   — Customer entering / renter
*>   Bytes 35-42: SDL-OPER-ID   — Operator, or the batch program
*>   Bytes 43-53: SDL-AMOUNT    — Rent or contents value (zero
*>                                 where not applicable)
*>   Bytes 54-80: SDL-DETAIL    — Free-text detail
*>
 01  SDB-LOG-RECORD.
     05  SDL-DATE             PIC 9(8).
     05  SDL-TIME             PIC 9(6).
     05  SDL-BRANCH           PIC X(3).
     05  SDL-BOX-NO           PIC X(6).
     05  SDL-EVENT            PIC X(1).
         88  SDL-ACCESS       VALUE 'A'.
         88  SDL-RENTED       VALUE 'R'.
         88  SDL-SURRENDERED  VALUE 'S'.
         88  SDL-CLAIMED      VALUE 'C'.
         88  SDL-DRILLED      VALUE 'D'.
         88  SDL-KEY-CHANGE   VALUE 'K'.
         88  SDL-BILLED       VALUE 'B'.
         88  SDL-UNPAID       VALUE 'U'.
         88  SDL-NOTICE       VALUE 'N'.
         88  SDL-ESCHEATED    VALUE 'E'.
         88  SDL-ADDED        VALUE 'I'.
     05  SDL-CUST-ID          PIC X(10).
     05  SDL-OPER-ID          PIC X(8).
     05  SDL-AMOUNT           PIC S9(9)V99.
     05  SDL-DETAIL           PIC X(27).
