*> ================================================================
*> LBXREC.cpy — Wholesale Lockbox Master Record (50 bytes)
*> Used by: LOCKBOX.cob
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: The Lockbox Number Is the Routing Key
*> A business customer's payers mail checks to a post office
*> box we collect; the capture vendor keys each batch by the
*> box number, not by an account. This master turns the box
*> number into the account the day's consolidated credit posts
*> to and the customer whose receivables file gets the detail.
*> A closed box keeps its row with status 'C' so a stray late
*> batch is refused to the repair queue, not posted.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-6:    LBX-NUMBER     — Lockbox (post office box) number
*>   Bytes 7-16:   LBX-ACCT-ID    — Account credited
*>   Bytes 17-26:  LBX-CUST-ID    — Customer receiving the AR file
*>   Byte  27:     LBX-STATUS     — 'A' active, 'C' closed
*>   Bytes 28-35:  LBX-SET-BY     — Operator who last changed
*>   Bytes 36-43:  LBX-SET-DATE   — YYYYMMDD last changed
*>   Bytes 44-50:  FILLER         — Reserved
*>
 01  LOCKBOX-RECORD.
     05  LBX-NUMBER           PIC X(6).
     05  LBX-ACCT-ID          PIC X(10).
     05  LBX-CUST-ID          PIC X(10).
     05  LBX-STATUS           PIC X(1).
         88  LBX-ACTIVE       VALUE 'A'.
         88  LBX-CLOSED       VALUE 'C'.
     05  LBX-SET-BY           PIC X(8).
     05  LBX-SET-DATE         PIC 9(8).
     05  FILLER               PIC X(7).
