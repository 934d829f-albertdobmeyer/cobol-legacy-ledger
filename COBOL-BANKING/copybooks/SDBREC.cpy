*> ================================================================
*> SDBREC.cpy — Safe Deposit Box Master Record (140 bytes)
*> Used by: SDBOX.cob (owner — inventory, rental, billing,
*>          delinquency), ESCHEAT.cob (drilled contents into the
*>          unclaimed-property notify/remit passes)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: One Row Per Physical Box
*> The branch box inventory, the rent card, and the key ledger
*> were three paper files that disagreed. SDBOX.DAT holds one row
*> per box per branch: who rents it (a CUSTOMER.DAT CUST-ID plus
*> up to two co-renters), which DDA the annual rent is debited
*> from, when the rent next falls due, how far the delinquency
*> has aged, and where the keys are. A box drilled for unpaid
*> rent keeps its row — status 'D' with the inventoried contents
*> and their appraised value — so ESCHEAT.cob can carry the
*> contents through the state's holding period exactly as it
*> carries a dormant balance. Held in memory as whole 140-byte
*> rows (load-modify-save, like VAULTSHIP.DAT); this layout is
*> the working view.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-3:     SDB-BRANCH         — Branch code (spaces =
*>                                        main office)
*>   Bytes 4-9:     SDB-BOX-NO         — Box number within branch
*>   Byte  10:      SDB-SIZE           — 'S' 3x5, 'M' 5x10,
*>                                        'L' 10x10, 'X' 10x20
*>   Byte  11:      SDB-STATUS         — 'V' vacant, 'R' rented,
*>                                        'D' drilled — contents
*>                                        in bank custody
*>   Byte  12:      SDB-KEY-STATUS     — 'I' keys issued to
*>                                        renter, 'H' both keys
*>                                        held by bank, 'L' renter
*>                                        reports key lost, 'D'
*>                                        lock drilled, re-key due
*>   Bytes 13-22:   SDB-RENTER-ID      — Renter CUST-ID
*>   Bytes 23-32:   SDB-CO-RENTER-1    — Co-renter CUST-ID or spaces
*>   Bytes 33-42:   SDB-CO-RENTER-2    — Co-renter CUST-ID or spaces
*>   Bytes 43-52:   SDB-BILL-ACCT      — Account the rent debits
*>   Bytes 53-59:   SDB-ANNUAL-RENT    — Annual rent
*>   Bytes 60-67:   SDB-RENT-DUE       — YYYYMMDD rent next due
*>   Byte  68:      SDB-DELINQ-STAGE   — Last delinquency notice
*>                                        sent: 0 none, 1 at 30
*>                                        days, 2 at 60, 3 final
*>                                        (drill-eligible) at 90
*>   Bytes 69-76:   SDB-RENTED-DATE    — YYYYMMDD rented
*>   Bytes 77-84:   SDB-DRILL-DATE     — YYYYMMDD contents drilled
*>                                        into custody (0 = never)
*>   Bytes 85-95:   SDB-CONTENTS-VALUE — Appraised value of the
*>                                        drilled contents
*>   Bytes 96-125:  SDB-CONTENTS-DESC  — Inventory summary
*>   Bytes 126-133: SDB-ESCHEAT-DATE   — YYYYMMDD contents remitted
*>                                        to the state (0 = not)
*>   Bytes 134-140: FILLER
*>
 01  SAFE-DEPOSIT-RECORD.
     05  SDB-BRANCH           PIC X(3).
     05  SDB-BOX-NO           PIC X(6).
     05  SDB-SIZE             PIC X(1).
         88  SDB-SIZE-SMALL   VALUE 'S'.
         88  SDB-SIZE-MEDIUM  VALUE 'M'.
         88  SDB-SIZE-LARGE   VALUE 'L'.
         88  SDB-SIZE-XLARGE  VALUE 'X'.
     05  SDB-STATUS           PIC X(1).
         88  SDB-VACANT       VALUE 'V'.
         88  SDB-RENTED       VALUE 'R'.
         88  SDB-DRILLED      VALUE 'D'.
     05  SDB-KEY-STATUS       PIC X(1).
         88  SDB-KEYS-ISSUED  VALUE 'I'.
         88  SDB-KEYS-HELD    VALUE 'H'.
         88  SDB-KEY-LOST     VALUE 'L'.
         88  SDB-LOCK-DRILLED VALUE 'D'.
     05  SDB-RENTER-ID        PIC X(10).
     05  SDB-CO-RENTER-1      PIC X(10).
     05  SDB-CO-RENTER-2      PIC X(10).
     05  SDB-BILL-ACCT        PIC X(10).
     05  SDB-ANNUAL-RENT      PIC S9(5)V99.
     05  SDB-RENT-DUE         PIC 9(8).
     05  SDB-DELINQ-STAGE     PIC 9(1).
     05  SDB-RENTED-DATE      PIC 9(8).
     05  SDB-DRILL-DATE       PIC 9(8).
     05  SDB-CONTENTS-VALUE   PIC S9(9)V99.
     05  SDB-CONTENTS-DESC    PIC X(30).
     05  SDB-ESCHEAT-DATE     PIC 9(8).
     05  FILLER               PIC X(7).
