*> ================================================================
*> REPLCTL.cpy — Standby Replication Control Record (150 bytes)
*> Used by: REPLSYNC.cob (../STANDBY/REPLCTL.DAT, rewritten by
*>          every SHIP and APPLY)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Knowing Exactly How Far the Standby Got
*> BACKUP.cob's generations are point-in-time: lose a node's
*> data directory at two in the afternoon and everything posted
*> since last night's copy is gone with it. REPLSYNC.cob closes
*> that gap by shipping each node's newly appended TRANSACT.DAT
*> records, and a fresh image of any master file that changed,
*> into a journal in the node's standby directory, then applying
*> the journal there. This file is the bookkeeping for both
*> halves — one row per node per replicated file — and it lives
*> in the standby root, so it survives the loss of the primary
*> it describes.
*>
*> For the ledger row, the LAST-ID/DATE/TIME identity is the
*> last primary record shipped; the next SHIP resumes after the
*> record carrying it, wherever it now sits (ARCHIVE.cob trims
*> the front of the file), and a ledger that no longer holds it
*> at all is flagged 'R' for a reseed rather than guessed at.
*> SHIP-SEQ/SHIP-CHAIN carry the hash chain across runs (see
*> TRANS-SEQ-NO/TRANS-CHAIN-VAL in TRANSREC.cpy): a record that
*> does not fold from the last one shipped stops the node's
*> shipping at the break, flagged 'B', so a tampered ledger is
*> never copied over a good standby. For a master row, SUM is
*> the image checksum — an unchanged master is not re-shipped.
*> SHIP-NO and APPLY-NO count journal units (ledger records, or
*> master images) and only ever rise; their difference is the
*> lag.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-8:     RC-NODE        — Node (COMCODE.cpy BANK-IDS)
*>   Bytes 9-22:    RC-FILE        — Replicated file name
*>   Byte  23:      RC-STATE       — 'O' shipping, 'B' ledger
*>                                   chain broken on the primary,
*>                                   'R' reseed needed
*>   Bytes 24-32:   RC-PRI-POS     — Ledger: primary record
*>                                   position of the last record
*>                                   shipped; master: lines in
*>                                   the last image shipped
*>   Bytes 33-44:   RC-LAST-ID     — Ledger: TRANS-ID of the last
*>   Bytes 45-52:   RC-LAST-DATE     record shipped, its
*>   Bytes 53-58:   RC-LAST-TIME     TRANS-DATE and TRANS-TIME
*>   Bytes 59-67:   RC-SHIP-NO     — Journal units shipped, ever
*>   Bytes 68-76:   RC-SHIP-SEQ    — Last TRANS-SEQ-NO shipped
*>   Bytes 77-85:   RC-SHIP-CHAIN  — Its TRANS-CHAIN-VAL
*>   Bytes 86-94:   RC-SHIP-SUM    — Master: last image checksum
*>   Bytes 95-102:  RC-SHIP-DATE   — YYYYMMDD of the last SHIP
*>   Bytes 103-108: RC-SHIP-TIME   — HHMMSS of the last SHIP
*>   Bytes 109-117: RC-APPLY-NO    — Journal units applied, ever
*>   Bytes 118-126: RC-APPLY-SEQ   — Last TRANS-SEQ-NO applied
*>   Bytes 127-135: RC-APPLY-SUM   — Master: checksum applied
*>   Bytes 136-143: RC-APPLY-DATE  — YYYYMMDD of the last APPLY
*>   Bytes 144-149: RC-APPLY-TIME  — HHMMSS of the last APPLY
*>   Byte  150:     FILLER
*>
 01  REPL-CONTROL-RECORD.
     05  RC-NODE              PIC X(8).
     05  RC-FILE              PIC X(14).
     05  RC-STATE             PIC X(1).
         88  RC-SHIPPING      VALUE 'O'.
         88  RC-CHAIN-BROKEN  VALUE 'B'.
         88  RC-RESEED        VALUE 'R'.
     05  RC-PRI-POS           PIC 9(9).
     05  RC-LAST-ID           PIC X(12).
     05  RC-LAST-DATE         PIC 9(8).
     05  RC-LAST-TIME         PIC 9(6).
     05  RC-SHIP-NO           PIC 9(9).
     05  RC-SHIP-SEQ          PIC 9(9).
     05  RC-SHIP-CHAIN        PIC 9(9).
     05  RC-SHIP-SUM          PIC 9(9).
     05  RC-SHIP-DATE         PIC 9(8).
     05  RC-SHIP-TIME         PIC 9(6).
     05  RC-APPLY-NO          PIC 9(9).
     05  RC-APPLY-SEQ         PIC 9(9).
     05  RC-APPLY-SUM         PIC 9(9).
     05  RC-APPLY-DATE        PIC 9(8).
     05  RC-APPLY-TIME        PIC 9(6).
     05  FILLER               PIC X(1).
