*> ================================================================
*> REPLJRNL.cpy — Standby Replication Journal Record (254 bytes)
*> Used by: REPLSYNC.cob (../STANDBY/<node>/REPLJRNL.DAT —
*>          appended by SHIP, applied and emptied by APPLY)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Ship First, Apply Second
*> Shipping only copies; nothing on the standby changes until
*> APPLY reads the journal back. A ledger record travels as one
*> 'T' line carrying the TRANSACT.DAT record as written. A
*> changed master travels as an image: a 'B' line, one 'M' line
*> per record, and an 'E' line with the line count and
*> checksum. APPLY stages an image and replaces the standby's
*> copy only when the whole image arrived and checks to its 'E'
*> line — a SHIP that died mid-image leaves the standby's last
*> good copy in place. Units whose SHIP-NO is at or below the
*> control row's APPLY-NO were applied already and are passed
*> over, so an APPLY rerun after a failure never double-appends.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Byte  1:       RJ-REC-TYPE    — 'T' ledger record, 'B' image
*>                                   begins, 'M' image line, 'E'
*>                                   image ends
*>   Bytes 2-15:    RJ-FILE        — Replicated file name
*>   Bytes 16-24:   RJ-SHIP-NO     — Journal unit (REPLCTL.cpy)
*>   Bytes 25-31:   RJ-LINE-NO     — 'M': line within the image;
*>                                   'E': lines in the image
*>   Bytes 32-40:   RJ-CHECKSUM    — 'E': image checksum
*>   Bytes 41-48:   RJ-SHIP-DATE   — YYYYMMDD shipped
*>   Bytes 49-54:   RJ-SHIP-TIME   — HHMMSS shipped
*>   Bytes 55-254:  RJ-DATA        — 'T'/'M': the record itself
*>
 01  REPL-JOURNAL-RECORD.
     05  RJ-REC-TYPE          PIC X(1).
         88  RJ-LEDGER        VALUE 'T'.
         88  RJ-IMAGE-BEGIN   VALUE 'B'.
         88  RJ-IMAGE-LINE    VALUE 'M'.
         88  RJ-IMAGE-END     VALUE 'E'.
     05  RJ-FILE              PIC X(14).
     05  RJ-SHIP-NO           PIC 9(9).
     05  RJ-LINE-NO           PIC 9(7).
     05  RJ-CHECKSUM          PIC 9(9).
     05  RJ-SHIP-DATE         PIC 9(8).
     05  RJ-SHIP-TIME         PIC 9(6).
     05  RJ-DATA              PIC X(200).
