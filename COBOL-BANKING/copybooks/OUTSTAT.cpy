*> ================================================================
*> OUTSTAT.cpy — Outbound Item Lifecycle Stamp Record (22 bytes)
*> Used by: ACHGEN.cob, SWIFTMSG.cob, SETTLE.cob, GLPOST.cob,
*>          ONUSPAY.cob (each appends one stamp per OUTBOUND.DAT item it
*>          consumes), OUTTRACE.cob (daily tie-out reader)
*> ================================================================
*>
*>                                 OUTBOUND.DAT
*>   Bytes 7-14:  OS-CONSUMER   — Program that stamped the item
*>                                 (ACHGEN, SWIFTMSG, SETTLE,
*>                                 GLPOST, ONUSPAY), left-justified
*>   Bytes 15-22: OS-STAMP-DATE — YYYYMMDD the consumer acted
*>
 01  OUTBOUND-STATUS-RECORD.
