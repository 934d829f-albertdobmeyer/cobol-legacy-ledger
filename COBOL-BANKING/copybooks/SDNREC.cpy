*> ================================================================
*> SDNREC.cpy — Sanctions Screening List Record Layout (46 bytes)
*> Used by: VALIDATE.cob, TRANSACT.cob, BENOWNER.cob, OFACLOAD.cob, ACHORIG.cob
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
