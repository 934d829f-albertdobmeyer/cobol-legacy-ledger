*> ================================================================
*> SIGNREC.cpy — Authorized-Signer/POA Record Layout (39 bytes)
*> Used by: SIGNMNT.cob (maintenance/inquiry), TELLER.cob
*>          (maintenance-screen enforcement and inquiry listing),
*>          MINORAGE.cob (guardian authority ended at majority),
*>          CLOSEOUT.cob (all authority revoked at close)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
