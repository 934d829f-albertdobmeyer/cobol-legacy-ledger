*> ================================================================
*> STORDREC.cpy — Standing-Order Record Layout (48 bytes total)
*> Used by: STANDORD.cob, CLOSEOUT.cob (cancelled at close)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
