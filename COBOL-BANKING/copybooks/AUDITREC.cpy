*> ================================================================
*> AUDITREC.cpy — Account Audit Log Record Layout (368 bytes total)
*> Used by: ACCOUNTS.cob, CLOSEOUT.cob
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
