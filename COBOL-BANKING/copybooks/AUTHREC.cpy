*> ================================================================
*> AUTHREC.cpy — Card Authorization Record Layout (61 bytes total)
*> Used by: AUTHORIZE.cob, CLOSEOUT.cob (open auths block a
*>          close)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
