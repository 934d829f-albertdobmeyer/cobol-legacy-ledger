*> ================================================================
*> CIPREC.cpy — Retail CIP Checklist Record Layout (30 bytes)
*> Used by: CIPMAINT.cob, ACCOUNTS.cob, TRANSACT.cob, VALIDATE.cob,
*>          MINORAGE.cob (new owner at age of majority)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
