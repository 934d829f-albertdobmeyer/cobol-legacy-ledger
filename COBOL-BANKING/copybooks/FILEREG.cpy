*> ================================================================
*> FILEREG.cpy — Processed-File Registry Record Layout (43 bytes)
*> Used by: TRANSACT.cob (BATCH), ACHIN.cob, CHKPRES.cob,
*>          SWIFTIN.cob, LOCKBOX.cob — every file-driven posting
*>          intake
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
