*> ================================================================
*> ACCRREC.cpy — Daily Interest Accrual Record Layout (39 bytes)
*> Used by: INTEREST.cob (ACCRUE writes, POST consumes),
*>          CLOSEOUT.cob (final interest at account close)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
