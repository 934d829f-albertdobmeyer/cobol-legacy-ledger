*> ================================================================
*> REPLEVID.cpy — Standby Readiness Evidence Record (90 bytes)
*> Used by: REPLSYNC.cob READY (../STANDBY/REPLEVID.DAT,
*>          appended)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Evidence, Not Assurance
*> The business-continuity examiner does not take "the standby
*> is current" on trust. Each READY run proves every node's
*> standby against its primary — every account's balance, the
*> ledger's chain tip (sequence AND chain value), an unbroken
*> chain on the standby, and each replicated master's image
*> checksum — and appends one row per node here with the
*> figures behind the verdict. The file is append-only and sits
*> in the standby root, so the history of proofs is the exam
*> evidence.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-8:    RE-DATE          — YYYYMMDD of the proof
*>   Bytes 9-14:   RE-TIME          — HHMMSS of the proof
*>   Bytes 15-22:  RE-NODE          — Node proved
*>   Byte  23:     RE-VERDICT       — 'R' ready, 'N' not ready
*>   Bytes 24-28:  RE-PRI-ACCTS     — Accounts on the primary
*>   Bytes 29-33:  RE-MATCHED       — Same ID and balance on the
*>                                    standby
*>   Bytes 34-38:  RE-MISMATCHED    — Balance differs, missing on
*>                                    the standby, or extra there
*>   Bytes 39-47:  RE-PRI-TIP-SEQ   — Primary ledger chain tip
*>   Bytes 48-56:  RE-SBY-TIP-SEQ   — Standby ledger chain tip
*>   Byte  57:     RE-TIP-MATCH     — 'Y' sequence and chain
*>                                    value both agree
*>   Byte  58:     RE-CHAIN-OK      — 'Y' standby chain unbroken
*>   Bytes 59-61:  RE-MASTERS-STALE — Masters whose standby image
*>                                    differs from the primary
*>   Bytes 62-70:  RE-UNSHIPPED     — Primary ledger records not
*>                                    yet shipped
*>   Bytes 71-90:  RE-REASON        — First failing check, or
*>                                    "PROVED"
*>
 01  REPL-EVIDENCE-RECORD.
     05  RE-DATE              PIC 9(8).
     05  RE-TIME              PIC 9(6).
     05  RE-NODE              PIC X(8).
     05  RE-VERDICT           PIC X(1).
         88  RE-READY         VALUE 'R'.
         88  RE-NOT-READY     VALUE 'N'.
     05  RE-PRI-ACCTS         PIC 9(5).
     05  RE-MATCHED           PIC 9(5).
     05  RE-MISMATCHED        PIC 9(5).
     05  RE-PRI-TIP-SEQ       PIC 9(9).
     05  RE-SBY-TIP-SEQ       PIC 9(9).
     05  RE-TIP-MATCH         PIC X(1).
     05  RE-CHAIN-OK          PIC X(1).
     05  RE-MASTERS-STALE     PIC 9(3).
     05  RE-UNSHIPPED         PIC 9(9).
     05  RE-REASON            PIC X(20).
