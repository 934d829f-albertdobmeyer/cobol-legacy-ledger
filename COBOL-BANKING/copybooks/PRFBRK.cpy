*> ================================================================
*> PRFBRK.cpy — Subledger Proof Break Carry-Forward (40 bytes)
*> Used by: SUBPROOF.cob — PROOFBRK.DAT
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: The Same Memory, One Level Up
*> MISMATCH.DAT (MISMREC.cpy) lets RECONCILE.cob tell a new
*> account break from a stale one. PROOFBRK.DAT does the same
*> for SUBPROOF.cob's subledger-to-GL proofs: every proof still
*> out of balance at the end of a run is rewritten here with the
*> date it FIRST broke, how many consecutive runs it has stayed
*> broken, and the difference it showed this run. A proof that
*> ties out again simply drops off the file on that run.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-8:    PB-PROOF-ID      — LOANS, OFFCHKS, MERCHRSV,
*>                                    CASH
*>   Bytes 9-12:   PB-GL-ACCT       — GL control account proven
*>   Bytes 13-20:  PB-FIRST-DATE    — YYYYMMDD the proof first
*>                                    broke (unchanged run to run
*>                                    until it ties out again)
*>   Bytes 21-23:  PB-STREAK-DAYS   — Consecutive runs broken,
*>                                    including this one
*>   Bytes 24-37:  PB-LAST-DIFF     — Subledger less GL this run
*>   Bytes 38-40:  FILLER
*>
 01  PROOF-BREAK-RECORD.
     05  PB-PROOF-ID          PIC X(8).
     05  PB-GL-ACCT           PIC 9(4).
     05  PB-FIRST-DATE        PIC 9(8).
     05  PB-STREAK-DAYS       PIC 9(3).
     05  PB-LAST-DIFF         PIC S9(12)V99.
     05  FILLER               PIC X(3).
