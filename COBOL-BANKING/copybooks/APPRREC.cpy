*> ================================================================
*> APPRREC.cpy — Pending-Approval Record Layout (90 bytes total)
*> Used by: ACCOUNTS.cob, CLOSEOUT.cob (settled close-out)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*>   Bytes 6-13:  APPR-DATE      — YYYYMMDD queued
*>   Bytes 14-19: APPR-TIME      — HHMMSS queued
*>   Bytes 20-33: APPR-OPERATION — CLOSE or LINK-ACCOUNT
*>       2026 AKD: or CLOSEOUT, queued and approved by
*>       CLOSEOUT.cob (ACCOUNTS.cob's APPROVE leaves it pending;
*>       REJECT and PENDING treat it like any other row)
*>   Bytes 34-43: APPR-ACCT-ID   — Account the operation targets
*>   Bytes 44-73: APPR-ARG       — Operation argument (the linked
*>                                  ACCT-ID for LINK-ACCOUNT;
*>                                  spaces for CLOSE)
*>       2026 AKD: for CLOSEOUT, byte 1 fee mode ('P' prorate,
*>       'W' waive), byte 2 payout method ('T' transfer, 'C'
*>       official check, 'N' none), bytes 3-30 the destination
*>       ACCT-ID or check payee
*>   Bytes 74-81: APPR-MAKER     — Operator who queued it
*>   Bytes 82-89: APPR-CHECKER   — Operator who approved/rejected
*>                                  (spaces while pending)
