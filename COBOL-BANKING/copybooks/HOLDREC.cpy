*> ================================================================
*> HOLDREC.cpy — Hold Detail Record Layout (51 bytes total)
*> Used by: HOLDMGMT.cob, AUTHORIZE.cob, LEGALORD.cob,
*>          CLOSEOUT.cob (open holds block a close)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*>   Bytes 1-10:  HOLD-ACCT-ID      — Matches ACCT-ID in ACCTREC.cpy
*>   Bytes 11-12: HOLD-REASON       — 'CK' uncleared check deposit,
*>                                     'CA' card authorization,
*>                                     'LG' legal/levy (LEGALORD.cob
*>                                     places these with the order ID
*>                                     as HOLD-SOURCE), 'DP'
*>                                     probable duplicate check
*>                                     presentment (whole deposit,
*>                                     see DEPITEM.cpy), 'OT' other
*>   Bytes 13-22: HOLD-SOURCE       — What placed the hold: a
*>                                     program name, AUTH-ID, teller
*>                                     operator, etc.
         88  HOLD-CHECK       VALUE 'CK'.
         88  HOLD-CARD-AUTH   VALUE 'CA'.
         88  HOLD-LEGAL       VALUE 'LG'.
         88  HOLD-DUP-DEPOSIT VALUE 'DP'.
         88  HOLD-OTHER       VALUE 'OT'.
     05  HOLD-SOURCE          PIC X(10).
     05  HOLD-AMOUNT          PIC S9(10)V99.
