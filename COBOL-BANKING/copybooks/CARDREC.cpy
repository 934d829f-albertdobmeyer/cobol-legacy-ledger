*> ================================================================
*> CARDREC.cpy — Debit Card Master Record Layout (120 bytes)
*> Used by: CARDMNT.cob (lifecycle), AUTHORIZE.cob (card
*>          authorization and daily-limit accumulators)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: The Card Is Not the Account
*> Authorization requests used to name the ACCT-ID directly, so
*> a lost card could only be stopped by freezing the account it
*> draws on — and every other card, check, and transfer with it.
*> CARDS.DAT gives each plastic its own record: the card number
*> the network sends, the account it maps to, where it is in its
*> life (issued, active, hot-carded, replaced, expired), when it
*> expires, and its own daily POS and ATM limits. AUTHORIZE.cob
*> resolves the card to the account and keeps the day's running
*> POS/ATM totals here; CARDMNT.cob moves a card through its
*> lifecycle and audits every move to CARDAUDIT.DAT (see
*> CARDAUD.cpy).
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-16:    CARD-NUMBER      — 16-digit PAN: 6-digit BIN,
*>                                      9-digit serial, mod-10 check
*>   Bytes 17-26:   CARD-ACCT-ID     — Account the card draws on
*>   Byte  27:      CARD-STATUS      — 'I' issued (not activated),
*>                                      'A' active, 'H' hot-carded,
*>                                      'R' replaced by a reissue,
*>                                      'E' expired
*>   Byte  28:      CARD-HOT-REASON  — 'L' lost, 'S' stolen (hot
*>                                      cards only)
*>   Bytes 29-34:   CARD-EXPIRY      — YYYYMM, good through the
*>                                      last day of that month
*>   Bytes 35-42:   CARD-ISSUE-DATE  — YYYYMMDD issued
*>   Bytes 43-50:   CARD-STATUS-DATE — YYYYMMDD of the last status
*>                                      change
*>   Bytes 51-59:   CARD-POS-LIMIT   — Daily point-of-sale limit
*>   Bytes 60-68:   CARD-ATM-LIMIT   — Daily ATM cash limit
*>   Bytes 69-76:   CARD-USAGE-DATE  — YYYYMMDD the running totals
*>                                      below belong to
*>   Bytes 77-85:   CARD-POS-USED    — POS authorized that day
*>   Bytes 86-94:   CARD-ATM-USED    — ATM authorized that day
*>   Bytes 95-110:  CARD-REPLACES    — Card this one was reissued
*>                                      from (spaces on first issue)
*>   Bytes 111-120: FILLER
*>
 01  CARD-RECORD.
     05  CARD-NUMBER          PIC X(16).
     05  CARD-ACCT-ID         PIC X(10).
     05  CARD-STATUS          PIC X(1).
         88  CARD-ISSUED      VALUE 'I'.
         88  CARD-ACTIVE      VALUE 'A'.
         88  CARD-HOT         VALUE 'H'.
         88  CARD-REPLACED    VALUE 'R'.
         88  CARD-EXPIRED     VALUE 'E'.
     05  CARD-HOT-REASON      PIC X(1).
         88  CARD-LOST        VALUE 'L'.
         88  CARD-STOLEN      VALUE 'S'.
     05  CARD-EXPIRY          PIC 9(6).
     05  CARD-ISSUE-DATE      PIC 9(8).
     05  CARD-STATUS-DATE     PIC 9(8).
     05  CARD-POS-LIMIT       PIC 9(7)V99.
     05  CARD-ATM-LIMIT       PIC 9(7)V99.
     05  CARD-USAGE-DATE      PIC 9(8).
     05  CARD-POS-USED        PIC 9(7)V99.
     05  CARD-ATM-USED        PIC 9(7)V99.
     05  CARD-REPLACES        PIC X(16).
     05  FILLER               PIC X(10).
