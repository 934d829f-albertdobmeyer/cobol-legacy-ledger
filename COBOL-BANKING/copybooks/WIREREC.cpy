*> ================================================================
*> WIREREC.cpy — Outgoing Wire Log Record (250 bytes)
*> Used by: WIREOUT.cob (CAPTURE appends; VERIFY, APPROVE,
*>          REJECT and SEND rewrite the status in place)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: One Row, Every Hand That Touched It
*> WIRELOG.DAT is the desk's paper form made permanent. One row
*> per customer wire, keyed by WIRE-ID, that moves through its
*> statuses in place rather than accumulating history rows:
*>     C captured  → V callback verified → A approved → S sent
*>     any status before S → R rejected
*> Each step stamps who did it, so the row alone answers the
*> examiner's questions — who keyed it, who called the customer
*> back and on what number, who released it above the dual-
*> control threshold, and which TRANS-ID debited the account.
*> A wire at or under the threshold goes V → S without an A.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-8:     WIRE-ID           — "WR" + 6-digit sequence
*>   Bytes 9-18:    WIRE-ACCT-ID      — Debited customer account
*>   Bytes 19-30:   WIRE-AMOUNT       — USD amount
*>   Bytes 31-60:   WIRE-BENE-NAME    — Beneficiary name (same
*>                                      width as SDN-NAME, so the
*>                                      screen compares whole)
*>   Bytes 61-80:   WIRE-BENE-ACCT    — Beneficiary account at the
*>                                      receiving bank
*>   Bytes 81-91:   WIRE-BENE-BANK    — Receiving bank identifier
*>                                      (BIC or routing number)
*>   Bytes 92-121:  WIRE-PURPOSE      — Purpose / remittance text
*>   Byte  122:     WIRE-STATUS       — C / V / A / S / R
*>   Bytes 123-130: WIRE-CAPT-DATE    — YYYYMMDD captured
*>   Bytes 131-136: WIRE-CAPT-TIME    — HHMMSS captured
*>   Bytes 137-144: WIRE-MAKER        — Operator who captured it
*>   Bytes 145-152: WIRE-CB-OPER      — Operator who made the
*>                                      customer callback
*>   Bytes 153-160: WIRE-CB-DATE      — YYYYMMDD of the callback
*>   Bytes 161-166: WIRE-CB-TIME      — HHMMSS of the callback
*>   Bytes 167-186: WIRE-CB-CONTACT   — Number called / person
*>                                      who confirmed
*>   Bytes 187-194: WIRE-APPROVER     — Second operator (above
*>                                      the threshold only)
*>   Bytes 195-202: WIRE-SENT-DATE    — YYYYMMDD business date
*>                                      debited and released
*>   Bytes 203-214: WIRE-TRANS-ID     — TRANSACT.DAT debit record
*>   Bytes 215-222: WIRE-REJECT-OPER  — Operator who rejected it
*>   Bytes 223-242: WIRE-REJECT-REASON — Free text, or the screen
*>                                      that stopped it
*>   Bytes 243-250: FILLER
*>
 01  WIRE-LOG-RECORD.
     05  WIRE-ID              PIC X(8).
     05  WIRE-ACCT-ID         PIC X(10).
     05  WIRE-AMOUNT          PIC S9(10)V99.
     05  WIRE-BENE-NAME       PIC X(30).
     05  WIRE-BENE-ACCT       PIC X(20).
     05  WIRE-BENE-BANK       PIC X(11).
     05  WIRE-PURPOSE         PIC X(30).
     05  WIRE-STATUS          PIC X(1).
         88  WIRE-CAPTURED    VALUE 'C'.
         88  WIRE-VERIFIED    VALUE 'V'.
         88  WIRE-APPROVED    VALUE 'A'.
         88  WIRE-SENT        VALUE 'S'.
         88  WIRE-REJECTED    VALUE 'R'.
     05  WIRE-CAPT-DATE       PIC 9(8).
     05  WIRE-CAPT-TIME       PIC 9(6).
     05  WIRE-MAKER           PIC X(8).
     05  WIRE-CB-OPER         PIC X(8).
     05  WIRE-CB-DATE         PIC 9(8).
     05  WIRE-CB-TIME         PIC 9(6).
     05  WIRE-CB-CONTACT      PIC X(20).
     05  WIRE-APPROVER        PIC X(8).
     05  WIRE-SENT-DATE       PIC 9(8).
     05  WIRE-TRANS-ID        PIC X(12).
     05  WIRE-REJECT-OPER     PIC X(8).
     05  WIRE-REJECT-REASON   PIC X(20).
     05  FILLER               PIC X(8).
