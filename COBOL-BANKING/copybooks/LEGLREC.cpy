*> ================================================================
*> LEGLREC.cpy — Legal Order (Levy/Garnishment) Record (120 bytes)
*> Used by: LEGALORD.cob
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: The Order Behind the 'LG' Hold
*> HOLDREC.cpy has always carried a 'LG' legal/levy reason code,
*> but the order that justified the hold lived on paper. One
*> LEGALORD.DAT record per levy or garnishment served on the
*> bank: who served it, the case, the debtor customer, the amount
*> demanded, and — once LEGALORD.cob's PROCESS account review has
*> run — the total protected under the federal-benefit lookback
*> and the total actually held. Every 'LG' detail record the
*> review places in HOLDS.DAT carries LGO-ORDER-ID in its
*> HOLD-SOURCE, so the holds for one order can be found and
*> released by name when the order is satisfied or vacated.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-8:     LGO-ORDER-ID      — "LO" + 6-digit sequence
*>   Byte  9:       LGO-ORDER-TYPE    — 'G' creditor garnishment,
*>                                       'L' state/local tax levy
*>                                       (both subject to the
*>                                       federal-benefit lookback);
*>                                       'F' federal agency order or
*>                                       'S' child-support order
*>                                       served with a Notice of
*>                                       Right to Garnish Federal
*>                                       Benefits (no protected
*>                                       amount — held in full)
*>   Bytes 10-29:   LGO-AGENCY        — Court or agency serving it
*>   Bytes 30-45:   LGO-CASE-NO       — Court/agency case number
*>   Bytes 46-55:   LGO-CUST-ID       — Debtor, matches CUST-ID in
*>                                       CUSTREC.cpy
*>   Bytes 56-67:   LGO-AMOUNT        — Amount the order demands
*>   Bytes 68-75:   LGO-SERVED-DATE   — YYYYMMDD served on the bank
*>   Bytes 76-83:   LGO-RECORDED-DATE — YYYYMMDD keyed
*>   Bytes 84-91:   LGO-REVIEW-DATE   — YYYYMMDD account review run
*>                                       (0 = not yet reviewed)
*>   Bytes 92-103:  LGO-PROTECTED     — Total protected, all
*>                                       accounts reviewed
*>   Bytes 104-115: LGO-HELD          — Total placed on 'LG' hold
*>   Bytes 116-117: LGO-ACCT-COUNT    — Accounts reviewed
*>   Byte  118:     LGO-STATUS        — 'R' recorded, 'P' processed
*>                                       (holds placed, answer cut),
*>                                       'X' released/closed
*>   Bytes 119-120: FILLER
*>
 01  LEGAL-ORDER-RECORD.
     05  LGO-ORDER-ID         PIC X(8).
     05  LGO-ORDER-TYPE       PIC X(1).
         88  LGO-GARNISHMENT  VALUE 'G'.
         88  LGO-TAX-LEVY     VALUE 'L'.
         88  LGO-FEDERAL      VALUE 'F'.
         88  LGO-SUPPORT      VALUE 'S'.
         88  LGO-PROTECTS-BENEFITS VALUE 'G' 'L'.
     05  LGO-AGENCY           PIC X(20).
     05  LGO-CASE-NO          PIC X(16).
     05  LGO-CUST-ID          PIC X(10).
     05  LGO-AMOUNT           PIC S9(10)V99.
     05  LGO-SERVED-DATE      PIC 9(8).
     05  LGO-RECORDED-DATE    PIC 9(8).
     05  LGO-REVIEW-DATE      PIC 9(8).
     05  LGO-PROTECTED        PIC S9(10)V99.
     05  LGO-HELD             PIC S9(10)V99.
     05  LGO-ACCT-COUNT       PIC 9(2).
     05  LGO-STATUS           PIC X(1).
         88  LGO-RECORDED     VALUE 'R'.
         88  LGO-PROCESSED    VALUE 'P'.
         88  LGO-CLOSED       VALUE 'X'.
     05  FILLER               PIC X(2).
