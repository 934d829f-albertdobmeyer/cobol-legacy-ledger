*> ================================================================
*> ACHFILT.cpy — ACH Debit Block / Filter Rule (60 bytes)
*> Used by: ACHFILT.cob (maintenance), ACHIN.cob (debit screen)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: An Absent Rule Means No Filter
*> Any company holding a business customer's routing and account
*> number can originate a debit against it. A filter lets the
*> customer say who may. Rules are rows, one per account and
*> originator, and the whole set for an account is read
*> together:
*>   - no rows          — no filter; debits post as always
*>   - a 'B' row        — block every debit, whatever else is
*>                        on file
*>   - 'A' rows only    — a debit posts only when its company
*>                        ID (batch header cols 41-50) is on an
*>                        'A' row and, where that row carries a
*>                        maximum, the amount is within it
*> A debit that fails the screen does not post and is not
*> returned outright; it goes to the decision queue
*> (ACHDEC.cpy) for the customer to pay or return.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   FLT-ACCT-ID       — Protected account
*>                                      (ACCTREC.cpy)
*>   Byte  11:     FLT-TYPE          — 'B' block all debits,
*>                                      'A' allow this company
*>   Bytes 12-21:  FLT-COMPANY-ID    — Originator allowed ('A'
*>                                      rows); spaces on 'B'
*>   Bytes 22-33:  FLT-MAX-AMOUNT    — Largest single debit the
*>                                      company may take; zero =
*>                                      no maximum
*>   Bytes 34-41:  FLT-SET-BY        — Operator who keyed the rule
*>   Bytes 42-49:  FLT-SET-DATE      — YYYYMMDD keyed
*>   Bytes 50-60:  FILLER
*>
 01  ACH-FILTER-RECORD.
     05  FLT-ACCT-ID          PIC X(10).
     05  FLT-TYPE             PIC X(1).
         88  FLT-BLOCK-ALL    VALUE 'B'.
         88  FLT-ALLOW        VALUE 'A'.
     05  FLT-COMPANY-ID       PIC X(10).
     05  FLT-MAX-AMOUNT       PIC 9(10)V99.
     05  FLT-SET-BY           PIC X(8).
     05  FLT-SET-DATE         PIC 9(8).
     05  FILLER               PIC X(11).
