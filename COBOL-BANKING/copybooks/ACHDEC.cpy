*> ================================================================
*> ACHDEC.cpy — ACH Debit Decision Queue Item (182 bytes)
*> Used by: ACHIN.cob (queued), ACHFILT.cob (decided),
*>          EXCPCON.cob (console source 'D')
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Pay, Return, or Let the Clock Decide
*> A debit the account's filter (ACHFILT.cpy) does not allow
*> is held here instead of posting. The customer, or the
*> banker on the customer's word, then pays it — it posts as
*> ACHIN.cob would have posted it — or returns it to the
*> originator as unauthorized (R29). An unauthorized corporate
*> debit has to be back on the network within two banking
*> days, so each item carries its deadline; whatever is still
*> undecided on the deadline is returned by default. The
*> original 94-byte entry is kept whole, since both the
*> posting and the return are built from it.
*> The file is rewritten in place but never reordered, so a
*> row's position is its identity for EXCPCON.cob's console.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-5:     DEC-SEQ           — Queue sequence
*>   Bytes 6-15:    DEC-ACCT-ID       — Account debited
*>   Bytes 16-25:   DEC-COMPANY-ID    — Originator company ID
*>   Bytes 26-41:   DEC-COMPANY-NAME  — Originator company name
*>   Bytes 42-53:   DEC-AMOUNT        — Debit amount
*>   Bytes 54-61:   DEC-RECV-DATE     — YYYYMMDD received
*>   Bytes 62-69:   DEC-DEADLINE      — YYYYMMDD last day to
*>                                       decide (two banking days)
*>   Bytes 70-71:   DEC-REASON        — 'BK' all debits blocked,
*>                                       'NL' company not listed,
*>                                       'OV' over the company's
*>                                       maximum
*>   Byte  72:      DEC-STATUS        — 'P' pending, 'Y' paid,
*>                                       'R' returned on request,
*>                                       'D' returned by default
*>   Bytes 73-80:   DEC-DECIDED-BY    — Operator (or "DEFAULT")
*>   Bytes 81-88:   DEC-DECIDED-DATE  — YYYYMMDD decided
*>   Bytes 89-182:  DEC-ENTRY         — Original NACHA '6' record
*>
 01  ACH-DECISION-RECORD.
     05  DEC-SEQ              PIC 9(5).
     05  DEC-ACCT-ID          PIC X(10).
     05  DEC-COMPANY-ID       PIC X(10).
     05  DEC-COMPANY-NAME     PIC X(16).
     05  DEC-AMOUNT           PIC 9(10)V99.
     05  DEC-RECV-DATE        PIC 9(8).
     05  DEC-DEADLINE         PIC 9(8).
     05  DEC-REASON           PIC X(2).
         88  DEC-BLOCKED      VALUE 'BK'.
         88  DEC-NOT-LISTED   VALUE 'NL'.
         88  DEC-OVER-MAX     VALUE 'OV'.
     05  DEC-STATUS           PIC X(1).
         88  DEC-PENDING      VALUE 'P'.
         88  DEC-PAID         VALUE 'Y'.
         88  DEC-RETURNED     VALUE 'R' 'D'.
     05  DEC-DECIDED-BY       PIC X(8).
     05  DEC-DECIDED-DATE     PIC 9(8).
     05  DEC-ENTRY            PIC X(94).
