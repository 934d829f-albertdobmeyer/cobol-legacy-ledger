*> ================================================================
*> ACHCENT.cpy — Customer-Originated ACH Entry Register (114 bytes)
*> Used by: ACHORIG.cob (written at acceptance, returns charged
*>          back), ACHRET.cob (customer items passed over)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Knowing Whose Entry Came Back
*> A return names the entry it returns by the trace number the
*> ODFI gave it (return addenda cols 7-21). Payroll's entries
*> and our business customers' entries leave under the same
*> routing number, so the trace is the only thing that tells
*> a bounced vendor payment from a bounced paycheck. Every
*> customer entry is renumbered as it is accepted — the 7-digit
*> sequence after our routing prefix starts at 9000001, clear
*> of ACHGEN.cob's per-run payroll sequence — and registered
*> here, so a return whose trace is on this file is the
*> customer's to absorb, not payroll's.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-15:   ACE-TRACE         — Trace number as originated
*>   Bytes 16-20:  ACE-FILE-SEQ      — Submission (ACHFLOG.cpy)
*>   Bytes 21-30:  ACE-COMPANY-ID    — Originating company
*>   Bytes 31-40:  ACE-ACCT-ID       — Originator's settlement
*>                                      account
*>   Bytes 41-42:  ACE-TRAN-CODE     — NACHA transaction code
*>   Bytes 43-51:  ACE-RDFI          — Receiving routing number
*>   Bytes 52-68:  ACE-RCV-ACCT      — Receiving account number
*>   Bytes 69-80:  ACE-AMOUNT        — Entry amount, dollars
*>   Bytes 81-102: ACE-RCV-NAME      — Receiver name
*>   Byte  103:    ACE-STATUS        — 'O' originated, 'R'
*>                                      returned
*>   Bytes 104-106: ACE-RETURN-CODE  — R-code when returned
*>   Bytes 107-114: ACE-RETURN-DATE  — YYYYMMDD returned
*>
 01  ACH-CUST-ENTRY-RECORD.
     05  ACE-TRACE            PIC X(15).
     05  ACE-FILE-SEQ         PIC 9(5).
     05  ACE-COMPANY-ID       PIC X(10).
     05  ACE-ACCT-ID          PIC X(10).
     05  ACE-TRAN-CODE        PIC X(2).
         88  ACE-IS-DEBIT     VALUE '27' '37'.
         88  ACE-IS-CREDIT    VALUE '22' '32'.
     05  ACE-RDFI             PIC X(9).
     05  ACE-RCV-ACCT         PIC X(17).
     05  ACE-AMOUNT           PIC 9(10)V99.
     05  ACE-RCV-NAME         PIC X(22).
     05  ACE-STATUS           PIC X(1).
         88  ACE-ORIGINATED   VALUE 'O'.
         88  ACE-RETURNED     VALUE 'R'.
     05  ACE-RETURN-CODE      PIC X(3).
     05  ACE-RETURN-DATE      PIC 9(8).
