*> ================================================================
*> ODREC.cpy — Overdraft Opt-In Election Record Layout (50 bytes)
*> Used by: ODOPTIN.cob (maintenance and report), AUTHORIZE.cob,
*>          CHKPRES.cob (LOOKUP-OD-ELECTION paragraphs)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: An Election Is a History, Not a Flag
*> Regulation E lets the bank charge an overdraft fee on an ATM
*> or one-time debit card item only if the customer affirmatively
*> opted in — and the examiner's question is always "show me
*> when, how, and who took it". So ODOPTIN.DAT is append-only:
*> one record per election event (opt in, opt out, courtesy
*> limit change), each carrying the account's resulting
*> election and limit in full. The latest record for an account
*> is its current standing; the latest record dated on or before
*> a given day is its standing as of that day. Nothing is ever
*> rewritten, so the file is its own audit trail. No record at
*> all means never opted in.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:  ODO-ACCT-ID   — Account the election covers
*>   Byte  11:    ODO-EVENT     — 'I' opted in, 'O' opted out
*>                                 (revoked), 'L' courtesy limit
*>                                 changed (election unchanged)
*>   Byte  12:    ODO-OPTED     — Resulting election: 'Y' opted in
*>                                 to card/ATM overdraft coverage,
*>                                 'N' not
*>   Bytes 13-20: ODO-DATE      — YYYYMMDD of the event
*>   Bytes 21-26: ODO-TIME      — HHMMSS of the event
*>   Bytes 27-28: ODO-CHANNEL   — How the customer gave it: 'BR'
*>                                 in branch, 'PH' by telephone,
*>                                 'OL' online banking, 'ML' by
*>                                 mail, 'AT' at an ATM screen;
*>                                 'BK' bank-initiated limit change
*>   Bytes 29-36: ODO-OPER-ID   — Operator who recorded it
*>   Bytes 37-45: ODO-LIMIT     — Resulting courtesy (discretionary)
*>                                 overdraft limit
*>   Bytes 46-50: FILLER
*>
 01  OD-ELECTION-RECORD.
     05  ODO-ACCT-ID          PIC X(10).
     05  ODO-EVENT            PIC X(1).
         88  ODO-OPT-IN-EVENT  VALUE 'I'.
         88  ODO-OPT-OUT-EVENT VALUE 'O'.
         88  ODO-LIMIT-EVENT   VALUE 'L'.
     05  ODO-OPTED            PIC X(1).
         88  ODO-IS-OPTED-IN  VALUE 'Y'.
     05  ODO-DATE             PIC 9(8).
     05  ODO-TIME             PIC 9(6).
     05  ODO-CHANNEL          PIC X(2).
         88  ODO-VALID-CHANNEL VALUE 'BR' 'PH' 'OL' 'ML' 'AT'.
     05  ODO-OPER-ID          PIC X(8).
     05  ODO-LIMIT            PIC 9(7)V99.
     05  FILLER               PIC X(5).
