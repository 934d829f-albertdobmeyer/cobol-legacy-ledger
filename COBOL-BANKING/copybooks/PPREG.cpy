*> ================================================================
*> PPREG.cpy — Customer Check Issue Register (100 bytes)
*> Used by: POSPAY.cob (intake), CHKPRES.cob (match)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: The Customer's Own Issue File
*> CHECKISSUE.DAT (CHKISSUE.cpy) records the checks the bank
*> writes. This is the same protection for checks a business
*> customer writes on its own account: each day the customer
*> sends what it issued and what it voided, POSPAY.cob's
*> INTAKE loads it here, and CHKPRES.cob matches every check
*> presented on an enrolled account (PPENROLL.cpy) against it.
*> The daily intake file, PPISSUE.DAT, is pipe-delimited:
*>   ACCT|SERIAL|AMOUNT|PAYEE|ISSUE-DATE[|V]
*> with a trailing 'V' marking a void of a serial already on
*> the register. A serial already registered for the account
*> is refused, so a resent file cannot double an issue.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   PPR-ACCT-ID       — Account the check draws on
*>   Bytes 11-20:  PPR-SERIAL        — Check serial number
*>   Bytes 21-32:  PPR-AMOUNT        — Issued amount, 2 decimals
*>   Bytes 33-62:  PPR-PAYEE         — Payee as issued
*>   Bytes 63-70:  PPR-ISSUE-DATE    — YYYYMMDD issued
*>   Byte  71:     PPR-STATUS        — 'O' outstanding, 'P' paid,
*>                                      'V' voided by the customer
*>   Bytes 72-79:  PPR-LOAD-DATE     — YYYYMMDD loaded
*>   Bytes 80-87:  PPR-STATUS-DATE   — YYYYMMDD paid or voided
*>   Bytes 88-100: FILLER            — Reserved
*>
 01  POSPAY-ISSUE-RECORD.
     05  PPR-ACCT-ID          PIC X(10).
     05  PPR-SERIAL           PIC X(10).
     05  PPR-AMOUNT           PIC 9(10)V99.
     05  PPR-PAYEE            PIC X(30).
     05  PPR-ISSUE-DATE       PIC 9(8).
     05  PPR-STATUS           PIC X(1).
         88  PPR-OUTSTANDING  VALUE 'O'.
         88  PPR-PAID         VALUE 'P'.
         88  PPR-VOIDED       VALUE 'V'.
     05  PPR-LOAD-DATE        PIC 9(8).
     05  PPR-STATUS-DATE      PIC 9(8).
     05  FILLER               PIC X(13).
