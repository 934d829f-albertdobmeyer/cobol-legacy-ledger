*> ================================================================
*> NOSTREC.cpy — Nostro Reconciliation Item Record (140 bytes)
*> Used by: NOSTRECN.cob (RECON loads and matches, OPEN lists,
*>          MATCH pairs by hand) — NOSTRECN.DAT, rewritten whole
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Two Sides, One Item File
*> A nostro or Fed account is reconciled by laying what the
*> correspondent says happened (its MT940/MT950 statement lines)
*> against what our ledger says happened (the TRANSACT.DAT
*> postings to the same account). Every item from either side
*> becomes one row here, tagged with its side. An item pairs off
*> against one from the other side with the same direction and
*> amount — by reference first, then by value date — and both
*> rows go 'M' together, each pointing at the other. Whatever
*> does not pair stays 'O' and is carried forward, aging, until
*> a later statement or posting clears it:
*>   side 'S' open — "they have, we don't"
*>   side 'L' open — "we have, they don't"
*> NR-SRC-KEY is the item's identity at its source (the
*> TRANS-ID, or the statement's :20: reference plus the line's
*> position), so loading the same statement or the same day's
*> postings twice adds nothing.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-6:     NR-ITEM-ID      — Item number, ascending
*>   Bytes 7-16:    NR-ACCT-ID      — Our nostro / Fed account
*>   Byte  17:      NR-SIDE         — S statement, L ledger
*>   Byte  18:      NR-DC           — C credit (our balance up),
*>                                    D debit — from our side of
*>                                    the account on both sides
*>   Bytes 19-30:   NR-AMOUNT       — Item amount, unsigned
*>   Bytes 31-38:   NR-VALUE-DATE   — YYYYMMDD value / posting date
*>   Bytes 39-54:   NR-REF          — Matching reference: the :61:
*>                                    account-owner reference, or
*>                                    our TRANS-ID
*>   Bytes 55-74:   NR-SRC-KEY      — Identity at the source
*>   Bytes 75-82:   NR-FIRST-SEEN   — YYYYMMDD loaded into recon
*>   Byte  83:      NR-STATUS       — O open, M matched
*>   Bytes 84-91:   NR-CLEAR-DATE   — YYYYMMDD matched, else zero
*>   Bytes 92-97:   NR-MATCH-ID     — NR-ITEM-ID of the other half
*>   Byte  98:      NR-MATCH-RULE   — R reference, A amount and
*>                                    value date, M by operator
*>   Bytes 99-106:  NR-CLEARED-BY   — Operator (rule M), or the
*>                                    program name
*>   Bytes 107-136: NR-DESC         — :86: narrative or TRANS-DESC
*>   Bytes 137-140: FILLER
*>
 01  NOSTRO-RECON-RECORD.
     05  NR-ITEM-ID           PIC 9(6).
     05  NR-ACCT-ID           PIC X(10).
     05  NR-SIDE              PIC X(1).
         88  NR-THEY-HAVE     VALUE 'S'.
         88  NR-WE-HAVE       VALUE 'L'.
     05  NR-DC                PIC X(1).
         88  NR-CREDIT        VALUE 'C'.
         88  NR-DEBIT         VALUE 'D'.
     05  NR-AMOUNT            PIC 9(10)V99.
     05  NR-VALUE-DATE        PIC 9(8).
     05  NR-REF               PIC X(16).
     05  NR-SRC-KEY           PIC X(20).
     05  NR-FIRST-SEEN        PIC 9(8).
     05  NR-STATUS            PIC X(1).
         88  NR-OPEN          VALUE 'O'.
         88  NR-MATCHED       VALUE 'M'.
     05  NR-CLEAR-DATE        PIC 9(8).
     05  NR-MATCH-ID          PIC 9(6).
     05  NR-MATCH-RULE        PIC X(1).
         88  NR-BY-REFERENCE  VALUE 'R'.
         88  NR-BY-AMOUNT-DATE VALUE 'A'.
         88  NR-BY-OPERATOR   VALUE 'M'.
     05  NR-CLEARED-BY        PIC X(8).
     05  NR-DESC              PIC X(30).
     05  FILLER               PIC X(4).
