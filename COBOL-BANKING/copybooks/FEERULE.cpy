*> ================================================================
*> FEERULE.cpy — Relationship Fee-Waiver Rule Record (80 bytes)
*> Used by: FEERULE.cob (rule maintenance and waived-fee report),
*>          FEES.cob (monthly fee run) — FEERULES.DAT
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Pricing the Customer, Not the Account
*> FEES.cob's schedule is per account. A waiver rule looks past
*> the account to the customers who own it (CUSTXREF.DAT) and
*> forgives one of the account's fees when any of them meets
*> the rule's condition:
*>   FR-COND 'D' — the customer's combined deposit balances
*>                 across every linked account are at least
*>                 FR-THRESHOLD
*>   FR-COND 'L' — the customer has an active loan (LOANS.DAT);
*>                 FR-THRESHOLD is not used
*> FR-FEE-CODE names the fee it forgives — 'M' monthly
*> maintenance, 'B' below-minimum balance, 'I' per-item, 'A'
*> all three — and FR-ACCT-TYPE narrows it to checking ('C') or
*> savings ('S'); SPACE applies to both. Rules are tried in
*> file order and the first that qualifies is the one recorded
*> against the waiver. A rule is never deleted: retiring it
*> sets FR-STATUS 'I' so FEEWAIVE.DAT history still resolves to
*> a description.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-8:    FR-RULE-ID     — Rule name (CHKBAL25, LOANCUST)
*>   Byte  9:      FR-FEE-CODE    — M, B, I or A (all)
*>   Byte  10:     FR-ACCT-TYPE   — C, S or SPACE (either)
*>   Byte  11:     FR-COND        — D deposits, L active loan
*>   Bytes 12-25:  FR-THRESHOLD   — Combined-deposit floor ('D')
*>   Byte  26:     FR-STATUS      — A active, I retired
*>   Bytes 27-34:  FR-EFF-DATE    — YYYYMMDD first fee run applied
*>   Bytes 35-42:  FR-ADDED-BY    — Supervisor who added it
*>   Bytes 43-72:  FR-DESC        — Description for the report
*>   Bytes 73-80:  FILLER
*>
 01  FEE-RULE-RECORD.
     05  FR-RULE-ID           PIC X(8).
     05  FR-FEE-CODE          PIC X(1).
         88  FR-FEE-MAINT     VALUE 'M'.
         88  FR-FEE-BELOW-MIN VALUE 'B'.
         88  FR-FEE-PER-ITEM  VALUE 'I'.
         88  FR-FEE-ALL       VALUE 'A'.
         88  FR-FEE-VALID     VALUE 'M' 'B' 'I' 'A'.
     05  FR-ACCT-TYPE         PIC X(1).
     05  FR-COND              PIC X(1).
         88  FR-COND-DEPOSITS VALUE 'D'.
         88  FR-COND-LOAN     VALUE 'L'.
         88  FR-COND-VALID    VALUE 'D' 'L'.
     05  FR-THRESHOLD         PIC S9(12)V99.
     05  FR-STATUS            PIC X(1).
         88  FR-ACTIVE        VALUE 'A'.
         88  FR-RETIRED       VALUE 'I'.
     05  FR-EFF-DATE          PIC 9(8).
     05  FR-ADDED-BY          PIC X(8).
     05  FR-DESC              PIC X(30).
     05  FILLER               PIC X(8).
