*>       movement, withdrawals far above the account's historic
*>       range, or rapid in-and-out flows.
         88  ALERT-BEHAVIOR             VALUE 'B'.
*>       2026 AKD: Cash structuring pattern flagged by STRUCTMON.cob's
*>       nightly scan — repeated just-under-CTR teller cash, or a
*>       CTR-size total split across days, rolled up by customer
*>       across accounts and branches.
         88  ALERT-STRUCTURING          VALUE 'S'.
*>       2026 AKD: Check-kiting suspect flagged by KITEMON.cob's
*>       nightly scan — related accounts passing money between
*>       them while carried by uncollected check deposits.
         88  ALERT-KITING               VALUE 'K'.
*>       2026 AKD: Operator posting, correction, fee reversal,
*>       hold release or account maintenance on an account the
*>       operator (or their household) holds, flagged by
*>       INSIDMON.cob. Detail carries the operator ID at positions
*>       9-16; ALERTCON.cob will not assign it to that operator
*>       or anyone at their branch.
         88  ALERT-INSIDER              VALUE 'N'.
*>       2026 AKD: Probable duplicate check presentment — the same
*>       routing, serial and amount already on the deposited-item
*>       register (DEPITEM.cpy) inside the lookback window. Raised
*>       by TRANSACT.cob, AVAILENG.cob or LOCKBOX.cob for the
*>       deposit operations desk; the deposit is held whole.
         88  ALERT-DUP-DEPOSIT          VALUE 'C'.
*>       2026 AKD: Subledger out of balance with its GL control
*>       account — SUBPROOF.cob's nightly loan, official check,
*>       merchant reserve and cash proofs. ALERT-ACCT-ID carries
*>       the GL account number, left-justified.
         88  ALERT-SUBLEDGER-PROOF      VALUE 'L'.
*>       2026 AKD: A cross-file referential integrity rule whose
*>       exception count rose since the last run — INTEGCHK.cob's
*>       nightly master-file scan. ALERT-ACCT-ID carries the rule
*>       name; the items themselves are worked in EXCPCON.cob as
*>       source I.
         88  ALERT-INTEGRITY            VALUE 'X'.
*>       2026 AKD: Merchant, or one of its principals, on the card
*>       networks' terminated-merchant (MATCH) list — found by
*>       MERCHANT.cob when the merchant or a principal is keyed,
*>       or by MATCHLOAD.cob's rescan of the merchant base against
*>       each new list. ALERT-ACCT-ID carries the MERCH-ID.
         88  ALERT-MATCH-HIT            VALUE 'M'.
*>       2026 AKD: Merchant at or over a card network's
*>       early-warning or excessive chargeback-ratio threshold
*>       for the month — CBRATIO.cob's monthly run. ALERT-ACCT-ID
*>       carries the MERCH-ID; the detail names the network,
*>       classification, ratio and consecutive months in program.
         88  ALERT-CB-RATIO             VALUE 'Q'.
     05  ALERT-ACCT-ID        PIC X(10).
     05  ALERT-DETAIL         PIC X(40).
