*> ================================================================
*> MERCHREC.cpy — Merchant Record Layout (120 bytes, LINE SEQUENTIAL)
*> Used by: MERCHANT.cob, FEEENGN.cob, RISKCHK.cob, MATCHLOAD.cob
*> ================================================================
*>
*> COPYBOOK DEPENDENCY WARNING: 3 programs include this file.
*>       funding until the hold lifts. Set by MERCHRET.cob when
*>       a funding credit comes back; lifted via MERCHANT.cob.
         88  MERCH-FUND-HELD     VALUE 'H'.
*>       2026 AKD: Boarded on a terminated-merchant (MATCH) list
*>       name hit — legal name, DBA or a principal — and held for
*>       a supervisor's review before it can be activated. Set by
*>       MERCHANT.cob's ONBOARD/PRINADD/SETTIN screening; MATCHCLR
*>       clears it back to pending or declines it.
         88  MERCH-MATCH-REVIEW  VALUE 'R'.
*>   REDEFINES: Individual vs Aggregate merchant views.
*>   TKN: "Type I = individual (sole prop/LLC), A = aggregate
*>   (chain/franchise). Use MERCH-TYPE to decide which to read."
