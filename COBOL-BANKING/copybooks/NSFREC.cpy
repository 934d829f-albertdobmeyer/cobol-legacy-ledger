*> ================================================================
*> NSFREC.cpy — NSF/Overdraft Fee Incident Record Layout (46 bytes)
*> Used by: TRANSACT.cob, CHKPRES.cob (ASSESS-NSF-FEE paragraphs),
*>          ODOPTIN.cob (REPORT — fee income by opt-in status)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*>   Byte  46:    NF-DISPOSITION — 'N' fee charged, 'W' annual
*>                                  courtesy waiver used, 'C' daily
*>                                  cap reached (no fee, no waiver
*>                                  consumed), 'R' no fee under
*>                                  Reg E — an ATM/debit card item
*>                                  on an account not opted in to
*>                                  overdraft coverage (see
*>                                  ODREC.cpy)
*>
 01  NSF-FEE-RECORD.
     05  NF-ACCT-ID           PIC X(10).
         88  NF-CHARGED       VALUE 'N'.
         88  NF-WAIVED        VALUE 'W'.
         88  NF-CAPPED        VALUE 'C'.
         88  NF-REG-E-SUPPRESSED VALUE 'R'.
