*> ================================================================
*> CUSTXREF.cpy — Customer/Account Cross-Reference Record (21 bytes)
*> Used by: CUSTOMER.cob, MINORAGE.cob (custodial transfer),
*>          CLOSEOUT.cob (links removed at close)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> time — customer, account, and the customer's ownership role on
*> that account — so "everything this customer holds" is one scan
*> on XREF-CUST-ID and "everyone on this account" is one scan on
*> XREF-ACCT-ID. Maintained by CUSTOMER.cob's LINK/UNLINK, and
*> by MINORAGE.cob when a custodial account passes to the minor.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
