*> ================================================================
*> MATCHREC.cpy — Terminated-Merchant List Record (200 bytes)
*> Used by: MATCHLOAD.cob (imports the network list into MATCH.DAT
*>          and rescans the merchant base), MERCHANT.cob (ONBOARD,
*>          PRINADD and SETTIN screen against MATCH.DAT; TERMCAUS
*>          writes our own closures to MATCHOUT.DAT and MATCH.DAT)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: The Industry's Memory Of Closed Merchants
*> When an acquirer closes a merchant for cause — fraud, excessive
*> chargebacks, laundering, a PCI breach — the card networks
*> require it to be reported to their terminated-merchant list
*> (Mastercard's MATCH), and every acquirer must check a new
*> merchant against that list before boarding it, so a merchant
*> thrown out of one processor cannot simply sign up at the next.
*> A listing names the business and the principals behind it, so
*> a merchant that re-forms under a new name with the same owners
*> still surfaces.
*>
*> MATCH.DAT is the list as screened: rebuilt from scratch by each
*> MATCHLOAD.cob import of the network's monthly file (source N),
*> plus every merchant this bank has itself closed for cause
*> (source O, from MATCHOUT.DAT — the outbound submissions, kept
*> on our list from the day of closure rather than waiting for the
*> network to send them back). MATCHOUT.DAT is the same layout,
*> appended by MERCHANT.cob's TERMCAUS for transmission to the
*> network. Names are stored upper-cased, the form every
*> screening paragraph compares in.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Byte  1:     MATCH-SOURCE       — N=Network list, O=Ours
*>   Bytes 2-9:   MATCH-ACQUIRER     — Acquirer that closed it
*>   Bytes 10-19: MATCH-MERCH-REF    — That acquirer's merchant ID
*>   Bytes 20-49: MATCH-LEGAL-NAME   — Business legal name
*>   Bytes 50-79: MATCH-DBA-NAME     — Doing-business-as name
*>   Bytes 80-88: MATCH-TIN          — Business taxpayer ID
*>   Bytes 89-118: MATCH-PRIN1-NAME  — Principal (owner/officer)
*>   Bytes 119-148: MATCH-PRIN2-NAME — Second principal, if any
*>   Bytes 149-150: MATCH-REASON     — Network reason code 01-14
*>   Bytes 151-158: MATCH-TERM-DATE  — Date the merchant was closed
*>   Bytes 159-166: MATCH-LIST-VERSION — Network release it came in
*>                                     (SPACES for our own)
*>   Bytes 167-174: MATCH-ADDED-DATE — When it reached MATCH.DAT /
*>                                     MATCHOUT.DAT
*>   Bytes 175-200: FILLER
*>
 01  MATCH-RECORD.
     05  MATCH-SOURCE         PIC X(1).
         88  MATCH-FROM-NETWORK   VALUE 'N'.
         88  MATCH-FROM-US        VALUE 'O'.
     05  MATCH-ACQUIRER       PIC X(8).
     05  MATCH-MERCH-REF      PIC X(10).
     05  MATCH-LEGAL-NAME     PIC X(30).
     05  MATCH-DBA-NAME       PIC X(30).
     05  MATCH-TIN            PIC X(9).
     05  MATCH-PRIN1-NAME     PIC X(30).
     05  MATCH-PRIN2-NAME     PIC X(30).
     05  MATCH-REASON         PIC X(2).
     05  MATCH-TERM-DATE      PIC 9(8).
     05  MATCH-LIST-VERSION   PIC X(8).
     05  MATCH-ADDED-DATE     PIC 9(8).
     05  FILLER               PIC X(26).
