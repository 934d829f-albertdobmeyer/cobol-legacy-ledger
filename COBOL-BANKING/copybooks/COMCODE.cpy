*>   CHECK-DECEASED-OWNER in VALIDATE.cob/CHKPRES.cob and
*>   ESTATE.cob.
     05  RC-DECEASED          PIC X(2) VALUE '14'.
*>   2026: Card authorization declines keyed off the card master
*>   (CARDS.DAT — see CARDREC.cpy and AUTHORIZE.cob's
*>   AUTHORIZE-ONE-REQUEST). A hot-carded (lost/stolen) card, a
*>   card past its expiry month, a swipe that would carry the
*>   day's POS or ATM total past the card's daily limit, and a
*>   card not yet activated or already replaced by a reissue each
*>   decline with their own code, so the card desk can tell a
*>   stolen card from a customer who simply hit their limit.
     05  RC-CARD-HOT          PIC X(2) VALUE '15'.
     05  RC-CARD-EXPIRED      PIC X(2) VALUE '16'.
     05  RC-CARD-LIMIT        PIC X(2) VALUE '17'.
     05  RC-CARD-INACTIVE     PIC X(2) VALUE '18'.
*>   2026: Merchant onboarding refused because the business's
*>   taxpayer ID is on the card networks' terminated-merchant
*>   (MATCH) list — see MERCHANT.cob's ONBOARD screening and
*>   MATCHREC.cpy. A name-only hit is boarded for supervisor
*>   review instead of refused.
     05  RC-MATCH-LISTED      PIC X(2) VALUE '19'.
     05  RC-FILE-ERROR        PIC X(2) VALUE '99'.

*> BANK-IDS: The 6 nodes in the system. PIC X(8) accommodates
