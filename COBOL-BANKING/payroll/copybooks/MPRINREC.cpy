*> ================================================================
*> MPRINREC.cpy — Merchant Principal Record (50 bytes)
*> Used by: MERCHANT.cob (PRINADD capture, ONBOARD/PRINADD MATCH
*>          screening, TERMCAUS names them on the outbound listing),
*>          MATCHLOAD.cob (monthly rescan)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: The People Behind A Merchant
*> MERCHREC.cpy names the business; the card networks' terminated-
*> merchant list also names the principals behind it — owners and
*> officers — so a closed merchant's owners cannot re-board under
*> a new company name. MERCHPRIN.DAT holds one record per
*> principal per merchant, the same shape BENOWNER.DAT (BOREC.cpy)
*> gives a business account's beneficial owners, and is captured
*> the same way: before or at onboarding, screened the moment it
*> is keyed. A principal may be keyed ahead of ONBOARD, so rows
*> can name a merchant ID that is not yet on MERCHANTS.DAT.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:  PRIN-MERCH-ID   — Matches MERCH-ID in MERCHREC.cpy
*>   Bytes 11-40: PRIN-NAME       — Principal's name, upper-cased,
*>                                   same 30-byte width as
*>                                   MATCH-PRIN1-NAME
*>   Bytes 41-45: PRIN-PCT        — Ownership percentage (999V99)
*>   Byte  46:    PRIN-ROLE       — 'E' equity owner, 'C' officer
*>                                   or controller
*>   Bytes 47-50: FILLER
*>
 01  MERCH-PRINCIPAL-RECORD.
     05  PRIN-MERCH-ID        PIC X(10).
     05  PRIN-NAME            PIC X(30).
     05  PRIN-PCT             PIC 9(3)V99.
     05  PRIN-ROLE            PIC X(1).
         88  PRIN-EQUITY      VALUE 'E'.
         88  PRIN-CONTROLLER  VALUE 'C'.
     05  FILLER               PIC X(4).
