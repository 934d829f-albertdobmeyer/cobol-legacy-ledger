*> ================================================================
*> CORRREC.cpy — Customer Correspondence Queue Record (106 bytes)
*> Used by: CORRGEN.cob (renders and tracks), CDMATURE.cob,
*>          ESCHEAT.cob, REGDMON.cob, SDBOX.cob, LOCLINE.cob,
*>          ESCROW.cob, LOANRATE.cob, MINORAGE.cob,
*>          CLOSEOUT.cob (queue writers)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*>       REGEDISP.cob (acknowledgment, provisional credit, final
*>       resolution, or provisional-credit reversal).
         88  CORR-REGE        VALUE 'RE'.
*>       2026 AKD: Levy/garnishment hold notice queued by
*>       LEGALORD.cob for every account an order reaches.
         88  CORR-LEGAL-ORDER VALUE 'LG'.
*>       2026 AKD: Safe deposit rent delinquency notice queued by
*>       SDBOX.cob at 30/60/90 days past due (the last warns the
*>       box will be drilled).
         88  CORR-SAFE-DEPOSIT VALUE 'SB'.
*>       2026 AKD: Line of credit monthly statement / minimum
*>       payment notice queued by LOCLINE.cob.
         88  CORR-LOC-STATEMENT VALUE 'LS'.
*>       2026 AKD: Annual escrow analysis statement (new monthly
*>       escrow amount, shortage or surplus) queued by ESCROW.cob.
         88  CORR-ESCROW-ANALYSIS VALUE 'EA'.
*>       2026 AKD: Variable-rate loan rate/payment change notice
*>       queued by LOANRATE.cob ahead of the change date.
         88  CORR-RATE-CHANGE VALUE 'RC'.
*>       2026 AKD: Custodial account age-of-majority notice queued
*>       by MINORAGE.cob to the custodian and to the minor.
         88  CORR-AGE-MAJORITY VALUE 'AM'.
*>       2026 AKD: Account-closed confirmation (final settlement
*>       and how the balance was paid) queued by CLOSEOUT.cob.
         88  CORR-ACCOUNT-CLOSED VALUE 'AC'.
     05  CORR-ACCT-ID         PIC X(10).
     05  CORR-CUST-ID         PIC X(10).
     05  CORR-QUEUED-DATE     PIC 9(8).
