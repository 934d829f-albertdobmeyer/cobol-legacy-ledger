*> ================================================================
*> CBMONREC.cpy — Chargeback Monitoring Program State (60 bytes)
*> Used by: CBRATIO.cob (RUN reads and rewrites CBMON.DAT)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Remembering Last Month
*> A network's chargeback monitoring program does not act on a
*> single bad month; its fines and the acquirer's obligations
*> escalate with each further consecutive month the merchant
*> stays over the threshold, and a clean month resets the count.
*> One month's DISPUTES.DAT and TRANSACT.DAT cannot say how long
*> a merchant has been in program, so CBMON.DAT carries it: one
*> record per merchant per network with recent chargebacks,
*> rewritten in full by each CBRATIO.cob RUN. A record gone
*> dormant (standard, no chargebacks that month, no months in
*> program then or as of the run before) is not written back.
*>
*> Reruns: a month can be rerun (late-filed disputes). The run
*> before the latest one is kept in CBM-PRIOR-MONTH/-MONTHS, so
*> rerunning CBM-LAST-MONTH counts forward from the prior state
*> rather than adding the same month twice.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:  CBM-MERCH-ID     — Matches MERCH-ID in MERCHREC
*>   Bytes 11-14: CBM-NETWORK      — DISP-NETWORK ('VISA', 'MC  ')
*>   Bytes 15-20: CBM-LAST-MONTH   — YYYYMM of the latest run
*>   Byte  21:    CBM-CLASS        — S standard, W early warning,
*>                                   E excessive, for that month
*>   Bytes 22-24: CBM-MONTHS       — Consecutive months in program
*>                                   (W or E) through that month;
*>                                   zero when S
*>   Bytes 25-30: CBM-PRIOR-MONTH  — YYYYMM of the run before it
*>   Bytes 31-33: CBM-PRIOR-MONTHS — CBM-MONTHS as of that run
*>   Bytes 34-38: CBM-CB-COUNT     — That month's chargeback count
*>   Bytes 39-45: CBM-SALES-COUNT  — That month's sales count
*>   Bytes 46-50: CBM-RATIO        — Count ratio, percent (999V99)
*>   Bytes 51-60: FILLER
*>
 01  CB-MONITOR-RECORD.
     05  CBM-MERCH-ID         PIC X(10).
     05  CBM-NETWORK          PIC X(4).
     05  CBM-LAST-MONTH       PIC 9(6).
     05  CBM-CLASS            PIC X(1).
         88  CBM-STANDARD     VALUE 'S'.
         88  CBM-EARLY-WARN   VALUE 'W'.
         88  CBM-EXCESSIVE    VALUE 'E'.
     05  CBM-MONTHS           PIC 9(3).
     05  CBM-PRIOR-MONTH      PIC 9(6).
     05  CBM-PRIOR-MONTHS     PIC 9(3).
     05  CBM-CB-COUNT         PIC 9(5).
     05  CBM-SALES-COUNT      PIC 9(7).
     05  CBM-RATIO            PIC 9(3)V99.
     05  FILLER               PIC X(10).
