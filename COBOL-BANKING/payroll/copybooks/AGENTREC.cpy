*> ================================================================
*> AGENTREC.cpy — ISO / Sales Agent Master Record (110 bytes)
*> Used by: RESIDUAL.cob (AGENT/SCHEDULE maintain it, RUN reads
*>          the schedule and rewrites the carried balance)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Who Brought The Merchant In
*> Many merchants were boarded through an independent sales
*> organization (ISO) or an individual sales agent, who is owed a
*> monthly residual — a share of what the merchant earns us — for
*> as long as the merchant stays. AGENTS.DAT is one record per ISO
*> or agent: who they are, where their residual is paid, and their
*> split schedule, which is one of three contract shapes:
*>   'P' percent of net revenue — AGT-SPLIT-PCT of the merchant's
*>       invoiced fees less interchange and chargeback losses.
*>   'T' per transaction — AGT-PER-TX for each billable
*>       transaction, never more than the net revenue itself.
*>   'B' buy rate — the agent "buys" processing at AGT-BUY-BPS
*>       basis points of volume; AGT-SPLIT-PCT of whatever net
*>       revenue the merchant earns above that cost is theirs.
*>
*> Carried balance: a month whose clawbacks and chargeback losses
*> outweigh the residual pays nothing and carries the shortfall
*> (negative) into next month; a held agent ('H') carries a
*> positive balance instead of being paid. AGT-PRIOR-CARRY keeps
*> the balance as it stood before AGT-LAST-MONTH's run, so a rerun
*> of that month starts from it instead of counting twice — the
*> same device CBMONREC.cpy uses for months in program.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-8:   AGT-ID           — Agent identifier
*>   Bytes 9-38:  AGT-NAME         — ISO or agent name
*>   Byte  39:    AGT-TYPE         — 'I' ISO, 'A' individual agent
*>   Byte  40:    AGT-STATUS       — 'A' active, 'H' payout held
*>   Byte  41:    AGT-SPLIT-TYPE   — 'P' percent, 'T' per
*>                                   transaction, 'B' buy rate
*>   Bytes 42-46: AGT-SPLIT-PCT    — Share of net revenue (9V9999,
*>                                   0.4000 = 40%) — P and B
*>   Bytes 47-51: AGT-PER-TX       — Dollars per transaction
*>                                   (9V9999) — T
*>   Bytes 52-56: AGT-BUY-BPS      — Buy rate, basis points of
*>                                   volume (999V99) — B
*>   Bytes 57-65: AGT-ROUTING      — Payout ABA routing number
*>   Bytes 66-82: AGT-ACCOUNT      — Payout account number
*>   Bytes 83-91: AGT-CARRY-BAL    — Balance carried forward
*>   Bytes 92-97: AGT-LAST-MONTH   — YYYYMM of the latest run
*>   Bytes 98-106: AGT-PRIOR-CARRY — AGT-CARRY-BAL before that run
*>   Bytes 107-110: FILLER
*>
 01  AGENT-RECORD.
     05  AGT-ID               PIC X(8).
     05  AGT-NAME             PIC X(30).
     05  AGT-TYPE             PIC X(1).
         88  AGT-IS-ISO       VALUE 'I'.
         88  AGT-IS-AGENT     VALUE 'A'.
     05  AGT-STATUS           PIC X(1).
         88  AGT-ACTIVE       VALUE 'A'.
         88  AGT-HELD         VALUE 'H'.
     05  AGT-SPLIT-TYPE       PIC X(1).
         88  AGT-SPLIT-PERCENT    VALUE 'P'.
         88  AGT-SPLIT-PER-TX     VALUE 'T'.
         88  AGT-SPLIT-BUY-RATE   VALUE 'B'.
     05  AGT-SPLIT-PCT        PIC 9V9999.
     05  AGT-PER-TX           PIC 9V9999.
     05  AGT-BUY-BPS          PIC 9(3)V99.
     05  AGT-ROUTING          PIC X(9).
     05  AGT-ACCOUNT          PIC X(17).
     05  AGT-CARRY-BAL        PIC S9(7)V99.
     05  AGT-LAST-MONTH       PIC 9(6).
     05  AGT-PRIOR-CARRY      PIC S9(7)V99.
     05  FILLER               PIC X(4).
