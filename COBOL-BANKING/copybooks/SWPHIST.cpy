*> ================================================================
*> SWPHIST.cpy — Investment Sweep History Record (80 bytes)
*> Used by: INVSWEEP.cob (BACK appends, STATEMENT reads)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: One Row Per Night Out
*> When the morning sweep-back brings a position home,
*> SWEEPHST.DAT keeps what happened to it: how much went out,
*> the night it went, the day it came back, the rate it was
*> fixed at and the interest it earned. The ledger only shows
*> a transfer out, a transfer back and an interest credit;
*> these rows are what the customer's sweep statement is built
*> from, and what the rate on any past night can be proven by.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   SWH-ACCT-ID       — Swept account (ACCTREC.cpy)
*>   Bytes 11-18:  SWH-OUT-DATE      — YYYYMMDD swept out
*>   Bytes 19-26:  SWH-BACK-DATE     — YYYYMMDD swept back
*>   Byte  27:     SWH-VEHICLE       — As SWA-VEHICLE (SWPAGR.cpy)
*>   Bytes 28-39:  SWH-AMOUNT        — Principal swept
*>   Bytes 40-44:  SWH-RATE          — Annual rate earned
*>   Bytes 45-47:  SWH-DAYS          — Nights out
*>   Bytes 48-56:  SWH-INTEREST      — Interest credited
*>   Bytes 57-64:  SWH-INDEX-CODE    — Index the rate came from
*>   Bytes 65-80:  FILLER
*>
 01  SWEEP-HISTORY-RECORD.
     05  SWH-ACCT-ID          PIC X(10).
     05  SWH-OUT-DATE         PIC 9(8).
     05  SWH-BACK-DATE        PIC 9(8).
     05  SWH-VEHICLE          PIC X(1).
     05  SWH-AMOUNT           PIC S9(10)V99.
     05  SWH-RATE             PIC 9(1)V9(4).
     05  SWH-DAYS             PIC 9(3).
     05  SWH-INTEREST         PIC S9(7)V99.
     05  SWH-INDEX-CODE       PIC X(8).
     05  FILLER               PIC X(16).
