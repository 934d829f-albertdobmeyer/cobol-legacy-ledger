*> ================================================================
*> DUPWORK.cpy — Duplicate Check Deposit Working Fields and Policy
*> Used by: TRANSACT.cob, AVAILENG.cob, LOCKBOX.cob alongside
*>          DEPITEM.cpy — same pairing as CALREC.cpy/CALWORK.cpy
*>
*> Policy figure:
*>   WS-DUP-LOOKBACK-DAYS — how far back, in calendar days, a
*>                          deposited check is compared against
*>                          the register; the same routing,
*>                          serial and amount inside the window
*>                          is a probable duplicate. Maintained
*>                          as the LOOKBACK row of DUPCTL.DAT
*>                          (DUPCTL.cpy, PARMMNT.cob table DUP)
*>                          and loaded by each program's
*>                          LOAD-DUP-WINDOW at start-up; the 90
*>                          below stands only when that row is
*>                          missing.
*>
*> Usage: COPY "DUPWORK.cpy" in WORKING-STORAGE SECTION. Set
*> WS-DUP-ROUTING, WS-DUP-SERIAL, WS-DUP-AMOUNT and
*> WS-DUP-ACCT-ID, then PERFORM CHECK-DUPLICATE-DEPOSIT; a hit
*> leaves WS-DUP-FOUND 'Y' and the earlier item's account, date
*> and channel. REGISTER-DEPOSITED-ITEM appends the item with
*> WS-DUP-CHANNEL and WS-DUP-REF. The paragraphs live in each
*> program (shared data layout, per-program procedure logic —
*> ACCTIO.cpy convention).
*> ================================================================
 01  WS-DI-STATUS           PIC XX VALUE SPACES.
 01  WS-DC-STATUS           PIC XX VALUE SPACES.
 01  WS-DUP-LOOKBACK-DAYS   PIC 9(3) VALUE 90.
 01  WS-DUP-ROUTING         PIC X(9) VALUE SPACES.
 01  WS-DUP-SERIAL          PIC X(10) VALUE SPACES.
 01  WS-DUP-AMOUNT          PIC S9(10)V99 VALUE 0.
 01  WS-DUP-ACCT-ID         PIC X(10) VALUE SPACES.
 01  WS-DUP-CHANNEL         PIC X(2) VALUE SPACES.
 01  WS-DUP-REF             PIC X(12) VALUE SPACES.
 01  WS-DUP-HAVE-MICR       PIC X(1) VALUE 'N'.
 01  WS-DUP-FOUND           PIC X(1) VALUE 'N'.
 01  WS-DUP-DAYS-AGO        PIC S9(5) VALUE 0.
 01  WS-DUP-PRIOR-ACCT      PIC X(10) VALUE SPACES.
 01  WS-DUP-PRIOR-DATE      PIC 9(8) VALUE 0.
 01  WS-DUP-PRIOR-CHANNEL   PIC X(2) VALUE SPACES.
 01  WS-DUP-MEMO-WORD       PIC X(10) VALUE SPACES.
 01  WS-DUP-MEMO-ROUTING    PIC X(12) VALUE SPACES.
 01  WS-DUP-MEMO-SERIAL     PIC X(12) VALUE SPACES.
