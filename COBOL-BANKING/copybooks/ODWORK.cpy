*> ================================================================
*> ODWORK.cpy — Overdraft Opt-In Lookup Working Fields and Policy
*> Used by: ODOPTIN.cob, AUTHORIZE.cob, CHKPRES.cob alongside
*>          ODREC.cpy — same pairing as NSFREC.cpy/NSFWORK.cpy
*>
*> Policy figure (changed here at each overdraft-program update):
*>   WS-OD-DFLT-LIMIT — courtesy overdraft limit given to an
*>                      account that opts in with no limit of its
*>                      own on file
*>
*> Usage: COPY "ODWORK.cpy" in WORKING-STORAGE SECTION. The
*> LOOKUP-OD-ELECTION paragraph lives in each program (shared data
*> layout, per-program procedure logic — ACCTIO.cpy convention):
*> it finds the latest ODOPTIN.DAT election for WS-OD-ACCT-ID
*> dated on or before WS-OD-AS-OF and leaves it in WS-OD-OPTED/
*> WS-OD-LIMIT, with WS-OD-FOUND 'N' (and 'N'/zero) when the
*> account has no election on file.
*> ================================================================
 01  WS-OD-STATUS           PIC XX VALUE SPACES.
 01  WS-OD-DFLT-LIMIT       PIC 9(7)V99 VALUE 500.00.
 01  WS-OD-ACCT-ID          PIC X(10) VALUE SPACES.
 01  WS-OD-AS-OF            PIC 9(8) VALUE 0.
 01  WS-OD-OPTED            PIC X(1) VALUE 'N'.
     88  WS-OD-OPTED-IN     VALUE 'Y'.
 01  WS-OD-LIMIT            PIC 9(7)V99 VALUE 0.
 01  WS-OD-FOUND            PIC X(1) VALUE 'N'.
