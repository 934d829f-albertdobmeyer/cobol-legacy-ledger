*> ================================================================
*> PARMCHG.cpy — Parameter Table Change Request (120 bytes)
*> Used by: PARMMNT.cob — PARMPEND.DAT
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: A Change Is Keyed Once, Checked Twice
*> The posting, interest, limit and payroll parameter tables
*> (RATETBL.DAT, ACCTLIMIT.DAT, CALENDAR.DAT, CHANCTL.DAT,
*> FXRATES.DAT, SUTARATE.DAT, LOCALTAX.DAT, STRECIP.DAT,
*> DUPCTL.DAT) are no longer edited in place.
*> PARMMNT.cob validates a keyed change field by field, builds
*> the table row itself — so no column can be misplaced — and
*> parks it here as one request: the table, the row key, the
*> finished row image, and the date it is to take effect. A
*> second operator approves or rejects it, the maker/checker
*> pattern of GLENTRY.cob's GLJEPEND.DAT. Status runs
*>   P pending approval
*>   A approved, waiting for its effective date
*>   X applied to the table (PARMAUDIT.DAT holds the before
*>     and after rows — see PARMAUD.cpy)
*>   R rejected
*> An approved change whose date has come is applied at once;
*> a future-dated one waits for the nightly APPLY step. A
*> RATETBL.DAT change carries its own RATE-EFF-DATE in the row,
*> so it is written on approval and INTEREST.cob's resolution
*> does the dating.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-5:    PCH-SEQ         — Request number
*>   Bytes 6-10:   PCH-TABLE       — RATE LIMIT CAL CHAN FX SUTA
*>                                   LOCAL RECIP DUP
*>   Byte  11:     PCH-ACTION      — S set (add or replace the
*>                                   row), D delete the row
*>   Bytes 12-37:  PCH-KEY         — Row key (see PARMMNT.cob's
*>                                   BUILD-ROW-KEY)
*>   Bytes 38-45:  PCH-EFF-DATE    — YYYYMMDD the change takes
*>                                   effect
*>   Bytes 46-85:  PCH-AFTER-IMAGE — The finished row (SPACES on
*>                                   a delete)
*>   Bytes 86-93:  PCH-ENTERED     — YYYYMMDD keyed
*>   Bytes 94-101: PCH-MAKER       — Operator who keyed it
*>   Bytes 102-109: PCH-CHECKER    — Operator who approved or
*>                                   rejected it
*>   Byte  110:    PCH-STATUS      — P, A, X or R
*>   Bytes 111-120: FILLER
*>
 01  PARM-CHANGE-RECORD.
     05  PCH-SEQ              PIC 9(5).
     05  PCH-TABLE            PIC X(5).
         88  PCH-TBL-RATE     VALUE "RATE ".
         88  PCH-TBL-LIMIT    VALUE "LIMIT".
         88  PCH-TBL-CAL      VALUE "CAL  ".
         88  PCH-TBL-CHAN     VALUE "CHAN ".
         88  PCH-TBL-FX       VALUE "FX   ".
         88  PCH-TBL-SUTA     VALUE "SUTA ".
         88  PCH-TBL-LOCAL    VALUE "LOCAL".
         88  PCH-TBL-RECIP    VALUE "RECIP".
         88  PCH-TBL-DUP      VALUE "DUP  ".
         88  PCH-TBL-VALID    VALUE "RATE " "LIMIT" "CAL  "
                                    "CHAN " "FX   " "SUTA "
                                    "LOCAL" "RECIP" "DUP  ".
     05  PCH-ACTION           PIC X(1).
         88  PCH-SET          VALUE 'S'.
         88  PCH-DELETE       VALUE 'D'.
     05  PCH-KEY              PIC X(26).
     05  PCH-EFF-DATE         PIC 9(8).
     05  PCH-AFTER-IMAGE      PIC X(40).
     05  PCH-ENTERED          PIC 9(8).
     05  PCH-MAKER            PIC X(8).
     05  PCH-CHECKER          PIC X(8).
     05  PCH-STATUS           PIC X(1).
         88  PCH-PENDING      VALUE 'P'.
         88  PCH-APPROVED     VALUE 'A'.
         88  PCH-APPLIED      VALUE 'X'.
         88  PCH-REJECTED     VALUE 'R'.
     05  FILLER               PIC X(10).
