*> ================================================================
*> CONSMAP.cpy — Consolidation Chart Mapping Record (50 bytes)
*> Used by: GLCONSOL.cob (loads CONSMAP.DAT from the clearing
*>          node's data directory)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: One Common Chart Over Six Local Charts
*> Every node keeps its own GLCHART.DAT. GLPOST.cob seeds them
*> all with the same standard chart, so by default a local
*> account consolidates into the common account of the same
*> number under its own title and type — no mapping needed.
*> CONSMAP.DAT is only for the exceptions: a node that opened
*> an account of its own, two local accounts that roll up into
*> one line, or a common title that should read differently on
*> the holding company's statements. A row names the node (or
*> '*' for every node), the local account, and the common
*> account it rolls into; a node-specific row wins over a '*'
*> row for the same local account. Title and type are optional
*> — blank means "take them from the local chart".
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-8:    CM-NODE       — BANK_A ... CLEARING, or '*'
*>   Bytes 9-12:   CM-LOCAL-ACCT — Account on that node's chart
*>   Bytes 13-16:  CM-CONS-ACCT  — Common chart account
*>   Bytes 17-46:  CM-CONS-NAME  — Common title (blank = local)
*>   Byte  47:     CM-CONS-TYPE  — 'A' 'L' 'I' 'E' (blank = local)
*>   Bytes 48-50:  FILLER
*>
 01  CONSOL-MAP-RECORD.
     05  CM-NODE              PIC X(8).
         88  CM-ALL-NODES     VALUE '*'.
     05  CM-LOCAL-ACCT        PIC 9(4).
     05  CM-CONS-ACCT         PIC 9(4).
     05  CM-CONS-NAME         PIC X(30).
     05  CM-CONS-TYPE         PIC X(1).
     05  FILLER               PIC X(3).
