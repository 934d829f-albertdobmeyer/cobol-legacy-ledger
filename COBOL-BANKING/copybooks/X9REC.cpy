*> ================================================================
*> X9REC.cpy — Image Cash Letter Record Layout (80 bytes)
*> Used by: CASHLTR.cob
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: One Record Area, Seven Record Types
*> An X9-style cash letter is a nest of header/control pairs —
*> file, cash letter, bundle — wrapped around the check item
*> records. Every record starts with the same two-byte type;
*> the 78 bytes behind it mean something different for each
*> type. Rather than seven FDs, X9-BODY is REDEFINEd once per
*> record type: the writer fills the view for the type it is
*> building and writes the one 80-byte record area. The control
*> records carry counts and totals so the receiving Fed office
*> can prove the file before it presents a single item.
*>
*> Amounts are unsigned — a cash letter only ever carries
*> positive check amounts. Routing numbers are kept as
*> characters (leading zeros matter, no arithmetic is done).
*> ═══════════════════════════════════════════════════════════
*>
*> Common prefix:
*>   Bytes 1-2:    X9-TYPE  — '01' file header, '10' cash letter
*>                            header, '20' bundle header, '25'
*>                            check item, '70' bundle control,
*>                            '90' cash letter control, '99' file
*>                            control
*>   Bytes 3-80:   X9-BODY  — Type-specific, views below
*>
*> '01' File header:
*>   Bytes 3-11:   X9-FH-DEST-RT     — Receiving Fed office routing
*>   Bytes 12-20:  X9-FH-ORIGIN-RT   — Our routing number
*>   Bytes 21-28:  X9-FH-CREATE-DATE — YYYYMMDD file created
*>   Bytes 29-34:  X9-FH-CREATE-TIME — HHMMSS file created
*>   Byte  35:     X9-FH-FILE-ID     — File ID modifier ('A'..)
*>   Byte  36:     X9-FH-TEST-IND    — 'P' production, 'T' test
*>
*> '10' Cash letter header:
*>   Bytes 3-11:   X9-CH-DEST-RT     — Receiving Fed office routing
*>   Bytes 12-20:  X9-CH-ORIGIN-RT   — Our routing number
*>   Bytes 21-28:  X9-CH-BUS-DATE    — Business date of the deposits
*>   Bytes 29-36:  X9-CH-CREATE-DATE — YYYYMMDD created
*>   Bytes 37-42:  X9-CH-CREATE-TIME — HHMMSS created
*>   Bytes 43-50:  X9-CH-CL-ID       — Cash letter ID (CLITEM.cpy)
*>   Bytes 51-52:  X9-CH-COLL-TYPE   — '01' forward presentment
*>
*> '20' Bundle header:
*>   Bytes 3-11:   X9-BH-DEST-RT     — Receiving Fed office routing
*>   Bytes 12-20:  X9-BH-ORIGIN-RT   — Our routing number
*>   Bytes 21-28:  X9-BH-BUS-DATE    — Business date
*>   Bytes 29-36:  X9-BH-CL-ID       — Owning cash letter ID
*>   Bytes 37-40:  X9-BH-BUNDLE-SEQ  — Bundle number in the letter
*>
*> '25' Check item:
*>   Bytes 3-11:   X9-IT-PAYOR-RT    — Drawee (paying) bank routing
*>   Bytes 12-31:  X9-IT-ON-US       — On-us field: check serial
*>   Bytes 32-41:  X9-IT-AMOUNT      — Item amount
*>   Bytes 42-56:  X9-IT-ECE-SEQ     — Our item sequence: the
*>                                     deposit's TRANS-ID, which is
*>                                     what a return quotes back
*>   Byte  57:     X9-IT-DOC-TYPE    — 'G' image presented
*>   Bytes 58-63:  X9-IT-ITEM-SEQ    — Item number in the letter
*>
*> '70' Bundle control:
*>   Bytes 3-6:    X9-BC-ITEM-COUNT  — Items in the bundle
*>   Bytes 7-18:   X9-BC-TOTAL       — Bundle total
*>
*> '90' Cash letter control:
*>   Bytes 3-8:    X9-CC-BUNDLE-COUNT — Bundles in the letter
*>   Bytes 9-16:   X9-CC-ITEM-COUNT   — Items in the letter
*>   Bytes 17-30:  X9-CC-TOTAL        — Cash letter total
*>
*> '99' File control:
*>   Bytes 3-8:    X9-FC-CL-COUNT     — Cash letters in the file
*>   Bytes 9-16:   X9-FC-REC-COUNT    — Records, '01' through '99'
*>   Bytes 17-24:  X9-FC-ITEM-COUNT   — Items in the file
*>   Bytes 25-40:  X9-FC-TOTAL        — File total
*>
 01  X9-RECORD.
     05  X9-TYPE              PIC X(2).
         88  X9-FILE-HEADER   VALUE '01'.
         88  X9-CL-HEADER     VALUE '10'.
         88  X9-BUNDLE-HEADER VALUE '20'.
         88  X9-CHECK-ITEM    VALUE '25'.
         88  X9-BUNDLE-CTL    VALUE '70'.
         88  X9-CL-CTL        VALUE '90'.
         88  X9-FILE-CTL      VALUE '99'.
     05  X9-BODY              PIC X(78).
     05  X9-FH-VIEW REDEFINES X9-BODY.
         10  X9-FH-DEST-RT       PIC X(9).
         10  X9-FH-ORIGIN-RT     PIC X(9).
         10  X9-FH-CREATE-DATE   PIC 9(8).
         10  X9-FH-CREATE-TIME   PIC 9(6).
         10  X9-FH-FILE-ID       PIC X(1).
         10  X9-FH-TEST-IND      PIC X(1).
         10  FILLER              PIC X(44).
     05  X9-CH-VIEW REDEFINES X9-BODY.
         10  X9-CH-DEST-RT       PIC X(9).
         10  X9-CH-ORIGIN-RT     PIC X(9).
         10  X9-CH-BUS-DATE      PIC 9(8).
         10  X9-CH-CREATE-DATE   PIC 9(8).
         10  X9-CH-CREATE-TIME   PIC 9(6).
         10  X9-CH-CL-ID         PIC X(8).
         10  X9-CH-COLL-TYPE     PIC X(2).
         10  FILLER              PIC X(28).
     05  X9-BH-VIEW REDEFINES X9-BODY.
         10  X9-BH-DEST-RT       PIC X(9).
         10  X9-BH-ORIGIN-RT     PIC X(9).
         10  X9-BH-BUS-DATE      PIC 9(8).
         10  X9-BH-CL-ID         PIC X(8).
         10  X9-BH-BUNDLE-SEQ    PIC 9(4).
         10  FILLER              PIC X(40).
     05  X9-IT-VIEW REDEFINES X9-BODY.
         10  X9-IT-PAYOR-RT      PIC X(9).
         10  X9-IT-ON-US         PIC X(20).
         10  X9-IT-AMOUNT        PIC 9(8)V99.
         10  X9-IT-ECE-SEQ       PIC X(15).
         10  X9-IT-DOC-TYPE      PIC X(1).
         10  X9-IT-ITEM-SEQ      PIC 9(6).
         10  FILLER              PIC X(17).
     05  X9-BC-VIEW REDEFINES X9-BODY.
         10  X9-BC-ITEM-COUNT    PIC 9(4).
         10  X9-BC-TOTAL         PIC 9(10)V99.
         10  FILLER              PIC X(62).
     05  X9-CC-VIEW REDEFINES X9-BODY.
         10  X9-CC-BUNDLE-COUNT  PIC 9(6).
         10  X9-CC-ITEM-COUNT    PIC 9(8).
         10  X9-CC-TOTAL         PIC 9(12)V99.
         10  FILLER              PIC X(50).
     05  X9-FC-VIEW REDEFINES X9-BODY.
         10  X9-FC-CL-COUNT      PIC 9(6).
         10  X9-FC-REC-COUNT     PIC 9(8).
         10  X9-FC-ITEM-COUNT    PIC 9(8).
         10  X9-FC-TOTAL         PIC 9(14)V99.
         10  FILLER              PIC X(40).
