*> ================================================================
*> ACCTEXT.cpy — EOD Account Activity Extract Record (880 bytes)
*> Used by: EODEXTR.cob (writes ACCTEXTR.DAT nightly),
*>          FEES.cob, REGDMON.cob, ACCTANAL.cob, BEHAVMON.cob
*>          (read it in place of their own TRANSACT.DAT scans)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Read the Ledger Once, Not Six Times
*> Every nightly job that needed an account's activity used to
*> load ACCOUNTS.DAT and read TRANSACT.DAT end to end for its
*> own one or two figures. EODEXTR.cob, early in the chain,
*> makes the one pass for all of them and cuts one record per
*> account, in ACCT-ID order, holding the master fields the
*> jobs read and the activity already summed: counts and
*> amounts by TRANS-TYPE for the business day, the current
*> statement cycle (calendar month to date) and the prior
*> cycle; counts and amounts by TRANS-CHANNEL for the day and
*> the cycle; the withdrawal counts; the last activity date;
*> and BEHAVMON.cob's history profile. Only posted records
*> (TRANS-STATUS '00') are summed; amounts are summed as
*> posted.
*>
*> The file is a snapshot AS OF THE CUT — the last
*> TRANS-SEQ-NO read is in the trailer. Postings the chain's
*> own jobs make after the cut (interest, fees, charge-offs)
*> are not in it; a reader whose figure must include them
*> scans the ledger instead. A reader trusts the file only
*> when its header is for today's business date, its rows
*> count and hash to the trailer AND to the extract's own
*> FILEMANF.DAT row (see MANIFEST.cpy), and every account the
*> reader loaded is in it; otherwise it falls back to its own
*> TRANSACT.DAT scan, so a missing or damaged extract slows
*> the night down but never changes an answer.
*>
*> Same one-record-area pattern as METRO2.cpy: a record type
*> byte, then EXT-BODY REDEFINEd per type.
*> ═══════════════════════════════════════════════════════════
*>
*> Common prefix:
*>   Byte  1:      EXT-REC-TYPE   — 'H' header, 'A' account,
*>                                  'T' trailer
*>   Bytes 2-880:  EXT-BODY       — Type-specific, views below
*>
*> 'H' header record (first):
*>   Bytes 2-9:    EXT-H-BUS-DATE     — Business date extracted
*>   Bytes 10-15:  EXT-H-CYCLE        — YYYYMM current cycle
*>   Bytes 16-21:  EXT-H-PRIOR-CYCLE  — YYYYMM prior cycle
*>   Bytes 22-24:  EXT-H-HIST-DAYS    — Profile window, days
*>                                      before the business date
*>   Bytes 25-32:  EXT-H-RUN-DATE     — YYYYMMDD file built
*>   Bytes 33-38:  EXT-H-RUN-TIME     — HHMMSS file built
*>
*> 'A' account record (one per ACCOUNTS.DAT row, ACCT-ID order):
*>   Bytes 2-11:   EXT-ACCT-ID        — ACCTREC.cpy
*>   Byte  12:     EXT-ACCT-TYPE
*>   Byte  13:     EXT-ACCT-STATUS
*>   Byte  14:     EXT-DORMANT-FLAG
*>   Bytes 15-17:  EXT-CURRENCY
*>   Bytes 18-20:  EXT-BRANCH
*>   Bytes 21-32:  EXT-BALANCE        — Ledger balance at the cut
*>   Bytes 33-44:  EXT-HOLD-AMOUNT
*>   Bytes 45-52:  EXT-LAST-POSTED    — Latest posted TRANS-DATE
*>                                      on the ledger (0 = none)
*>   Bytes 53-59:  EXT-LEDGER-WD-COUNT — Posted 'W' items on the
*>                                      whole ledger (FEES.cob's
*>                                      per-item count)
*>   Bytes 60-71:  EXT-DAY-MAX-WD     — Largest 'W'/'T' today,
*>                                      magnitude
*>   Bytes 72-77:  EXT-HIST-COUNT     — Posted items in the
*>                                      profile window (before
*>                                      today)
*>   Bytes 78-91:  EXT-HIST-SUM       — Their summed magnitudes
*>   Bytes 92-103: EXT-HIST-MAX       — Their largest magnitude
*>   Bytes 104-553: EXT-PERIOD x 3    — 1 business day, 2 current
*>                                      cycle, 3 prior cycle; each
*>                                      an item count and 8 type
*>                                      buckets in the order
*>                                      D W T I F C R B (count,
*>                                      amount)
*>   Bytes 554-877: EXT-CHAN-PERIOD x 2 — 1 business day, 2
*>                                      current cycle; 9 channel
*>                                      buckets in the order
*>                                      TL AC CK WR CD BT LN IN,
*>                                      then SPACES (legacy)
*>   Bytes 878-880: FILLER
*>
*> 'T' trailer record (last):
*>   Bytes 2-8:    EXT-T-ACCT-COUNT   — 'A' records in the file
*>   Bytes 9-17:   EXT-T-TX-READ      — TRANSACT.DAT records read
*>   Bytes 18-26:  EXT-T-TX-FOLDED    — Posted records summed
*>                                      into an account
*>   Bytes 27-35:  EXT-T-CUT-SEQ      — Highest TRANS-SEQ-NO read
*>   Bytes 36-50:  EXT-T-TX-HASH      — Sum of the folded records'
*>                                      amounts, magnitude
*>   Bytes 51-65:  EXT-T-BAL-HASH     — Sum of EXT-BALANCE
*>                                      magnitudes (the ACCOUNTS.DAT
*>                                      manifest hash rule)
*>
 01  ACCT-EXTRACT-RECORD.
     05  EXT-REC-TYPE         PIC X(1).
         88  EXT-HEADER       VALUE 'H'.
         88  EXT-ACCOUNT      VALUE 'A'.
         88  EXT-TRAILER      VALUE 'T'.
     05  EXT-BODY             PIC X(879).
     05  EXT-H-VIEW REDEFINES EXT-BODY.
         10  EXT-H-BUS-DATE      PIC 9(8).
         10  EXT-H-CYCLE         PIC 9(6).
         10  EXT-H-PRIOR-CYCLE   PIC 9(6).
         10  EXT-H-HIST-DAYS     PIC 9(3).
         10  EXT-H-RUN-DATE      PIC 9(8).
         10  EXT-H-RUN-TIME      PIC 9(6).
         10  FILLER              PIC X(842).
     05  EXT-A-VIEW REDEFINES EXT-BODY.
         10  EXT-ACCT-ID         PIC X(10).
         10  EXT-ACCT-TYPE       PIC X(1).
         10  EXT-ACCT-STATUS     PIC X(1).
         10  EXT-DORMANT-FLAG    PIC X(1).
         10  EXT-CURRENCY        PIC X(3).
         10  EXT-BRANCH          PIC X(3).
         10  EXT-BALANCE         PIC S9(10)V99.
         10  EXT-HOLD-AMOUNT     PIC S9(10)V99.
         10  EXT-LAST-POSTED     PIC 9(8).
         10  EXT-LEDGER-WD-COUNT PIC 9(7).
         10  EXT-DAY-MAX-WD      PIC S9(10)V99.
         10  EXT-HIST-COUNT      PIC 9(6).
         10  EXT-HIST-SUM        PIC S9(12)V99.
         10  EXT-HIST-MAX        PIC S9(10)V99.
         10  EXT-PERIOD OCCURS 3 TIMES.
             15  EXT-PERIOD-COUNT    PIC 9(6).
             15  EXT-TYPE-BUCKET OCCURS 8 TIMES.
                 20  EXT-TYPE-COUNT  PIC 9(5).
                 20  EXT-TYPE-AMOUNT PIC S9(11)V99.
         10  EXT-CHAN-PERIOD OCCURS 2 TIMES.
             15  EXT-CHAN-BUCKET OCCURS 9 TIMES.
                 20  EXT-CHAN-COUNT  PIC 9(5).
                 20  EXT-CHAN-AMOUNT PIC S9(11)V99.
         10  FILLER              PIC X(3).
     05  EXT-T-VIEW REDEFINES EXT-BODY.
         10  EXT-T-ACCT-COUNT    PIC 9(7).
         10  EXT-T-TX-READ       PIC 9(9).
         10  EXT-T-TX-FOLDED     PIC 9(9).
         10  EXT-T-CUT-SEQ       PIC 9(9).
         10  EXT-T-TX-HASH       PIC S9(13)V99.
         10  EXT-T-BAL-HASH      PIC S9(13)V99.
         10  FILLER              PIC X(815).
