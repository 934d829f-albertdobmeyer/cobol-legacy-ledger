*> ================================================================
*> CBRSVREC.cpy — Reserve Increase Recommendation (60 bytes)
*> Used by: CBRATIO.cob (RUN writes, APPROVE/DECLINE decide)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Recommend, Then Approve
*> A merchant in a chargeback monitoring program is a loss
*> waiting to land on the acquirer, and the lever is the reserve
*> MERCHSTL.cob withholds (MERCH-RESERVE-PCT). Raising it cuts
*> the merchant's cash flow, so the monthly run only recommends
*> — a supervisor approves (CBRATIO.cob APPROVE) before
*> MERCHANTS.DAT changes, or declines it. CBRESV.DAT
*> holds one row per merchant per month recommended; a rerun of
*> the month replaces a still-pending row rather than adding a
*> second one. A decided row is kept for CBRATIO.cob's
*> WS-RCM-KEEP-DAYS after CBR-DECIDED-DATE, then dropped.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:  CBR-MERCH-ID     — Matches MERCH-ID in MERCHREC
*>   Bytes 11-16: CBR-MONTH        — YYYYMM the run measured
*>   Bytes 17-20: CBR-NETWORK      — Network driving it (worst)
*>   Byte  21:    CBR-CLASS        — W early warning, E excessive
*>   Bytes 22-24: CBR-MONTHS       — Consecutive months in program
*>   Bytes 25-29: CBR-CURRENT-PCT  — MERCH-RESERVE-PCT at the run
*>   Bytes 30-34: CBR-RECOMMEND-PCT — Recommended reserve (9V9999)
*>   Byte  35:    CBR-STATUS       — P pending, A approved and
*>                                   applied, D declined
*>   Bytes 36-43: CBR-DECIDED-BY   — Supervisor's operator ID
*>   Bytes 44-51: CBR-DECIDED-DATE — YYYYMMDD (zero while pending)
*>   Bytes 52-60: FILLER
*>
 01  CB-RESERVE-REC-RECORD.
     05  CBR-MERCH-ID         PIC X(10).
     05  CBR-MONTH            PIC 9(6).
     05  CBR-NETWORK          PIC X(4).
     05  CBR-CLASS            PIC X(1).
     05  CBR-MONTHS           PIC 9(3).
     05  CBR-CURRENT-PCT      PIC 9V9999.
     05  CBR-RECOMMEND-PCT    PIC 9V9999.
     05  CBR-STATUS           PIC X(1).
         88  CBR-PENDING      VALUE 'P'.
         88  CBR-APPROVED     VALUE 'A'.
         88  CBR-DECLINED     VALUE 'D'.
     05  CBR-DECIDED-BY       PIC X(8).
     05  CBR-DECIDED-DATE     PIC 9(8).
     05  FILLER               PIC X(9).
