*> ================================================================
*> BAIENRL.cpy — BAI2 Reporting Enrollment (50 bytes)
*> Used by: BAI2RPT.cob
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Report by Customer, Not by Account
*> A treasurer's ERP wants one file covering every account the
*> company holds with us, so enrollment is by customer
*> (CUSTREC.cpy) and the accounts are whatever CUSTXREF.DAT
*> links to that customer on the night the file is built — an
*> account opened tomorrow shows up without re-enrolling. The
*> receiver ID is the identifier the customer's system expects
*> in the file and group headers. Intraday 'Y' adds the
*> same-day (current-day) file as well as the prior-day one;
*> ZBA customers managing a concentration position take it.
*> A dropped customer keeps its row with status 'D'.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   BAE-CUST-ID       — Enrolled customer
*>   Bytes 11-25:  BAE-RECEIVER-ID   — Customer's BAI receiver ID
*>   Byte  26:     BAE-INTRADAY      — 'Y' also send current-day
*>   Byte  27:     BAE-STATUS        — 'A' active, 'D' dropped
*>   Bytes 28-35:  BAE-SET-BY        — Operator who last changed
*>   Bytes 36-43:  BAE-SET-DATE      — YYYYMMDD last changed
*>   Bytes 44-50:  FILLER            — Reserved
*>
 01  BAI-ENROLL-RECORD.
     05  BAE-CUST-ID          PIC X(10).
     05  BAE-RECEIVER-ID      PIC X(15).
     05  BAE-INTRADAY         PIC X(1).
     05  BAE-STATUS           PIC X(1).
         88  BAE-ACTIVE       VALUE 'A'.
         88  BAE-DROPPED      VALUE 'D'.
     05  BAE-SET-BY           PIC X(8).
     05  BAE-SET-DATE         PIC 9(8).
     05  FILLER               PIC X(7).
