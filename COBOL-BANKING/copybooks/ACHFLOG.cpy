*> ================================================================
*> ACHFLOG.cpy — Customer ACH Submission Log Record (100 bytes)
*> Used by: ACHORIG.cob (submission, daily exposure, settlement)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: One Row Per File, Kept Forever
*> Every file a customer hands us gets a row here, accepted or
*> not — the row is what the daily exposure limit adds up, what
*> the settlement pass works from, and what an examiner asks
*> to see when a customer says "we sent that file". A rejected
*> file keeps the first reason it failed; an accepted one
*> moves from 'A' to 'S' when its offset posts against the
*> customer's account.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-5:    ACF-SEQ           — Submission sequence number
*>   Bytes 6-15:   ACF-COMPANY-ID    — Company (ACHAGR.cpy);
*>                                      spaces if never identified
*>   Bytes 16-25:  ACF-ACCT-ID       — Settlement account
*>   Bytes 26-33:  ACF-RECV-DATE     — YYYYMMDD received
*>   Bytes 34-41:  ACF-SETTLE-DATE   — YYYYMMDD offset settles
*>   Bytes 42-47:  ACF-ENTRY-COUNT   — Entry detail records
*>   Bytes 48-59:  ACF-DEBIT-TOTAL   — Debit entries, dollars
*>   Bytes 60-71:  ACF-CREDIT-TOTAL  — Credit entries, dollars
*>   Byte  72:     ACF-STATUS        — 'A' accepted, offset
*>                                      pending; 'S' settled;
*>                                      'R' rejected
*>   Bytes 73-92:  ACF-REASON        — Rejection reason
*>   Bytes 93-100: ACF-OPERATOR      — Operator who submitted it
*>
 01  ACH-FILE-LOG-RECORD.
     05  ACF-SEQ              PIC 9(5).
     05  ACF-COMPANY-ID       PIC X(10).
     05  ACF-ACCT-ID          PIC X(10).
     05  ACF-RECV-DATE        PIC 9(8).
     05  ACF-SETTLE-DATE      PIC 9(8).
     05  ACF-ENTRY-COUNT      PIC 9(6).
     05  ACF-DEBIT-TOTAL      PIC 9(10)V99.
     05  ACF-CREDIT-TOTAL     PIC 9(10)V99.
     05  ACF-STATUS           PIC X(1).
         88  ACF-ACCEPTED     VALUE 'A'.
         88  ACF-SETTLED      VALUE 'S'.
         88  ACF-REJECTED     VALUE 'R'.
     05  ACF-REASON           PIC X(20).
     05  ACF-OPERATOR         PIC X(8).
