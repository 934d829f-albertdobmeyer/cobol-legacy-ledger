*> ================================================================
*> ESCDISB.cpy — Escrow Disbursement Queue Record (100 bytes)
*> Used by: ESCROW.cob (DISBURSE — queues each bill falling
*>          due), OFFCHECK.cob (ESCROW — issues the official
*>          check and marks the row issued)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Handing a Bill From One Program to Another
*> ESCROW.cob decides WHICH tax and insurance bills are due and
*> charges them to the borrower's escrow; OFFCHECK.cob is the
*> only program that cuts an official check (controlled serial,
*> positive-pay issue record, GL pair). ESCDISB.DAT sits between
*> them the way CORRQ.DAT sits between the notice writers and
*> CORRGEN.cob: a row queued 'Q' is picked up by the next
*> OFFCHECK ESCROW run, paid from the ESCROW0001 settlement
*> account, and stamped 'I' with the check serial. A row the
*> pool cannot cover stays 'Q' and is retried on the next run.
*> An issued row is dropped 90 days after its issue date.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   EDQ-LOAN-ID      — Escrowed loan
*>   Byte  11:     EDQ-PAYEE-TYPE   — 'T' tax, 'I' insurance
*>   Bytes 12-35:  EDQ-PAYEE-NAME   — Payee as the check reads
*>   Bytes 36-46:  EDQ-AMOUNT       — Bill amount
*>   Bytes 47-54:  EDQ-DUE-DATE     — YYYYMMDD bill due
*>   Bytes 55-62:  EDQ-QUEUED-DATE  — YYYYMMDD queued
*>   Byte  63:     EDQ-STATUS       — 'Q' queued, 'I' check issued
*>   Bytes 64-73:  EDQ-SERIAL       — Official check serial
*>   Bytes 74-81:  EDQ-ISSUE-DATE   — YYYYMMDD issued (0 = not)
*>   Bytes 82-100: FILLER
*>
 01  ESCROW-DISB-RECORD.
     05  EDQ-LOAN-ID          PIC X(10).
     05  EDQ-PAYEE-TYPE       PIC X(1).
     05  EDQ-PAYEE-NAME       PIC X(24).
     05  EDQ-AMOUNT           PIC S9(9)V99.
     05  EDQ-DUE-DATE         PIC 9(8).
     05  EDQ-QUEUED-DATE      PIC 9(8).
     05  EDQ-STATUS           PIC X(1).
         88  EDQ-QUEUED       VALUE 'Q'.
         88  EDQ-ISSUED       VALUE 'I'.
     05  EDQ-SERIAL           PIC X(10).
     05  EDQ-ISSUE-DATE       PIC 9(8).
     05  FILLER               PIC X(19).
