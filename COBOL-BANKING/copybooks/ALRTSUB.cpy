*> ================================================================
*> ALRTSUB.cpy — Customer Alert Subscription Record (100 bytes)
*> Used by: CUSTNTFY.cob (ENROLL/CANCEL/SCAN), TELLER.cob (alert
*>          subscription screen) — ALRTSUB.DAT, rewritten whole
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: The Customer Chooses What Wakes Them Up
*> ALERT.DAT (ALERTREC.cpy) is the bank talking to itself —
*> fraud, compliance and operations queues. ALRTSUB.DAT is the
*> customer's own list: one row per account and alert type,
*> with the threshold the customer picked and where the message
*> goes (e-mail address or mobile number). CUSTNTFY.cob's SCAN
*> pass after the day posts compares every subscribed account's
*> activity and closing balance against its rows and queues a
*> notification for each hit (NOTIFREC.cpy).
*>   LB low balance  — closing balance under the threshold.
*>                     Fires once on the way down: AS-LB-STATE
*>                     remembers the account is already below,
*>                     and is cleared when the balance recovers,
*>                     so a customer living under the line is
*>                     not told every night.
*>   LD large debit  — any posted debit (withdrawal, fee,
*>                     transfer out) at or over the threshold.
*>   DP deposit      — any posted deposit at or over the
*>                     threshold (zero = every deposit).
*>   NS NSF          — any item declined for insufficient funds
*>                     (NSFFEES.DAT); threshold not used.
*> One row per account and type: enrolling again replaces the
*> threshold and contact, a cancelled row is kept with status
*> 'C' for the record of what the customer asked for.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-10:   AS-ACCT-ID    — Subscribed account
*>   Bytes 11-12:  AS-TYPE       — LB / LD / DP / NS (88s below)
*>   Bytes 13-24:  AS-THRESHOLD  — Amount the alert compares to
*>   Byte  25:     AS-CHANNEL    — 'E' e-mail, 'S' SMS text
*>   Bytes 26-75:  AS-CONTACT    — E-mail address or mobile
*>                                  number the vendor delivers to
*>   Byte  76:     AS-STATUS     — 'A' active, 'C' cancelled
*>   Bytes 77-84:  AS-SET-DATE   — YYYYMMDD enrolled/changed
*>   Bytes 85-92:  AS-SET-BY     — Operator who keyed it
*>   Byte  93:     AS-LB-STATE   — 'B' balance already below the
*>                                  threshold (LB only), else
*>                                  space
*>   Bytes 94-100: FILLER
*>
 01  ALERT-SUB-RECORD.
     05  AS-ACCT-ID           PIC X(10).
     05  AS-TYPE              PIC X(2).
         88  AS-LOW-BALANCE   VALUE 'LB'.
         88  AS-LARGE-DEBIT   VALUE 'LD'.
         88  AS-DEPOSIT       VALUE 'DP'.
         88  AS-NSF           VALUE 'NS'.
         88  AS-VALID-TYPE    VALUE 'LB' 'LD' 'DP' 'NS'.
     05  AS-THRESHOLD         PIC 9(10)V99.
     05  AS-CHANNEL           PIC X(1).
         88  AS-BY-EMAIL      VALUE 'E'.
         88  AS-BY-SMS        VALUE 'S'.
     05  AS-CONTACT           PIC X(50).
     05  AS-STATUS            PIC X(1).
         88  AS-ACTIVE        VALUE 'A'.
         88  AS-CANCELLED     VALUE 'C'.
     05  AS-SET-DATE          PIC 9(8).
     05  AS-SET-BY            PIC X(8).
     05  AS-LB-STATE          PIC X(1).
         88  AS-BELOW         VALUE 'B'.
     05  FILLER               PIC X(7).
