*> ================================================================
*> NOTIFREC.cpy — Customer Notification Queue Record (160 bytes)
*> Used by: CUSTNTFY.cob (SCAN queues, EXTRACT hands to the
*>          messaging vendor, RESULTS records delivery, LIST)
*>          — NOTIFQ.DAT
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Delivery Tracked Like a Letter
*> An alert nobody can prove was sent is worth little when the
*> customer says "you never told me". Every notification SCAN
*> raises is queued here first, and its status byte walks the
*> same kind of path CORRQ.DAT letters do (CORRREC.cpy):
*>   Q queued    — raised, not yet handed to the vendor
*>   S sent      — written to the vendor extract NOTIFOUT.DAT
*>   D delivered — vendor confirmed delivery (NOTIFRES.DAT)
*>   F failed    — vendor could not deliver (bad address,
*>                 number out of service) — the branch follows
*>                 up and the customer's contact is corrected
*> NT-REF is the event's identity (the TRANS-ID, the NSFFEES.DAT
*> row, or the balance date), so a SCAN rerun for the same day
*> queues nothing twice.
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-7:     NT-ID          — Queue sequence number
*>   Bytes 8-17:    NT-ACCT-ID     — Account the alert concerns
*>   Bytes 18-19:   NT-TYPE        — LB / LD / DP / NS (ALRTSUB)
*>   Byte  20:      NT-CHANNEL     — 'E' e-mail, 'S' SMS
*>   Bytes 21-70:   NT-CONTACT     — Where it goes, as subscribed
*>                                    at the time it was raised
*>   Bytes 71-78:   NT-EVENT-DATE  — YYYYMMDD business date
*>   Bytes 79-90:   NT-AMOUNT      — Transaction amount, or the
*>                                    balance for LB
*>   Bytes 91-102:  NT-REF         — Event identity (see above)
*>   Bytes 103-142: NT-DETAIL      — Message text
*>   Byte  143:     NT-STATUS      — Q / S / D / F
*>   Bytes 144-151: NT-SENT-DATE   — YYYYMMDD extracted (0 = not)
*>   Bytes 152-159: NT-RESULT-DATE — YYYYMMDD vendor result
*>                                    recorded (0 = not)
*>   Byte  160:     FILLER
*>
 01  NOTIFICATION-RECORD.
     05  NT-ID                PIC 9(7).
     05  NT-ACCT-ID           PIC X(10).
     05  NT-TYPE              PIC X(2).
     05  NT-CHANNEL           PIC X(1).
     05  NT-CONTACT           PIC X(50).
     05  NT-EVENT-DATE        PIC 9(8).
     05  NT-AMOUNT            PIC S9(10)V99.
     05  NT-REF               PIC X(12).
     05  NT-DETAIL            PIC X(40).
     05  NT-STATUS            PIC X(1).
         88  NT-QUEUED        VALUE 'Q'.
         88  NT-SENT          VALUE 'S'.
         88  NT-DELIVERED     VALUE 'D'.
         88  NT-FAILED        VALUE 'F'.
     05  NT-SENT-DATE         PIC 9(8).
     05  NT-RESULT-DATE       PIC 9(8).
     05  FILLER               PIC X(1).
