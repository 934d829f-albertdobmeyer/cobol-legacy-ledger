*> LOANREC.cpy — Installment Loan Master Record Layout (110 bytes)
*> Used by: LOANMST.cob (maintenance/disbursement), LOANBILL.cob
*>          (billing and delinquency aging), LOANPAY.cob (payment
*>          posting), CECLRES.cob (allowance pools, charge-off)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*>   Bytes 91-101: LOAN-PAST-DUE-AMT  — Billed but unpaid total
*>   Bytes 102-109: LOAN-PAST-DUE-DATE — Oldest unpaid due date
*>                                       (0 = current)
*>   Byte  110:    LOAN-TYPE          — Pool the loan is reserved
*>                                       in: 'C' consumer (or
*>                                       blank, loans booked before
*>                                       the field), 'A' auto, 'M'
*>                                       residential real estate,
*>                                       'B' business
*>
 01  LOAN-MASTER-RECORD.
     05  LOAN-ID              PIC X(10).
         88  LOAN-CHARGED-OFF VALUE 'C'.
     05  LOAN-PAST-DUE-AMT    PIC S9(9)V99.
     05  LOAN-PAST-DUE-DATE   PIC 9(8).
*>       2026 AKD: spare byte now carries the loan type
*>       CECLRES.cob pools the allowance by.
     05  LOAN-TYPE            PIC X(1).
         88  LOAN-TYPE-CONSUMER VALUE 'C' ' '.
         88  LOAN-TYPE-AUTO   VALUE 'A'.
         88  LOAN-TYPE-MORTGAGE VALUE 'M'.
         88  LOAN-TYPE-BUSINESS VALUE 'B'.
         88  LOAN-TYPE-VALID  VALUE 'C' 'A' 'M' 'B' ' '.
