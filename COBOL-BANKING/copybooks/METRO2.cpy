*> ================================================================
*> METRO2.cpy — Credit Bureau Reporting Record Layout (250 bytes)
*> Used by: CRBUREAU.cob
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: A Bureau File Built the Way the Cash Letter Is
*> The monthly credit bureau file follows the Metro 2 shape:
*> one header record naming the furnisher and the activity
*> date, one base-segment record per loan carrying the
*> borrower's identity and the account's standing, and one
*> trailer record with counts and totals the bureau proves the
*> file against. Every record starts with a seven-byte record
*> identifier; M2-BODY is REDEFINEd once per record type, the
*> same one-record-area pattern X9REC.cpy uses for the image
*> cash letter.
*>
*> Money is reported in whole dollars, unsigned — the bureaus
*> take no cents. The account status code is the industry's:
*>   11 current (under 30 days)   13 paid or closed, zero due
*>   71 30-59 days past due       78 60-89 days past due
*>   80 90-119 days past due      82 120-149 days past due
*>   83 150-179 days past due     84 180 days or more
*>   97 charged off, balance unpaid
*> ═══════════════════════════════════════════════════════════
*>
*> Common prefix:
*>   Bytes 1-7:    M2-REC-ID  — 'HEADER ', 'BASE   ', 'TRAILER'
*>   Bytes 8-250:  M2-BODY    — Type-specific, views below
*>
*> 'HEADER' record:
*>   Bytes 8-17:   M2-H-REPORTER-ID   — Our furnisher ID
*>   Bytes 18-47:  M2-H-REPORTER-NAME — Furnisher name
*>   Bytes 48-55:  M2-H-ACTIVITY-DATE — YYYYMMDD as-of date
*>   Bytes 56-63:  M2-H-CREATE-DATE   — YYYYMMDD file built
*>   Bytes 64-69:  M2-H-CREATE-TIME   — HHMMSS file built
*>   Byte  70:     M2-H-TEST-IND      — 'P' production, 'T' test
*>
*> 'BASE' record (one per loan reported):
*>   Bytes 8-17:   M2-B-ACCT-NUM      — Loan (LOANREC.cpy)
*>   Bytes 18-27:  M2-B-CUST-ID       — Borrower (CUSTREC.cpy)
*>   Byte  28:     M2-B-PORTFOLIO     — 'I' installment
*>   Bytes 29-30:  M2-B-ACCT-TYPE     — Bureau account type code
*>   Bytes 31-38:  M2-B-DATE-OPENED   — YYYYMMDD loan booked
*>   Bytes 39-47:  M2-B-HIGH-CREDIT   — Original principal
*>   Bytes 48-50:  M2-B-TERMS-DUR     — Term in months
*>   Byte  51:     M2-B-TERMS-FREQ    — 'M' monthly
*>   Bytes 52-60:  M2-B-SCHED-PMT     — Scheduled monthly payment
*>   Bytes 61-62:  M2-B-ACCT-STATUS   — Status code (table above)
*>   Byte  63:     M2-B-PMT-RATING    — Closed accounts only:
*>                                      '0' current, 'L' charge-off
*>   Bytes 64-72:  M2-B-CURR-BAL      — Principal balance owed
*>   Bytes 73-81:  M2-B-PAST-DUE      — Amount past due
*>   Bytes 82-90:  M2-B-CHGOFF-AMT    — Amount charged off
*>   Bytes 91-98:  M2-B-INFO-DATE     — YYYYMMDD as-of date
*>   Bytes 99-106: M2-B-DOFD          — YYYYMMDD first delinquency
*>                                      (oldest unpaid due date;
*>                                      0 when current)
*>   Bytes 107-114: M2-B-DATE-CLOSED  — YYYYMMDD reported closed
*>   Byte  115:    M2-B-ECOA          — '1' individual,
*>                                      'X' borrower deceased
*>   Bytes 116-145: M2-B-NAME         — Borrower legal name
*>   Bytes 146-154: M2-B-TIN          — Borrower TIN
*>   Bytes 155-162: M2-B-DOB          — YYYYMMDD date of birth
*>   Bytes 163-202: M2-B-ADDRESS      — Mailing address
*>   Bytes 203-250: FILLER
*>
*> 'TRAILER' record:
*>   Bytes 8-16:   M2-T-BASE-COUNT    — Base records in the file
*>   Bytes 17-97:  M2-T-STATUS-COUNT  — Base records by status,
*>                                      9 x 9 bytes in the order
*>                                      11 71 78 80 82 83 84 13 97
*>   Bytes 98-106: M2-T-TIN-COUNT     — Base records with a TIN
*>   Bytes 107-115: M2-T-DOB-COUNT    — Base records with a DOB
*>   Bytes 116-127: M2-T-TOTAL-BAL    — Sum of M2-B-CURR-BAL
*>   Bytes 128-139: M2-T-TOTAL-PAST-DUE — Sum of M2-B-PAST-DUE
*>   Bytes 140-148: M2-T-REC-COUNT    — All records, header
*>                                      through trailer
*>   Bytes 149-250: FILLER
*>
 01  METRO2-RECORD.
     05  M2-REC-ID            PIC X(7).
         88  M2-HEADER        VALUE 'HEADER '.
         88  M2-BASE          VALUE 'BASE   '.
         88  M2-TRAILER       VALUE 'TRAILER'.
     05  M2-BODY              PIC X(243).
     05  M2-H-VIEW REDEFINES M2-BODY.
         10  M2-H-REPORTER-ID    PIC X(10).
         10  M2-H-REPORTER-NAME  PIC X(30).
         10  M2-H-ACTIVITY-DATE  PIC 9(8).
         10  M2-H-CREATE-DATE    PIC 9(8).
         10  M2-H-CREATE-TIME    PIC 9(6).
         10  M2-H-TEST-IND       PIC X(1).
         10  FILLER              PIC X(180).
     05  M2-B-VIEW REDEFINES M2-BODY.
         10  M2-B-ACCT-NUM       PIC X(10).
         10  M2-B-CUST-ID        PIC X(10).
         10  M2-B-PORTFOLIO      PIC X(1).
         10  M2-B-ACCT-TYPE      PIC X(2).
         10  M2-B-DATE-OPENED    PIC 9(8).
         10  M2-B-HIGH-CREDIT    PIC 9(9).
         10  M2-B-TERMS-DUR      PIC 9(3).
         10  M2-B-TERMS-FREQ     PIC X(1).
         10  M2-B-SCHED-PMT      PIC 9(9).
         10  M2-B-ACCT-STATUS    PIC X(2).
         10  M2-B-PMT-RATING     PIC X(1).
         10  M2-B-CURR-BAL       PIC 9(9).
         10  M2-B-PAST-DUE       PIC 9(9).
         10  M2-B-CHGOFF-AMT     PIC 9(9).
         10  M2-B-INFO-DATE      PIC 9(8).
         10  M2-B-DOFD           PIC 9(8).
         10  M2-B-DATE-CLOSED    PIC 9(8).
         10  M2-B-ECOA           PIC X(1).
         10  M2-B-NAME           PIC X(30).
         10  M2-B-TIN            PIC X(9).
         10  M2-B-DOB            PIC 9(8).
         10  M2-B-ADDRESS        PIC X(40).
         10  FILLER              PIC X(48).
     05  M2-T-VIEW REDEFINES M2-BODY.
         10  M2-T-BASE-COUNT     PIC 9(9).
         10  M2-T-STATUS-COUNT   PIC 9(9) OCCURS 9 TIMES.
         10  M2-T-TIN-COUNT      PIC 9(9).
         10  M2-T-DOB-COUNT      PIC 9(9).
         10  M2-T-TOTAL-BAL      PIC 9(12).
         10  M2-T-TOTAL-PAST-DUE PIC 9(12).
         10  M2-T-REC-COUNT      PIC 9(9).
         10  FILLER              PIC X(102).
