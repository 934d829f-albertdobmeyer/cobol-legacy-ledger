      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-09-01
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Posts one installment-loan payment (LOANS.DAT — see
      *>    portion. The loan's past-due position relieves by the
      *>    amount paid; a loan paid to zero principal closes 'P'.
      *>
      *>    On a loan with an active escrow subledger (ESCROW.DAT
      *>    — see ESCREC.cpy) the escrow billed and not yet
      *>    received (ESC-DUE) comes out after interest and before
      *>    principal. That portion is deposited to the ESCROW0001
      *>    settlement account as a chained 'D' posting, added to
      *>    the loan's escrow balance, and journaled back to 2010
      *>    CUSTOMER DEPOSITS — it never leaves deposits.
      *>
      *>    Interest is earned nightly by LOANACCR.cob and carried
      *>    as a receivable (LOANACCR.DAT — see LNACCR.cpy, GL 1215
      *>    ACCRUED INTEREST RECEIVABLE). The payment's interest
      *>    portion relieves that receivable first; only interest
      *>    beyond what was accrued — a loan in non-accrual, or
      *>    days not yet accrued — is credited to 4110 directly.
      *>
      *>  Operations (via command-line argument):
      *>    PAY loan_id amount — post one payment
      *>
      *>  Files:
      *>    Input/Output: LOANS.DAT, ACCOUNTS.DAT (LINE SEQUENTIAL)
      *>    Input/Output: ESCROW.DAT (rewritten when escrow paid)
      *>    Input/Output: LOANACCR.DAT (rewritten when accrued
      *>                  interest is collected)
      *>    Output:       TRANSACT.DAT, GLJRNL.DAT (appended)
      *>
      *>  Copybooks:
      *>    LOANREC.cpy, ESCREC.cpy, LNACCR.cpy, ACCTREC.cpy,
      *>    TRANSREC.cpy, GLJREC.cpy, BUSDATE.cpy, ACCTVERS.cpy, ACCTIO.cpy,
      *>    VERSWORK.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    LOAN-PAID|LOAN-ID|AMOUNT|INTEREST|PRINCIPAL|NEW-BAL|
      *>        ESCROW
      *>    LOAN-PAID-OFF|LOAN-ID
      *>    RESULT|XX
      *>
      *>    RESULT|00 — Payment posted
      *>    RESULT|01 — Insufficient available funds in the
      *>                deposit account
      *>    RESULT|03 — Loan or deposit account not found, or
      *>                escrow due and ESCROW0001 not open
      *>    RESULT|99 — Invalid arguments or file I/O error
      *>
      *>  Change Log:
      *>    2026-09-01  AKD  Initial implementation
      *>
      *>    2026-10-15  AKD  Split escrow due out of the receipt
      *>                     into ESCROW0001 and ESCROW.DAT
      *>
      *>    2026-10-15  AKD  Interest portion relieves the accrued
      *>                     interest receivable (1215) booked by
      *>                     LOANACCR.cob before crediting 4110
      *>
      *>    2026-10-15  AKD  The payment's ledger description carries
      *>                     its interest portion ("LOAN PAYMENT id
      *>                     INT amount") so CUSTPROF.cob can credit
      *>                     each customer's loan interest
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.
           SELECT ESCROW-FILE
               ASSIGN TO "ESCROW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ES-STATUS.
           SELECT ACCRUAL-FILE
               ASSIGN TO "LOANACCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LA-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  LOANS-FILE.
       COPY "LOANREC.cpy".
       FD  ESCROW-FILE.
       COPY "ESCREC.cpy".
       FD  ACCRUAL-FILE.
       COPY "LNACCR.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  BUSDATE-FILE.

       WORKING-STORAGE SECTION.
       01  WS-LN-STATUS           PIC XX VALUE SPACES.
       01  WS-ES-STATUS           PIC XX VALUE SPACES.
       01  WS-LA-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-INT-PORTION         PIC S9(9)V99 VALUE 0.
       01  WS-PRIN-PORTION        PIC S9(10)V99 VALUE 0.
       01  WS-AVAILABLE           PIC S9(10)V99 VALUE 0.
       01  WS-ESC-PORTION         PIC S9(9)V99 VALUE 0.
      *>   Interest portion as carried in the payment's TRANS-DESC
      *>   (positions 29-40) for CUSTPROF.cob's loan interest.
       01  WS-DESC-INT            PIC Z(8)9.99.
      *>   Interest portion split between the accrued receivable
      *>   and income not yet accrued.
       01  WS-INT-RELIEVED        PIC S9(9)V99 VALUE 0.
       01  WS-INT-UNACCRUED       PIC S9(9)V99 VALUE 0.
       01  WS-ESCROW-ACCT         PIC X(10) VALUE "ESCROW0001".
       01  WS-DEPOSIT-IDX         PIC 9(3) VALUE 0.
      *>   Escrow subledger staged in memory like the loan master.
       01  WS-ES-TABLE.
           05  WS-ES-LINE OCCURS 200 TIMES PIC X(200).
       01  WS-ES-COUNT            PIC 9(3) VALUE 0.
       01  WS-ES-IDX              PIC 9(3) VALUE 0.
       01  WS-ES-FOUND-IDX        PIC 9(3) VALUE 0.
      *>   Loan accrual rows staged the same way.
       01  WS-LA-TABLE.
           05  WS-LA-LINE OCCURS 200 TIMES PIC X(80).
       01  WS-LA-COUNT            PIC 9(3) VALUE 0.
       01  WS-LA-IDX              PIC 9(3) VALUE 0.
       01  WS-LA-FOUND-IDX        PIC 9(3) VALUE 0.
      *>   The loan master staged in memory, updated in place and
      *>   rewritten once — same staging as LOANBILL.cob.
       01  WS-LM-TABLE.
               STOP RUN
           END-IF

      *>   Interest-first split, then any escrow due, principal
      *>   capped at the balance — an overpayment past the payoff
      *>   amount is trimmed and the trim reported, never booked
      *>   as income.
           COMPUTE WS-INT-PORTION ROUNDED =
               LOAN-PRINCIPAL-BAL * LOAN-ANNUAL-RATE / 12
           IF WS-INT-PORTION > WS-PAY-AMOUNT
               MOVE WS-PAY-AMOUNT TO WS-INT-PORTION
           END-IF
           PERFORM LOAD-ESCROW
           PERFORM FIND-ESCROW
           MOVE 0 TO WS-ESC-PORTION
           IF WS-ES-FOUND-IDX > 0
               IF ESC-ACTIVE AND ESC-DUE > 0
                   COMPUTE WS-ESC-PORTION =
                       WS-PAY-AMOUNT - WS-INT-PORTION
                   IF WS-ESC-PORTION > ESC-DUE
                       MOVE ESC-DUE TO WS-ESC-PORTION
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-PRIN-PORTION =
               WS-PAY-AMOUNT - WS-INT-PORTION - WS-ESC-PORTION
           IF WS-PRIN-PORTION > LOAN-PRINCIPAL-BAL
               MOVE LOAN-PRINCIPAL-BAL TO WS-PRIN-PORTION
               COMPUTE WS-PAY-AMOUNT =
                   WS-INT-PORTION + WS-ESC-PORTION + WS-PRIN-PORTION
               DISPLAY "NOTE|PAYMENT-TRIMMED-TO-PAYOFF|"
                   WS-PAY-AMOUNT
           END-IF
               DISPLAY "RESULT|" RC-NSF
               STOP RUN
           END-IF
           MOVE WS-FOUND-IDX TO WS-DEPOSIT-IDX
           IF WS-ESC-PORTION > 0
               MOVE WS-ESCROW-ACCT TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'N'
                   DISPLAY "ERROR|NO-ESCROW-ACCT|" WS-ESCROW-ACCT
                   DISPLAY "RESULT|03"
                   STOP RUN
               END-IF
               ADD WS-ESC-PORTION TO WS-A-BALANCE(WS-FOUND-IDX)
               MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           END-IF
           SUBTRACT WS-PAY-AMOUNT FROM WS-A-BALANCE(WS-DEPOSIT-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-DEPOSIT-IDX)
           PERFORM SAVE-ALL-ACCOUNTS

           MOVE LOAN-DEPOSIT-ACCT TO TRANS-ACCT-ID
           MOVE TX-WITHDRAW TO TRANS-TYPE
           MOVE WS-PAY-AMOUNT TO TRANS-AMOUNT
           MOVE SPACES TO TRANS-DESC
           MOVE WS-INT-PORTION TO WS-DESC-INT
           STRING "LOAN PAYMENT " WS-IN-LOAN-ID " INT " WS-DESC-INT
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
           PERFORM POST-LOAN-TRANSACTION
           IF WS-ESC-PORTION > 0
               MOVE WS-ESCROW-ACCT TO TRANS-ACCT-ID
               MOVE TX-DEPOSIT TO TRANS-TYPE
               MOVE WS-ESC-PORTION TO TRANS-AMOUNT
               MOVE SPACES TO TRANS-DESC
               STRING "LOAN ESCROW " WS-IN-LOAN-ID
                   DELIMITED BY SIZE INTO TRANS-DESC
               END-STRING
               PERFORM POST-LOAN-TRANSACTION
           END-IF

      *>   GL split: deposits down by the whole payment, the
      *>   receivable down by the principal portion, the interest
      *>   portion out of accrued interest receivable as far as
      *>   it was accrued and to income beyond that, the escrow
      *>   portion back into deposits in the ESCROW0001 pool.
           MOVE 2010 TO WS-GL-ACCT
           MOVE WS-PAY-AMOUNT TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
               MOVE WS-PRIN-PORTION TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
           END-IF
           MOVE 0 TO WS-INT-RELIEVED
           MOVE WS-INT-PORTION TO WS-INT-UNACCRUED
           IF WS-INT-PORTION > 0
               PERFORM LOAD-ACCRUALS
               PERFORM FIND-ACCRUAL
               IF WS-LA-FOUND-IDX > 0 AND LNA-BOOKED > 0
                   MOVE LNA-BOOKED TO WS-INT-RELIEVED
                   IF WS-INT-RELIEVED > WS-INT-PORTION
                       MOVE WS-INT-PORTION TO WS-INT-RELIEVED
                   END-IF
                   COMPUTE WS-INT-UNACCRUED =
                       WS-INT-PORTION - WS-INT-RELIEVED
                   SUBTRACT WS-INT-RELIEVED FROM LNA-BOOKED
                   SUBTRACT WS-INT-RELIEVED FROM LNA-ACCRUED
                   MOVE LOAN-ACCRUAL-RECORD
                       TO WS-LA-LINE(WS-LA-FOUND-IDX)
                   PERFORM SAVE-ACCRUALS
               END-IF
           END-IF
           IF WS-INT-RELIEVED > 0
               MOVE 1215 TO WS-GL-ACCT
               MOVE 0 TO WS-GL-DEBIT
               MOVE WS-INT-RELIEVED TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
           END-IF
           IF WS-INT-UNACCRUED > 0
               MOVE 4110 TO WS-GL-ACCT
               MOVE 0 TO WS-GL-DEBIT
               MOVE WS-INT-UNACCRUED TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
           END-IF
           IF WS-ESC-PORTION > 0
               MOVE 2010 TO WS-GL-ACCT
               MOVE 0 TO WS-GL-DEBIT
               MOVE WS-ESC-PORTION TO WS-GL-CREDIT
               PERFORM WRITE-GL-LINE
               MOVE WS-ES-LINE(WS-ES-FOUND-IDX) TO ESCROW-RECORD
               ADD WS-ESC-PORTION TO ESC-BALANCE
               SUBTRACT WS-ESC-PORTION FROM ESC-DUE
               MOVE ESCROW-RECORD TO WS-ES-LINE(WS-ES-FOUND-IDX)
               PERFORM SAVE-ESCROW
           END-IF

      *>   Relieve the loan — principal down, past-due position
      *>   down by the amount paid, paid-off at zero principal.

           DISPLAY "LOAN-PAID|" WS-IN-LOAN-ID "|" WS-PAY-AMOUNT
               "|" WS-INT-PORTION "|" WS-PRIN-PORTION "|"
               LOAN-PRINCIPAL-BAL "|" WS-ESC-PORTION
           DISPLAY "RESULT|00"
           STOP RUN.

           END-PERFORM
           CLOSE LOANS-FILE.

       FIND-ESCROW.
           MOVE 0 TO WS-ES-FOUND-IDX
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-COUNT
               MOVE WS-ES-LINE(WS-ES-IDX) TO ESCROW-RECORD
               IF ESC-LOAN-ID = WS-IN-LOAN-ID
                   MOVE WS-ES-IDX TO WS-ES-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-ESCROW.
           MOVE 0 TO WS-ES-COUNT
           OPEN INPUT ESCROW-FILE
           IF WS-ES-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ESCROW-FILE
                   AT END
                       CLOSE ESCROW-FILE
                       EXIT PERFORM
               END-READ
               IF WS-ES-COUNT < 200
                   ADD 1 TO WS-ES-COUNT
                   MOVE ESCROW-RECORD TO WS-ES-LINE(WS-ES-COUNT)
               END-IF
           END-PERFORM.

       SAVE-ESCROW.
           OPEN OUTPUT ESCROW-FILE
           IF WS-ES-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ES-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-COUNT
               MOVE WS-ES-LINE(WS-ES-IDX) TO ESCROW-RECORD
               WRITE ESCROW-RECORD
           END-PERFORM
           CLOSE ESCROW-FILE.

       FIND-ACCRUAL.
           MOVE 0 TO WS-LA-FOUND-IDX
           PERFORM VARYING WS-LA-IDX FROM 1 BY 1
               UNTIL WS-LA-IDX > WS-LA-COUNT
               MOVE WS-LA-LINE(WS-LA-IDX) TO LOAN-ACCRUAL-RECORD
               IF LNA-LOAN-ID = WS-IN-LOAN-ID
                   MOVE WS-LA-IDX TO WS-LA-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-ACCRUALS.
           MOVE 0 TO WS-LA-COUNT
           OPEN INPUT ACCRUAL-FILE
           IF WS-LA-STATUS NOT = '00'
      *>       No accrual run yet — the interest goes to income.
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCRUAL-FILE
                   AT END
                       CLOSE ACCRUAL-FILE
                       EXIT PERFORM
               END-READ
               IF WS-LA-COUNT < 200
                   ADD 1 TO WS-LA-COUNT
                   MOVE LOAN-ACCRUAL-RECORD TO WS-LA-LINE(WS-LA-COUNT)
               END-IF
           END-PERFORM.

       SAVE-ACCRUALS.
           OPEN OUTPUT ACCRUAL-FILE
           IF WS-LA-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-LA-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-LA-IDX FROM 1 BY 1
               UNTIL WS-LA-IDX > WS-LA-COUNT
               MOVE WS-LA-LINE(WS-LA-IDX) TO LOAN-ACCRUAL-RECORD
               WRITE LOAN-ACCRUAL-RECORD
           END-PERFORM
           CLOSE ACCRUAL-FILE.

      *> -------------------------------------------------------
      *> POST-LOAN-TRANSACTION: Append the payment debit (and
      *> the escrow deposit leg) to the ledger with the chain
      *> fields every core writer stamps. The escrow leg ends
      *> in 'E' so the pair never share a TRANS-ID.
      *> -------------------------------------------------------
       POST-LOAN-TRANSACTION.
           MOVE SPACES TO TRANS-ID
           IF TRANS-TYPE = TX-DEPOSIT
               STRING "L" WS-CURRENT-DATE(3:6) WS-CURRENT-TIME(2:4)
                   "E" DELIMITED BY SIZE INTO TRANS-ID
               END-STRING
           ELSE
               STRING "L" WS-CURRENT-DATE(3:6) WS-CURRENT-TIME(2:5)
                   DELIMITED BY SIZE INTO TRANS-ID
               END-STRING
           END-IF
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE RC-SUCCESS TO TRANS-STATUS
           MOVE WS-GL-DEBIT TO GLJ-DEBIT
           MOVE WS-GL-CREDIT TO GLJ-CREDIT
           MOVE "LOANPAY" TO GLJ-SOURCE
           MOVE SPACES TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD
           CLOSE GLJRNL-FILE.

