      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-09-01
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The amortization/billing batch for the loan master
      *>    AGING operation buckets every past-due loan at 30/60/
      *>    90+ days for the credit desk.
      *>
      *>    A loan with an active escrow subledger (ESCROW.DAT —
      *>    see ESCREC.cpy and ESCROW.cob) is billed principal and
      *>    interest plus the monthly escrow portion; the escrow
      *>    part is also carried in ESC-DUE so LOANPAY.cob knows
      *>    how much of the receipt belongs to escrow.
      *>
      *>  Operations (via command-line argument):
      *>    (none) — billing pass, then the aging report
      *>    AGING  — aging report only; nothing is billed
      *>
      *>  Files:
      *>    Input/Output: LOANS.DAT (LINE SEQUENTIAL, rewritten)
      *>    Input/Output: ESCROW.DAT (rewritten when escrow billed)
      *>    Output:       CORRQ.DAT (appended — see CORRREC.cpy)
      *>    Input:        BUSDATE.DAT — posting-date control
      *>
      *>  Copybooks:
      *>    LOANREC.cpy, ESCREC.cpy, CORRREC.cpy, CORRWORK.cpy,
      *>    BUSDATE.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    LOAN-BILLED|LOAN-ID|PAYMENT|NEXT-DUE|ESCROW
      *>    LOAN-AGING|LOAN-ID|CUST|PAST-DUE-AMT|DAYS|BUCKET
      *>    BILL-SUMMARY|BILLED|CURRENT|30|60|90PLUS
      *>    RESULT|XX
      *>  Change Log:
      *>    2026-09-01  AKD  Initial implementation
      *>
      *>    2026-10-15  AKD  Bill the monthly escrow portion with
      *>                     P&I on escrowed loans (ESCROW.DAT)
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
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  LOANS-FILE.
       COPY "LOANREC.cpy".
       FD  ESCROW-FILE.
       COPY "ESCREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  CORRQ-FILE.

       WORKING-STORAGE SECTION.
       01  WS-LN-STATUS           PIC XX VALUE SPACES.
       01  WS-ES-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-LM-COUNT            PIC 9(3) VALUE 0.
       01  WS-LM-IDX              PIC 9(3) VALUE 0.
       01  WS-LM-DIRTY            PIC X(1) VALUE 'N'.
      *>   Escrow subledger, staged the same way.
       01  WS-ES-TABLE.
           05  WS-ES-LINE OCCURS 200 TIMES PIC X(200).
       01  WS-ES-COUNT            PIC 9(3) VALUE 0.
       01  WS-ES-IDX              PIC 9(3) VALUE 0.
       01  WS-ES-DIRTY            PIC X(1) VALUE 'N'.
       01  WS-ESCROW-BILLED       PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-BILLED        PIC S9(9)V99 VALUE 0.
      *>   Next-due month arithmetic — same folding LOANMST.cob
      *>   uses.
       01  WS-DUE-YEAR            PIC 9(4) VALUE 0.

           PERFORM LOAD-LOAN-MASTER
           IF WS-OPERATION NOT = "AGING"
               PERFORM LOAD-ESCROW
               PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-COUNT
                   PERFORM BILL-ONE-LOAN
               IF WS-LM-DIRTY = 'Y'
                   PERFORM SAVE-LOAN-MASTER
               END-IF
               IF WS-ES-DIRTY = 'Y'
                   PERFORM SAVE-ESCROW
               END-IF
           END-IF
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
               UNTIL WS-LM-IDX > WS-LM-COUNT
      *> its next due date advanced one month, and a payment-due
      *> notice queued for rendering. A loan already billed this
      *> month (next-due still in the future) is untouched, so
      *> the run is rerunnable. An escrowed loan's bill carries
      *> the monthly escrow portion on top of the level payment.
      *> -------------------------------------------------------
       BILL-ONE-LOAN.
           MOVE WS-LM-LINE(WS-LM-IDX) TO LOAN-MASTER-RECORD
           IF LOAN-NEXT-DUE > WS-CURRENT-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM BILL-ESCROW-PORTION
           COMPUTE WS-TOTAL-BILLED = LOAN-PAYMENT-AMT
               + WS-ESCROW-BILLED
           ADD WS-TOTAL-BILLED TO LOAN-PAST-DUE-AMT
           IF LOAN-PAST-DUE-DATE = 0
               MOVE LOAN-NEXT-DUE TO LOAN-PAST-DUE-DATE
           END-IF
           MOVE LOAN-MASTER-RECORD TO WS-LM-LINE(WS-LM-IDX)
           MOVE 'Y' TO WS-LM-DIRTY
           ADD 1 TO WS-BILLED-COUNT
           DISPLAY "LOAN-BILLED|" LOAN-ID "|" WS-TOTAL-BILLED
               "|" LOAN-NEXT-DUE "|" WS-ESCROW-BILLED
      *>   Due notice through the common correspondence queue —
      *>   CORRGEN.cob renders it with the borrower's address.
           MOVE 'LB' TO WS-CORR-TYPE
           MOVE LOAN-DEPOSIT-ACCT TO WS-CORR-ACCT
           MOVE WS-TOTAL-BILLED TO WS-CORR-AMOUNT
           MOVE SPACES TO WS-CORR-DETAIL
           STRING "LOAN PAYMENT DUE " LOAN-ID
               DELIMITED BY SIZE INTO WS-CORR-DETAIL
           END-STRING
           PERFORM QUEUE-CORRESPONDENCE.

      *> -------------------------------------------------------
      *> BILL-ESCROW-PORTION: The escrow portion for the loan in
      *> LOAN-MASTER-RECORD — zero unless it has an active escrow
      *> subledger — added to what the borrower owes escrow.
      *> -------------------------------------------------------
       BILL-ESCROW-PORTION.
           MOVE 0 TO WS-ESCROW-BILLED
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-COUNT
               MOVE WS-ES-LINE(WS-ES-IDX) TO ESCROW-RECORD
               IF ESC-LOAN-ID = LOAN-ID
                   IF ESC-ACTIVE AND ESC-MONTHLY-AMT > 0
                       MOVE ESC-MONTHLY-AMT TO WS-ESCROW-BILLED
                       ADD ESC-MONTHLY-AMT TO ESC-DUE
                       MOVE ESCROW-RECORD TO WS-ES-LINE(WS-ES-IDX)
                       MOVE 'Y' TO WS-ES-DIRTY
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADVANCE-DUE-ONE-MONTH.
           MOVE WS-NEXT-DUE-DATE(1:4) TO WS-DUE-YEAR
           MOVE WS-NEXT-DUE-DATE(5:2) TO WS-DUE-MONTH
           END-PERFORM
           CLOSE LOANS-FILE.

       LOAD-ESCROW.
           MOVE 0 TO WS-ES-COUNT
           MOVE 'N' TO WS-ES-DIRTY
           OPEN INPUT ESCROW-FILE
           IF WS-ES-STATUS NOT = '00'
      *>       No escrowed loans — every bill is P&I only.
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

      *> -------------------------------------------------------
      *> QUEUE-CORRESPONDENCE / SEED-CORR-ID: Same common-queue
      *> append every notice writer carries — see CORRREC.cpy/
