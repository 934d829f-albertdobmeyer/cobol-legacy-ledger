      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-09-01
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Maintains the loan master (LOANS.DAT — see LOANREC.cpy)
      *>
      *>  Operations (via command-line argument):
      *>    CREATE cust_id deposit_acct principal rate term_months
      *>           [type]
      *>           — originate; LOAN-ID is system-assigned. Type is
      *>             the allowance pool (LOANREC.cpy LOAN-TYPE): C
      *>             consumer (default), A auto, M residential
      *>             real estate, B business
      *>    READ loan_id — display one loan
      *>    LIST         — display every loan
      *>
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    LOAN-CREATED|LOAN-ID|ACCT|PRINCIPAL|PAYMENT|FIRST-DUE
      *>    LOAN|ID|CUST|ACCT|PRIN-BAL|RATE|PAYMENT|NEXT-DUE|STATUS|
      *>        PAST-DUE|TYPE
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>
      *>  Change Log:
      *>    2026-09-01  AKD  Initial implementation
      *>    2026-10-15  AKD  Optional loan type on CREATE (allowance
      *>                     pool for CECLRES.cob); shown on READ/LIST
      *>
      *>================================================================*

       01  WS-IN-PRIN-STR         PIC X(15) VALUE SPACES.
       01  WS-IN-RATE-STR         PIC X(10) VALUE SPACES.
       01  WS-IN-TERM-STR         PIC X(5) VALUE SPACES.
       01  WS-IN-TYPE-STR         PIC X(5) VALUE SPACES.
       01  WS-IN-LOAN-ID          PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
                    WS-IN-PRIN-STR
                    WS-IN-RATE-STR
                    WS-IN-TERM-STR
                    WS-IN-TYPE-STR
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           MOVE FUNCTION TRIM(WS-IN-CUST-ID) TO WS-IN-CUST-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(WS-IN-TYPE-STR) TO WS-IN-TYPE-STR
           IF WS-IN-TYPE-STR = SPACES
               MOVE 'C' TO WS-IN-TYPE-STR
           END-IF
           MOVE WS-IN-TYPE-STR(1:1) TO LOAN-TYPE
           IF NOT LOAN-TYPE-VALID OR WS-IN-TYPE-STR(2:4) NOT = SPACES
               DISPLAY "ERROR|BAD-LOAN-TYPE|" WS-IN-TYPE-STR
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           PERFORM LOAD-ALL-ACCOUNTS
           MOVE WS-IN-DEP-ACCT TO WS-IN-ACCT-ID
           MOVE 'A' TO LOAN-STATUS
           MOVE 0 TO LOAN-PAST-DUE-AMT
           MOVE 0 TO LOAN-PAST-DUE-DATE
           MOVE WS-IN-TYPE-STR(1:1) TO LOAN-TYPE
           WRITE LOAN-MASTER-RECORD
           CLOSE LOANS-FILE.

               LOAN-DEPOSIT-ACCT "|" LOAN-PRINCIPAL-BAL "|"
               LOAN-ANNUAL-RATE "|" LOAN-PAYMENT-AMT "|"
               LOAN-NEXT-DUE "|" LOAN-STATUS "|"
               LOAN-PAST-DUE-AMT "|" LOAN-TYPE.

      *> -------------------------------------------------------
      *> POST-LOAN-TRANSACTION: Append the disbursement to the
           MOVE WS-GL-DEBIT TO GLJ-DEBIT
           MOVE WS-GL-CREDIT TO GLJ-CREDIT
           MOVE "LOANMST" TO GLJ-SOURCE
           MOVE SPACES TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD
           CLOSE GLJRNL-FILE.

