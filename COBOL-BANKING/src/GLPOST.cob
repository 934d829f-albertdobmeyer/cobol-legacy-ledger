      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-08-23
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The general ledger the system never had. From one
      *>                     (STAMP-OUTBOUND-STATUS) so OUTTRACE.cob
      *>                     can tie out never-picked-up, double-
      *>                     picked, and missing-from-GL items
      *>    2026-10-15  AKD  Seed chart carries 1020 DUE FROM
      *>                     FEDERAL RESERVE, the transit float
      *>                     account CASHLTR.cob journals
      *>    2026-10-15  AKD  Seed chart carries 1220 LINES OF CREDIT
      *>                     RECEIVABLE for LOCLINE.cob's revolving
      *>                     lines
      *>    2026-10-15  AKD  Seed chart carries 1219 ALLOWANCE FOR
      *>                     CREDIT LOSSES and 5060 PROVISION FOR
      *>                     CREDIT LOSSES journaled by CECLRES.cob
      *>    2026-10-15  AKD  Seed chart carries 1215 ACCRUED INTEREST
      *>                     RECEIVABLE journaled by LOANACCR.cob
      *>    2026-10-15  AKD  Seed chart carries 2040 OVERNIGHT SWEEP
      *>                     POSITIONS journaled by INVSWEEP.cob
      *>    2026-10-15  AKD  Ledger journal lines carry the posting's
      *>                     TRANS-BRANCH in GLJ-BRANCH so
      *>                     GLBUDGET.cob can report budget-versus-
      *>                     actual by branch; payroll cash lines
      *>                     are bank-level (SPACES)
      *>    2026-10-15  AKD  Seed chart carries 2050 ACCOUNTS PAYABLE
      *>                     and the 5070-5100 operating expense
      *>                     accounts journaled by APPAY.cob and
      *>                     OFFCHECK.cob; chart table widened to
      *>                     50 accounts
      *>    2026-10-15  AKD  Seed chart carries 2060 MERCHANT
      *>                     RESERVES HELD, the control account
      *>                     SUBPROOF.cob proves the merchant
      *>                     reserve subledger against
      *>================================================================*

       IDENTIFICATION DIVISION.
      *>   The chart held in memory — load-modify-save, seeded
      *>   with the standard chart when GLCHART.DAT is missing.
       01  WS-CHART-TABLE.
           05  WS-GC-ENTRY OCCURS 50 TIMES.
               10  WS-GC-ACCT     PIC 9(4).
               10  WS-GC-NAME     PIC X(30).
               10  WS-GC-TYPE     PIC X(1).
               10  WS-JL-DEBIT    PIC S9(12)V99.
               10  WS-JL-CREDIT   PIC S9(12)V99.
               10  WS-JL-SOURCE   PIC X(8).
               10  WS-JL-BRANCH   PIC X(3).
       01  WS-JRNL-COUNT          PIC 9(3) VALUE 0.
       01  WS-JL-IDX              PIC 9(3) VALUE 0.
       01  WS-ENTRY-ACCT          PIC 9(4) VALUE 0.
       01  WS-ENTRY-DEBIT         PIC S9(12)V99 VALUE 0.
       01  WS-ENTRY-CREDIT        PIC S9(12)V99 VALUE 0.
       01  WS-ENTRY-SOURCE        PIC X(8) VALUE SPACES.
       01  WS-ENTRY-BRANCH        PIC X(3) VALUE SPACES.
       01  WS-TOTAL-DEBITS        PIC S9(14)V99 VALUE 0.
       01  WS-TOTAL-CREDITS       PIC S9(14)V99 VALUE 0.
       01  WS-PROOF-DIFF          PIC S9(14)V99 VALUE 0.

       JOURNAL-ONE-TRANSACTION.
           MOVE "LEDGER" TO WS-ENTRY-SOURCE
           MOVE TRANS-BRANCH TO WS-ENTRY-BRANCH
           EVALUATE TRANS-TYPE
               WHEN 'D'
                   PERFORM ADD-DEBIT-1010
           MOVE WS-ENTRY-ACCT TO WS-JL-ACCT(WS-JRNL-COUNT)
           MOVE WS-ENTRY-DEBIT TO WS-JL-DEBIT(WS-JRNL-COUNT)
           MOVE WS-ENTRY-CREDIT TO WS-JL-CREDIT(WS-JRNL-COUNT)
           MOVE WS-ENTRY-SOURCE TO WS-JL-SOURCE(WS-JRNL-COUNT)
           MOVE WS-ENTRY-BRANCH TO WS-JL-BRANCH(WS-JRNL-COUNT).

      *> -------------------------------------------------------
      *> JOURNAL-PAYROLL-CASH: The payroll settlements for the
               EXIT PARAGRAPH
           END-IF
           MOVE "PAYROLL" TO WS-ENTRY-SOURCE
           MOVE SPACES TO WS-ENTRY-BRANCH
           PERFORM UNTIL 1 = 0
               READ OUTBOUND-FILE
                   AT END
               MOVE WS-JL-DEBIT(WS-JL-IDX) TO GLJ-DEBIT
               MOVE WS-JL-CREDIT(WS-JL-IDX) TO GLJ-CREDIT
               MOVE WS-JL-SOURCE(WS-JL-IDX) TO GLJ-SOURCE
               MOVE WS-JL-BRANCH(WS-JL-IDX) TO GLJ-BRANCH
               WRITE GL-JOURNAL-RECORD
           END-PERFORM
           CLOSE JOURNAL-FILE.
           MOVE 5050 TO WS-GC-ACCT(12)
           MOVE "CHARGE-OFF EXPENSE" TO WS-GC-NAME(12)
           MOVE 'E' TO WS-GC-TYPE(12)
           MOVE 0 TO WS-GC-BALANCE(12)
      *>   Transit float — checks sent out in CASHLTR.cob's cash
      *>   letter until the Fed settles them.
           MOVE 13 TO WS-CHART-COUNT
           MOVE 1020 TO WS-GC-ACCT(13)
           MOVE "DUE FROM FEDERAL RESERVE" TO WS-GC-NAME(13)
           MOVE 'A' TO WS-GC-TYPE(13)
           MOVE 0 TO WS-GC-BALANCE(13)
      *>   Revolving personal lines of credit — LOCLINE.cob.
           MOVE 14 TO WS-CHART-COUNT
           MOVE 1220 TO WS-GC-ACCT(14)
           MOVE "LINES OF CREDIT RECEIVABLE" TO WS-GC-NAME(14)
           MOVE 'A' TO WS-GC-TYPE(14)
           MOVE 0 TO WS-GC-BALANCE(14)
      *>   Credit loss allowance — CECLRES.cob. The allowance is a
      *>   contra-asset: typed 'A' so it nets against 1210 on the
      *>   balance sheet, carried as a credit (negative) balance.
           MOVE 15 TO WS-CHART-COUNT
           MOVE 1219 TO WS-GC-ACCT(15)
           MOVE "ALLOWANCE FOR CREDIT LOSSES" TO WS-GC-NAME(15)
           MOVE 'A' TO WS-GC-TYPE(15)
           MOVE 0 TO WS-GC-BALANCE(15)
           MOVE 16 TO WS-CHART-COUNT
           MOVE 5060 TO WS-GC-ACCT(16)
           MOVE "PROVISION FOR CREDIT LOSSES" TO WS-GC-NAME(16)
           MOVE 'E' TO WS-GC-TYPE(16)
           MOVE 0 TO WS-GC-BALANCE(16)
      *>   Loan interest earned and not yet paid — LOANACCR.cob
      *>   accrues it, LOANPAY.cob collects it.
           MOVE 17 TO WS-CHART-COUNT
           MOVE 1215 TO WS-GC-ACCT(17)
           MOVE "ACCRUED INTEREST RECEIVABLE" TO WS-GC-NAME(17)
           MOVE 'A' TO WS-GC-TYPE(17)
           MOVE 0 TO WS-GC-BALANCE(17)
      *>   Business checking swept out of deposits overnight —
      *>   INVSWEEP.cob moves it out and back each night.
           MOVE 18 TO WS-CHART-COUNT
           MOVE 2040 TO WS-GC-ACCT(18)
           MOVE "OVERNIGHT SWEEP POSITIONS" TO WS-GC-NAME(18)
           MOVE 'L' TO WS-GC-TYPE(18)
           MOVE 0 TO WS-GC-BALANCE(18)
      *>   The bank's own unpaid vendor bills — APPAY.cob books
      *>   approved invoices to it, its PAYRUN and OFFCHECK.cob's
      *>   APCHECK pay it down.
           MOVE 19 TO WS-CHART-COUNT
           MOVE 2050 TO WS-GC-ACCT(19)
           MOVE "ACCOUNTS PAYABLE" TO WS-GC-NAME(19)
           MOVE 'L' TO WS-GC-TYPE(19)
           MOVE 0 TO WS-GC-BALANCE(19)
      *>   Operating expense accounts the bank's vendor invoices
      *>   are coded to in APPAY.cob.
           MOVE 20 TO WS-CHART-COUNT
           MOVE 5070 TO WS-GC-ACCT(20)
           MOVE "OCCUPANCY EXPENSE" TO WS-GC-NAME(20)
           MOVE 'E' TO WS-GC-TYPE(20)
           MOVE 0 TO WS-GC-BALANCE(20)
           MOVE 21 TO WS-CHART-COUNT
           MOVE 5080 TO WS-GC-ACCT(21)
           MOVE "DATA PROCESSING EXPENSE" TO WS-GC-NAME(21)
           MOVE 'E' TO WS-GC-TYPE(21)
           MOVE 0 TO WS-GC-BALANCE(21)
           MOVE 22 TO WS-CHART-COUNT
           MOVE 5090 TO WS-GC-ACCT(22)
           MOVE "PROFESSIONAL FEES" TO WS-GC-NAME(22)
           MOVE 'E' TO WS-GC-TYPE(22)
           MOVE 0 TO WS-GC-BALANCE(22)
           MOVE 23 TO WS-CHART-COUNT
           MOVE 5100 TO WS-GC-ACCT(23)
           MOVE "OTHER OPERATING EXPENSE" TO WS-GC-NAME(23)
           MOVE 'E' TO WS-GC-TYPE(23)
           MOVE 0 TO WS-GC-BALANCE(23)
      *>   Reserves withheld from merchant settlements and owed
      *>   back to the merchant — the control account
      *>   SUBPROOF.cob proves MERCHRSV.DAT against.
           MOVE 24 TO WS-CHART-COUNT
           MOVE 2060 TO WS-GC-ACCT(24)
           MOVE "MERCHANT RESERVES HELD" TO WS-GC-NAME(24)
           MOVE 'L' TO WS-GC-TYPE(24)
           MOVE 0 TO WS-GC-BALANCE(24).

       SAVE-CHART.
           OPEN OUTPUT CHART-FILE
