      *>    DR 5050 BENEFITS EXPENSE      401(k) employer match
      *>    CR 2110 FED W/H PAYABLE       federal withholding
      *>    CR 2120 STATE W/H PAYABLE     state withholding
      *>    CR 2125 LOCAL W/H PAYABLE     local income tax
      *>                                  withholding
      *>    CR 2130 FICA PAYABLE          both FICA shares
      *>    CR 2140 DEDUCTIONS PAYABLE    medical/dental/401(k)
      *>                                  deferral
      *>
      *>  Change Log:
      *>    2026-08-23  AKD  Initial implementation
      *>    2026-10-15  AKD  Local income tax withheld (PAY-LOCAL-TAX)
      *>                     credited to 2125 LOCAL W/H PAYABLE
      *>================================================================*

       IDENTIFICATION DIVISION.
       01  WS-MATCH-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-FED-TOTAL            PIC S9(11)V99 VALUE 0.
       01  WS-STATE-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-LOCAL-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-FICA-BOTH-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-DEDUCT-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-NET-TOTAL            PIC S9(11)V99 VALUE 0.
           COMPUTE WS-DEBIT-TOTAL =
               WS-GROSS-TOTAL + WS-ERTAX-TOTAL + WS-MATCH-TOTAL
           COMPUTE WS-CREDIT-TOTAL =
               WS-FED-TOTAL + WS-STATE-TOTAL + WS-LOCAL-TOTAL
               + WS-FICA-BOTH-TOTAL
               + WS-DEDUCT-TOTAL + WS-MATCH-TOTAL + WS-NET-TOTAL
           COMPUTE WS-PROOF-DIFF =
               WS-DEBIT-TOTAL - WS-CREDIT-TOTAL
           ADD PAY-401K-MATCH TO WS-MATCH-TOTAL
           ADD PAY-FED-TAX TO WS-FED-TOTAL
           ADD PAY-STATE-TAX TO WS-STATE-TOTAL
           ADD PAY-LOCAL-TAX TO WS-LOCAL-TOTAL
           ADD PAY-FICA TO WS-FICA-BOTH-TOTAL
           ADD PAY-FICA TO WS-FICA-BOTH-TOTAL
           ADD PAY-MEDICAL TO WS-DEDUCT-TOTAL
      *>   way the stub itself absorbed it.
           COMPUTE WS-DP-TOTAL =
               PAY-GROSS - PAY-FED-TAX - PAY-STATE-TAX - PAY-FICA
               - PAY-LOCAL-TAX - PAY-MEDICAL - PAY-DENTAL - PAY-401K - PAY-NET
           IF WS-DP-TOTAL NOT = 0
               ADD WS-DP-TOTAL TO WS-DEDUCT-TOTAL
           END-IF
           MOVE 2120 TO GLJ-GL-ACCT
           MOVE WS-STATE-TOTAL TO WS-LEG-AMOUNT
           PERFORM WRITE-CREDIT-LEG
           MOVE 2125 TO GLJ-GL-ACCT
           MOVE WS-LOCAL-TOTAL TO WS-LEG-AMOUNT
           PERFORM WRITE-CREDIT-LEG
           MOVE 2130 TO GLJ-GL-ACCT
           MOVE WS-FICA-BOTH-TOTAL TO WS-LEG-AMOUNT
           PERFORM WRITE-CREDIT-LEG
           MOVE WS-LEG-AMOUNT TO GLJ-DEBIT
           MOVE 0 TO GLJ-CREDIT
           MOVE "LABORDST" TO GLJ-SOURCE
           MOVE SPACES TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD.

       WRITE-CREDIT-LEG.
           MOVE 0 TO GLJ-DEBIT
           MOVE WS-LEG-AMOUNT TO GLJ-CREDIT
           MOVE "LABORDST" TO GLJ-SOURCE
           MOVE SPACES TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD.
