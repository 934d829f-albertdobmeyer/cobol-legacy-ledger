      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-09-01
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Sells a cashier's (official) check at the teller line —
      *>    ISSUECASH amount payee     — cash over the counter,
      *>              attributed to the signed-on operator's open
      *>              DRAWER.DAT drawer (BANK_OPERATOR_ID)
      *>    ESCROW                     — batch: pay every queued
      *>              property tax / insurance bill in ESCDISB.DAT
      *>              (see ESCROW.cob) from the ESCROW0001
      *>              settlement account; a bill the pool cannot
      *>              cover stays queued for the next run
      *>    APCHECK                    — batch: cut every vendor
      *>              check APPAY.cob's PAYRUN queued in APCHKQ.DAT,
      *>              and every closing-balance check CLOSEOUT.cob
      *>              queued there. Either way the bank already
      *>              owes the money: the funds go into
      *>              OFFCHK0001 as for ISSUECASH, and the GL pair
      *>              is debit 2050 ACCOUNTS PAYABLE, credit 2020
      *>
      *>  Files:
      *>    Input/Output: ACCOUNTS.DAT, CHKSEQ.DAT, DRAWER.DAT,
      *>                  ESCDISB.DAT (ESCROW — rewritten),
      *>                  APCHKQ.DAT (APCHECK — rewritten)
      *>    Output:       TRANSACT.DAT, GLJRNL.DAT, CHECKISSUE.DAT,
      *>                  OFFCHKS.DAT (appended)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy, TRANSREC.cpy, GLJREC.cpy, CHKISSUE.cpy,
      *>    DRAWREC.cpy, ESCDISB.cpy, APCHKQ.cpy, BUSDATE.cpy,
      *>    ACCTVERS.cpy,
      *>    ACCTIO.cpy, VERSWORK.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    OFFCHECK-ISSUED|SERIAL|AMOUNT|PAYEE|FUNDING
      *>    ESCROW-CHECK-HELD|LOAN-ID|PAYEE|AMOUNT (ESCROW)
      *>    ESCROW-SUMMARY|ISSUED|AMOUNT|HELD (ESCROW)
      *>    APCHECK-SUMMARY|ISSUED|AMOUNT (APCHECK)
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|01 — Insufficient available funds (ISSUE)
      *>    RESULT|03 — Funding account not found, or the
      *>                OFFCHK0001 settlement account is not open
      *>    RESULT|99 — Invalid arguments, file I/O error, or a
      *>                queue too large to stage
      *>                (ERROR|TABLE-FULL|ESCDISB or APCHKQ)
      *>
      *>  Dependencies:
      *>    The branch opens the OFFCHK0001 settlement account once
      *>    (ACCOUNTS.cob CREATE OFFCHK0001 OFFICIAL-CHECKS C) —
      *>    issuance refuses to run without it, because the issue
      *>    record must point at an account CHKPRES.cob can debit.
      *>    The ESCROW run also needs the servicing department's
      *>    ESCROW0001 settlement account (see ESCROW.cob).
      *>
      *>  Change Log:
      *>    2026-09-01  AKD  Initial implementation
      *>
      *>    2026-10-15  AKD  ESCROW operation — pay queued escrow
      *>                     tax/insurance bills from ESCROW0001
      *>
      *>    2026-10-15  AKD  APCHECK operation — cut the vendor
      *>                     checks APPAY.cob queues, remit-to
      *>                     address on the printed instrument
      *>
      *>    2026-10-15  AKD  ESCROW/APCHECK refuse a queue larger
      *>                     than the table instead of rewriting
      *>                     only the rows that fit; issued rows
      *>                     drop out 90 days after issue
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "OFFCHKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT DISB-FILE
               ASSIGN TO "ESCDISB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-STATUS.
           SELECT APQ-FILE
               ASSIGN TO "APCHKQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APQ-STATUS.
           SELECT DRAWER-FILE
               ASSIGN TO "DRAWER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01  PRINT-RECORD           PIC X(100).
       FD  DRAWER-FILE.
       COPY "DRAWREC.cpy".
       FD  DISB-FILE.
       COPY "ESCDISB.cpy".
       FD  APQ-FILE.
       COPY "APCHKQ.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-DRW-COUNT           PIC 9(3) VALUE 0.
       01  WS-DRW-IDX             PIC 9(3) VALUE 0.
       01  WS-DRW-DIRTY           PIC X(1) VALUE 'N'.
      *>   Escrow disbursement run — the ESCDISB.DAT queue staged
      *>   in memory; 'P' marks a row this run will pay.
       01  WS-DQ-STATUS           PIC XX VALUE SPACES.
       01  WS-ESCROW-ACCT         PIC X(10) VALUE "ESCROW0001".
       01  WS-ESCROW-IDX          PIC 9(3) VALUE 0.
       01  WS-DQ-TABLE.
           05  WS-DQ-ENTRY OCCURS 500 TIMES.
               10  WS-DQ-LINE     PIC X(100).
               10  WS-DQ-PAY      PIC X(1).
       01  WS-DQ-COUNT            PIC 9(3) VALUE 0.
       01  WS-DQ-IDX              PIC 9(3) VALUE 0.
       01  WS-ESC-ISSUED          PIC 9(5) VALUE 0.
       01  WS-ESC-HELD            PIC 9(5) VALUE 0.
       01  WS-ESC-PICKED          PIC 9(5) VALUE 0.
       01  WS-ESC-TOTAL           PIC S9(11)V99 VALUE 0.
      *>   AP vendor check run — the APCHKQ.DAT queue staged in
      *>   memory, and the remit-to lines for the instrument.
       01  WS-APQ-STATUS          PIC XX VALUE SPACES.
       01  WS-APQ-TABLE.
           05  WS-APQ-LINE OCCURS 500 TIMES PIC X(160).
       01  WS-APQ-COUNT           PIC 9(3) VALUE 0.
       01  WS-APQ-IDX             PIC 9(3) VALUE 0.
       01  WS-APQ-PICKED          PIC 9(5) VALUE 0.
       01  WS-APQ-ISSUED          PIC 9(5) VALUE 0.
       01  WS-APQ-TOTAL           PIC S9(11)V99 VALUE 0.
       01  WS-REMIT-1             PIC X(30) VALUE SPACES.
       01  WS-REMIT-2             PIC X(30) VALUE SPACES.
      *>   Queue retention — an issued ESCDISB.DAT or APCHKQ.DAT
      *>   row is kept this many days past its issue date, then
      *>   left out when the queue is rewritten. CHECKISSUE.DAT
      *>   is the lasting record of the check.
       01  WS-QUEUE-KEEP-DAYS     PIC 9(3) VALUE 90.
       01  WS-QUEUE-CUTOFF        PIC 9(8) VALUE 0.
      *>   Batch TRANS-IDs — "XE" + YYMMDD + 4 digits, continued
      *>   past the day's highest so every check's pair is unique.
       01  WS-TX-SEQ              PIC 9(5) VALUE 0.
       01  WS-TX-ID-PREFIX        PIC X(8) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       COPY "ACCTIO.cpy".
      *>   ACCOUNTS.DAT update-token working fields — see
                   END-IF
                   MOVE FUNCTION TRIM(WS-ARG-3) TO WS-PAYEE
                   MOVE 'Y' TO WS-CASH-FUNDED
               WHEN "ESCROW"
                   PERFORM ESCROW-DISBURSEMENT-RUN
                   STOP RUN
               WHEN "APCHECK"
                   PERFORM AP-CHECK-RUN
                   STOP RUN
               WHEN OTHER
                   DISPLAY "RESULT|99"
                   STOP RUN
           DISPLAY "RESULT|00"
           STOP RUN.

      *> -------------------------------------------------------
      *> ESCROW-DISBURSEMENT-RUN: Cut an official check for each
      *> bill ESCROW.cob queued. The borrower's escrow was charged
      *> when the bill was queued; here the money leaves the
      *> ESCROW0001 pool for OFFCHK0001 exactly as a customer-
      *> funded ISSUE does. Pass one picks the rows the pool's
      *> available balance can cover and moves the balances, so
      *> ACCOUNTS.DAT is rewritten once; pass two issues each.
      *> -------------------------------------------------------
       ESCROW-DISBURSEMENT-RUN.
           PERFORM LOAD-ALL-ACCOUNTS
           MOVE WS-OFFCHK-ACCT TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "ERROR|NO-SETTLEMENT-ACCT|" WS-OFFCHK-ACCT
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           MOVE WS-FOUND-IDX TO WS-OFFCHK-IDX
           MOVE WS-ESCROW-ACCT TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "ERROR|NO-ESCROW-ACCT|" WS-ESCROW-ACCT
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           MOVE WS-FOUND-IDX TO WS-ESCROW-IDX
           MOVE WS-ESCROW-ACCT TO WS-FUND-ACCT
           STRING "XE" WS-CURRENT-DATE(3:6)
               DELIMITED BY SIZE INTO WS-TX-ID-PREFIX
           END-STRING

      *>   A queue too big for the table stops the run before
      *>   anything moves — rewriting only what fit would lose
      *>   every bill past the last row.
           PERFORM SET-QUEUE-CUTOFF
           MOVE 0 TO WS-DQ-COUNT
           OPEN INPUT DISB-FILE
           IF WS-DQ-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ DISB-FILE
                       AT END
                           CLOSE DISB-FILE
                           EXIT PERFORM
                   END-READ
                   IF EDQ-ISSUED
                       AND EDQ-ISSUE-DATE < WS-QUEUE-CUTOFF
                       CONTINUE
                   ELSE
                       IF WS-DQ-COUNT >= 500
                           CLOSE DISB-FILE
                           DISPLAY "ERROR|TABLE-FULL|ESCDISB"
                           DISPLAY "RESULT|99"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DQ-COUNT
                       MOVE ESCROW-DISB-RECORD
                           TO WS-DQ-LINE(WS-DQ-COUNT)
                       MOVE 'N' TO WS-DQ-PAY(WS-DQ-COUNT)
                   END-IF
               END-PERFORM
           END-IF

           COMPUTE WS-AVAILABLE = WS-A-BALANCE(WS-ESCROW-IDX)
               - WS-A-HOLD(WS-ESCROW-IDX)
           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
               UNTIL WS-DQ-IDX > WS-DQ-COUNT
               MOVE WS-DQ-LINE(WS-DQ-IDX) TO ESCROW-DISB-RECORD
               IF EDQ-QUEUED
                   IF EDQ-AMOUNT > 0 AND EDQ-AMOUNT <= WS-AVAILABLE
                       MOVE 'P' TO WS-DQ-PAY(WS-DQ-IDX)
                       ADD 1 TO WS-ESC-PICKED
                       SUBTRACT EDQ-AMOUNT FROM WS-AVAILABLE
                       SUBTRACT EDQ-AMOUNT
                           FROM WS-A-BALANCE(WS-ESCROW-IDX)
                       ADD EDQ-AMOUNT
                           TO WS-A-BALANCE(WS-OFFCHK-IDX)
                   ELSE
                       ADD 1 TO WS-ESC-HELD
                       DISPLAY "ESCROW-CHECK-HELD|" EDQ-LOAN-ID "|"
                           EDQ-PAYEE-NAME "|" EDQ-AMOUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ESC-PICKED = 0
               DISPLAY "ESCROW-SUMMARY|" WS-ESC-ISSUED "|"
                   WS-ESC-TOTAL "|" WS-ESC-HELD
               DISPLAY "RESULT|00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-ESCROW-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-OFFCHK-IDX)
           PERFORM SAVE-ALL-ACCOUNTS

           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
               UNTIL WS-DQ-IDX > WS-DQ-COUNT
               IF WS-DQ-PAY(WS-DQ-IDX) = 'P'
                   PERFORM ISSUE-ONE-ESCROW-CHECK
               END-IF
           END-PERFORM

           OPEN OUTPUT DISB-FILE
           IF WS-DQ-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-DQ-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
               UNTIL WS-DQ-IDX > WS-DQ-COUNT
               MOVE WS-DQ-LINE(WS-DQ-IDX) TO ESCROW-DISB-RECORD
               WRITE ESCROW-DISB-RECORD
           END-PERFORM
           CLOSE DISB-FILE
           DISPLAY "ESCROW-SUMMARY|" WS-ESC-ISSUED "|"
               WS-ESC-TOTAL "|" WS-ESC-HELD
           DISPLAY "RESULT|00".

       ISSUE-ONE-ESCROW-CHECK.
           MOVE WS-DQ-LINE(WS-DQ-IDX) TO ESCROW-DISB-RECORD
           MOVE EDQ-AMOUNT TO WS-AMOUNT
           MOVE EDQ-PAYEE-NAME TO WS-PAYEE
           PERFORM ISSUE-SERIAL-NUMBER

           MOVE WS-ESCROW-ACCT TO TRANS-ACCT-ID
           MOVE TX-WITHDRAW TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE SPACES TO TRANS-DESC
           STRING "ESCROW " EDQ-LOAN-ID " " WS-SERIAL
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
           PERFORM POST-OC-TRANSACTION
           MOVE WS-OFFCHK-ACCT TO TRANS-ACCT-ID
           MOVE TX-DEPOSIT TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE SPACES TO TRANS-DESC
           STRING "OFFICIAL CHECK FUNDS " WS-SERIAL
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
           PERFORM POST-OC-TRANSACTION

           MOVE 2010 TO WS-GL-ACCT
           MOVE WS-AMOUNT TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE
           MOVE 2020 TO WS-GL-ACCT
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-AMOUNT TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE

           PERFORM WRITE-ISSUE-RECORD
           PERFORM PRINT-INSTRUMENT

           MOVE 'I' TO EDQ-STATUS
           MOVE WS-SERIAL TO EDQ-SERIAL
           MOVE WS-CURRENT-DATE TO EDQ-ISSUE-DATE
           MOVE ESCROW-DISB-RECORD TO WS-DQ-LINE(WS-DQ-IDX)
           ADD 1 TO WS-ESC-ISSUED
           ADD WS-AMOUNT TO WS-ESC-TOTAL
           DISPLAY "OFFCHECK-ISSUED|" WS-SERIAL "|" WS-AMOUNT
               "|" WS-PAYEE "|" WS-ESCROW-ACCT.

      *> -------------------------------------------------------
      *> AP-CHECK-RUN: Cut an official check for each vendor
      *> payment APPAY.cob's PAYRUN queued. The bank is paying its
      *> own bill, so there is no customer account to debit: the
      *> funds go into OFFCHK0001 as a cash-funded sale's do, and
      *> the payable — not cash — is what the check settles, so
      *> the GL pair is debit 2050 ACCOUNTS PAYABLE, credit 2020.
      *> -------------------------------------------------------
       AP-CHECK-RUN.
           PERFORM LOAD-ALL-ACCOUNTS
           MOVE WS-OFFCHK-ACCT TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "ERROR|NO-SETTLEMENT-ACCT|" WS-OFFCHK-ACCT
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           MOVE WS-FOUND-IDX TO WS-OFFCHK-IDX
           STRING "XA" WS-CURRENT-DATE(3:6)
               DELIMITED BY SIZE INTO WS-TX-ID-PREFIX
           END-STRING

      *>   Same refusal as the escrow run: a check CLOSEOUT.cob
      *>   queued has already left the customer's account, so a
      *>   row dropped here would be money with no check.
           PERFORM SET-QUEUE-CUTOFF
           MOVE 0 TO WS-APQ-COUNT
           OPEN INPUT APQ-FILE
           IF WS-APQ-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ APQ-FILE
                       AT END
                           CLOSE APQ-FILE
                           EXIT PERFORM
                   END-READ
                   IF APQ-ISSUED
                       AND APQ-ISSUE-DATE < WS-QUEUE-CUTOFF
                       CONTINUE
                   ELSE
                       IF WS-APQ-COUNT >= 500
                           CLOSE APQ-FILE
                           DISPLAY "ERROR|TABLE-FULL|APCHKQ"
                           DISPLAY "RESULT|99"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-APQ-COUNT
                       MOVE AP-CHECK-QUEUE-RECORD
                           TO WS-APQ-LINE(WS-APQ-COUNT)
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO WS-APQ-PICKED
           PERFORM VARYING WS-APQ-IDX FROM 1 BY 1
               UNTIL WS-APQ-IDX > WS-APQ-COUNT
               MOVE WS-APQ-LINE(WS-APQ-IDX) TO AP-CHECK-QUEUE-RECORD
               IF APQ-QUEUED AND APQ-AMOUNT > 0
                   ADD 1 TO WS-APQ-PICKED
                   ADD APQ-AMOUNT TO WS-A-BALANCE(WS-OFFCHK-IDX)
               END-IF
           END-PERFORM
           IF WS-APQ-PICKED = 0
               DISPLAY "APCHECK-SUMMARY|" WS-APQ-ISSUED "|"
                   WS-APQ-TOTAL
               DISPLAY "RESULT|00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-OFFCHK-IDX)
           PERFORM SAVE-ALL-ACCOUNTS

           PERFORM VARYING WS-APQ-IDX FROM 1 BY 1
               UNTIL WS-APQ-IDX > WS-APQ-COUNT
               MOVE WS-APQ-LINE(WS-APQ-IDX) TO AP-CHECK-QUEUE-RECORD
               IF APQ-QUEUED AND APQ-AMOUNT > 0
                   PERFORM ISSUE-ONE-AP-CHECK
               END-IF
           END-PERFORM

           OPEN OUTPUT APQ-FILE
           IF WS-APQ-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-APQ-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-APQ-IDX FROM 1 BY 1
               UNTIL WS-APQ-IDX > WS-APQ-COUNT
               MOVE WS-APQ-LINE(WS-APQ-IDX) TO AP-CHECK-QUEUE-RECORD
               WRITE AP-CHECK-QUEUE-RECORD
           END-PERFORM
           CLOSE APQ-FILE
           DISPLAY "APCHECK-SUMMARY|" WS-APQ-ISSUED "|" WS-APQ-TOTAL
           DISPLAY "RESULT|00".

       ISSUE-ONE-AP-CHECK.
           MOVE APQ-AMOUNT TO WS-AMOUNT
           MOVE APQ-PAYEE-NAME TO WS-PAYEE
           MOVE APQ-REMIT-1 TO WS-REMIT-1
           MOVE APQ-REMIT-2 TO WS-REMIT-2
           PERFORM ISSUE-SERIAL-NUMBER

           MOVE WS-OFFCHK-ACCT TO TRANS-ACCT-ID
           MOVE TX-DEPOSIT TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE SPACES TO TRANS-DESC
           STRING "AP CHECK FUNDS " APQ-PAY-ID " " WS-SERIAL
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
           PERFORM POST-OC-TRANSACTION

           MOVE 2050 TO WS-GL-ACCT
           MOVE WS-AMOUNT TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE
           MOVE 2020 TO WS-GL-ACCT
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-AMOUNT TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE

           PERFORM WRITE-ISSUE-RECORD
           PERFORM PRINT-INSTRUMENT

           MOVE 'I' TO APQ-STATUS
           MOVE WS-SERIAL TO APQ-SERIAL
           MOVE WS-CURRENT-DATE TO APQ-ISSUE-DATE
           MOVE AP-CHECK-QUEUE-RECORD TO WS-APQ-LINE(WS-APQ-IDX)
           MOVE SPACES TO WS-REMIT-1 WS-REMIT-2
           ADD 1 TO WS-APQ-ISSUED
           ADD WS-AMOUNT TO WS-APQ-TOTAL
           DISPLAY "OFFCHECK-ISSUED|" WS-SERIAL "|" WS-AMOUNT
               "|" WS-PAYEE "|" APQ-PAY-ID.

      *> -------------------------------------------------------
      *> SET-QUEUE-CUTOFF: The oldest issue date a queue row is
      *> kept for — WS-QUEUE-KEEP-DAYS before the business date.
      *> -------------------------------------------------------
       SET-QUEUE-CUTOFF.
           COMPUTE WS-QUEUE-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-QUEUE-KEEP-DAYS).

      *> -------------------------------------------------------
      *> ISSUE-SERIAL-NUMBER: Draw the next controlled serial from
      *> CHKSEQ.DAT (seeded on first use) and advance the record
               DELIMITED BY SIZE INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD
      *>   Vendor checks go out by mail — the remit-to lines print
      *>   under the amount for the window envelope.
           IF WS-REMIT-1 NOT = SPACES
               MOVE SPACES TO PRINT-RECORD
               STRING "REMIT TO|" FUNCTION TRIM(WS-REMIT-1) "|"
                   FUNCTION TRIM(WS-REMIT-2)
                   DELIMITED BY SIZE INTO PRINT-RECORD
               END-STRING
               WRITE PRINT-RECORD
           END-IF
           MOVE "END-CHECK" TO PRINT-RECORD
           WRITE PRINT-RECORD
           CLOSE PRINT-FILE.

       POST-OC-TRANSACTION.
           MOVE SPACES TO TRANS-ID
           IF WS-TX-ID-PREFIX NOT = SPACES
               IF WS-CHAIN-RESOLVED = 'N'
                   PERFORM RESOLVE-CHAIN-TIP
               END-IF
               ADD 1 TO WS-TX-SEQ
               STRING WS-TX-ID-PREFIX WS-TX-SEQ(2:4)
                   DELIMITED BY SIZE INTO TRANS-ID
               END-STRING
           ELSE
               STRING "X" WS-CURRENT-DATE(3:6) WS-CURRENT-TIME(2:5)
                   DELIMITED BY SIZE INTO TRANS-ID
               END-STRING
           END-IF
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE RC-SUCCESS TO TRANS-STATUS
           MOVE WS-GL-DEBIT TO GLJ-DEBIT
           MOVE WS-GL-CREDIT TO GLJ-CREDIT
           MOVE "OFFCHECK" TO GLJ-SOURCE
           MOVE SPACES TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD
           CLOSE GLJRNL-FILE.

                   MOVE TRANS-SEQ-NO TO WS-CHAIN-PREV-SEQ
                   MOVE TRANS-CHAIN-VAL TO WS-CHAIN-PREV-VAL
               END-IF
               IF WS-TX-ID-PREFIX NOT = SPACES
                   AND TRANS-ID(1:8) = WS-TX-ID-PREFIX
                   AND TRANS-ID(9:4) IS NUMERIC
                   IF FUNCTION NUMVAL(TRANS-ID(9:4)) > WS-TX-SEQ
                       COMPUTE WS-TX-SEQ =
                           FUNCTION NUMVAL(TRANS-ID(9:4))
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CHAIN-HOLD-REC TO TRANSACTION-RECORD.

