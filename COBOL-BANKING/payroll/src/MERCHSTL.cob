      *>            the OUTBOUND.DAT line layout)
      *>    Output: MERCHRSV.DAT (RSVREC.cpy, appended accruals)
      *>    Output: MERCHFND.RPT (fresh each run)
      *>    Output: GLJRNL.DAT (GLJREC.cpy, appended — reserve
      *>            withheld and released)
      *>
      *>  Copybooks:
      *>    MERCHREC.cpy, RSVREC.cpy, GLJREC.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    FUNDING|merch-id|gross|fees|reserve|net
      *>                     tie) and a MERCH-STATUS 'H' funding
      *>                     hold (MERCHRET.cob return processing).
      *>                     Both report; neither funds.
      *>    2026-10-15  AKD  Reserve withheld and released are now
      *>                     journaled to GLJRNL.DAT (source
      *>                     MERCHSTL): withheld debits 1020 / credits
      *>                     2060, released the reverse, so 2060 has
      *>                     the postings SUBPROOF.cob proves against
      *>                     MERCHRSV.DAT.
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "MERCHFND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT GLJRNL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "RSVREC.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(100).
       FD  GLJRNL-FILE.
       COPY "GLJREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MERCH-STATUS         PIC XX VALUE SPACES.
       01  WS-RSV-IDX              PIC 9(3) VALUE 0.
       01  WS-RELEASE              PIC S9(7)V99 VALUE 0.

      *>   Reserve journal lines. The withheld cash never leaves
      *>   the settlement account, so the offset to 2060 MERCHANT
      *>   RESERVES HELD is 1020 DUE FROM FEDERAL RESERVE, not
      *>   1010 (which SUBPROOF.cob proves against the vaults and
      *>   drawers). Merchants carry no branch — main office.
       01  WS-GJ-STATUS            PIC XX VALUE SPACES.
       01  WS-GL-ACCT              PIC 9(4) VALUE 0.
       01  WS-GL-DEBIT             PIC S9(12)V99 VALUE 0.
       01  WS-GL-CREDIT            PIC S9(12)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
      *> -------------------------------------------------------
      *> FLIP-DUE-RELEASES: Mark the accruals SUM-DUE-RELEASES
      *> counted as released — the funding that pays them out has
      *> been written — and journal the release out of 2060.
      *> -------------------------------------------------------
       FLIP-DUE-RELEASES.
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                   MOVE 'R' TO RSV-STATUS
                   MOVE RESERVE-RECORD TO WS-RSV-REC(WS-RSV-IDX)
               END-IF
           END-PERFORM
           MOVE 2060 TO WS-GL-ACCT
           MOVE WS-RELEASE TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE
           MOVE 1020 TO WS-GL-ACCT
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-RELEASE TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE.

      *> -------------------------------------------------------
      *> WRITE-RESERVE-ACCRUAL: One open 'A' record per settled
      *> day into the subledger table — see RSVREC.cpy — and the
      *> withholding journaled into 2060.
      *> -------------------------------------------------------
       WRITE-RESERVE-ACCRUAL.
           IF WS-RSV-COUNT >= 200
           MOVE WS-RELEASE-DATE TO RSV-RELEASE-DATE
           MOVE 'O' TO RSV-STATUS
           ADD 1 TO WS-RSV-COUNT
           MOVE RESERVE-RECORD TO WS-RSV-REC(WS-RSV-COUNT)
           MOVE 1020 TO WS-GL-ACCT
           MOVE WS-RESERVE TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE
           MOVE 2060 TO WS-GL-ACCT
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-RESERVE TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE.

      *> -------------------------------------------------------
      *> WRITE-GL-LINE: One side of a reserve journal entry,
      *> appended to GLJRNL.DAT with the usual OPEN EXTEND
      *> fallback.
      *> -------------------------------------------------------
       WRITE-GL-LINE.
           OPEN EXTEND GLJRNL-FILE
           IF WS-GJ-STATUS NOT = '00'
               OPEN OUTPUT GLJRNL-FILE
               IF WS-GJ-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|GLJRNL|" WS-GJ-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO GLJ-DATE
           MOVE WS-GL-ACCT TO GLJ-GL-ACCT
           MOVE WS-GL-DEBIT TO GLJ-DEBIT
           MOVE WS-GL-CREDIT TO GLJ-CREDIT
           MOVE "MERCHSTL" TO GLJ-SOURCE
           MOVE SPACES TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD
           CLOSE GLJRNL-FILE.

      *> -------------------------------------------------------
      *> WRITE-FUNDING-ENTRY: The payment itself — one MERCHOUT
