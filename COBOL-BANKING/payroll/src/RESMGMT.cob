      *>        it references (must belong to the merchant and be
      *>        resolved with the loss on them — closed-won with
      *>        merchant liability, or a write-off split), refuses
      *>        a claim exceeding the current position, appends
      *>        the 'C' record, and journals the recovery (debit
      *>        2060 MERCHANT RESERVES HELD, credit 5020 CHARGEBACK
      *>        EXPENSE) to GLJRNL.DAT.
      *>
      *>  Operation (via command-line argument):
      *>    RESMGMT REPORT
      *>                  CLAIM, read-only for REPORT)
      *>    Input:        DISPUTES.DAT (DISPREC.cpy — CLAIM
      *>                  validation only)
      *>    Output:       GLJRNL.DAT (GLJREC.cpy — appended by
      *>                  CLAIM)
      *>
      *>  Copybooks:
      *>    RSVREC.cpy, DISPREC.cpy, GLJREC.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    RESERVE|merch-id|held|claims|position|aged-releasable
      *>
      *>  Change Log:
      *>    2026-08-23  AKD  Initial implementation
      *>    2026-10-15  AKD  CLAIM journals debit 2060 / credit 5020
      *>                     (source RESMGMT) — the reserve absorbs
      *>                     the chargeback loss, and 2060 stays in
      *>                     step with MERCHRSV.DAT for SUBPROOF.cob.
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "DISPUTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
           SELECT GLJRNL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "RSVREC.cpy".
       FD  DISPUTE-FILE.
       COPY "DISPREC.cpy".
       FD  GLJRNL-FILE.
       COPY "GLJREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RSV-STATUS           PIC XX VALUE SPACES.
       01  WS-DSP-STATUS           PIC XX VALUE SPACES.
       01  WS-GJ-STATUS            PIC XX VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
           88  WS-NOT-EOF          VALUE 'N'.
       01  WS-CASE-FOUND           PIC X(1) VALUE 'N'.
       01  WS-CASE-OK              PIC X(1) VALUE 'N'.

      *>   Claim journal lines — merchants carry no branch, so
      *>   GLJ-BRANCH is main office.
       01  WS-GL-ACCT              PIC 9(4) VALUE 0.
       01  WS-GL-DEBIT             PIC S9(12)V99 VALUE 0.
       01  WS-GL-CREDIT            PIC S9(12)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

      *> -------------------------------------------------------
      *> CLAIM-AGAINST-RESERVE: Validate the referenced dispute
      *> and the position, then append the 'C' record and
      *> journal it out of 2060.
      *> -------------------------------------------------------
       CLAIM-AGAINST-RESERVE.
           IF WS-IN-MERCH-ID = SPACES
           WRITE RESERVE-RECORD
           CLOSE RESERVE-FILE

           MOVE 2060 TO WS-GL-ACCT
           MOVE WS-CLAIM-AMOUNT TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE
           MOVE 5020 TO WS-GL-ACCT
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-CLAIM-AMOUNT TO WS-GL-CREDIT
           PERFORM WRITE-GL-LINE

           DISPLAY "RESMGMT|CLAIMED|" WS-IN-MERCH-ID "|"
               WS-CLAIM-AMOUNT "|" WS-IN-DISP-ID
           DISPLAY "RESULT|00".
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CASE-OK.

      *> -------------------------------------------------------
      *> WRITE-GL-LINE: One side of the claim journal entry,
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
           MOVE WS-CURRENT-DATE TO GLJ-DATE
           MOVE WS-GL-ACCT TO GLJ-GL-ACCT
           MOVE WS-GL-DEBIT TO GLJ-DEBIT
           MOVE WS-GL-CREDIT TO GLJ-CREDIT
           MOVE "RESMGMT" TO GLJ-SOURCE
           MOVE SPACES TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD
           CLOSE GLJRNL-FILE.
