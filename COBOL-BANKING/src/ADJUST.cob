      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-08-23
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Posts a correcting reversal for a mis-keyed transaction
      *>    Input:        OPERATORS.DAT (LINE SEQUENTIAL) — operator
      *>                  sign-on directory, see
      *>                  AUTHENTICATE-OPERATOR
      *>    Output:       OPERJRNL.DAT (LINE SEQUENTIAL, appended) —
      *>                  operator activity journal (OPJREC.cpy)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>    ACCTKEY.cpy   — Keyed single-record account access
      *>    ACCTVERS.cpy  — ACCOUNTS.DAT update-token record
      *>    OPJREC.cpy    — Operator activity journal record layout
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    ADJUSTED|NEW-TRANS-ID|ORIG-TRANS-ID|ACCT|AMOUNT
      *>                     to the full 170-byte account layout —
      *>                     the keyed rewrite was truncating
      *>                     ACCT-BRANCH off every record it streamed
      *>
      *>    2026-10-15  AKD  Each correction now appends an
      *>                     OPERJRNL.DAT record naming the
      *>                     supervisor who posted it — action 'F'
      *>                     when the original was a fee, 'A'
      *>                     otherwise — for the nightly insider-
      *>                     activity scan (see INSIDMON.cob)
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPERJRNL-FILE
               ASSIGN TO "OPERJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "TRANSREC.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".
       FD  OPERJRNL-FILE.
       COPY "OPJREC.cpy".

       WORKING-STORAGE SECTION.
      *>   Business-date control file status — see BUSDATE.cpy
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPJ-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(80) VALUE SPACES.
       01  WS-OPERATION           PIC X(8) VALUE SPACES.
           END-IF
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE
           PERFORM JOURNAL-OPERATOR-ACTION

           DISPLAY "ADJUSTED|" TRANS-ID "|" WS-IN-TRANS-ID "|"
               WS-ORIG-ACCT "|" WS-ORIG-AMOUNT
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> JOURNAL-OPERATOR-ACTION: Append the correction just
      *> posted to OPERJRNL.DAT under the signed-on supervisor —
      *> see OPJREC.cpy. Reversing a fee is journaled as a fee
      *> reversal so the insider scan can tell a waived charge
      *> from an ordinary correction. A journal that cannot be
      *> opened never undoes the posting.
      *> -------------------------------------------------------
       JOURNAL-OPERATOR-ACTION.
           MOVE SPACES TO OPER-JOURNAL-RECORD
           MOVE TRANS-DATE TO OPJ-DATE
           MOVE TRANS-TIME TO OPJ-TIME
           MOVE WS-IN-OPER-ID TO OPJ-OPER-ID
           IF WS-ORIG-TYPE = TX-FEE
               MOVE 'F' TO OPJ-ACTION
           ELSE
               MOVE 'A' TO OPJ-ACTION
           END-IF
           MOVE "ADJUST" TO OPJ-PROGRAM
           MOVE TRANS-ACCT-ID TO OPJ-ACCT-ID
           MOVE TRANS-ID TO OPJ-TRANS-ID
           MOVE TRANS-AMOUNT TO OPJ-AMOUNT
           MOVE TRANS-TYPE TO OPJ-TX-TYPE
           OPEN EXTEND OPERJRNL-FILE
           IF WS-OPJ-STATUS NOT = '00'
               OPEN OUTPUT OPERJRNL-FILE
               IF WS-OPJ-STATUS NOT = '00'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           WRITE OPER-JOURNAL-RECORD
           CLOSE OPERJRNL-FILE.

      *> -------------------------------------------------------
      *> FIND-ORIGINAL-TRANSACTION: One pass over TRANSACT.DAT —
      *> finds the original by TRANS-ID (successful postings only)
