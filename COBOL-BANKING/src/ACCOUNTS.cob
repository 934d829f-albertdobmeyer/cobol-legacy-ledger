      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-02-17
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Account master file CRUD operations. Creates, reads,
      *>    Operators: OPERATORS.DAT (LINE SEQUENTIAL) — operator
      *>                sign-on directory for CREATE/UPDATE/CLOSE,
      *>                see AUTHENTICATE-OPERATOR
      *>    Journal:   OPERJRNL.DAT (LINE SEQUENTIAL, append-only) —
      *>                operator activity journal, one record per
      *>                RELEASE-HOLD, see JOURNAL-HOLD-RELEASE
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy  — Account record layout (164 bytes)
      *>    COMCODE.cpy  — Shared status codes and bank identifiers
      *>    ACCTIO.cpy   — Shared account I/O paragraphs
      *>    BCHCKPT.cpy  — Shared batch checkpoint/restart record layout
      *>    OPJREC.cpy   — Operator activity journal record layout
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Account: ACCOUNT|ACCT-ID|NAME|TYPE|BALANCE|STATUS|OPENED|
      *>                     manifest (a truncated rewrite); the save
      *>                     cuts a fresh manifest row after a clean
      *>                     close (see MANIFEST.cpy)
      *>
      *>    2026-10-15  AKD  RELEASE-HOLD now appends an OPERJRNL.DAT
      *>                     record naming the signed-on operator,
      *>                     for the nightly insider-activity scan
      *>                     (see OPJREC.cpy and INSIDMON.cob)
      *>================================================================*

      *>  IDENTIFICATION / ENVIRONMENT / DATA DIVISIONS
               ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT OPERJRNL-FILE
               ASSIGN TO "OPERJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CIPREC.cpy".
       FD  APPROVAL-FILE.
       COPY "APPRREC.cpy".
       FD  OPERJRNL-FILE.
       COPY "OPJREC.cpy".

       WORKING-STORAGE SECTION.
      *>   Account-number issuance working fields — see
      *>   for TRANSACT.DAT.
       01  WS-AUDIT-STATUS        PIC XX VALUE SPACES.
       01  WS-AUDIT-IDX           PIC 9(3) VALUE 0.
      *>   Operator activity journal status — see
      *>   JOURNAL-HOLD-RELEASE and OPJREC.cpy.
       01  WS-OPJ-STATUS          PIC XX VALUE SPACES.
      *>   Run-history working fields — see LOG-RUN-START/LOG-RUN-END
      *>   and RUNHIST.cpy. Every invocation of this program appends
      *>   a started record and a completed/aborted record to the
               MOVE 0 TO WS-A-HOLD(WS-FOUND-IDX)
           END-IF
           PERFORM WRITE-ALL-ACCOUNTS
           PERFORM JOURNAL-HOLD-RELEASE
           DISPLAY "ACCOUNT-HOLD|" WS-IN-ACCT-ID "|"
               WS-A-HOLD(WS-FOUND-IDX)
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> JOURNAL-HOLD-RELEASE: Append the release just applied to
      *> OPERJRNL.DAT under the signed-on operator — see
      *> OPJREC.cpy. A journal that cannot be opened never undoes
      *> the release, which is already saved.
      *> -------------------------------------------------------
       JOURNAL-HOLD-RELEASE.
           MOVE SPACES TO OPER-JOURNAL-RECORD
           MOVE WS-CURRENT-DATE TO OPJ-DATE
           MOVE WS-CURRENT-TIME TO OPJ-TIME
           MOVE WS-IN-OPER-ID TO OPJ-OPER-ID
           MOVE 'H' TO OPJ-ACTION
           MOVE "ACCOUNTS" TO OPJ-PROGRAM
           MOVE WS-IN-ACCT-ID TO OPJ-ACCT-ID
           MOVE WS-HOLD-AMOUNT TO OPJ-AMOUNT
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
      *> LOG-RUN-START: Append a 'R' (running) record to the
      *> shared RUNHIST.DAT the instant this invocation's operation
