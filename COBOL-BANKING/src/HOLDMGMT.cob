      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-08-23
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Maintains the HOLDS.DAT hold detail subledger (see
      *>  Files:
      *>    Input/Output: HOLDS.DAT (LINE SEQUENTIAL — see
      *>                  HOLDREC.cpy), ACCOUNTS.DAT
      *>    Output:       OPERJRNL.DAT (LINE SEQUENTIAL, appended) —
      *>                  operator activity journal (OPJREC.cpy)
      *>
      *>  Copybooks:
      *>    HOLDREC.cpy   — Hold detail record layout
      *>    ACCTREC.cpy   — Account record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>    ACCTIO.cpy    — Shared account I/O variables
      *>    OPJREC.cpy    — Operator activity journal record layout
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    HOLD-ADDED|ACCT|REASON|AMOUNT|RELEASE-DATE
      *>                     manifest (a truncated rewrite); the save
      *>                     cuts a fresh manifest row after a clean
      *>                     close (see MANIFEST.cpy)
      *>
      *>    2026-10-15  AKD  A RELEASE keyed under a BANK_OPERATOR_ID
      *>                     now appends an OPERJRNL.DAT record
      *>                     naming the operator, for the nightly
      *>                     insider-activity scan (see OPJREC.cpy
      *>                     and INSIDMON.cob); NIGHTLY's scheduled
      *>                     releases are the system's, not a
      *>                     person's, and are not journaled
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "ACCTVERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERS-STATUS.
           SELECT OPERJRNL-FILE
               ASSIGN TO "OPERJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ACCTREC.cpy".
       FD  ACCTVERS-FILE.
       COPY "ACCTVERS.cpy".
       FD  OPERJRNL-FILE.
       COPY "OPJREC.cpy".

       WORKING-STORAGE SECTION.
      *>   Business-date control file status — see BUSDATE.cpy
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-HDFILE-STATUS       PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
      *>   Operator activity journal — see JOURNAL-HOLD-RELEASE.
       01  WS-OPJ-STATUS          PIC XX VALUE SPACES.
       01  WS-OPJ-OPER-ID         PIC X(8) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(80) VALUE SPACES.
       01  WS-OPERATION           PIC X(8) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
           END-IF
           PERFORM SAVE-ALL-ACCOUNTS
           PERFORM SAVE-HOLD-DETAILS
           PERFORM JOURNAL-HOLD-RELEASE
           DISPLAY "HOLD-RELEASED|" WS-IN-ACCT-ID "|" WS-IN-REASON
               "|" WS-IN-AMOUNT
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> JOURNAL-HOLD-RELEASE: Append the keyed release to
      *> OPERJRNL.DAT under the operator in BANK_OPERATOR_ID (the
      *> same batch stand-in for a signed-on session the rest of
      *> the shop uses) — see OPJREC.cpy. No operator in the
      *> environment journals nothing; a journal that cannot be
      *> opened never undoes the release.
      *> -------------------------------------------------------
       JOURNAL-HOLD-RELEASE.
           MOVE SPACES TO WS-OPJ-OPER-ID
           ACCEPT WS-OPJ-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
           IF WS-OPJ-OPER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OPER-JOURNAL-RECORD
           MOVE WS-CURRENT-DATE TO OPJ-DATE
           MOVE WS-CURRENT-TIME TO OPJ-TIME
           MOVE WS-OPJ-OPER-ID TO OPJ-OPER-ID
           MOVE 'H' TO OPJ-ACTION
           MOVE "HOLDMGMT" TO OPJ-PROGRAM
           MOVE WS-IN-ACCT-ID TO OPJ-ACCT-ID
           MOVE WS-IN-AMOUNT TO OPJ-AMOUNT
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
      *> NIGHTLY-PASS: Release every open hold whose scheduled
      *> release date has passed (the availability schedule says
