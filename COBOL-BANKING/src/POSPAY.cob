      *>================================================================*
      *>  Program:     POSPAY.cob
      *>  System:      LEGACY LEDGER — Customer Check Positive Pay
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Positive pay on the checks business customers write
      *>    on their own accounts — the protection CHKPRES.cob has
      *>    always given the bank's own instruments through
      *>    CHECKISSUE.DAT. An account is enrolled (PPENROLL.DAT —
      *>    see PPENROLL.cpy) with the customer's standing
      *>    instruction for undecided items and a decision cutoff
      *>    time. Each day's customer issue file (PPISSUE.DAT)
      *>    is loaded into the issue register (PPREG.DAT — see
      *>    PPREG.cpy), issues added and voids applied.
      *>
      *>    CHKPRES.cob matches every check presented on an
      *>    enrolled account against the register and holds each
      *>    mismatch in the decision queue (PPDECQ.DAT — see
      *>    PPDEC.cpy). Here the customer's decision is recorded:
      *>    PAY posts the check as CHKPRES.cob would have, after
      *>    the frozen and available-balance checks; RETURN sends
      *>    it back to the presenting bank through CHKRETN.DAT.
      *>    After the cutoff, CUTOFF applies the customer's
      *>    default to whatever is still undecided — a default
      *>    pay the account cannot cover is returned instead.
      *>
      *>  Operations (via command-line argument):
      *>    ENROLL acct P|R [hhmm] [Y|N]
      *>                            — enroll or change: default
      *>                              pay/return, cutoff time
      *>                              (default 1100), payee must
      *>                              match (default N)
      *>    SUSPEND acct            — take the account off the
      *>                              service
      *>    INTAKE                  — load PPISSUE.DAT
      *>    REGISTER acct           — the account's issues
      *>    QUEUE [acct]            — pending decisions
      *>    PAY seq                 — pay the held check
      *>    RETURN seq              — return it
      *>    CUTOFF                  — apply the default to items
      *>                              past their cutoff
      *>    ENROLL, SUSPEND, PAY and RETURN need a signed-on
      *>    operator (BANK_OPERATOR_ID / BANK_OPERATOR_PIN).
      *>
      *>  Files:
      *>    Input:        PPISSUE.DAT (pipe-delimited
      *>                  ACCT|SERIAL|AMOUNT|PAYEE|ISSUE-DATE[|V])
      *>    Input/Output: PPENROLL.DAT, PPREG.DAT, PPDECQ.DAT,
      *>                  ACCOUNTS.DAT
      *>    Output:       CHKRETN.DAT (returned checks, appended —
      *>                  SERIAL|ACCT|AMOUNT|PAYEE|REASON)
      *>    Output:       TRANSACT.DAT (appended)
      *>    Input:        OPERATORS.DAT, BUSDATE.DAT
      *>
      *>  Copybooks:
      *>    PPENROLL.cpy, PPREG.cpy, PPDEC.cpy, ACCTREC.cpy,
      *>    TRANSREC.cpy, BUSDATE.cpy, ACCTVERS.cpy, OPERREC.cpy,
      *>    ACCTIO.cpy, VERSWORK.cpy, OPERIO.cpy, COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    POSPAY-ENROLL|ACCT|DEFAULT|CUTOFF|PAYEE-MATCH|STATUS
      *>    POSPAY-LOADED|ACCT|SERIAL|AMOUNT|ACTION
      *>    POSPAY-REJECT|LINE|ACCT|SERIAL|REASON
      *>    POSPAY-ISSUE|ACCT|SERIAL|AMOUNT|PAYEE|DATE|STATUS
      *>    POSPAY-ITEM|SEQ|ACCT|SERIAL|AMOUNT|ISSUED|REASON|
      *>                CUTOFF-DATE|CUTOFF-TIME|DEFAULT|STATUS
      *>    POSPAY-PAID|SEQ|TRANS-ID|ACCT|AMOUNT
      *>    POSPAY-RETURNED|SEQ|ACCT|AMOUNT|REASON|BY
      *>    POSPAY-SUMMARY|COUNT|REJECTED
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|01 — Insufficient available balance to pay
      *>    RESULT|03 — Account or queue item not found, or item
      *>                already decided
      *>    RESULT|04 — Account frozen
      *>    RESULT|07 — Operator not signed on
      *>    RESULT|99 — Invalid arguments, past the cutoff, or
      *>                file I/O error
      *>
      *>  Dependencies:
      *>    INTAKE runs before CHKPRES.cob each day; CUTOFF runs
      *>    after the latest cutoff time any enrollment carries.
      *>    CHKRETN.DAT goes out with the day's return items.
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPENROLL-FILE
               ASSIGN TO "PPENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPE-STATUS.
           SELECT PPREG-FILE
               ASSIGN TO "PPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPR-STATUS.
           SELECT PPDECQ-FILE
               ASSIGN TO "PPDECQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPD-STATUS.
           SELECT INTAKE-FILE
               ASSIGN TO "PPISSUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT RETURN-FILE
               ASSIGN TO "CHKRETN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT ACCTVERS-FILE
               ASSIGN TO "ACCTVERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERS-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PPENROLL-FILE.
       COPY "PPENROLL.cpy".
       FD  PPREG-FILE.
       COPY "PPREG.cpy".
       FD  PPDECQ-FILE.
       COPY "PPDEC.cpy".
       FD  INTAKE-FILE.
       01  INTAKE-RECORD          PIC X(100).
       FD  RETURN-FILE.
       01  RETURN-RECORD          PIC X(100).
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  ACCTVERS-FILE.
       COPY "ACCTVERS.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PPE-STATUS          PIC XX VALUE SPACES.
       01  WS-PPR-STATUS          PIC XX VALUE SPACES.
       01  WS-PPD-STATUS          PIC XX VALUE SPACES.
       01  WS-IN-STATUS           PIC XX VALUE SPACES.
       01  WS-RT-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(80) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-ARG-2               PIC X(12) VALUE SPACES.
       01  WS-ARG-3               PIC X(12) VALUE SPACES.
       01  WS-ARG-4               PIC X(12) VALUE SPACES.
       01  WS-ARG-5               PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-NOW-HHMM            PIC 9(4) VALUE 0.
      *>   Enrollments staged for load-modify-save.
       01  WS-PPE-TABLE.
           05  WS-PPE-LINE OCCURS 200 TIMES PIC X(40).
       01  WS-PPE-COUNT           PIC 9(3) VALUE 0.
       01  WS-PPE-IDX             PIC 9(3) VALUE 0.
       01  WS-PPE-FOUND-IDX       PIC 9(3) VALUE 0.
      *>   Issue register staged for load-modify-save.
       01  WS-PPR-TABLE.
           05  WS-PPR-LINE OCCURS 2000 TIMES PIC X(100).
       01  WS-PPR-COUNT           PIC 9(4) VALUE 0.
       01  WS-PPR-IDX             PIC 9(4) VALUE 0.
       01  WS-PPR-FOUND-IDX       PIC 9(4) VALUE 0.
       01  WS-PPR-DIRTY           PIC X(1) VALUE 'N'.
      *>   Decision queue staged for load-modify-save.
       01  WS-PPD-TABLE.
           05  WS-PPD-LINE OCCURS 2000 TIMES PIC X(211).
       01  WS-PPD-COUNT           PIC 9(4) VALUE 0.
       01  WS-PPD-IDX             PIC 9(4) VALUE 0.
       01  WS-PPD-FOUND-IDX       PIC 9(4) VALUE 0.
      *>   One PPISSUE.DAT line split apart.
       01  WS-IN-LINE-NO          PIC 9(5) VALUE 0.
       01  WS-IN-ACCT             PIC X(10) VALUE SPACES.
       01  WS-IN-SERIAL           PIC X(10) VALUE SPACES.
       01  WS-IN-AMOUNT-STR       PIC X(15) VALUE SPACES.
       01  WS-IN-PAYEE            PIC X(30) VALUE SPACES.
       01  WS-IN-DATE-STR         PIC X(8) VALUE SPACES.
       01  WS-IN-ACTION           PIC X(1) VALUE SPACES.
       01  WS-IN-AMOUNT           PIC 9(10)V99 VALUE 0.
       01  WS-REJECT-REASON       PIC X(14) VALUE SPACES.
       01  WS-DONE-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(5) VALUE 0.
      *>   Decision fields.
       01  WS-IN-SEQ              PIC 9(5) VALUE 0.
       01  WS-PAST-CUTOFF         PIC X(1) VALUE 'N'.
       01  WS-PAY-RC              PIC 99 VALUE 0.
       01  WS-RETURN-REASON       PIC X(14) VALUE SPACES.
       01  WS-RT-AMOUNT           PIC Z(9)9.99.
       01  WS-DECIDER             PIC X(8) VALUE SPACES.
       01  WS-ACCTS-CHANGED       PIC X(1) VALUE 'N'.
       01  WS-AVAILABLE           PIC S9(10)V99 VALUE 0.
       01  WS-TX-SEQ              PIC 9(5) VALUE 0.
       01  WS-TX-SEEDED           PIC X(1) VALUE 'N'.
       01  WS-TX-PREFIX           PIC X(7) VALUE SPACES.
      *>   ACCTIO.cpy provides the in-memory account table and
      *>   the FIND-ACCOUNT search fields.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       COPY "ACCTIO.cpy".
      *>   ACCOUNTS.DAT update-token working fields — see
      *>   ACCTVERS.cpy and NOTE-ACCT-VERSION/GUARD-ACCT-VERSION.
       COPY "VERSWORK.cpy".
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".
      *>   Ledger chain working fields — see TRANS-SEQ-NO/
      *>   TRANS-CHAIN-VAL in TRANSREC.cpy and the same paragraphs
      *>   in TRANSACT.cob/INTEREST.cob.
       01  WS-CHAIN-RESOLVED      PIC X(1) VALUE 'N'.
       01  WS-CHAIN-HOLD-REC      PIC X(126) VALUE SPACES.
       01  WS-CHAIN-PREV-SEQ      PIC 9(9) VALUE 0.
       01  WS-CHAIN-PREV-VAL      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-NOW-HHMM = WS-CURRENT-TIME / 100
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-ARG-2
                    WS-ARG-3
                    WS-ARG-4
                    WS-ARG-5
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           EVALUATE WS-OPERATION
               WHEN "ENROLL"
               WHEN "SUSPEND"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM MAINTAIN-ENROLLMENT
               WHEN "INTAKE"
                   PERFORM INTAKE-ISSUE-FILE
               WHEN "REGISTER"
                   PERFORM LIST-REGISTER
               WHEN "QUEUE"
                   PERFORM LOAD-DECISIONS
                   PERFORM VARYING WS-PPD-IDX FROM 1 BY 1
                       UNTIL WS-PPD-IDX > WS-PPD-COUNT
                       MOVE WS-PPD-LINE(WS-PPD-IDX)
                           TO POSPAY-DECISION-RECORD
                       IF PPD-PENDING
                           AND (WS-ARG-2 = SPACES
                               OR PPD-ACCT-ID = WS-ARG-2(1:10))
                           PERFORM DISPLAY-ONE-ITEM
                       END-IF
                   END-PERFORM
               WHEN "PAY"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM FIND-PENDING-ITEM
                   PERFORM PAY-ON-REQUEST
               WHEN "RETURN"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM FIND-PENDING-ITEM
                   MOVE WS-IN-OPER-ID TO WS-DECIDER
                   MOVE 'R' TO PPD-STATUS
                   MOVE "REFER-TO-MAKER" TO WS-RETURN-REASON
                   PERFORM RETURN-ITEM
                   PERFORM SAVE-DECISIONS
               WHEN "CUTOFF"
                   PERFORM CUTOFF-PASS
               WHEN OTHER
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-EVALUATE
           DISPLAY "RESULT|00"
           STOP RUN.

       SIGN-ON-OPERATOR.
           ACCEPT WS-IN-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
           ACCEPT WS-IN-OPER-PIN FROM ENVIRONMENT "BANK_OPERATOR_PIN"
           PERFORM AUTHENTICATE-OPERATOR.

      *> -------------------------------------------------------
      *> MAINTAIN-ENROLLMENT: ENROLL adds the account or replaces
      *> its instruction (a suspended account comes back active);
      *> SUSPEND takes it off the service, keeping the row.
      *> -------------------------------------------------------
       MAINTAIN-ENROLLMENT.
           IF WS-ARG-2 = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:10) TO WS-IN-ACCT-ID
           PERFORM LOAD-ENROLLMENT
           PERFORM FIND-ENROLLMENT
           IF WS-OPERATION = "SUSPEND"
               IF WS-PPE-FOUND-IDX = 0
                   DISPLAY "RESULT|" RC-INVALID-ACCT
                   STOP RUN
               END-IF
               MOVE WS-PPE-LINE(WS-PPE-FOUND-IDX)
                   TO POSPAY-ENROLL-RECORD
               MOVE 'S' TO PPE-STATUS
           ELSE
               IF WS-ARG-3 NOT = "P" AND WS-ARG-3 NOT = "R"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               IF WS-ARG-4 NOT = SPACES
                   AND (WS-ARG-4(1:4) IS NOT NUMERIC
                       OR WS-ARG-4(1:2) > "23"
                       OR WS-ARG-4(3:2) > "59")
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               IF WS-ARG-5 NOT = SPACES
                   AND WS-ARG-5 NOT = "Y" AND WS-ARG-5 NOT = "N"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               PERFORM LOAD-ALL-ACCOUNTS
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'N'
                   DISPLAY "RESULT|" RC-INVALID-ACCT
                   STOP RUN
               END-IF
               IF WS-PPE-FOUND-IDX = 0
                   IF WS-PPE-COUNT >= 200
                       DISPLAY "ERROR|TABLE-FULL|PPENROLL"
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PPE-COUNT
                   MOVE WS-PPE-COUNT TO WS-PPE-FOUND-IDX
               END-IF
               MOVE SPACES TO POSPAY-ENROLL-RECORD
               MOVE WS-IN-ACCT-ID TO PPE-ACCT-ID
               MOVE WS-ARG-3(1:1) TO PPE-DEFAULT
               MOVE 1100 TO PPE-CUTOFF-TIME
               IF WS-ARG-4 NOT = SPACES
                   MOVE WS-ARG-4(1:4) TO PPE-CUTOFF-TIME
               END-IF
               MOVE 'N' TO PPE-PAYEE-MATCH
               IF WS-ARG-5 NOT = SPACES
                   MOVE WS-ARG-5(1:1) TO PPE-PAYEE-MATCH
               END-IF
               MOVE 'A' TO PPE-STATUS
           END-IF
           MOVE WS-IN-OPER-ID TO PPE-SET-BY
           MOVE WS-CURRENT-DATE TO PPE-SET-DATE
           MOVE POSPAY-ENROLL-RECORD TO WS-PPE-LINE(WS-PPE-FOUND-IDX)
           PERFORM SAVE-ENROLLMENT
           DISPLAY "POSPAY-ENROLL|" PPE-ACCT-ID "|" PPE-DEFAULT "|"
               PPE-CUTOFF-TIME "|" PPE-PAYEE-MATCH "|" PPE-STATUS.

       FIND-ENROLLMENT.
           MOVE 0 TO WS-PPE-FOUND-IDX
           PERFORM VARYING WS-PPE-IDX FROM 1 BY 1
               UNTIL WS-PPE-IDX > WS-PPE-COUNT
               MOVE WS-PPE-LINE(WS-PPE-IDX) TO POSPAY-ENROLL-RECORD
               IF PPE-ACCT-ID = WS-IN-ACCT-ID
                   MOVE WS-PPE-IDX TO WS-PPE-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> INTAKE-ISSUE-FILE: Load the day's customer issue file.
      *> Issues are added outstanding; a 'V' line voids the
      *> serial already registered (its amount may be left
      *> blank). A line for an account not enrolled, a serial
      *> already registered, or a void of a check already paid
      *> is refused and reported — the rest of the file still
      *> loads.
      *> -------------------------------------------------------
       INTAKE-ISSUE-FILE.
           PERFORM LOAD-ENROLLMENT
           PERFORM LOAD-REGISTER
           OPEN INPUT INTAKE-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-IN-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ INTAKE-FILE
                   AT END
                       CLOSE INTAKE-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-IN-LINE-NO
               IF INTAKE-RECORD NOT = SPACES
                   PERFORM INTAKE-ONE-LINE
               END-IF
           END-PERFORM
           IF WS-PPR-DIRTY = 'Y'
               PERFORM SAVE-REGISTER
           END-IF
           DISPLAY "POSPAY-SUMMARY|" WS-DONE-COUNT "|"
               WS-REJECT-COUNT.

       INTAKE-ONE-LINE.
           MOVE SPACES TO WS-IN-ACCT WS-IN-SERIAL WS-IN-AMOUNT-STR
               WS-IN-PAYEE WS-IN-DATE-STR WS-IN-ACTION
               WS-REJECT-REASON
           UNSTRING INTAKE-RECORD DELIMITED BY '|'
               INTO WS-IN-ACCT
                    WS-IN-SERIAL
                    WS-IN-AMOUNT-STR
                    WS-IN-PAYEE
                    WS-IN-DATE-STR
                    WS-IN-ACTION
           END-UNSTRING
           MOVE WS-IN-ACCT TO WS-IN-ACCT-ID
           PERFORM FIND-ENROLLMENT
           EVALUATE TRUE
               WHEN WS-PPE-FOUND-IDX = 0
                   MOVE "NOT-ENROLLED" TO WS-REJECT-REASON
               WHEN WS-IN-SERIAL = SPACES
                   MOVE "BAD-SERIAL" TO WS-REJECT-REASON
               WHEN WS-IN-ACTION NOT = SPACES
                   AND WS-IN-ACTION NOT = 'V'
                   MOVE "BAD-ACTION" TO WS-REJECT-REASON
               WHEN WS-IN-ACTION = 'V'
                   CONTINUE
               WHEN WS-IN-AMOUNT-STR = SPACES
                   MOVE "BAD-AMOUNT" TO WS-REJECT-REASON
               WHEN FUNCTION TEST-NUMVAL(WS-IN-AMOUNT-STR) NOT = 0
                   MOVE "BAD-AMOUNT" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               AND PPE-SUSPENDED
               MOVE "NOT-ENROLLED" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-INTAKE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-IN-AMOUNT
           IF WS-IN-AMOUNT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-AMOUNT-STR) TO WS-IN-AMOUNT
           END-IF
           PERFORM FIND-REGISTER-ROW
           IF WS-IN-ACTION = 'V'
               IF WS-PPR-FOUND-IDX = 0
                   MOVE "NO-ISSUE" TO WS-REJECT-REASON
               ELSE
                   IF PPR-PAID
                       MOVE "ALREADY-PAID" TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM REJECT-INTAKE-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'V' TO PPR-STATUS
               MOVE WS-CURRENT-DATE TO PPR-STATUS-DATE
               MOVE POSPAY-ISSUE-RECORD
                   TO WS-PPR-LINE(WS-PPR-FOUND-IDX)
           ELSE
               IF WS-PPR-FOUND-IDX NOT = 0
                   MOVE "DUP-SERIAL" TO WS-REJECT-REASON
                   PERFORM REJECT-INTAKE-LINE
                   EXIT PARAGRAPH
               END-IF
               IF WS-PPR-COUNT >= 2000
                   DISPLAY "ERROR|TABLE-FULL|PPREG"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE SPACES TO POSPAY-ISSUE-RECORD
               MOVE WS-IN-ACCT-ID TO PPR-ACCT-ID
               MOVE WS-IN-SERIAL TO PPR-SERIAL
               MOVE WS-IN-AMOUNT TO PPR-AMOUNT
               MOVE WS-IN-PAYEE TO PPR-PAYEE
               IF WS-IN-DATE-STR IS NUMERIC
                   MOVE WS-IN-DATE-STR TO PPR-ISSUE-DATE
               ELSE
                   MOVE WS-CURRENT-DATE TO PPR-ISSUE-DATE
               END-IF
               MOVE 'O' TO PPR-STATUS
               MOVE WS-CURRENT-DATE TO PPR-LOAD-DATE
               MOVE 0 TO PPR-STATUS-DATE
               ADD 1 TO WS-PPR-COUNT
               MOVE POSPAY-ISSUE-RECORD TO WS-PPR-LINE(WS-PPR-COUNT)
           END-IF
           MOVE 'Y' TO WS-PPR-DIRTY
           ADD 1 TO WS-DONE-COUNT
           DISPLAY "POSPAY-LOADED|" WS-IN-ACCT-ID "|" WS-IN-SERIAL
               "|" WS-IN-AMOUNT "|" PPR-STATUS.

       REJECT-INTAKE-LINE.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "POSPAY-REJECT|" WS-IN-LINE-NO "|" WS-IN-ACCT
               "|" WS-IN-SERIAL "|" WS-REJECT-REASON.

      *> -------------------------------------------------------
      *> FIND-REGISTER-ROW: The register row for WS-IN-ACCT-ID
      *> and WS-IN-SERIAL, left in POSPAY-ISSUE-RECORD; index 0
      *> when there is none.
      *> -------------------------------------------------------
       FIND-REGISTER-ROW.
           MOVE 0 TO WS-PPR-FOUND-IDX
           PERFORM VARYING WS-PPR-IDX FROM 1 BY 1
               UNTIL WS-PPR-IDX > WS-PPR-COUNT
               MOVE WS-PPR-LINE(WS-PPR-IDX) TO POSPAY-ISSUE-RECORD
               IF PPR-ACCT-ID = WS-IN-ACCT-ID
                   AND PPR-SERIAL = WS-IN-SERIAL
                   MOVE WS-PPR-IDX TO WS-PPR-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LIST-REGISTER.
           IF WS-ARG-2 = SPACES
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-2(1:10) TO WS-IN-ACCT-ID
           PERFORM LOAD-REGISTER
           PERFORM VARYING WS-PPR-IDX FROM 1 BY 1
               UNTIL WS-PPR-IDX > WS-PPR-COUNT
               MOVE WS-PPR-LINE(WS-PPR-IDX) TO POSPAY-ISSUE-RECORD
               IF PPR-ACCT-ID = WS-IN-ACCT-ID
                   DISPLAY "POSPAY-ISSUE|" PPR-ACCT-ID "|"
                       PPR-SERIAL "|" PPR-AMOUNT "|" PPR-PAYEE "|"
                       PPR-ISSUE-DATE "|" PPR-STATUS
               END-IF
           END-PERFORM.

       DISPLAY-ONE-ITEM.
           DISPLAY "POSPAY-ITEM|" PPD-SEQ "|" PPD-ACCT-ID "|"
               PPD-SERIAL "|" PPD-AMOUNT "|" PPD-ISSUED-AMOUNT "|"
               PPD-REASON "|" PPD-CUTOFF-DATE "|" PPD-CUTOFF-TIME
               "|" PPD-DEFAULT "|" PPD-STATUS.

      *> -------------------------------------------------------
      *> FIND-PENDING-ITEM: The queue row named by WS-ARG-2, left
      *> in POSPAY-DECISION-RECORD. Only a pending item can be
      *> decided, and only before its cutoff — after that the
      *> customer's default stands.
      *> -------------------------------------------------------
       FIND-PENDING-ITEM.
           IF WS-ARG-2 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-2) TO WS-IN-SEQ
           PERFORM LOAD-DECISIONS
           MOVE 0 TO WS-PPD-FOUND-IDX
           PERFORM VARYING WS-PPD-IDX FROM 1 BY 1
               UNTIL WS-PPD-IDX > WS-PPD-COUNT
               MOVE WS-PPD-LINE(WS-PPD-IDX) TO POSPAY-DECISION-RECORD
               IF PPD-SEQ = WS-IN-SEQ
                   MOVE WS-PPD-IDX TO WS-PPD-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PPD-FOUND-IDX = 0
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           IF NOT PPD-PENDING
               DISPLAY "ERROR|ALREADY-DECIDED|" PPD-STATUS
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF
           PERFORM CHECK-PAST-CUTOFF
           IF WS-PAST-CUTOFF = 'Y'
               DISPLAY "ERROR|PAST-CUTOFF|" PPD-CUTOFF-DATE "|"
                   PPD-CUTOFF-TIME
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF.

       CHECK-PAST-CUTOFF.
           MOVE 'N' TO WS-PAST-CUTOFF
           IF WS-CURRENT-DATE > PPD-CUTOFF-DATE
               MOVE 'Y' TO WS-PAST-CUTOFF
           END-IF
           IF WS-CURRENT-DATE = PPD-CUTOFF-DATE
               AND WS-NOW-HHMM NOT < PPD-CUTOFF-TIME
               MOVE 'Y' TO WS-PAST-CUTOFF
           END-IF.

      *> -------------------------------------------------------
      *> PAY-ON-REQUEST: The customer says pay. A check the
      *> account cannot take (frozen, short of available funds)
      *> stays pending with the reason shown — the customer can
      *> fund the account and pay again, or return it.
      *> -------------------------------------------------------
       PAY-ON-REQUEST.
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-REGISTER
           PERFORM POST-HELD-CHECK
           IF WS-PAY-RC NOT = RC-SUCCESS
               DISPLAY "RESULT|" WS-PAY-RC
               STOP RUN
           END-IF
           PERFORM SAVE-ALL-ACCOUNTS
           IF WS-PPR-DIRTY = 'Y'
               PERFORM SAVE-REGISTER
           END-IF
           MOVE 'Y' TO PPD-STATUS
           MOVE WS-IN-OPER-ID TO PPD-DECIDED-BY
           MOVE WS-CURRENT-DATE TO PPD-DECIDED-DATE
           MOVE POSPAY-DECISION-RECORD TO WS-PPD-LINE(WS-PPD-FOUND-IDX)
           DISPLAY "POSPAY-PAID|" PPD-SEQ "|" TRANS-ID "|"
               PPD-ACCT-ID "|" PPD-AMOUNT
           PERFORM SAVE-DECISIONS.

      *> -------------------------------------------------------
      *> POST-HELD-CHECK: Post the held check against the account
      *> table in memory — frozen refused, available balance
      *> (balance less holds) must cover it — and mark its
      *> register row paid if it has an outstanding one. The
      *> outcome comes back in WS-PAY-RC; the caller saves.
      *> -------------------------------------------------------
       POST-HELD-CHECK.
           MOVE RC-SUCCESS TO WS-PAY-RC
           MOVE PPD-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               MOVE RC-INVALID-ACCT TO WS-PAY-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) NOT = 'A'
               MOVE RC-ACCOUNT-FROZEN TO WS-PAY-RC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVAILABLE =
               WS-A-BALANCE(WS-FOUND-IDX) - WS-A-HOLD(WS-FOUND-IDX)
           IF WS-AVAILABLE < PPD-AMOUNT
               MOVE RC-NSF TO WS-PAY-RC
               EXIT PARAGRAPH
           END-IF
           SUBTRACT PPD-AMOUNT FROM WS-A-BALANCE(WS-FOUND-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           MOVE 'Y' TO WS-ACCTS-CHANGED

           MOVE PPD-ACCT-ID TO TRANS-ACCT-ID
           MOVE TX-WITHDRAW TO TRANS-TYPE
           MOVE PPD-AMOUNT TO TRANS-AMOUNT
           MOVE SPACES TO TRANS-DESC
           STRING "CHECK " PPD-SERIAL " " PPD-PAYEE(1:23)
               DELIMITED BY SIZE INTO TRANS-DESC
           END-STRING
           PERFORM POST-POSPAY-TRANSACTION

           MOVE PPD-SERIAL TO WS-IN-SERIAL
           PERFORM FIND-REGISTER-ROW
           IF WS-PPR-FOUND-IDX NOT = 0
               AND PPR-OUTSTANDING
               MOVE 'P' TO PPR-STATUS
               MOVE WS-CURRENT-DATE TO PPR-STATUS-DATE
               MOVE POSPAY-ISSUE-RECORD
                   TO WS-PPR-LINE(WS-PPR-FOUND-IDX)
               MOVE 'Y' TO WS-PPR-DIRTY
           END-IF.

      *> -------------------------------------------------------
      *> RETURN-ITEM: Send the held check back to the presenting
      *> bank through CHKRETN.DAT with WS-RETURN-REASON.
      *> PPD-STATUS ('R' or 'D') and WS-DECIDER are set by the
      *> caller. Nothing posts: the check never touched the
      *> account.
      *> -------------------------------------------------------
       RETURN-ITEM.
           OPEN EXTEND RETURN-FILE
           IF WS-RT-STATUS NOT = '00'
               OPEN OUTPUT RETURN-FILE
               IF WS-RT-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-RT-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE PPD-AMOUNT TO WS-RT-AMOUNT
           MOVE SPACES TO RETURN-RECORD
           STRING FUNCTION TRIM(PPD-SERIAL) "|"
               FUNCTION TRIM(PPD-ACCT-ID) "|"
               FUNCTION TRIM(WS-RT-AMOUNT) "|"
               FUNCTION TRIM(PPD-PAYEE) "|"
               FUNCTION TRIM(WS-RETURN-REASON)
               DELIMITED BY SIZE INTO RETURN-RECORD
           END-STRING
           WRITE RETURN-RECORD
           CLOSE RETURN-FILE
           MOVE WS-DECIDER TO PPD-DECIDED-BY
           MOVE WS-CURRENT-DATE TO PPD-DECIDED-DATE
           MOVE POSPAY-DECISION-RECORD TO WS-PPD-LINE(WS-PPD-FOUND-IDX)
           ADD 1 TO WS-DONE-COUNT
           DISPLAY "POSPAY-RETURNED|" PPD-SEQ "|" PPD-ACCT-ID "|"
               PPD-AMOUNT "|" WS-RETURN-REASON "|" PPD-DECIDED-BY.

      *> -------------------------------------------------------
      *> CUTOFF-PASS: Every item still pending at its cutoff
      *> follows the default the customer gave when it was
      *> queued. A default pay the account cannot take is
      *> returned for the reason it failed.
      *> -------------------------------------------------------
       CUTOFF-PASS.
           PERFORM LOAD-DECISIONS
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-REGISTER
           MOVE "DEFAULT" TO WS-DECIDER
           PERFORM VARYING WS-PPD-IDX FROM 1 BY 1
               UNTIL WS-PPD-IDX > WS-PPD-COUNT
               MOVE WS-PPD-LINE(WS-PPD-IDX) TO POSPAY-DECISION-RECORD
               IF PPD-PENDING
                   PERFORM CHECK-PAST-CUTOFF
                   IF WS-PAST-CUTOFF = 'Y'
                       MOVE WS-PPD-IDX TO WS-PPD-FOUND-IDX
                       PERFORM APPLY-DEFAULT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACCTS-CHANGED = 'Y'
               PERFORM SAVE-ALL-ACCOUNTS
           END-IF
           IF WS-PPR-DIRTY = 'Y'
               PERFORM SAVE-REGISTER
           END-IF
           IF WS-DONE-COUNT > 0
               PERFORM SAVE-DECISIONS
           END-IF
           DISPLAY "POSPAY-SUMMARY|" WS-DONE-COUNT "|"
               WS-REJECT-COUNT.

       APPLY-DEFAULT.
           IF PPD-DEFAULT = 'P'
               PERFORM POST-HELD-CHECK
               IF WS-PAY-RC = RC-SUCCESS
                   MOVE 'A' TO PPD-STATUS
                   MOVE WS-DECIDER TO PPD-DECIDED-BY
                   MOVE WS-CURRENT-DATE TO PPD-DECIDED-DATE
                   MOVE POSPAY-DECISION-RECORD
                       TO WS-PPD-LINE(WS-PPD-FOUND-IDX)
                   ADD 1 TO WS-DONE-COUNT
                   DISPLAY "POSPAY-PAID|" PPD-SEQ "|" TRANS-ID "|"
                       PPD-ACCT-ID "|" PPD-AMOUNT
                   EXIT PARAGRAPH
               END-IF
               EVALUATE WS-PAY-RC
                   WHEN RC-NSF
                       MOVE "NSF" TO WS-RETURN-REASON
                   WHEN RC-ACCOUNT-FROZEN
                       MOVE "FROZEN" TO WS-RETURN-REASON
                   WHEN OTHER
                       MOVE "BAD-ACCT" TO WS-RETURN-REASON
               END-EVALUATE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE "REFER-TO-MAKER" TO WS-RETURN-REASON
           END-IF
           MOVE 'D' TO PPD-STATUS
           PERFORM RETURN-ITEM.

      *> -------------------------------------------------------
      *> POST-POSPAY-TRANSACTION: Append one TRANSACT.DAT record
      *> for the check just paid against the account at
      *> WS-FOUND-IDX — check channel, as CHKPRES.cob posts.
      *> -------------------------------------------------------
       POST-POSPAY-TRANSACTION.
           IF WS-TX-SEEDED = 'N'
               PERFORM SEED-TX-SEQ
           END-IF
           ADD 1 TO WS-TX-SEQ
           MOVE SPACES TO TRANS-ID
           STRING "P" WS-CURRENT-DATE(3:6) WS-TX-SEQ
               DELIMITED BY SIZE INTO TRANS-ID
           END-STRING
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE RC-SUCCESS TO TRANS-STATUS
           MOVE 'CK' TO TRANS-CHANNEL
           MOVE WS-A-BRANCH(WS-FOUND-IDX) TO TRANS-BRANCH
           MOVE "POSPAY" TO TRANS-BATCH-ID
           PERFORM STAMP-CHAIN-FIELDS
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               OPEN OUTPUT TRANSACT-FILE
               IF WS-TX-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE.

      *> -------------------------------------------------------
      *> SEED-TX-SEQ: Decisions are recorded one run at a time
      *> through the day, so numbering carries on from the
      *> highest POSPAY transaction ID already on file for the
      *> date.
      *> -------------------------------------------------------
       SEED-TX-SEQ.
           MOVE 'Y' TO WS-TX-SEEDED
           MOVE 0 TO WS-TX-SEQ
           MOVE SPACES TO WS-TX-PREFIX
           STRING "P" WS-CURRENT-DATE(3:6)
               DELIMITED BY SIZE INTO WS-TX-PREFIX
           END-STRING
           MOVE TRANSACTION-RECORD TO WS-CHAIN-HOLD-REC
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               MOVE WS-CHAIN-HOLD-REC TO TRANSACTION-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       CLOSE TRANSACT-FILE
                       EXIT PERFORM
               END-READ
               IF TRANS-ID(1:7) = WS-TX-PREFIX
                   AND TRANS-ID(8:5) IS NUMERIC
                   AND TRANS-ID(8:5) > WS-TX-SEQ
                   MOVE TRANS-ID(8:5) TO WS-TX-SEQ
               END-IF
           END-PERFORM
           MOVE WS-CHAIN-HOLD-REC TO TRANSACTION-RECORD.

       LOAD-ENROLLMENT.
           MOVE 0 TO WS-PPE-COUNT
           OPEN INPUT PPENROLL-FILE
           IF WS-PPE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PPENROLL-FILE
                   AT END
                       CLOSE PPENROLL-FILE
                       EXIT PERFORM
               END-READ
               IF WS-PPE-COUNT >= 200
                   DISPLAY "ERROR|TABLE-FULL|PPENROLL"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PPE-COUNT
               MOVE POSPAY-ENROLL-RECORD TO WS-PPE-LINE(WS-PPE-COUNT)
           END-PERFORM.

       SAVE-ENROLLMENT.
           OPEN OUTPUT PPENROLL-FILE
           IF WS-PPE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-PPE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-PPE-IDX FROM 1 BY 1
               UNTIL WS-PPE-IDX > WS-PPE-COUNT
               MOVE WS-PPE-LINE(WS-PPE-IDX) TO POSPAY-ENROLL-RECORD
               WRITE POSPAY-ENROLL-RECORD
           END-PERFORM
           CLOSE PPENROLL-FILE.

       LOAD-REGISTER.
           MOVE 0 TO WS-PPR-COUNT
           OPEN INPUT PPREG-FILE
           IF WS-PPR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PPREG-FILE
                   AT END
                       CLOSE PPREG-FILE
                       EXIT PERFORM
               END-READ
               IF WS-PPR-COUNT >= 2000
                   DISPLAY "ERROR|TABLE-FULL|PPREG"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PPR-COUNT
               MOVE POSPAY-ISSUE-RECORD TO WS-PPR-LINE(WS-PPR-COUNT)
           END-PERFORM.

       SAVE-REGISTER.
           OPEN OUTPUT PPREG-FILE
           IF WS-PPR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-PPR-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-PPR-IDX FROM 1 BY 1
               UNTIL WS-PPR-IDX > WS-PPR-COUNT
               MOVE WS-PPR-LINE(WS-PPR-IDX) TO POSPAY-ISSUE-RECORD
               WRITE POSPAY-ISSUE-RECORD
           END-PERFORM
           CLOSE PPREG-FILE.

       LOAD-DECISIONS.
           MOVE 0 TO WS-PPD-COUNT
           OPEN INPUT PPDECQ-FILE
           IF WS-PPD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PPDECQ-FILE
                   AT END
                       CLOSE PPDECQ-FILE
                       EXIT PERFORM
               END-READ
               IF WS-PPD-COUNT >= 2000
                   DISPLAY "ERROR|TABLE-FULL|PPDECQ"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PPD-COUNT
               MOVE POSPAY-DECISION-RECORD TO WS-PPD-LINE(WS-PPD-COUNT)
           END-PERFORM.

       SAVE-DECISIONS.
           OPEN OUTPUT PPDECQ-FILE
           IF WS-PPD-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-PPD-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-PPD-IDX FROM 1 BY 1
               UNTIL WS-PPD-IDX > WS-PPD-COUNT
               MOVE WS-PPD-LINE(WS-PPD-IDX) TO POSPAY-DECISION-RECORD
               WRITE POSPAY-DECISION-RECORD
           END-PERFORM
           CLOSE PPDECQ-FILE.

       LOAD-ALL-ACCOUNTS.
           PERFORM NOTE-ACCT-VERSION
           MOVE 0 TO WS-ACCOUNT-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE
                   AT END
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE ACCT-ID TO WS-A-ID(WS-ACCOUNT-COUNT)
               MOVE ACCT-NAME TO WS-A-NAME(WS-ACCOUNT-COUNT)
               MOVE ACCT-TYPE TO WS-A-TYPE(WS-ACCOUNT-COUNT)
               MOVE ACCT-BALANCE TO WS-A-BALANCE(WS-ACCOUNT-COUNT)
               MOVE ACCT-STATUS TO WS-A-STATUS(WS-ACCOUNT-COUNT)
               MOVE ACCT-OPEN-DATE TO WS-A-OPEN(WS-ACCOUNT-COUNT)
               MOVE ACCT-LAST-ACTIVITY TO WS-A-ACTIVITY(WS-ACCOUNT-COUNT)
               MOVE ACCT-OWNER2 TO WS-A-OWNER2(WS-ACCOUNT-COUNT)
               MOVE ACCT-OWNER3 TO WS-A-OWNER3(WS-ACCOUNT-COUNT)
               MOVE ACCT-DORMANT-FLAG TO WS-A-DORMANT(WS-ACCOUNT-COUNT)
               MOVE ACCT-CD-TERM-MONTHS TO WS-A-CD-TERM(WS-ACCOUNT-COUNT)
               MOVE ACCT-MATURITY-DATE TO WS-A-MATURITY(WS-ACCOUNT-COUNT)
               MOVE ACCT-LINKED-ACCT TO WS-A-LINKED(WS-ACCOUNT-COUNT)
               MOVE ACCT-HOLD-AMOUNT TO WS-A-HOLD(WS-ACCOUNT-COUNT)
               MOVE ACCT-CURRENCY TO WS-A-CURRENCY(WS-ACCOUNT-COUNT)
               MOVE ACCT-BRANCH TO WS-A-BRANCH(WS-ACCOUNT-COUNT)
           END-PERFORM.

      *> -------------------------------------------------------
      *> SAVE-ALL-ACCOUNTS: Rewrite ACCOUNTS.DAT from the
      *> in-memory table — same paragraph name and shape as
      *> TRANSACT.cob, per ACCTIO.cpy's convention note.
      *> -------------------------------------------------------
       SAVE-ALL-ACCOUNTS.
           PERFORM GUARD-ACCT-VERSION
           OPEN OUTPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               MOVE WS-A-ID(WS-ACCT-IDX) TO ACCT-ID
               MOVE WS-A-NAME(WS-ACCT-IDX) TO ACCT-NAME
               MOVE WS-A-TYPE(WS-ACCT-IDX) TO ACCT-TYPE
               MOVE WS-A-BALANCE(WS-ACCT-IDX) TO ACCT-BALANCE
               MOVE WS-A-STATUS(WS-ACCT-IDX) TO ACCT-STATUS
               MOVE WS-A-OPEN(WS-ACCT-IDX) TO ACCT-OPEN-DATE
               MOVE WS-A-ACTIVITY(WS-ACCT-IDX) TO ACCT-LAST-ACTIVITY
               MOVE WS-A-OWNER2(WS-ACCT-IDX) TO ACCT-OWNER2
               MOVE WS-A-OWNER3(WS-ACCT-IDX) TO ACCT-OWNER3
               MOVE WS-A-DORMANT(WS-ACCT-IDX) TO ACCT-DORMANT-FLAG
               MOVE WS-A-CD-TERM(WS-ACCT-IDX) TO ACCT-CD-TERM-MONTHS
               MOVE WS-A-MATURITY(WS-ACCT-IDX) TO ACCT-MATURITY-DATE
               MOVE WS-A-LINKED(WS-ACCT-IDX) TO ACCT-LINKED-ACCT
               MOVE WS-A-HOLD(WS-ACCT-IDX) TO ACCT-HOLD-AMOUNT
               MOVE WS-A-CURRENCY(WS-ACCT-IDX) TO ACCT-CURRENCY
               MOVE WS-A-BRANCH(WS-ACCT-IDX) TO ACCT-BRANCH
               WRITE ACCOUNT-RECORD
           END-PERFORM
           CLOSE ACCOUNTS-FILE.

       FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-A-ID(WS-ACCT-IDX) = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-ACCT-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> RESOLVE-CHAIN-TIP / STAMP-CHAIN-FIELDS: Same ledger-chain
      *> machinery as TRANSACT.cob/INTEREST.cob — resolved once per
      *> run, advanced locally per appended record.
      *> -------------------------------------------------------
       RESOLVE-CHAIN-TIP.
           MOVE 0 TO WS-CHAIN-PREV-SEQ
           MOVE 0 TO WS-CHAIN-PREV-VAL
           MOVE 'Y' TO WS-CHAIN-RESOLVED
           MOVE TRANSACTION-RECORD TO WS-CHAIN-HOLD-REC
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               MOVE WS-CHAIN-HOLD-REC TO TRANSACTION-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       CLOSE TRANSACT-FILE
                       EXIT PERFORM
               END-READ
               IF TRANS-SEQ-NO > WS-CHAIN-PREV-SEQ
                   MOVE TRANS-SEQ-NO TO WS-CHAIN-PREV-SEQ
                   MOVE TRANS-CHAIN-VAL TO WS-CHAIN-PREV-VAL
               END-IF
           END-PERFORM
           MOVE WS-CHAIN-HOLD-REC TO TRANSACTION-RECORD.

       STAMP-CHAIN-FIELDS.
           IF WS-CHAIN-RESOLVED = 'N'
               PERFORM RESOLVE-CHAIN-TIP
           END-IF
           COMPUTE TRANS-SEQ-NO = WS-CHAIN-PREV-SEQ + 1
           COMPUTE TRANS-CHAIN-VAL =
               FUNCTION MOD(WS-CHAIN-PREV-VAL * 31
                   + TRANS-SEQ-NO + TRANS-DATE + TRANS-TIME
                   + FUNCTION ABS(TRANS-AMOUNT) * 100,
                   1000000000)
           MOVE TRANS-SEQ-NO TO WS-CHAIN-PREV-SEQ
           MOVE TRANS-CHAIN-VAL TO WS-CHAIN-PREV-VAL.

      *> -------------------------------------------------------
      *> NOTE-ACCT-VERSION / GUARD-ACCT-VERSION / READ-ACCT-VERSION:
      *> ACCOUNTS.DAT update interlock — see ACCTVERS.cpy and the
      *> same paragraphs in every other ACCOUNTS.DAT writer.
      *> -------------------------------------------------------
       NOTE-ACCT-VERSION.
           PERFORM READ-ACCT-VERSION
           MOVE WS-VERS-CURRENT TO WS-VERS-LOADED.

       GUARD-ACCT-VERSION.
           PERFORM READ-ACCT-VERSION
           IF WS-VERS-CURRENT NOT = WS-VERS-LOADED
               DISPLAY "ACCT-LOCK|CONFLICT|" VERS-PROGRAM "|"
                   WS-VERS-LOADED "|" WS-VERS-CURRENT
               DISPLAY "ACCT-LOCK|RETRY|ACCOUNTS.DAT CHANGED SINCE "
                   "LOAD - NOTHING OVERWRITTEN - RERUN THIS OPERATION"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           ADD 1 TO WS-VERS-CURRENT
           MOVE WS-VERS-CURRENT TO WS-VERS-LOADED
           ACCEPT WS-VERS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-VERS-STAMP-TIME FROM TIME
           OPEN OUTPUT ACCTVERS-FILE
           IF WS-VERS-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-VERS-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-VERS-CURRENT TO VERS-NUMBER
           MOVE WS-VERS-STAMP-DATE TO VERS-DATE
           MOVE WS-VERS-STAMP-TIME TO VERS-TIME
           MOVE "POSPAY" TO VERS-PROGRAM
           WRITE ACCT-VERSION-RECORD
           CLOSE ACCTVERS-FILE.

       READ-ACCT-VERSION.
           MOVE 0 TO WS-VERS-CURRENT
           MOVE SPACES TO VERS-PROGRAM
           OPEN INPUT ACCTVERS-FILE
           IF WS-VERS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ ACCTVERS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE VERS-NUMBER TO WS-VERS-CURRENT
           END-READ
           CLOSE ACCTVERS-FILE.

      *> -------------------------------------------------------
      *> LOAD-OPERATORS / AUTHENTICATE-OPERATOR: Same fail-closed
      *> sign-on sequence as LOANMST.cob.
      *> -------------------------------------------------------
       LOAD-OPERATORS.
           MOVE 0 TO WS-OPERATOR-COUNT
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ OPERATOR-FILE
                   AT END
                       CLOSE OPERATOR-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE OPER-ID     TO WS-OP-ID(WS-OPERATOR-COUNT)
               MOVE OPER-NAME   TO WS-OP-NAME(WS-OPERATOR-COUNT)
               MOVE OPER-PIN    TO WS-OP-PIN(WS-OPERATOR-COUNT)
               MOVE OPER-ROLE   TO WS-OP-ROLE(WS-OPERATOR-COUNT)
               MOVE OPER-STATUS TO WS-OP-STATUS(WS-OPERATOR-COUNT)
           END-PERFORM.

       AUTHENTICATE-OPERATOR.
           MOVE 'N' TO WS-OPER-AUTH-FLAG
           MOVE SPACES TO WS-OPER-ROLE
           MOVE 'N' TO WS-OPER-FOUND-FLAG
           MOVE 0 TO WS-OPER-FOUND-IDX
           PERFORM LOAD-OPERATORS
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPERATOR-COUNT
               IF WS-OP-ID(WS-OPER-IDX) = WS-IN-OPER-ID
                   MOVE 'Y' TO WS-OPER-FOUND-FLAG
                   MOVE WS-OPER-IDX TO WS-OPER-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OPER-FOUND-FLAG = 'N'
               DISPLAY "ERROR|OPERATOR-NOT-FOUND|" WS-IN-OPER-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-PIN(WS-OPER-FOUND-IDX) NOT = WS-IN-OPER-PIN
               DISPLAY "ERROR|OPERATOR-BAD-PIN|" WS-IN-OPER-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-STATUS(WS-OPER-FOUND-IDX) NOT = 'A'
               DISPLAY "ERROR|OPERATOR-LOCKED|" WS-IN-OPER-ID
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-OPER-AUTH-FLAG
           MOVE WS-OP-ROLE(WS-OPER-FOUND-IDX) TO WS-OPER-ROLE.

      *> -------------------------------------------------------
      *> RESOLVE-BUSINESS-DATE: Replace the system calendar date
      *> with the bank's posting date from BUSDATE.DAT when the
      *> control file is present — see BUSDATE.cpy and EODRUN.cob.
      *> -------------------------------------------------------
       RESOLVE-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ BUSDATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BUS-DATE NOT = 0
                       MOVE BUS-DATE TO WS-CURRENT-DATE
                   END-IF
           END-READ
           CLOSE BUSDATE-FILE.
