      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-08-23
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Screen-driven front end over ACCOUNTS.cob's operations,
      *>    changes the keying, never the control.
      *>
      *>  Files:
      *>    Input/Output: ACCOUNTS.DAT, PENDAPPR.DAT, ALRTSUB.DAT
      *>    Input:        OPERATORS.DAT, TRANSACT.DAT
      *>    Audit Log:    ACCTAUDIT.DAT (append-only)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy, TRANSREC.cpy, AUDITREC.cpy, APPRREC.cpy,
      *>    OPERREC.cpy, OPERIO.cpy, COMCODE.cpy, ACCTIO.cpy,
      *>    ALRTSUB.cpy
      *>
      *>  Dependencies:
      *>    Interactive — requires a terminal. The batch chain never
      *>                     maintenance; the inquiry screen lists
      *>                     the account's in-force authorities (see
      *>                     SIGNREC.cpy and SIGNMNT.cob)
      *>    2026-10-15  AKD  Alert subscriptions screen (menu 5):
      *>                     enroll, change or cancel a customer's
      *>                     low-balance, large-debit, deposit or
      *>                     NSF alert on ALRTSUB.DAT — the same
      *>                     rows CUSTNTFY.cob ENROLL/CANCEL keep
      *>                     (see ALRTSUB.cpy)
      *>    2026-10-15  AKD  Alert screen refuses to change anything
      *>                     when ALRTSUB.DAT holds more rows than
      *>                     the table, as CUSTNTFY.cob does
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT ALRTSUB-FILE
               ASSIGN TO "ALRTSUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "AUDITREC.cpy".
       FD  APPROVAL-FILE.
       COPY "APPRREC.cpy".
       FD  ALRTSUB-FILE.
       COPY "ALRTSUB.cpy".

       WORKING-STORAGE SECTION.
      *>   Account-number issuance working fields — see
       01  WS-SCR-ACTOR           PIC X(10) VALUE SPACES.
       01  WS-ACTOR-OK            PIC X(1) VALUE 'N'.
       01  WS-SGN-IN-FORCE        PIC X(1) VALUE 'N'.
      *>   Alert subscription working fields — see ALRTSUB.cpy
      *>   and SCREEN-ALERTS. Same load-modify-save of the whole
      *>   file CUSTNTFY.cob does.
       01  WS-SUB-STATUS          PIC XX VALUE SPACES.
       01  WS-SUB-TABLE.
           05  WS-SUB-LINE OCCURS 500 TIMES PIC X(100).
       01  WS-SUB-COUNT           PIC 9(3) VALUE 0.
       01  WS-SUB-IDX             PIC 9(3) VALUE 0.
       01  WS-SUB-FOUND-IDX       PIC 9(3) VALUE 0.
       01  WS-SUB-FULL            PIC X(1) VALUE 'N'.
       01  WS-SCR-ALERT-TYPE      PIC X(2) VALUE SPACES.
       01  WS-SCR-ALERT-ACTION    PIC X(1) VALUE SPACES.
       01  WS-SCR-THRESHOLD       PIC X(15) VALUE SPACES.
       01  WS-SCR-CHANNEL         PIC X(1) VALUE SPACES.
       01  WS-SCR-CONTACT         PIC X(50) VALUE SPACES.
       01  WS-AT-COUNT            PIC 9(3) VALUE 0.
       COPY "COMCODE.cpy".

       SCREEN SECTION.
           05  LINE 7 COL 10 VALUE "3. UPDATE ACCOUNT".
           05  LINE 8 COL 10 VALUE
               "4. CLOSE ACCOUNT (QUEUES FOR APPROVAL)".
           05  LINE 9 COL 10 VALUE "5. ALERT SUBSCRIPTIONS".
           05  LINE 10 COL 10 VALUE "9. SIGN OFF".
           05  LINE 11 COL 10 VALUE "CHOICE:".
           05  LINE 11 COL 18 PIC X(1) USING WS-MENU-CHOICE.
       01  ACCT-PROMPT-SCREEN.
                       PERFORM SCREEN-UPDATE
                   WHEN '4'
                       PERFORM SCREEN-CLOSE
                   WHEN '5'
                       PERFORM SCREEN-ALERTS
                   WHEN '9'
                       MOVE 'Y' TO WS-SESSION-DONE
                   WHEN OTHER
           WRITE PENDING-APPROVAL-RECORD
           CLOSE APPROVAL-FILE.

      *> -------------------------------------------------------
      *> SCREEN-ALERTS: Show the account's alert subscriptions,
      *> then enroll/change one type or cancel it. Every field is
      *> validated before ALRTSUB.DAT is written, with the same
      *> rules CUSTNTFY.cob ENROLL applies: a known type, a
      *> numeric threshold, an e-mail address with one '@' or an
      *> all-digit mobile number. SCAN picks the row up that
      *> night.
      *> -------------------------------------------------------
       SCREEN-ALERTS.
           PERFORM PROMPT-FOR-ACCOUNT
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "ACCOUNT NOT FOUND: " WS-IN-ACCT-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ALERT-SUBS
      *>   More rows than the table holds — saving what was loaded
      *>   would drop every subscription past the last row.
           IF WS-SUB-FULL = 'Y'
               DISPLAY "SUBSCRIPTION FILE FULL — NOTHING CAN BE"
                   " CHANGED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "ALERT SUBSCRIPTIONS FOR " WS-IN-ACCT-ID ":"
           MOVE 0 TO WS-SUB-FOUND-IDX
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               MOVE WS-SUB-LINE(WS-SUB-IDX) TO ALERT-SUB-RECORD
               IF AS-ACCT-ID = WS-IN-ACCT-ID AND AS-ACTIVE
                   MOVE AS-THRESHOLD TO WS-DISP-AMT
                   DISPLAY "  " AS-TYPE " " WS-DISP-AMT " "
                       AS-CHANNEL " " FUNCTION TRIM(AS-CONTACT)
                   MOVE WS-SUB-IDX TO WS-SUB-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-SUB-FOUND-IDX = 0
               DISPLAY "  (NONE)"
           END-IF
           MOVE 'N' TO WS-FIELD-OK
           PERFORM UNTIL WS-FIELD-OK = 'Y'
               DISPLAY "ALERT TYPE (LB=LOW BALANCE LD=LARGE DEBIT"
                   " DP=DEPOSIT NS=NSF):"
               ACCEPT WS-SCR-ALERT-TYPE
               MOVE WS-SCR-ALERT-TYPE TO AS-TYPE
               IF AS-VALID-TYPE
                   MOVE 'Y' TO WS-FIELD-OK
               ELSE
                   DISPLAY "INVALID ALERT TYPE"
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-FIELD-OK
           PERFORM UNTIL WS-FIELD-OK = 'Y'
               DISPLAY "E=ENROLL OR CHANGE  C=CANCEL:"
               ACCEPT WS-SCR-ALERT-ACTION
               IF WS-SCR-ALERT-ACTION = 'E'
                   OR WS-SCR-ALERT-ACTION = 'C'
                   MOVE 'Y' TO WS-FIELD-OK
               ELSE
                   DISPLAY "INVALID CHOICE"
               END-IF
           END-PERFORM
           MOVE 0 TO WS-SUB-FOUND-IDX
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               MOVE WS-SUB-LINE(WS-SUB-IDX) TO ALERT-SUB-RECORD
               IF AS-ACCT-ID = WS-IN-ACCT-ID
                   AND AS-TYPE = WS-SCR-ALERT-TYPE
                   MOVE WS-SUB-IDX TO WS-SUB-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SCR-ALERT-ACTION = 'C'
               IF WS-SUB-FOUND-IDX = 0
                   DISPLAY "NO " WS-SCR-ALERT-TYPE
                       " SUBSCRIPTION — NOTHING CHANGED"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SUB-LINE(WS-SUB-FOUND-IDX) TO ALERT-SUB-RECORD
               MOVE 'C' TO AS-STATUS
           ELSE
               MOVE 'N' TO WS-FIELD-OK
               PERFORM UNTIL WS-FIELD-OK = 'Y'
                   DISPLAY "ALERT AMOUNT (0 = ANY):"
                   ACCEPT WS-SCR-THRESHOLD
                   IF WS-SCR-THRESHOLD NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-SCR-THRESHOLD) = 0
                       MOVE 'Y' TO WS-FIELD-OK
                   ELSE
                       DISPLAY "INVALID AMOUNT"
                   END-IF
               END-PERFORM
               MOVE 'N' TO WS-FIELD-OK
               PERFORM UNTIL WS-FIELD-OK = 'Y'
                   DISPLAY "DELIVER BY (E=E-MAIL S=SMS TEXT):"
                   ACCEPT WS-SCR-CHANNEL
                   DISPLAY "E-MAIL ADDRESS OR MOBILE NUMBER:"
                   ACCEPT WS-SCR-CONTACT
                   MOVE 0 TO WS-AT-COUNT
                   INSPECT WS-SCR-CONTACT
                       TALLYING WS-AT-COUNT FOR ALL "@"
                   EVALUATE TRUE
                       WHEN WS-SCR-CONTACT = SPACES
                           DISPLAY "CONTACT REQUIRED"
                       WHEN WS-SCR-CHANNEL = 'E'
                           AND WS-AT-COUNT NOT = 1
                           DISPLAY "INVALID E-MAIL ADDRESS"
                       WHEN WS-SCR-CHANNEL = 'S'
                           AND FUNCTION TRIM(WS-SCR-CONTACT)
                               IS NOT NUMERIC
                           DISPLAY "INVALID MOBILE NUMBER"
                       WHEN WS-SCR-CHANNEL NOT = 'E'
                           AND WS-SCR-CHANNEL NOT = 'S'
                           DISPLAY "INVALID DELIVERY CHANNEL"
                       WHEN OTHER
                           MOVE 'Y' TO WS-FIELD-OK
                   END-EVALUATE
               END-PERFORM
               IF WS-SUB-FOUND-IDX = 0
                   IF WS-SUB-COUNT >= 500
                       DISPLAY "SUBSCRIPTION FILE FULL — NOTHING"
                           " WRITTEN"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-SUB-COUNT
                   MOVE WS-SUB-COUNT TO WS-SUB-FOUND-IDX
               END-IF
               MOVE SPACES TO ALERT-SUB-RECORD
               MOVE WS-IN-ACCT-ID TO AS-ACCT-ID
               MOVE WS-SCR-ALERT-TYPE TO AS-TYPE
               MOVE FUNCTION NUMVAL(WS-SCR-THRESHOLD) TO AS-THRESHOLD
               MOVE WS-SCR-CHANNEL TO AS-CHANNEL
               MOVE WS-SCR-CONTACT TO AS-CONTACT
               MOVE 'A' TO AS-STATUS
           END-IF
           MOVE WS-IN-OPER-ID TO AS-SET-BY
           MOVE WS-CURRENT-DATE TO AS-SET-DATE
           MOVE ALERT-SUB-RECORD TO WS-SUB-LINE(WS-SUB-FOUND-IDX)
           PERFORM SAVE-ALERT-SUBS
           IF AS-CANCELLED
               DISPLAY "ALERT CANCELLED: " WS-IN-ACCT-ID " " AS-TYPE
           ELSE
               DISPLAY "ALERT ENROLLED: " WS-IN-ACCT-ID " " AS-TYPE
           END-IF.

       LOAD-ALERT-SUBS.
           MOVE 0 TO WS-SUB-COUNT
           MOVE 'N' TO WS-SUB-FULL
           OPEN INPUT ALRTSUB-FILE
           IF WS-SUB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ALRTSUB-FILE
                   AT END
                       CLOSE ALRTSUB-FILE
                       EXIT PERFORM
               END-READ
               IF WS-SUB-COUNT >= 500
                   MOVE 'Y' TO WS-SUB-FULL
                   CLOSE ALRTSUB-FILE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SUB-COUNT
               MOVE ALERT-SUB-RECORD TO WS-SUB-LINE(WS-SUB-COUNT)
           END-PERFORM.

       SAVE-ALERT-SUBS.
           OPEN OUTPUT ALRTSUB-FILE
           IF WS-SUB-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SUB-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               MOVE WS-SUB-LINE(WS-SUB-IDX) TO ALERT-SUB-RECORD
               WRITE ALERT-SUB-RECORD
           END-PERFORM
           CLOSE ALRTSUB-FILE.

       PROMPT-FOR-ACCOUNT.
           MOVE SPACES TO WS-IN-ACCT-ID
           DISPLAY ACCT-PROMPT-SCREEN
