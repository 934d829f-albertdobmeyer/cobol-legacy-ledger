      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-08-23
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The consumer the alert files never had. Merges
      *>                         state (N/A/G/R)
      *>    ACK id             — acknowledge an alert
      *>    ASSIGN id oper     — assign to an operator (must exist
      *>                         and be active in OPERATORS.DAT;
      *>                         an insider alert never goes to
      *>                         its subject or their branch)
      *>    RESOLVE id note    — resolve with a disposition note
      *>                         (underscores read as spaces)
      *>    AGING [days]       — escalation report of alerts still
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Alert id or operator not found
      *>    RESULT|07 — Insider alert assigned to its subject
      *>                operator or someone at their branch
      *>    RESULT|99 — Invalid operation or file I/O error
      *>
      *>  Change Log:
      *>    2026-08-23  AKD  Initial implementation
      *>
      *>    2026-10-15  AKD  ASSIGN refuses an INSIDMON.cob insider
      *>                     alert ('N') to the operator it names
      *>                     or anyone sharing their OPER-BRANCH
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       01  WS-ALERT-DATE-INT      PIC S9(9) VALUE 0.
       01  WS-DAYS-OLD            PIC S9(5) VALUE 0.
       01  WS-ESCALATE-COUNT      PIC 9(3) VALUE 0.
      *>   Home branch per WS-OP-ID row (OPERIO.cpy carries none),
      *>   for routing insider alerts away from the subject.
       01  WS-OPER-BRANCH-TABLE.
           05  WS-OP-BRANCH OCCURS 50 TIMES PIC X(3).
       01  WS-ASSIGNEE-BRANCH     PIC X(3) VALUE SPACES.
       01  WS-SUBJECT-OPER        PIC X(8) VALUE SPACES.
       01  WS-SUBJECT-BRANCH      PIC X(3) VALUE SPACES.
       01  WS-SUBJECT-FOUND-FLAG  PIC X(1) VALUE 'N'.
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

               IF WS-OP-ID(WS-OPER-IDX) = WS-IN-ARG(1:8)
                   AND WS-OP-STATUS(WS-OPER-IDX) = 'A'
                   MOVE 'Y' TO WS-OPER-FOUND-FLAG
                   MOVE WS-OP-BRANCH(WS-OPER-IDX) TO WS-ASSIGNEE-BRANCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-Q-TYPE(WS-Q-FOUND-IDX) = 'N'
               PERFORM CHECK-INSIDER-ROUTING
               IF WS-SUBJECT-FOUND-FLAG = 'X'
                   DISPLAY "ERROR|INSIDER-ALERT-SAME-BRANCH|"
                       WS-IN-ARG(1:8)
                   DISPLAY "RESULT|" RC-UNAUTHORIZED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'G' TO WS-Q-STATE(WS-Q-FOUND-IDX)
           MOVE WS-IN-ARG(1:8) TO WS-Q-OPER(WS-Q-FOUND-IDX)
           IF WS-Q-ACK-DATE(WS-Q-FOUND-IDX) = 0
           DISPLAY "ALERT-ASSIGNED|" WS-IN-ID "|" WS-IN-ARG(1:8)
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> CHECK-INSIDER-ROUTING: An INSIDMON.cob alert names the
      *> operator under review at detail positions 9-16. It may
      *> not be worked by that operator, nor by anyone at their
      *> branch (SPACES = main office). Sets the flag to 'X' when
      *> the assignment must be refused.
      *> -------------------------------------------------------
       CHECK-INSIDER-ROUTING.
           MOVE WS-Q-DETAIL(WS-Q-FOUND-IDX)(9:8) TO WS-SUBJECT-OPER
           MOVE 'N' TO WS-SUBJECT-FOUND-FLAG
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPERATOR-COUNT
               IF WS-OP-ID(WS-OPER-IDX) = WS-SUBJECT-OPER
                   MOVE 'Y' TO WS-SUBJECT-FOUND-FLAG
                   MOVE WS-OP-BRANCH(WS-OPER-IDX) TO WS-SUBJECT-BRANCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IN-ARG(1:8) = WS-SUBJECT-OPER
               MOVE 'X' TO WS-SUBJECT-FOUND-FLAG
           END-IF
           IF WS-SUBJECT-FOUND-FLAG = 'Y'
               AND WS-ASSIGNEE-BRANCH = WS-SUBJECT-BRANCH
               MOVE 'X' TO WS-SUBJECT-FOUND-FLAG
           END-IF.

       RESOLVE-ALERT.
           PERFORM FIND-QUEUE-ENTRY
           IF WS-Q-FOUND-FLAG = 'N'
               MOVE OPER-PIN    TO WS-OP-PIN(WS-OPERATOR-COUNT)
               MOVE OPER-ROLE   TO WS-OP-ROLE(WS-OPERATOR-COUNT)
               MOVE OPER-STATUS TO WS-OP-STATUS(WS-OPERATOR-COUNT)
               MOVE OPER-BRANCH TO WS-OP-BRANCH(WS-OPERATOR-COUNT)
           END-PERFORM.
