      *>
      *>  Change Log:
      *>    2026-09-01  AKD  Initial implementation
      *>    2026-10-15  AKD  Applies parked RESSTATE, LOCAL and
      *>                     LOCALRES changes (tax jurisdictions)
      *>
      *>================================================================*

      *>   Whole-record tables — same load-modify-rewrite-all
      *>   shape as EMPMAINT.cob.
       01  WS-EMP-TABLE.
           05  WS-EMP-REC OCCURS 100 TIMES PIC X(198).
       01  WS-EMP-COUNT            PIC 9(3) VALUE 0.
       01  WS-EMP-IDX              PIC 9(3) VALUE 0.
       01  WS-FOUND-FLAG           PIC X(1) VALUE 'N'.
       01  WS-IN-NAME              PIC X(25) VALUE SPACES.
       01  WS-IN-AMOUNT            PIC S9(7)V99 VALUE 0.
       01  WS-VALID-FLAG           PIC X(1) VALUE 'Y'.
       01  WS-BEFORE-REC           PIC X(198) VALUE SPACES.
       01  WS-AFTER-REC            PIC X(198) VALUE SPACES.
       01  WS-PEND-OPER            PIC X(8) VALUE SPACES.

       01  WS-APPLIED-COUNT        PIC 9(3) VALUE 0.
                   END-IF
               WHEN "STATE"
                   MOVE WS-IN-ARG4(1:2) TO EMP-STATE-CODE
               WHEN "RESSTATE"
                   IF WS-IN-ARG4 = "SAME"
                       MOVE SPACES TO EMP-RES-STATE
                   ELSE
                       IF WS-IN-ARG4(1:2) IS ALPHABETIC-UPPER
                           AND WS-IN-ARG4(1:1) NOT = SPACE
                           AND WS-IN-ARG4(2:1) NOT = SPACE
                           AND WS-IN-ARG4(3:) = SPACES
                           MOVE WS-IN-ARG4(1:2) TO EMP-RES-STATE
                       ELSE
                           MOVE 'N' TO WS-VALID-FLAG
                       END-IF
                   END-IF
               WHEN "LOCAL"
                   IF WS-IN-ARG4 = "NONE"
                       MOVE SPACES TO EMP-LOCAL-CODE
                       MOVE SPACES TO EMP-LOCAL-RES
                   ELSE
                       IF WS-IN-ARG4(5:) NOT = SPACES
                           MOVE 'N' TO WS-VALID-FLAG
                       ELSE
                           MOVE WS-IN-ARG4(1:4) TO EMP-LOCAL-CODE
                       END-IF
                   END-IF
               WHEN "LOCALRES"
                   IF WS-IN-ARG4 = 'Y' OR WS-IN-ARG4 = 'N'
                       MOVE WS-IN-ARG4 TO EMP-LOCAL-RES
                   ELSE
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
               WHEN "GROUP"
                   IF WS-IN-ARG4 = "BW" OR WS-IN-ARG4 = "SM"
                       MOVE WS-IN-ARG4(1:2) TO EMP-PAY-GROUP
