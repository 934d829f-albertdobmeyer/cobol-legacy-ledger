       01  WS-AGE-DAYS             PIC S9(5) VALUE 0.

       01  WS-EMP-TABLE.
           05  WS-EMP-REC OCCURS 100 TIMES PIC X(198).
       01  WS-EMP-COUNT            PIC 9(3) VALUE 0.
       01  WS-EMP-IDX              PIC 9(3) VALUE 0.
       01  WS-EMP-DIRTY            PIC X(1) VALUE 'N'.
