      *>                     file aborts with ACCT-LOCK|CONFLICT
      *>                     instead of silently overwriting the
      *>                     other run's postings (see ACCTVERS.cpy)
      *>    2026-10-15  AKD  Register table widened to INVREG.cpy's
      *>                     90-byte record (interchange, count and
      *>                     volume now carried for RESIDUAL.cob)
      *>================================================================*

       IDENTIFICATION DIVISION.
      *>   state change in place, which LINE SEQUENTIAL absorbs as
      *>   a full rewrite (DP-LOAD-ALL style).
       01  WS-INV-TABLE.
           05  WS-INV-REC OCCURS 100 TIMES PIC X(90).
       01  WS-INV-COUNT            PIC 9(3) VALUE 0.
       01  WS-INV-IDX              PIC 9(3) VALUE 0.

