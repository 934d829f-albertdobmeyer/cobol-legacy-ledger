      *>             data in cols 7-35
      *>    Every '7' applies to the '6' immediately before it, per
      *>    the NACHA sequence. Header/control records are passed over.
      *>    A '99' addenda carries the original entry's trace number
      *>    in cols 7-21; a trace registered in ACHCENT.DAT is a
      *>    business customer's entry, not payroll's — ACHORIG.cob
      *>    charges it back to the customer, and it is passed over
      *>    here so no employee is flagged or settlement reversed.
      *>
      *>  Files:
      *>    Input:        ACHRETRN.DAT (LINE SEQUENTIAL, 94-byte
      *>                  NACHA-style records)
      *>    Input:        ACHCENT.DAT (LINE SEQUENTIAL — customer
      *>                  entry register, see ACHCENT.cpy; missing
      *>                  file means no customer items)
      *>    Input/Output: OUTBOUND.DAT (LINE SEQUENTIAL — matched
      *>                  settlement lines are rewritten with a
      *>                  REVERSED description)
      *>  Copybooks:
      *>    EMPREC.cpy   — Employee record layout
      *>    ALERTREC.cpy — Alert record layout
      *>    ACHCENT.cpy  — Customer ACH entry register layout
      *>    COMCODE.cpy  — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    ACHRET|NOC|acct|code
      *>    ACHRET|NO-MATCH|acct|amount|reason  (return with no
      *>           open OUTBOUND.DAT settlement to reverse)
      *>    ACHRET|CUSTOMER-ITEM|trace  (customer return — left
      *>           for ACHORIG.cob)
      *>    ACHRET|SUMMARY|returns|nocs|no-match|customer
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>
      *>  Change Log:
      *>    2026-08-23  AKD  Initial implementation
      *>    2026-10-15  AKD  Pass over returns of customer-originated
      *>                     entries (ACHCENT.DAT)
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "PAYALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT CUST-ENTRY-FILE
               ASSIGN TO "ACHCENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "EMPREC.cpy".
       FD  PAYALERT-FILE.
           COPY "ALERTREC.cpy".
       FD  CUST-ENTRY-FILE.
           COPY "ACHCENT.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-OB-STATUS        PIC X(2).
           05  WS-EMP-STATUS       PIC X(2).
           05  WS-ALERT-STATUS     PIC X(2).
           05  WS-CE-STATUS        PIC X(2).

       01  WS-CURRENT-DATE         PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME         PIC 9(6) VALUE 0.
       01  WS-EMP-DIRTY            PIC X(1) VALUE 'N'.
       01  WS-FLAGGED-EMP-ID       PIC X(7) VALUE SPACES.

      *> Trace numbers of customer-originated entries, so their
      *> returns are recognised and left to ACHORIG.cob.
       01  WS-CE-TABLE.
           05  WS-CE-TRACE OCCURS 5000 TIMES PIC X(15).
       01  WS-CE-COUNT             PIC 9(4) VALUE 0.
       01  WS-CE-IDX               PIC 9(4) VALUE 0.
       01  WS-CUSTOMER-ITEM        PIC X(1) VALUE 'N'.
       01  WS-CUSTOMER-COUNT       PIC 9(5) VALUE 0.

       01  WS-RETURN-COUNT         PIC 9(5) VALUE 0.
       01  WS-NOC-COUNT            PIC 9(5) VALUE 0.
       01  WS-NOMATCH-COUNT        PIC 9(5) VALUE 0.

           PERFORM LOAD-OUTBOUND
           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-CUSTOMER-TRACES

           OPEN INPUT RETURN-FILE
           IF WS-RT-STATUS NOT = '00'
           END-IF

           DISPLAY "ACHRET|SUMMARY|" WS-RETURN-COUNT "|"
               WS-NOC-COUNT "|" WS-NOMATCH-COUNT "|"
               WS-CUSTOMER-COUNT
           DISPLAY "RESULT|00"
           STOP RUN.

           END-IF
           EVALUATE WS-RA-ADDENDA-TYPE
               WHEN '99'
                   PERFORM CHECK-CUSTOMER-ITEM
                   IF WS-CUSTOMER-ITEM = 'Y'
                       ADD 1 TO WS-CUSTOMER-COUNT
                       DISPLAY "ACHRET|CUSTOMER-ITEM|"
                           WS-RA-CORRECTED(1:15)
                   ELSE
                       PERFORM PROCESS-RETURN
                   END-IF
               WHEN '98'
                   PERFORM PROCESS-NOC
           END-EVALUATE
           MOVE 'N' TO WS-PEND-VALID.

      *> -------------------------------------------------------
      *> CHECK-CUSTOMER-ITEM: Is the original trace on this
      *> return (cols 7-21) one of the customer entries in
      *> ACHCENT.DAT?
      *> -------------------------------------------------------
       CHECK-CUSTOMER-ITEM.
           MOVE 'N' TO WS-CUSTOMER-ITEM
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
               UNTIL WS-CE-IDX > WS-CE-COUNT
               IF WS-CE-TRACE(WS-CE-IDX) = WS-RA-CORRECTED(1:15)
                   MOVE 'Y' TO WS-CUSTOMER-ITEM
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> PROCESS-RETURN: Reverse the matching OUTBOUND.DAT
      *> settlement (first not-yet-reversed line whose destination
               WRITE EMPLOYEE-RECORD
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       LOAD-CUSTOMER-TRACES.
           MOVE 0 TO WS-CE-COUNT
           OPEN INPUT CUST-ENTRY-FILE
           IF WS-CE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CUST-ENTRY-FILE
                   AT END
                       CLOSE CUST-ENTRY-FILE
                       EXIT PERFORM
               END-READ
               IF WS-CE-COUNT < 5000
                   ADD 1 TO WS-CE-COUNT
                   MOVE ACE-TRACE TO WS-CE-TRACE(WS-CE-COUNT)
               END-IF
           END-PERFORM.
