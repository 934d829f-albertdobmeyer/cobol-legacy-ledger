      *>================================================================*
      *>  Program:     BENELIG.cob
      *>  System:      ENTERPRISE PAYROLL — Carrier Eligibility Extract
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    Weekly enrollment file for the medical and dental
      *>    carriers. Every benefit election EMPMAINT.cob keyed in
      *>    the seven days ending the week-ending date (BENELECT.cpy,
      *>    selected on BEN-ENTERED-DATE) is compared with the
      *>    election it replaced — the one governing the day before
      *>    it, from the rows ahead of it in the file — and told to
      *>    the carrier as an add, a change or a termination, for
      *>    the employee and for each covered dependent (BENDEP.cpy)
      *>    the change reaches. Each carrier gets its own transaction
      *>    set in BENELIG.834, in the segment layout of the ANSI
      *>    834 benefit enrollment: the carrier, plan and group
      *>    number come from the plan's BENRATE.cpy rows. The
      *>    carrier portals the benefits office keyed by hand retire.
      *>
      *>    A plan change between carriers is a termination at the
      *>    old carrier and an add at the new. A waiver with no
      *>    coverage before it tells no carrier anything.
      *>
      *>  Operation (via command-line argument):
      *>    BENELIG <yyyymmdd>  — the week ending that date, to
      *>                          BENELIG.834 and STDOUT
      *>
      *>  Files:
      *>    Input:  BENELECT.DAT (BENELECT.cpy — read-only)
      *>            BENDEP.DAT   (BENDEP.cpy — dependent names and
      *>                          birth dates)
      *>            BENRATE.DAT  (BENRATE.cpy — carrier and group
      *>                          number per plan)
      *>            EMPLOYEES.DAT (EMPREC.cpy — employee names)
      *>            ENTITY.DAT   (ENTITY.cpy — sponsor name and EIN,
      *>                          entity BNK)
      *>    Output: BENELIG.834 — one segment per line, elements
      *>            separated by '*', each ended by '~'
      *>
      *>  Copybooks:
      *>    BENELECT.cpy, BENDEP.cpy, BENRATE.cpy, EMPREC.cpy,
      *>    ENTITY.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    BENELIG|ADD|emp-id|type|plan|tier|begin-date|carrier
      *>    BENELIG|CHANGE|emp-id|type|plan|tier|eff-date|carrier
      *>    BENELIG|TERM|emp-id|type|plan|tier|end-date|carrier
      *>    BENELIG|WAIVER-NO-PRIOR|emp-id|type
      *>    BENELIG|NO-CARRIER|emp-id|type|plan
      *>    BENELIG|DEP-NOT-FOUND|emp-id|seq
      *>    BENELIG|CARRIER|carrier|control|members|segments
      *>    BENELIG-TOTALS|adds|changes|terms|members|carriers
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Extract written, every change routed
      *>    RESULT|03 — Extract written, but some change had no
      *>                carrier (plan missing from BENRATE.DAT) or
      *>                named a dependent not on BENDEP.DAT
      *>    RESULT|99 — Missing/bad date argument or file I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENELIG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENELECT-FILE
               ASSIGN TO "BENELECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BN-STATUS.
           SELECT BENDEP-FILE
               ASSIGN TO "BENDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT BENRATE-FILE
               ASSIGN TO "BENRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPLOYEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT ENTITY-FILE
               ASSIGN TO "ENTITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-STATUS.
           SELECT EDI-FILE
               ASSIGN TO "BENELIG.834"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENELECT-FILE.
       COPY "BENELECT.cpy".
       FD  BENDEP-FILE.
       COPY "BENDEP.cpy".
       FD  BENRATE-FILE.
       COPY "BENRATE.cpy".
       FD  EMPLOYEE-FILE.
       COPY "EMPREC.cpy".
       FD  ENTITY-FILE.
       COPY "ENTITY.cpy".
       FD  EDI-FILE.
       01  EDI-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BN-STATUS            PIC XX VALUE SPACES.
       01  WS-BD-STATUS            PIC XX VALUE SPACES.
       01  WS-BR-STATUS            PIC XX VALUE SPACES.
       01  WS-EMP-STATUS           PIC XX VALUE SPACES.
       01  WS-EN-STATUS            PIC XX VALUE SPACES.
       01  WS-EDI-STATUS           PIC XX VALUE SPACES.

       01  WS-CMD-LINE             PIC X(20) VALUE SPACES.
       01  WS-IN-DATE              PIC X(8) VALUE SPACES.
       01  WS-WEEK-END             PIC 9(8) VALUE 0.
       01  WS-WEEK-START           PIC 9(8) VALUE 0.
       01  WS-DATE-INT             PIC 9(8) VALUE 0.
       01  WS-RESULT               PIC XX VALUE '00'.

      *>   Plan sponsor for the N1*P5 loop — entity BNK.
       01  WS-SPONSOR-NAME         PIC X(30) VALUE SPACES.
       01  WS-SPONSOR-EIN          PIC 9(9) VALUE 0.

      *>   Every election on file, in file order — a row's prior
      *>   election is searched for among the rows ahead of it.
       01  WS-EH-TABLE.
           05  WS-EH-REC OCCURS 500 TIMES PIC X(100).
       01  WS-EH-COUNT             PIC 9(3) VALUE 0.
       01  WS-EH-IDX               PIC 9(3) VALUE 0.
       01  WS-EH-IDX2              PIC 9(3) VALUE 0.
       01  WS-EH-PRIOR-EFF         PIC 9(8) VALUE 0.

      *>   The election before the one being classified, with the
      *>   fields the comparison needs (BENELECT.cpy positions).
       01  WS-PRIOR-REC.
           05  WS-PRV-EMP-ID       PIC X(7).
           05  WS-PRV-PLAN-TYPE    PIC X(3).
           05  WS-PRV-PLAN-CODE    PIC X(4).
           05  WS-PRV-TIER         PIC X(2).
           05  WS-PRV-EFF-DATE     PIC 9(8).
           05  WS-PRV-TERM-DATE    PIC 9(8).
           05  WS-PRV-REASON       PIC X(2).
           05  WS-PRV-DEP-COUNT    PIC 9(1).
           05  WS-PRV-DEP-SEQ      PIC 9(2) OCCURS 6 TIMES.
           05  FILLER              PIC X(53).
       01  WS-PRIOR-COVERED        PIC X(1) VALUE 'N'.

      *>   This week's changes, each already routed to a carrier.
       01  WS-TX-TABLE.
           05  WS-TX-ENTRY OCCURS 100 TIMES.
               10  WS-TX-ACTION    PIC X(6).
               10  WS-TX-CARRIER   PIC X(6).
               10  WS-TX-GROUP     PIC X(10).
               10  WS-TX-DATE      PIC 9(8).
               10  WS-TX-REASON    PIC X(2).
               10  WS-TX-REC       PIC X(100).
               10  WS-TX-PRIOR     PIC X(100).
       01  WS-TX-COUNT             PIC 9(3) VALUE 0.
       01  WS-TX-IDX               PIC 9(3) VALUE 0.

      *>   Carriers with something to send, one transaction set
      *>   each.
       01  WS-CR-TABLE.
           05  WS-CR-CODE OCCURS 20 TIMES PIC X(6).
       01  WS-CR-COUNT             PIC 9(2) VALUE 0.
       01  WS-CR-IDX               PIC 9(2) VALUE 0.
       01  WS-CR-FOUND             PIC X(1) VALUE 'N'.

       01  WS-EM-TABLE.
           05  WS-EM-ENTRY OCCURS 500 TIMES.
               10  WS-EM-ID        PIC X(7).
               10  WS-EM-NAME      PIC X(25).
       01  WS-EM-COUNT             PIC 9(3) VALUE 0.
       01  WS-EM-IDX               PIC 9(3) VALUE 0.

       01  WS-BD-TABLE.
           05  WS-BD-REC OCCURS 300 TIMES PIC X(80).
       01  WS-BD-COUNT             PIC 9(3) VALUE 0.
       01  WS-BD-IDX               PIC 9(3) VALUE 0.

       01  WS-BR-TABLE.
           05  WS-BR-REC OCCURS 100 TIMES PIC X(80).
       01  WS-BR-COUNT             PIC 9(3) VALUE 0.
       01  WS-BR-IDX               PIC 9(3) VALUE 0.

      *>   Carrier lookup (FIND-PLAN-CARRIER) in and out.
       01  WS-FC-PLAN-TYPE         PIC X(3) VALUE SPACES.
       01  WS-FC-PLAN-CODE         PIC X(4) VALUE SPACES.
       01  WS-FC-CARRIER           PIC X(6) VALUE SPACES.
       01  WS-FC-GROUP             PIC X(10) VALUE SPACES.
       01  WS-NEW-CARRIER          PIC X(6) VALUE SPACES.
       01  WS-NEW-GROUP            PIC X(10) VALUE SPACES.

      *>   One member loop (EMIT-MEMBER) in.
       01  WS-MB-SUBSCRIBER        PIC X(1) VALUE 'Y'.
       01  WS-MB-RELATION          PIC X(2) VALUE SPACES.
       01  WS-MB-MAINT             PIC X(3) VALUE SPACES.
       01  WS-MB-DATE-QUAL         PIC X(3) VALUE SPACES.
       01  WS-MB-DATE              PIC 9(8) VALUE 0.
       01  WS-MB-NAME              PIC X(25) VALUE SPACES.
       01  WS-MB-BIRTH             PIC 9(8) VALUE 0.
       01  WS-MB-SEQ               PIC 9(2) VALUE 0.
       01  WS-MB-IN-LIST           PIC X(1) VALUE 'N'.
       01  WS-DEP-IDX              PIC 9(1) VALUE 0.
       01  WS-DEP-IDX2             PIC 9(1) VALUE 0.
       01  WS-DAY-BEFORE           PIC 9(8) VALUE 0.
       01  WS-HD-COVERAGE          PIC X(3) VALUE SPACES.
       01  WS-HD-TIER              PIC X(3) VALUE SPACES.

      *>   Segment assembly.
       01  WS-SEG                  PIC X(80) VALUE SPACES.
       01  WS-SEG-COUNT            PIC 9(5) VALUE 0.
       01  WS-ST-CONTROL           PIC 9(4) VALUE 0.
       01  WS-CR-MEMBERS           PIC 9(5) VALUE 0.
       01  WS-FMT-SEGS             PIC Z(4)9.

       01  WS-ADD-COUNT            PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
       01  WS-TERM-COUNT           PIC 9(5) VALUE 0.
       01  WS-MEMBER-COUNT         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-IN-DATE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-DATE) TO WS-IN-DATE
           IF WS-IN-DATE = SPACES
               DISPLAY "ERROR|MISSING-DATE"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-IN-DATE IS NOT NUMERIC
               DISPLAY "ERROR|BAD-DATE|" WS-IN-DATE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-IN-DATE TO WS-WEEK-END
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END) - 6
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           PERFORM LOAD-SPONSOR
           PERFORM LOAD-EMPLOYEE-NAMES
           PERFORM LOAD-DEPENDENTS
           PERFORM LOAD-PLAN-RATES
           PERFORM LOAD-ELECTIONS
           IF WS-RESULT = '99'
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           PERFORM VARYING WS-EH-IDX FROM 1 BY 1
                   UNTIL WS-EH-IDX > WS-EH-COUNT
               MOVE WS-EH-REC(WS-EH-IDX) TO BEN-ELECTION-RECORD
               IF BEN-ENTERED-DATE NOT < WS-WEEK-START
                   AND BEN-ENTERED-DATE NOT > WS-WEEK-END
                   PERFORM CLASSIFY-ELECTION
               END-IF
           END-PERFORM

           OPEN OUTPUT EDI-FILE
           IF WS-EDI-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|BENELIG.834|" WS-EDI-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               PERFORM WRITE-CARRIER-SET
           END-PERFORM
           CLOSE EDI-FILE

           DISPLAY "BENELIG-TOTALS|" WS-ADD-COUNT "|"
               WS-CHANGE-COUNT "|" WS-TERM-COUNT "|"
               WS-MEMBER-COUNT "|" WS-CR-COUNT
           DISPLAY "RESULT|" WS-RESULT
           STOP RUN.

      *> -------------------------------------------------------
      *> LOAD-SPONSOR: The bank's legal name and EIN for the
      *> sponsor loop — entity BNK, as the filings use.
      *> -------------------------------------------------------
       LOAD-SPONSOR.
           MOVE "BANK" TO WS-SPONSOR-NAME
           MOVE 0 TO WS-SPONSOR-EIN
           OPEN INPUT ENTITY-FILE
           IF WS-EN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ENTITY-FILE
                   AT END
                       CLOSE ENTITY-FILE
                       EXIT PERFORM
               END-READ
               IF EN-CODE = "BNK"
                   MOVE EN-NAME TO WS-SPONSOR-NAME
                   MOVE EN-EIN TO WS-SPONSOR-EIN
               END-IF
           END-PERFORM.

       LOAD-EMPLOYEE-NAMES.
           MOVE 0 TO WS-EM-COUNT
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|EMPLOYEES|" WS-EMP-STATUS
               MOVE '99' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ EMPLOYEE-FILE
                   AT END
                       CLOSE EMPLOYEE-FILE
                       EXIT PERFORM
               END-READ
               IF WS-EM-COUNT < 500
                   ADD 1 TO WS-EM-COUNT
                   MOVE EMP-ID TO WS-EM-ID(WS-EM-COUNT)
                   MOVE EMP-NAME TO WS-EM-NAME(WS-EM-COUNT)
               END-IF
           END-PERFORM.

       LOAD-DEPENDENTS.
           MOVE 0 TO WS-BD-COUNT
           OPEN INPUT BENDEP-FILE
           IF WS-BD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BENDEP-FILE
                   AT END
                       CLOSE BENDEP-FILE
                       EXIT PERFORM
               END-READ
               IF WS-BD-COUNT < 300
                   ADD 1 TO WS-BD-COUNT
                   MOVE BEN-DEPENDENT-RECORD TO WS-BD-REC(WS-BD-COUNT)
               END-IF
           END-PERFORM.

       LOAD-PLAN-RATES.
           MOVE 0 TO WS-BR-COUNT
           OPEN INPUT BENRATE-FILE
           IF WS-BR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BENRATE-FILE
                   AT END
                       CLOSE BENRATE-FILE
                       EXIT PERFORM
               END-READ
               IF WS-BR-COUNT < 100
                   ADD 1 TO WS-BR-COUNT
                   MOVE BEN-RATE-RECORD TO WS-BR-REC(WS-BR-COUNT)
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-ELECTIONS: The whole election history, file order.
      *> No file at all is a shop with nothing enrolled — an
      *> empty extract, not an error.
      *> -------------------------------------------------------
       LOAD-ELECTIONS.
           MOVE 0 TO WS-EH-COUNT
           OPEN INPUT BENELECT-FILE
           IF WS-BN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BENELECT-FILE
                   AT END
                       CLOSE BENELECT-FILE
                       EXIT PERFORM
               END-READ
               IF WS-EH-COUNT >= 500
                   DISPLAY "ERROR|ELECTION-TABLE-FULL"
                   CLOSE BENELECT-FILE
                   MOVE '99' TO WS-RESULT
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-EH-COUNT
               MOVE BEN-ELECTION-RECORD TO WS-EH-REC(WS-EH-COUNT)
           END-PERFORM.

      *> -------------------------------------------------------
      *> CLASSIFY-ELECTION: BEN-ELECTION-RECORD (row WS-EH-IDX)
      *> against the election governing the day before it, and
      *> queue what the carrier needs to hear.
      *> -------------------------------------------------------
       CLASSIFY-ELECTION.
           PERFORM FIND-PRIOR-ELECTION
           MOVE BEN-PLAN-TYPE TO WS-FC-PLAN-TYPE
           EVALUATE TRUE
               WHEN BEN-ENDED
                   MOVE BEN-PLAN-CODE TO WS-FC-PLAN-CODE
                   PERFORM FIND-PLAN-CARRIER
                   IF WS-FC-CARRIER = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM QUEUE-TERM-OF-CURRENT
               WHEN BEN-WAIVED
                   IF WS-PRIOR-COVERED = 'N'
                       DISPLAY "BENELIG|WAIVER-NO-PRIOR|" BEN-EMP-ID
                           "|" BEN-PLAN-TYPE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM QUEUE-TERM-OF-PRIOR
               WHEN OTHER
                   MOVE BEN-PLAN-CODE TO WS-FC-PLAN-CODE
                   PERFORM FIND-PLAN-CARRIER
                   IF WS-FC-CARRIER = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-FC-CARRIER TO WS-NEW-CARRIER
                   MOVE WS-FC-GROUP TO WS-NEW-GROUP
                   IF WS-PRIOR-COVERED = 'Y'
                       MOVE WS-PRV-PLAN-CODE TO WS-FC-PLAN-CODE
                       PERFORM FIND-PLAN-CARRIER
                       IF WS-FC-CARRIER NOT = WS-NEW-CARRIER
                           PERFORM QUEUE-TERM-OF-PRIOR
                           MOVE 'N' TO WS-PRIOR-COVERED
                       END-IF
                   END-IF
                   MOVE WS-NEW-CARRIER TO WS-FC-CARRIER
                   MOVE WS-NEW-GROUP TO WS-FC-GROUP
                   IF WS-PRIOR-COVERED = 'Y'
                       PERFORM QUEUE-TRANSACTION
                       MOVE "CHANGE" TO WS-TX-ACTION(WS-TX-COUNT)
                       ADD 1 TO WS-CHANGE-COUNT
                   ELSE
                       PERFORM QUEUE-TRANSACTION
                       MOVE "ADD" TO WS-TX-ACTION(WS-TX-COUNT)
                       MOVE SPACES TO WS-TX-PRIOR(WS-TX-COUNT)
                       ADD 1 TO WS-ADD-COUNT
                   END-IF
                   MOVE BEN-EFF-DATE TO WS-TX-DATE(WS-TX-COUNT)
                   DISPLAY "BENELIG|"
                       FUNCTION TRIM(WS-TX-ACTION(WS-TX-COUNT)) "|"
                       BEN-EMP-ID "|" BEN-PLAN-TYPE "|"
                       BEN-PLAN-CODE "|" BEN-TIER "|"
                       BEN-EFF-DATE "|" WS-FC-CARRIER
           END-EVALUATE.

      *> -------------------------------------------------------
      *> FIND-PRIOR-ELECTION: Among the rows ahead of WS-EH-IDX for
      *> the same employee and plan type, the one with the latest
      *> effective date on or before this row's (a later row
      *> winning a tie) — BENELECT.cpy's governing rule. Covered
      *> unless waived or already terminated by this row's date.
      *> -------------------------------------------------------
       FIND-PRIOR-ELECTION.
           MOVE SPACES TO WS-PRIOR-REC
           MOVE 'N' TO WS-PRIOR-COVERED
           MOVE 0 TO WS-EH-PRIOR-EFF
           PERFORM VARYING WS-EH-IDX2 FROM 1 BY 1
                   UNTIL WS-EH-IDX2 >= WS-EH-IDX
               IF WS-EH-REC(WS-EH-IDX2)(1:10) =
                       WS-EH-REC(WS-EH-IDX)(1:10)
                   AND WS-EH-REC(WS-EH-IDX2)(17:8) NOT >
                       WS-EH-REC(WS-EH-IDX)(17:8)
                   AND WS-EH-REC(WS-EH-IDX2)(17:8) NOT <
                       WS-EH-PRIOR-EFF
                   MOVE WS-EH-REC(WS-EH-IDX2) TO WS-PRIOR-REC
                   MOVE WS-PRV-EFF-DATE TO WS-EH-PRIOR-EFF
               END-IF
           END-PERFORM
           IF WS-PRIOR-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PRV-PLAN-CODE NOT = "WAIV"
               AND (WS-PRV-TERM-DATE = 0
                   OR WS-PRV-TERM-DATE NOT < BEN-EFF-DATE)
               MOVE 'Y' TO WS-PRIOR-COVERED
           END-IF.

      *> -------------------------------------------------------
      *> QUEUE-TERM-OF-CURRENT: A coverage-ended row (TM/TE) —
      *> the row itself carries the plan, dependents and last day.
      *> -------------------------------------------------------
       QUEUE-TERM-OF-CURRENT.
           PERFORM QUEUE-TRANSACTION
           MOVE "TERM" TO WS-TX-ACTION(WS-TX-COUNT)
           MOVE SPACES TO WS-TX-PRIOR(WS-TX-COUNT)
           MOVE BEN-TERM-DATE TO WS-TX-DATE(WS-TX-COUNT)
           ADD 1 TO WS-TERM-COUNT
           DISPLAY "BENELIG|TERM|" BEN-EMP-ID "|" BEN-PLAN-TYPE "|"
               BEN-PLAN-CODE "|" BEN-TIER "|" BEN-TERM-DATE "|"
               WS-FC-CARRIER.

      *> -------------------------------------------------------
      *> QUEUE-TERM-OF-PRIOR: The prior election stops the day
      *> before this row starts — a waiver replacing coverage, or
      *> a move to another carrier's plan. The old carrier hears
      *> of the prior plan and its dependents.
      *> -------------------------------------------------------
       QUEUE-TERM-OF-PRIOR.
           MOVE WS-PRV-PLAN-CODE TO WS-FC-PLAN-CODE
           PERFORM FIND-PLAN-CARRIER
           IF WS-FC-CARRIER = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(BEN-EFF-DATE) - 1
           COMPUTE WS-DAY-BEFORE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           PERFORM QUEUE-TRANSACTION
           MOVE "TERM" TO WS-TX-ACTION(WS-TX-COUNT)
           MOVE WS-PRIOR-REC TO WS-TX-REC(WS-TX-COUNT)
           MOVE SPACES TO WS-TX-PRIOR(WS-TX-COUNT)
           MOVE WS-DAY-BEFORE TO WS-TX-DATE(WS-TX-COUNT)
           ADD 1 TO WS-TERM-COUNT
           DISPLAY "BENELIG|TERM|" WS-PRV-EMP-ID "|"
               WS-PRV-PLAN-TYPE "|" WS-PRV-PLAN-CODE "|"
               WS-PRV-TIER "|" WS-DAY-BEFORE "|" WS-FC-CARRIER.

      *> -------------------------------------------------------
      *> QUEUE-TRANSACTION: A new WS-TX-TABLE entry for the
      *> current row under WS-FC-CARRIER/WS-FC-GROUP, with its
      *> INS04 reason, and the carrier noted for a set of its own.
      *> Callers set the action, the date and (for a term) the
      *> election reported.
      *> -------------------------------------------------------
       QUEUE-TRANSACTION.
           IF WS-TX-COUNT >= 100
               DISPLAY "ERROR|CHANGE-TABLE-FULL|" BEN-EMP-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           ADD 1 TO WS-TX-COUNT
           MOVE BEN-ELECTION-RECORD TO WS-TX-REC(WS-TX-COUNT)
           MOVE WS-PRIOR-REC TO WS-TX-PRIOR(WS-TX-COUNT)
           MOVE WS-FC-CARRIER TO WS-TX-CARRIER(WS-TX-COUNT)
           MOVE WS-FC-GROUP TO WS-TX-GROUP(WS-TX-COUNT)
           EVALUATE BEN-REASON
               WHEN "OE"
                   MOVE "EC" TO WS-TX-REASON(WS-TX-COUNT)
               WHEN "NH"
                   MOVE "28" TO WS-TX-REASON(WS-TX-COUNT)
               WHEN "MA"
                   MOVE "32" TO WS-TX-REASON(WS-TX-COUNT)
               WHEN "BI"
                   MOVE "02" TO WS-TX-REASON(WS-TX-COUNT)
               WHEN "DV"
                   MOVE "01" TO WS-TX-REASON(WS-TX-COUNT)
               WHEN "TM"
                   MOVE "07" TO WS-TX-REASON(WS-TX-COUNT)
               WHEN "TE"
                   MOVE "08" TO WS-TX-REASON(WS-TX-COUNT)
               WHEN OTHER
                   MOVE "AI" TO WS-TX-REASON(WS-TX-COUNT)
           END-EVALUATE
           MOVE 'N' TO WS-CR-FOUND
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               IF WS-CR-CODE(WS-CR-IDX) = WS-FC-CARRIER
                   MOVE 'Y' TO WS-CR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CR-FOUND = 'N'
               IF WS-CR-COUNT >= 20
                   DISPLAY "ERROR|CARRIER-TABLE-FULL|" WS-FC-CARRIER
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CR-COUNT
               MOVE WS-FC-CARRIER TO WS-CR-CODE(WS-CR-COUNT)
           END-IF.

      *> -------------------------------------------------------
      *> FIND-PLAN-CARRIER: The carrier and group number of
      *> WS-FC-PLAN-TYPE/WS-FC-PLAN-CODE — a plan stays with its
      *> carrier across rate renewals, so the first rate row for
      *> it will do. None means benefits keyed an election for a
      *> plan no carrier was ever set up for.
      *> -------------------------------------------------------
       FIND-PLAN-CARRIER.
           MOVE SPACES TO WS-FC-CARRIER
           MOVE SPACES TO WS-FC-GROUP
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-REC(WS-BR-IDX) TO BEN-RATE-RECORD
               IF RATE-PLAN-TYPE = WS-FC-PLAN-TYPE
                   AND RATE-PLAN-CODE = WS-FC-PLAN-CODE
                   MOVE RATE-CARRIER TO WS-FC-CARRIER
                   MOVE RATE-GROUP-NO TO WS-FC-GROUP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FC-CARRIER = SPACES
               DISPLAY "BENELIG|NO-CARRIER|" BEN-EMP-ID "|"
                   WS-FC-PLAN-TYPE "|" WS-FC-PLAN-CODE
               MOVE '03' TO WS-RESULT
           END-IF.

      *> -------------------------------------------------------
      *> WRITE-CARRIER-SET: One ST/SE transaction set for carrier
      *> WS-CR-IDX — header, a member loop per change routed to
      *> it, and the trailer's segment count (ST through SE).
      *> -------------------------------------------------------
       WRITE-CARRIER-SET.
           ADD 1 TO WS-ST-CONTROL
           MOVE 0 TO WS-SEG-COUNT
           MOVE 0 TO WS-CR-MEMBERS
           MOVE SPACES TO WS-SEG
           STRING "ST*834*" WS-ST-CONTROL "~"
               DELIMITED BY SIZE INTO WS-SEG
           END-STRING
           PERFORM WRITE-SEGMENT
           MOVE SPACES TO WS-SEG
           STRING "BGN*00*" WS-WEEK-END WS-ST-CONTROL "*"
               WS-WEEK-END "~"
               DELIMITED BY SIZE INTO WS-SEG
           END-STRING
           PERFORM WRITE-SEGMENT
           MOVE SPACES TO WS-SEG
           STRING "DTP*007*D8*" WS-WEEK-END "~"
               DELIMITED BY SIZE INTO WS-SEG
           END-STRING
           PERFORM WRITE-SEGMENT
           MOVE SPACES TO WS-SEG
           STRING "N1*P5*" FUNCTION TRIM(WS-SPONSOR-NAME)
               "*FI*" WS-SPONSOR-EIN "~"
               DELIMITED BY SIZE INTO WS-SEG
           END-STRING
           PERFORM WRITE-SEGMENT
           MOVE SPACES TO WS-SEG
           STRING "N1*IN*" FUNCTION TRIM(WS-CR-CODE(WS-CR-IDX)) "~"
               DELIMITED BY SIZE INTO WS-SEG
           END-STRING
           PERFORM WRITE-SEGMENT

           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT
               IF WS-TX-CARRIER(WS-TX-IDX) = WS-CR-CODE(WS-CR-IDX)
                   PERFORM WRITE-CHANGE-MEMBERS
               END-IF
           END-PERFORM

           ADD 1 TO WS-SEG-COUNT
           MOVE WS-SEG-COUNT TO WS-FMT-SEGS
           MOVE SPACES TO WS-SEG
           STRING "SE*" FUNCTION TRIM(WS-FMT-SEGS) "*"
               WS-ST-CONTROL "~"
               DELIMITED BY SIZE INTO WS-SEG
           END-STRING
           MOVE WS-SEG TO EDI-RECORD
           WRITE EDI-RECORD
           DISPLAY "BENELIG|CARRIER|" WS-CR-CODE(WS-CR-IDX) "|"
               WS-ST-CONTROL "|" WS-CR-MEMBERS "|" WS-SEG-COUNT.

      *> -------------------------------------------------------
      *> WRITE-CHANGE-MEMBERS: Entry WS-TX-IDX — the employee,
      *> then each covered dependent. On a CHANGE a dependent
      *> keeps 001 if the prior election covered them too, is
      *> added (021) if not, and each prior dependent left off is
      *> terminated (024) the day before.
      *> -------------------------------------------------------
       WRITE-CHANGE-MEMBERS.
           MOVE WS-TX-REC(WS-TX-IDX) TO BEN-ELECTION-RECORD
           MOVE WS-TX-PRIOR(WS-TX-IDX) TO WS-PRIOR-REC
           IF BEN-DENTAL
               MOVE "DEN" TO WS-HD-COVERAGE
           ELSE
               MOVE "HLT" TO WS-HD-COVERAGE
           END-IF
           EVALUATE TRUE
               WHEN BEN-TIER-ES
                   MOVE "ESP" TO WS-HD-TIER
               WHEN BEN-TIER-EC
                   MOVE "ECH" TO WS-HD-TIER
               WHEN BEN-TIER-FA
                   MOVE "FAM" TO WS-HD-TIER
               WHEN OTHER
                   MOVE "EMP" TO WS-HD-TIER
           END-EVALUATE
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TX-DATE(WS-TX-IDX)) - 1
           COMPUTE WS-DAY-BEFORE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           MOVE 'Y' TO WS-MB-SUBSCRIBER
           MOVE "18" TO WS-MB-RELATION
           PERFORM SET-MEMBER-MAINTENANCE
           MOVE WS-TX-DATE(WS-TX-IDX) TO WS-MB-DATE
           MOVE 0 TO WS-MB-BIRTH
           MOVE SPACES TO WS-MB-NAME
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-COUNT
               IF WS-EM-ID(WS-EM-IDX) = BEN-EMP-ID
                   MOVE WS-EM-NAME(WS-EM-IDX) TO WS-MB-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM EMIT-MEMBER

           MOVE 'N' TO WS-MB-SUBSCRIBER
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > BEN-DEP-COUNT
               MOVE BEN-DEP-SEQ(WS-DEP-IDX) TO WS-MB-SEQ
               PERFORM SET-MEMBER-MAINTENANCE
               MOVE WS-TX-DATE(WS-TX-IDX) TO WS-MB-DATE
               IF WS-TX-ACTION(WS-TX-IDX) = "CHANGE"
                   PERFORM CHECK-PRIOR-DEPENDENT
                   IF WS-MB-IN-LIST = 'N'
                       MOVE "021" TO WS-MB-MAINT
                       MOVE "348" TO WS-MB-DATE-QUAL
                   END-IF
               END-IF
               PERFORM EMIT-DEPENDENT
           END-PERFORM

           IF WS-TX-ACTION(WS-TX-IDX) NOT = "CHANGE"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-PRV-DEP-COUNT
               MOVE WS-PRV-DEP-SEQ(WS-DEP-IDX) TO WS-MB-SEQ
               MOVE 'N' TO WS-MB-IN-LIST
               PERFORM VARYING WS-DEP-IDX2 FROM 1 BY 1
                       UNTIL WS-DEP-IDX2 > BEN-DEP-COUNT
                   IF BEN-DEP-SEQ(WS-DEP-IDX2) = WS-MB-SEQ
                       MOVE 'Y' TO WS-MB-IN-LIST
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-MB-IN-LIST = 'N'
                   MOVE "024" TO WS-MB-MAINT
                   MOVE "349" TO WS-MB-DATE-QUAL
                   MOVE WS-DAY-BEFORE TO WS-MB-DATE
                   PERFORM EMIT-DEPENDENT
               END-IF
           END-PERFORM.

       SET-MEMBER-MAINTENANCE.
           EVALUATE WS-TX-ACTION(WS-TX-IDX)
               WHEN "ADD"
                   MOVE "021" TO WS-MB-MAINT
                   MOVE "348" TO WS-MB-DATE-QUAL
               WHEN "CHANGE"
                   MOVE "001" TO WS-MB-MAINT
                   MOVE "303" TO WS-MB-DATE-QUAL
               WHEN OTHER
                   MOVE "024" TO WS-MB-MAINT
                   MOVE "349" TO WS-MB-DATE-QUAL
           END-EVALUATE.

       CHECK-PRIOR-DEPENDENT.
           MOVE 'N' TO WS-MB-IN-LIST
           PERFORM VARYING WS-DEP-IDX2 FROM 1 BY 1
                   UNTIL WS-DEP-IDX2 > WS-PRV-DEP-COUNT
               IF WS-PRV-DEP-SEQ(WS-DEP-IDX2) = WS-MB-SEQ
                   MOVE 'Y' TO WS-MB-IN-LIST
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> EMIT-DEPENDENT: Dependent WS-MB-SEQ of the employee, by
      *> name, relationship and birth date from BENDEP.DAT.
      *> -------------------------------------------------------
       EMIT-DEPENDENT.
           MOVE SPACES TO WS-MB-NAME
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT
               MOVE WS-BD-REC(WS-BD-IDX) TO BEN-DEPENDENT-RECORD
               IF DEP-EMP-ID = BEN-EMP-ID
                   AND DEP-SEQ = WS-MB-SEQ
                   MOVE DEP-NAME TO WS-MB-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MB-NAME = SPACES
               DISPLAY "BENELIG|DEP-NOT-FOUND|" BEN-EMP-ID "|"
                   WS-MB-SEQ
               MOVE '03' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           IF DEP-SPOUSE
               MOVE "01" TO WS-MB-RELATION
           ELSE
               MOVE "19" TO WS-MB-RELATION
           END-IF
           MOVE DEP-BIRTH-DATE TO WS-MB-BIRTH
           PERFORM EMIT-MEMBER.

      *> -------------------------------------------------------
      *> EMIT-MEMBER: One member loop — INS, the REFs, NM1, DMG
      *> (dependents), HD and the coverage date.
      *> -------------------------------------------------------
       EMIT-MEMBER.
           ADD 1 TO WS-CR-MEMBERS
           ADD 1 TO WS-MEMBER-COUNT
           MOVE SPACES TO WS-SEG
           STRING "INS*" WS-MB-SUBSCRIBER "*" WS-MB-RELATION "*"
               WS-MB-MAINT "*" WS-TX-REASON(WS-TX-IDX) "*A~"
               DELIMITED BY SIZE INTO WS-SEG
           END-STRING
           PERFORM WRITE-SEGMENT
           MOVE SPACES TO WS-SEG
           STRING "REF*0F*" FUNCTION TRIM(BEN-EMP-ID) "~"
               DELIMITED BY SIZE INTO WS-SEG
           END-STRING
           PERFORM WRITE-SEGMENT
           IF WS-MB-SUBSCRIBER = 'Y'
               MOVE SPACES TO WS-SEG
               STRING "REF*1L*" FUNCTION TRIM(WS-TX-GROUP(WS-TX-IDX))
                   "~"
                   DELIMITED BY SIZE INTO WS-SEG
               END-STRING
               PERFORM WRITE-SEGMENT
           END-IF
           MOVE SPACES TO WS-SEG
           STRING "NM1*IL*1*" FUNCTION TRIM(WS-MB-NAME) "~"
               DELIMITED BY SIZE INTO WS-SEG
           END-STRING
           PERFORM WRITE-SEGMENT
           IF WS-MB-SUBSCRIBER = 'N'
               MOVE SPACES TO WS-SEG
               STRING "DMG*D8*" WS-MB-BIRTH "~"
                   DELIMITED BY SIZE INTO WS-SEG
               END-STRING
               PERFORM WRITE-SEGMENT
           END-IF
           MOVE SPACES TO WS-SEG
           STRING "HD*" WS-MB-MAINT "**" WS-HD-COVERAGE "*"
               FUNCTION TRIM(BEN-PLAN-CODE) "*" WS-HD-TIER "~"
               DELIMITED BY SIZE INTO WS-SEG
           END-STRING
           PERFORM WRITE-SEGMENT
           MOVE SPACES TO WS-SEG
           STRING "DTP*" WS-MB-DATE-QUAL "*D8*" WS-MB-DATE "~"
               DELIMITED BY SIZE INTO WS-SEG
           END-STRING
           PERFORM WRITE-SEGMENT.

       WRITE-SEGMENT.
           MOVE WS-SEG TO EDI-RECORD
           WRITE EDI-RECORD
           ADD 1 TO WS-SEG-COUNT.
