      *>                     deduction-arrears report off ARREARS.DAT
      *>                     (PAYROLL.cob books trimmed deductions
      *>                     there and recoups them; see its P-070)
      *>    2026-10-15  AKD  Benefit elections — medical and dental
      *>                     priced from the BENELECT.cpy election in
      *>                     effect at its plan and tier's
      *>                     BENRATE.DAT rate, the same pick
      *>                     PAYROLL.cob's P-060 makes; the master's
      *>                     codes remain for an employee with none
      *>
      *>  STYLE NOTE: SLW started writing structured COBOL (top half)
      *>  but reverted to GO TO when debugging under pressure (bottom
               ASSIGN TO "ARREARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
      *>   2026 AKD: Benefit elections and plan rates — see
      *>   BENELECT.cpy, BENRATE.cpy and PRICE-BENEFIT-ELECTION.
           SELECT BENELECT-FILE
               ASSIGN TO "BENELECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BN-STATUS.
           SELECT BENRATE-FILE
               ASSIGN TO "BENRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "EMPREC.cpy".
       FD  ARREARS-FILE.
           COPY "ARREARS.cpy".
       FD  BENELECT-FILE.
           COPY "BENELECT.cpy".
       FD  BENRATE-FILE.
           COPY "BENRATE.cpy".

       WORKING-STORAGE SECTION.

       01  WS-AR-COUNT             PIC 9(5) VALUE 0.
       01  WS-AR-TOTAL             PIC S9(9)V99 COMP-3 VALUE 0.

      *> 2026 AKD: Benefit elections — per employee and plan type
      *> the BENELECT.cpy row in effect today, and BENRATE.DAT
      *> whole, loaded once by LOAD-BENEFIT-ELECTIONS before the
      *> employee loop (same tables PAYROLL.cob's BN-LOAD-BENEFITS
      *> builds). PRICE-BENEFIT-ELECTION answers for one employee
      *> and plan type: WS-BN-GOVERNED 'N' leaves the master's code
      *> to price it, else WS-BN-COST is the per-period share.
       01  WS-BN-STATUS            PIC XX VALUE SPACES.
       01  WS-BN-AS-OF             PIC 9(8) VALUE 0.
       01  WS-BN-TABLE.
           05  WS-BN-ENTRY OCCURS 200 TIMES.
               10  WS-BN-KEY       PIC X(10).
               10  WS-BN-EFF       PIC 9(8).
               10  WS-BN-REC       PIC X(100).
       01  WS-BN-COUNT             PIC 9(3) VALUE 0.
       01  WS-BN-IDX               PIC 9(3) VALUE 0.
       01  WS-BN-FOUND-IDX         PIC 9(3) VALUE 0.
       01  WS-BN-LOOKUP.
           05  WS-BN-LK-EMP        PIC X(7).
           05  WS-BN-LK-TYPE       PIC X(3).
       01  WS-BR-TABLE.
           05  WS-BR-REC OCCURS 100 TIMES PIC X(80).
       01  WS-BR-COUNT             PIC 9(3) VALUE 0.
       01  WS-BR-IDX               PIC 9(3) VALUE 0.
       01  WS-BR-EFF               PIC 9(8) VALUE 0.
       01  WS-BR-FOUND             PIC X(1) VALUE 'N'.
       01  WS-BN-PERIODS           PIC 9(4) VALUE 0.
       01  WS-BN-GOVERNED          PIC X(1) VALUE 'N'.
       01  WS-BN-COST              PIC S9(5)V99 COMP-3 VALUE 0.

           COPY "PAYCOM.cpy".

      *> 2026 AKD: FSA (Flexible Spending Account) annual cap — IRS
      *>   TX-INIT-STATE-TABLE.
           PERFORM INIT-UNION-LOCAL-TABLE

      *>   2026 AKD: And the benefit elections in effect today,
      *>   with the plan rates that price them.
           ACCEPT WS-BN-AS-OF FROM DATE YYYYMMDD
           PERFORM LOAD-BENEFIT-ELECTIONS

           OPEN INPUT EMPLOYEE-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "DEDUCTN|ERROR|FILE|" WS-FILE-STATUS
               WHEN EMP-MED-PREMIUM
                   COMPUTE WS-MED-DEDUCTION ROUNDED =
                       PAYCOM-MED-PREMIUM / 12
           END-EVALUATE
      *>   2026 AKD: A medical election in effect prices it by plan
      *>   and tier instead — see PRICE-BENEFIT-ELECTION.
           MOVE 'MED' TO WS-BN-LK-TYPE
           PERFORM PRICE-BENEFIT-ELECTION
           IF WS-BN-GOVERNED = 'Y'
               MOVE WS-BN-COST TO WS-MED-DEDUCTION
           END-IF.

      *>================================================================*
      *>  COMPUTE-DENTAL: Dental plan deduction
                   PAYCOM-DENTAL-COST / 12
           ELSE
               MOVE 0 TO WS-DENTAL-DEDUCTION
           END-IF
      *>   2026 AKD: Likewise a dental election.
           MOVE 'DEN' TO WS-BN-LK-TYPE
           PERFORM PRICE-BENEFIT-ELECTION
           IF WS-BN-GOVERNED = 'Y'
               MOVE WS-BN-COST TO WS-DENTAL-DEDUCTION
           END-IF.

      *>================================================================*
           MOVE 55.25 TO UNION-LOCAL-DUES(4)
           MOVE 'ELECTRICAL WORKERS' TO UNION-LOCAL-NAME(4).

      *>================================================================*
      *>  LOAD-BENEFIT-ELECTIONS: Elections and rates in effect
      *>  2026 AKD: Per employee and plan type, the election with
      *>  the latest effective date on or before today (a later row
      *>  winning a tie — see BENELECT.cpy), then every rate row.
      *>  Run once from MAIN-PARA before the employee loop. A
      *>  missing file is a shop with none on file yet.
      *>================================================================*
       LOAD-BENEFIT-ELECTIONS.
           MOVE 0 TO WS-BN-COUNT
           MOVE 0 TO WS-BR-COUNT
           OPEN INPUT BENELECT-FILE
           IF WS-BN-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ BENELECT-FILE
                       AT END
                           CLOSE BENELECT-FILE
                           EXIT PERFORM
                   END-READ
                   IF BEN-EFF-DATE NOT > WS-BN-AS-OF
                       PERFORM ADD-BENEFIT-ELECTION
                   END-IF
               END-PERFORM
           END-IF
           OPEN INPUT BENRATE-FILE
           IF WS-BN-STATUS NOT = '00'
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

       ADD-BENEFIT-ELECTION.
           MOVE BEN-EMP-ID TO WS-BN-LK-EMP
           MOVE BEN-PLAN-TYPE TO WS-BN-LK-TYPE
           PERFORM FIND-BENEFIT-ELECTION
           IF WS-BN-FOUND-IDX = 0
               IF WS-BN-COUNT >= 200
                   DISPLAY "DEDUCTN|BEN-TABLE-FULL|" BEN-EMP-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BN-COUNT
               MOVE WS-BN-COUNT TO WS-BN-FOUND-IDX
           ELSE
               IF BEN-EFF-DATE < WS-BN-EFF(WS-BN-FOUND-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-BN-LOOKUP TO WS-BN-KEY(WS-BN-FOUND-IDX)
           MOVE BEN-EFF-DATE TO WS-BN-EFF(WS-BN-FOUND-IDX)
           MOVE BEN-ELECTION-RECORD TO WS-BN-REC(WS-BN-FOUND-IDX).

       FIND-BENEFIT-ELECTION.
           MOVE 0 TO WS-BN-FOUND-IDX
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                   UNTIL WS-BN-IDX > WS-BN-COUNT
               IF WS-BN-KEY(WS-BN-IDX) = WS-BN-LOOKUP
                   MOVE WS-BN-IDX TO WS-BN-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>================================================================*
      *>  PRICE-BENEFIT-ELECTION: One employee's plan type
      *>  2026 AKD: WS-BN-LK-TYPE for the current employee. Waived,
      *>  or ended before today, prices at zero; covered is the
      *>  monthly employee share for its plan and tier (latest rate
      *>  on or before today) over EMP-PAY-PERIODS — 26 when the
      *>  master has none. No rate on file deducts nothing and says
      *>  so, as PAYROLL.cob does.
      *>================================================================*
       PRICE-BENEFIT-ELECTION.
           MOVE 'N' TO WS-BN-GOVERNED
           MOVE 0 TO WS-BN-COST
           MOVE EMP-ID TO WS-BN-LK-EMP
           PERFORM FIND-BENEFIT-ELECTION
           IF WS-BN-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-BN-GOVERNED
           MOVE WS-BN-REC(WS-BN-FOUND-IDX) TO BEN-ELECTION-RECORD
           IF BEN-WAIVED
               OR (BEN-TERM-DATE NOT = 0
                   AND BEN-TERM-DATE < WS-BN-AS-OF)
               DISPLAY "DEDUCTN|BENEFIT|" EMP-ID "|" BEN-PLAN-TYPE
                   "|" BEN-PLAN-CODE "|" BEN-TIER "|" WS-BN-COST
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-PAY-PERIODS TO WS-BN-PERIODS
           IF WS-BN-PERIODS = 0
               MOVE 26 TO WS-BN-PERIODS
           END-IF
           MOVE 'N' TO WS-BR-FOUND
           MOVE 0 TO WS-BR-EFF
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-REC(WS-BR-IDX) TO BEN-RATE-RECORD
               IF RATE-PLAN-TYPE = BEN-PLAN-TYPE
                   AND RATE-PLAN-CODE = BEN-PLAN-CODE
                   AND RATE-TIER = BEN-TIER
                   AND RATE-EFF-DATE NOT > WS-BN-AS-OF
                   AND RATE-EFF-DATE NOT < WS-BR-EFF
                   MOVE 'Y' TO WS-BR-FOUND
                   MOVE RATE-EFF-DATE TO WS-BR-EFF
                   COMPUTE WS-BN-COST ROUNDED =
                       RATE-EE-MONTHLY * 12 / WS-BN-PERIODS
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = 'N'
               DISPLAY "DEDUCTN|BEN-NO-RATE|" EMP-ID "|"
                   BEN-PLAN-TYPE "|" BEN-PLAN-CODE "|" BEN-TIER
           ELSE
               DISPLAY "DEDUCTN|BENEFIT|" EMP-ID "|" BEN-PLAN-TYPE
                   "|" BEN-PLAN-CODE "|" BEN-TIER "|" WS-BN-COST
           END-IF.

      *>================================================================*
      *>  LOOKUP-UNION-LOCAL-RATE: Resolve EMP-UNION-LOCAL to dues
      *>  2026 AKD: Same search-a-table-in-its-own-paragraph shape as
