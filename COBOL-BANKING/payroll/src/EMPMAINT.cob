      *>        — name uses underscores for spaces (John_Doe, same
      *>          convention as ACCOUNTS.cob CREATE); <amount> is
      *>          the annual salary for 'S', the hourly rate for 'H';
      *>          [st] is the optional two-letter state code of
      *>          the work state
      *>    EMPMAINT UPDATE <emp-id> <field> <value> [eff-date]
      *>        — field is one of NAME, BANK, ACCT, SALARY, RATE,
      *>          HOURS, DEPT, MEDICAL, DENTAL, 401K, STATE, STATUS,
      *>          RESSTATE (two-letter state of residence, SAME to
      *>          clear), LOCAL (LOCALTAX.DAT code, NONE to clear),
      *>          LOCALRES (Y lives in the locality, N works there)
      *>          (STATUS here accepts A or L only — termination has
      *>          its own gated operation below); a future eff-date
      *>          parks the change in EMPPEND.DAT for EMPEFF.cob's
      *>        — sets EMP-STATUS 'T'; supervisor or admin only,
      *>          same bar as ACCOUNTS.cob CLOSE; any accrued
      *>          leave is priced and staged to LEAVEPAY.DAT for
      *>          the next payroll run (see STAGE-LEAVE-PAYOUT),
      *>          and benefit coverage ends the last day of the
      *>          month (see END-BENEFITS-ON-TERMINATION)
      *>    EMPMAINT LEAVE [emp-id]
      *>        — PTO balance row(s) from LEAVE.DAT
      *>    EMPMAINT LEAVE-USE <emp-id> <hours>
      *>        — book leave taken against the balance
      *>    EMPMAINT W4 <emp-id> <eff-date> <S|M|H> <Y|N>
      *>                [dep-credit] [other-income] [deductions]
      *>                [extra-per-period]
      *>        — file a new W-4 election (W4REC.cpy) effective
      *>          the given date (0 = today): filing status, the
      *>          Step 2 multiple-jobs box, then the Step 3 and
      *>          Step 4(a)/(b) annual amounts and the Step 4(c)
      *>          per-period extra withholding (omitted = 0)
      *>    EMPMAINT W4-EXEMPT <emp-id> <eff-date> [expires]
      *>        — file a claim of exemption; it lapses after
      *>          <expires>, by default February 15 of the year
      *>          after it takes effect (the IRS renewal date)
      *>    EMPMAINT W4-SHOW <emp-id>
      *>        — every W-4 on file for the employee, the one in
      *>          effect today marked
      *>    EMPMAINT DEP-ADD <emp-id> <name> <SP|CH> <birth-date>
      *>        — add a spouse or child to the employee's
      *>          dependents (BENDEP.cpy), numbered in the order
      *>          added; name uses underscores for spaces
      *>    EMPMAINT BENEFIT <emp-id> <MED|DEN> <reason> <eff-date>
      *>                <plan|WAIV> [tier] [dep,dep,...]
      *>        — file a benefit election (BENELECT.cpy): reason
      *>          OE (open enrollment — only inside the PAYCOM
      *>          window, effective January 1 of the next plan
      *>          year; 0 defaults it), NH (new hire — within
      *>          PAYCOM-BEN-HIRE-DAYS of the hire date; 0
      *>          defaults to the hire date), or a qualifying life
      *>          event MA/BI/DV/LC effective the event date,
      *>          keyed within PAYCOM-BEN-EVENT-DAYS of it; tier
      *>          EE/ES/EC/FA must agree with the covered
      *>          dependents (their DEP-ADD numbers) and have a
      *>          BENRATE.DAT rate; WAIV declines coverage
      *>    EMPMAINT BEN-TERM <emp-id> <MED|DEN> [term-date]
      *>        — end the election in effect on term-date, by
      *>          default the last day of this month
      *>    EMPMAINT BEN-SHOW <emp-id>
      *>        — the employee's dependents and every election on
      *>          file, the one governing today per plan type marked
      *>    EMPMAINT REGISTER [yyyymmdd]
      *>        — change register from EMPAUDIT.DAT, optionally
      *>          limited to one date
      *>    Input/Output: EMPLOYEES.DAT (EMPREC.cpy)
      *>    Output:       EMPAUDIT.DAT (EMPAUD.cpy, appended)
      *>    Input:        OPERATORS.DAT (OPERREC.cpy)
      *>    Input/Output: W4ELECT.DAT (W4REC.cpy, appended by
      *>                  W4/W4-EXEMPT — history is never edited)
      *>    Input/Output: BENELECT.DAT (BENELECT.cpy, appended by
      *>                  BENEFIT/BEN-TERM/TERMINATE), BENDEP.DAT
      *>                  (BENDEP.cpy, appended by DEP-ADD)
      *>    Input:        BENRATE.DAT (BENRATE.cpy)
      *>
      *>  Copybooks:
      *>    EMPREC.cpy, EMPAUD.cpy, OPERREC.cpy, OPERIO.cpy,
      *>    COMCODE.cpy, W4REC.cpy, BENELECT.cpy, BENDEP.cpy,
      *>    BENRATE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    EMP|id|name|status|type|salary-or-rate|dept
      *>    EMPMAINT|HIRED|id / UPDATED|id|field / TERMINATED|id
      *>    EMPMAINT|W4-FILED|id|eff-date|status|multi|exempt
      *>    W4|id|eff-date|status|multi|dep-credit|other-income|
      *>        deductions|extra|exempt|expires|oper|IN-EFFECT
      *>    EMPMAINT|DEP-ADDED|id|seq|relation
      *>    EMPMAINT|BEN-FILED|id|type|plan|tier|eff-date|reason|
      *>        dependents|employee-monthly
      *>    EMPMAINT|BEN-ENDED|id|type|plan|eff-date|term-date
      *>    DEP|id|seq|name|relation|birth-date
      *>    BEN|id|type|plan|tier|eff-date|term-date|reason|
      *>        dependents|entered|oper|IN-EFFECT
      *>    CHANGE|op|id|date|time|oper|before|after (REGISTER)
      *>    RESULT|XX
      *>
      *>                     date parks the change in EMPPEND.DAT;
      *>                     EMPEFF.cob applies it the night its
      *>                     date arrives
      *>
      *>    2026-10-15  AKD  W-4 elections — W4/W4-EXEMPT file an
      *>                     effective-dated election to
      *>                     W4ELECT.DAT (imaged to EMPAUDIT.DAT
      *>                     through EMPAUD.cpy's W-4 view), W4-SHOW
      *>                     lists them; PAYROLL.cob withholds from
      *>                     the one in effect
      *>
      *>    2026-10-15  AKD  Tax jurisdictions — UPDATE (and a
      *>                     parked change) takes RESSTATE, LOCAL
      *>                     and LOCALRES; STATE is the work state
      *>
      *>    2026-10-15  AKD  Benefits enrollment — DEP-ADD,
      *>                     BENEFIT (open enrollment, new hire
      *>                     and life-event elections by tier),
      *>                     BEN-TERM and BEN-SHOW over BENDEP.DAT/
      *>                     BENELECT.DAT; TERMINATE ends coverage
      *>================================================================*

       IDENTIFICATION DIVISION.
               ASSIGN TO "EMPPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EP-STATUS.
      *>   2026 AKD: W-4 withholding elections, effective-dated —
      *>   see W4REC.cpy.
           SELECT W4ELECT-FILE
               ASSIGN TO "W4ELECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W4-STATUS.
      *>   2026 AKD: Benefit elections, dependents and the plan
      *>   rate sheet — see BENELECT.cpy, BENDEP.cpy, BENRATE.cpy.
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

       DATA DIVISION.
       FILE SECTION.
       COPY "LVPAYREC.cpy".
       FD  EMPPEND-FILE.
       COPY "EMPPEND.cpy".
       FD  W4ELECT-FILE.
       COPY "W4REC.cpy".
       FD  BENELECT-FILE.
       COPY "BENELECT.cpy".
       FD  BENDEP-FILE.
       COPY "BENDEP.cpy".
       FD  BENRATE-FILE.
       COPY "BENRATE.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS           PIC XX VALUE SPACES.
      *>   uses for DISPUTES.DAT, since maintenance touches one
      *>   record but LINE SEQUENTIAL files only rewrite whole.
       01  WS-EMP-TABLE.
           05  WS-EMP-REC OCCURS 100 TIMES PIC X(198).
       01  WS-EMP-COUNT            PIC 9(3) VALUE 0.
       01  WS-EMP-IDX              PIC 9(3) VALUE 0.
       01  WS-FOUND-FLAG           PIC X(1) VALUE 'N'.
      *>   own fields because EMPLOYEE-RECORD itself is reused by
      *>   WRITE-ALL-EMPLOYEES and ends up holding whatever record
      *>   was written last, not the one maintained.
       01  WS-BEFORE-REC           PIC X(198) VALUE SPACES.
       01  WS-AFTER-REC            PIC X(198) VALUE SPACES.

       01  WS-VALID-FLAG           PIC X(1) VALUE 'Y'.
       01  WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
       01  WS-EFF-DATE             PIC 9(8) VALUE 0.
           COPY "PAYCOM.cpy".

      *>   2026 AKD: W-4 election maintenance — the W4 tokens
      *>   (re-parsed past the six the main UNSTRING holds), the
      *>   election that stood on the new form's effective date
      *>   (the audit before-image) and the new form itself (the
      *>   after-image), held as whole records for the same reason
      *>   WS-BEFORE-REC/WS-AFTER-REC are.
       01  WS-W4-STATUS            PIC XX VALUE SPACES.
       01  WS-W4-ARGS.
           05  WS-W4-IN-EFF        PIC X(12) VALUE SPACES.
           05  WS-W4-IN-STATUS     PIC X(12) VALUE SPACES.
           05  WS-W4-IN-MULTI      PIC X(12) VALUE SPACES.
           05  WS-W4-IN-DEP        PIC X(12) VALUE SPACES.
           05  WS-W4-IN-OTHER      PIC X(12) VALUE SPACES.
           05  WS-W4-IN-DED        PIC X(12) VALUE SPACES.
           05  WS-W4-IN-EXTRA      PIC X(12) VALUE SPACES.
       01  WS-W4-PRIOR-REC         PIC X(80) VALUE SPACES.
       01  WS-W4-PRIOR-EFF         PIC 9(8) VALUE 0.
       01  WS-W4-NEW-REC           PIC X(80) VALUE SPACES.
       01  WS-W4-AS-OF             PIC 9(8) VALUE 0.
       01  WS-W4-EXPIRES           PIC 9(8) VALUE 0.
       01  WS-W4-YEAR              PIC 9(4) VALUE 0.
       01  WS-W4-COUNT             PIC 9(5) VALUE 0.
       01  WS-W4-MARK              PIC X(10) VALUE SPACES.

      *>   2026 AKD: Benefits enrollment — the BENEFIT tokens
      *>   (re-parsed past the six the main UNSTRING holds, the
      *>   dependent list split on its commas), the employee's
      *>   dependents and one plan type's elections as whole
      *>   records (load-and-search, same as the tables above),
      *>   and the election that governed before / the row filed,
      *>   held for the audit images as the W-4 fields are.
       01  WS-BN-STATUS            PIC XX VALUE SPACES.
       01  WS-BD-STATUS            PIC XX VALUE SPACES.
       01  WS-BR-STATUS            PIC XX VALUE SPACES.
       01  WS-BN-ARGS.
           05  WS-BN-IN-TYPE       PIC X(12) VALUE SPACES.
           05  WS-BN-IN-REASON     PIC X(12) VALUE SPACES.
           05  WS-BN-IN-EFF        PIC X(12) VALUE SPACES.
           05  WS-BN-IN-PLAN       PIC X(12) VALUE SPACES.
           05  WS-BN-IN-TIER       PIC X(12) VALUE SPACES.
           05  WS-BN-IN-DEPS       PIC X(24) VALUE SPACES.
       01  WS-BN-DEP-TOKENS.
           05  WS-BN-DEP-TOKEN     PIC X(3) OCCURS 6 TIMES.
       01  WS-BD-TABLE.
           05  WS-BD-ENTRY OCCURS 30 TIMES.
               10  WS-BD-SEQ       PIC 9(2).
               10  WS-BD-REL       PIC X(2).
               10  WS-BD-NAME      PIC X(25).
               10  WS-BD-BIRTH     PIC 9(8).
       01  WS-BD-COUNT             PIC 9(2) VALUE 0.
       01  WS-BD-IDX               PIC 9(2) VALUE 0.
       01  WS-BD-FOUND-IDX         PIC 9(2) VALUE 0.
       01  WS-BE-TABLE.
           05  WS-BE-REC OCCURS 50 TIMES PIC X(100).
       01  WS-BE-COUNT             PIC 9(2) VALUE 0.
       01  WS-BE-IDX               PIC 9(2) VALUE 0.
       01  WS-BE-IDX2              PIC 9(2) VALUE 0.
       01  WS-BE-FOUND-IDX         PIC 9(2) VALUE 0.
       01  WS-BN-TYPE              PIC X(3) VALUE SPACES.
       01  WS-BN-AS-OF             PIC 9(8) VALUE 0.
       01  WS-BN-PRIOR-REC         PIC X(100) VALUE SPACES.
       01  WS-BN-PRIOR-EFF         PIC 9(8) VALUE 0.
       01  WS-BN-NEW-REC           PIC X(100) VALUE SPACES.
       01  WS-BN-TERM-DATE         PIC 9(8) VALUE 0.
       01  WS-BN-END-REASON        PIC X(2) VALUE SPACES.
       01  WS-BN-MMDD              PIC 9(4) VALUE 0.
       01  WS-BN-YEAR              PIC 9(4) VALUE 0.
       01  WS-BN-DAYS              PIC S9(7) VALUE 0.
       01  WS-BN-SEQ               PIC 9(2) VALUE 0.
       01  WS-BN-SPOUSE-CNT        PIC 9(2) VALUE 0.
       01  WS-BN-CHILD-CNT         PIC 9(2) VALUE 0.
       01  WS-BN-RATE-FOUND        PIC X(1) VALUE 'N'.
       01  WS-BN-RATE-EFF          PIC 9(8) VALUE 0.
       01  WS-BN-EE-MONTHLY        PIC 9(5)V99 VALUE 0.
       01  WS-BN-COUNT             PIC 9(5) VALUE 0.
       01  WS-BN-MARK              PIC X(10) VALUE SPACES.
       01  WS-BN-DEP-LIST          PIC X(18) VALUE SPACES.
       01  WS-BN-PTR               PIC 9(2) VALUE 0.
       01  WS-BN-MM                PIC 9(2) VALUE 0.
       01  WS-BN-CUR-IDX           PIC 9(2) VALUE 0.
       01  WS-BN-OUTRANKED         PIC X(1) VALUE 'N'.
       01  WS-BN-AUD-OP            PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
      *>   the environment, same as ACCOUNTS.cob's mutating
      *>   operations.
           IF WS-OPERATION = "HIRE" OR "UPDATE" OR "TERMINATE"
               OR "LEAVE-USE" OR "W4" OR "W4-EXEMPT"
               OR "DEP-ADD" OR "BENEFIT" OR "BEN-TERM"
               ACCEPT WS-IN-OPER-ID FROM ENVIRONMENT "BANK_OPERATOR_ID"
               ACCEPT WS-IN-OPER-PIN
                   FROM ENVIRONMENT "BANK_OPERATOR_PIN"
                       PERFORM LOAD-ALL-LEAVE
                       PERFORM RECORD-LEAVE-USAGE
                   END-IF
               WHEN "W4"
               WHEN "W4-EXEMPT"
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                   ELSE
                       PERFORM LOAD-ALL-EMPLOYEES
                       PERFORM FILE-W4-ELECTION
                   END-IF
               WHEN "W4-SHOW"
                   PERFORM SHOW-W4-ELECTIONS
               WHEN "DEP-ADD"
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                   ELSE
                       PERFORM LOAD-ALL-EMPLOYEES
                       PERFORM ADD-DEPENDENT
                   END-IF
               WHEN "BENEFIT"
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                   ELSE
                       PERFORM LOAD-ALL-EMPLOYEES
                       PERFORM FILE-BENEFIT-ELECTION
                   END-IF
               WHEN "BEN-TERM"
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                   ELSE
                       PERFORM LOAD-ALL-EMPLOYEES
                       PERFORM END-BENEFIT-ELECTION
                   END-IF
               WHEN "BEN-SHOW"
                   PERFORM SHOW-BENEFIT-ELECTIONS
               WHEN "REGISTER"
                   PERFORM PRINT-CHANGE-REGISTER
               WHEN OTHER
               WHEN "RATE" WHEN "HOURS" WHEN "DEPT"
               WHEN "MEDICAL" WHEN "DENTAL" WHEN "401K"
               WHEN "STATE" WHEN "GROUP" WHEN "ENTITY"
               WHEN "RESSTATE" WHEN "LOCAL" WHEN "LOCALRES"
               WHEN "STATUS"
                   CONTINUE
               WHEN OTHER
                   END-IF
               WHEN "STATE"
                   MOVE WS-IN-ARG4(1:2) TO EMP-STATE-CODE
               WHEN "RESSTATE"
      *>           State of residence — see EMP-RES-STATE. SAME
      *>           clears it back to "lives where they work".
                   IF WS-IN-ARG4 = "SAME"
                       MOVE SPACES TO EMP-RES-STATE
                   ELSE
                       IF WS-IN-ARG4(1:2) IS ALPHABETIC-UPPER
                           AND WS-IN-ARG4(1:1) NOT = SPACE
                           AND WS-IN-ARG4(2:1) NOT = SPACE
                           AND WS-IN-ARG4(3:) = SPACES
                           MOVE WS-IN-ARG4(1:2) TO EMP-RES-STATE
                       ELSE
                           DISPLAY "ERROR|BAD-RESSTATE|" WS-IN-ARG4
                           MOVE 'N' TO WS-VALID-FLAG
                       END-IF
                   END-IF
               WHEN "LOCAL"
      *>           Local tax jurisdiction — a LOCALTAX.DAT code
      *>           (see EMP-LOCAL-CODE); NONE clears it.
                   IF WS-IN-ARG4 = "NONE"
                       MOVE SPACES TO EMP-LOCAL-CODE
                       MOVE SPACES TO EMP-LOCAL-RES
                   ELSE
                       IF WS-IN-ARG4(5:) NOT = SPACES
                           DISPLAY "ERROR|BAD-LOCAL|" WS-IN-ARG4
                           MOVE 'N' TO WS-VALID-FLAG
                       ELSE
                           MOVE WS-IN-ARG4(1:4) TO EMP-LOCAL-CODE
                       END-IF
                   END-IF
               WHEN "LOCALRES"
                   IF WS-IN-ARG4 = 'Y' OR WS-IN-ARG4 = 'N'
                       MOVE WS-IN-ARG4 TO EMP-LOCAL-RES
                   ELSE
                       DISPLAY "ERROR|BAD-LOCALRES|" WS-IN-ARG4
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
               WHEN "GROUP"
      *>           Pay group — see EMP-PAY-GROUP and PAYGRP.cpy.
                   IF WS-IN-ARG4 = "BW" OR WS-IN-ARG4 = "SM"
      *>   run and freeze the leave row. See LVPAYREC.cpy.
           PERFORM LOAD-ALL-LEAVE
           PERFORM STAGE-LEAVE-PAYOUT
      *>   2026 AKD: And benefit coverage ends with the month —
      *>   see END-BENEFITS-ON-TERMINATION.
           PERFORM END-BENEFITS-ON-TERMINATION
           DISPLAY "EMPMAINT|TERMINATED|" WS-IN-EMP-ID
           DISPLAY "RESULT|00".

           WRITE EMPLOYEE-AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE.

      *> -------------------------------------------------------
      *> FILE-W4-ELECTION: A new W-4 (W4) or claim of exemption
      *> (W4-EXEMPT) for an employee on file, appended to
      *> W4ELECT.DAT with the date it takes effect. Nothing on
      *> file is edited — the new row simply outranks the old
      *> from its effective date on (see W4REC.cpy). Imaged to
      *> EMPAUDIT.DAT against the election that stood on that
      *> date.
      *> -------------------------------------------------------
       FILE-W4-ELECTION.
           PERFORM FIND-EMPLOYEE
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "ERROR|EMP-NOT-FOUND|" WS-IN-EMP-ID
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
      *>   Up to nine tokens — past the six the main UNSTRING
      *>   holds, same re-parse PARSE-HIRE-STATE does.
           MOVE SPACES TO WS-W4-ARGS
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION WS-IN-EMP-ID WS-W4-IN-EFF
                    WS-W4-IN-STATUS WS-W4-IN-MULTI WS-W4-IN-DEP
                    WS-W4-IN-OTHER WS-W4-IN-DED WS-W4-IN-EXTRA
           END-UNSTRING
           MOVE WS-CURRENT-DATE TO WS-EFF-DATE
           IF WS-W4-IN-EFF NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-W4-IN-EFF) TO WS-EFF-DATE
               IF WS-EFF-DATE = 0
                   MOVE WS-CURRENT-DATE TO WS-EFF-DATE
               END-IF
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE) NOT = 0
               DISPLAY "ERROR|BAD-EFF-DATE|" WS-W4-IN-EFF
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO W4-ELECTION-RECORD
           MOVE WS-IN-EMP-ID TO W4-EMP-ID
           MOVE WS-EFF-DATE TO W4-EFF-DATE
           MOVE 0 TO W4-DEP-CREDIT
           MOVE 0 TO W4-OTHER-INCOME
           MOVE 0 TO W4-DEDUCTIONS
           MOVE 0 TO W4-EXTRA-WH
           MOVE 0 TO W4-EXEMPT-EXPIRES
           MOVE WS-CURRENT-DATE TO W4-ENTERED-DATE
           MOVE WS-IN-OPER-ID TO W4-OPER-ID
           MOVE 'Y' TO WS-VALID-FLAG
           IF WS-OPERATION = "W4-EXEMPT"
               PERFORM BUILD-W4-EXEMPT
           ELSE
               PERFORM BUILD-W4-ELECTION
           END-IF
           IF WS-VALID-FLAG = 'N'
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE W4-ELECTION-RECORD TO WS-W4-NEW-REC

      *>   The before-image: whatever governed on the new form's
      *>   effective date (FIND-W4-IN-EFFECT reads through the FD
      *>   record, hence the hold above).
           MOVE WS-EFF-DATE TO WS-W4-AS-OF
           PERFORM FIND-W4-IN-EFFECT

           OPEN EXTEND W4ELECT-FILE
           IF WS-W4-STATUS NOT = '00'
               OPEN OUTPUT W4ELECT-FILE
               IF WS-W4-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|W4ELECT|" WS-W4-STATUS
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-W4-NEW-REC TO W4-ELECTION-RECORD
           WRITE W4-ELECTION-RECORD
           CLOSE W4ELECT-FILE

           PERFORM WRITE-W4-AUDIT-RECORD
           MOVE WS-W4-NEW-REC TO W4-ELECTION-RECORD
           DISPLAY "EMPMAINT|W4-FILED|" WS-IN-EMP-ID "|"
               W4-EFF-DATE "|" W4-FILING-STATUS "|"
               W4-MULTI-JOBS "|" W4-EXEMPT
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> BUILD-W4-ELECTION: The W4 tokens onto W4-ELECTION-RECORD
      *> — filing status and the Step 2 box required, the four
      *> amounts optional (zero), none negative. Sets
      *> WS-VALID-FLAG 'N' on any rejection.
      *> -------------------------------------------------------
       BUILD-W4-ELECTION.
           IF WS-W4-IN-STATUS = 'S' OR WS-W4-IN-STATUS = 'M'
               OR WS-W4-IN-STATUS = 'H'
               MOVE WS-W4-IN-STATUS(1:1) TO W4-FILING-STATUS
           ELSE
               DISPLAY "ERROR|BAD-FILING-STATUS|" WS-W4-IN-STATUS
               MOVE 'N' TO WS-VALID-FLAG
           END-IF
           IF WS-W4-IN-MULTI = 'Y' OR WS-W4-IN-MULTI = 'N'
               MOVE WS-W4-IN-MULTI(1:1) TO W4-MULTI-JOBS
           ELSE
               DISPLAY "ERROR|BAD-MULTI-JOBS|" WS-W4-IN-MULTI
               MOVE 'N' TO WS-VALID-FLAG
           END-IF
           IF WS-W4-IN-DEP NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-W4-IN-DEP) TO WS-IN-AMOUNT
               IF WS-IN-AMOUNT < 0 OR WS-IN-AMOUNT > 99999.99
                   DISPLAY "ERROR|BAD-AMOUNT|" WS-W4-IN-DEP
                   MOVE 'N' TO WS-VALID-FLAG
               ELSE
                   MOVE WS-IN-AMOUNT TO W4-DEP-CREDIT
               END-IF
           END-IF
           IF WS-W4-IN-OTHER NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-W4-IN-OTHER) TO WS-IN-AMOUNT
               IF WS-IN-AMOUNT < 0
                   DISPLAY "ERROR|BAD-AMOUNT|" WS-W4-IN-OTHER
                   MOVE 'N' TO WS-VALID-FLAG
               ELSE
                   MOVE WS-IN-AMOUNT TO W4-OTHER-INCOME
               END-IF
           END-IF
           IF WS-W4-IN-DED NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-W4-IN-DED) TO WS-IN-AMOUNT
               IF WS-IN-AMOUNT < 0
                   DISPLAY "ERROR|BAD-AMOUNT|" WS-W4-IN-DED
                   MOVE 'N' TO WS-VALID-FLAG
               ELSE
                   MOVE WS-IN-AMOUNT TO W4-DEDUCTIONS
               END-IF
           END-IF
           IF WS-W4-IN-EXTRA NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-W4-IN-EXTRA) TO WS-IN-AMOUNT
               IF WS-IN-AMOUNT < 0 OR WS-IN-AMOUNT > 99999.99
                   DISPLAY "ERROR|BAD-AMOUNT|" WS-W4-IN-EXTRA
                   MOVE 'N' TO WS-VALID-FLAG
               ELSE
                   MOVE WS-IN-AMOUNT TO W4-EXTRA-WH
               END-IF
           END-IF
           MOVE 'N' TO W4-EXEMPT.

      *> -------------------------------------------------------
      *> BUILD-W4-EXEMPT: A claim of exemption. The form carries
      *> no other entries; the optional expiry (the token after
      *> the effective date) defaults to February 15 of the next
      *> year, the date the IRS requires the claim to be renewed
      *> by. Once it lapses PAYROLL.cob withholds as single.
      *> -------------------------------------------------------
       BUILD-W4-EXEMPT.
           MOVE 'S' TO W4-FILING-STATUS
           MOVE 'N' TO W4-MULTI-JOBS
           MOVE 'Y' TO W4-EXEMPT
           IF WS-W4-IN-STATUS = SPACES
               DIVIDE WS-EFF-DATE BY 10000 GIVING WS-W4-YEAR
               COMPUTE WS-W4-EXPIRES =
                   (WS-W4-YEAR + 1) * 10000 + 215
           ELSE
               MOVE FUNCTION NUMVAL(WS-W4-IN-STATUS)
                   TO WS-W4-EXPIRES
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-W4-EXPIRES) NOT = 0
                   OR WS-W4-EXPIRES < WS-EFF-DATE
                   DISPLAY "ERROR|BAD-EXPIRY|" WS-W4-IN-STATUS
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
           END-IF
           MOVE WS-W4-EXPIRES TO W4-EXEMPT-EXPIRES.

      *> -------------------------------------------------------
      *> FIND-W4-IN-EFFECT: The election governing WS-IN-EMP-ID
      *> on WS-W4-AS-OF — the row with the latest effective date
      *> on or before it, a later row winning a tie — into
      *> WS-W4-PRIOR-REC (SPACES when there is none). The same
      *> pick PAYROLL.cob's W4-LOAD-ELECTIONS makes.
      *> -------------------------------------------------------
       FIND-W4-IN-EFFECT.
           MOVE SPACES TO WS-W4-PRIOR-REC
           MOVE 0 TO WS-W4-PRIOR-EFF
           OPEN INPUT W4ELECT-FILE
           IF WS-W4-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ W4ELECT-FILE
                   AT END
                       CLOSE W4ELECT-FILE
                       EXIT PERFORM
               END-READ
               IF W4-EMP-ID = WS-IN-EMP-ID
                   AND W4-EFF-DATE NOT > WS-W4-AS-OF
                   AND W4-EFF-DATE NOT < WS-W4-PRIOR-EFF
                   MOVE W4-ELECTION-RECORD TO WS-W4-PRIOR-REC
                   MOVE W4-EFF-DATE TO WS-W4-PRIOR-EFF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> WRITE-W4-AUDIT-RECORD: WRITE-AUDIT-RECORD-OP's append,
      *> imaged through EMPAUD.cpy's W-4 views — the election
      *> that stood (blank when none) and the one just filed.
      *> -------------------------------------------------------
       WRITE-W4-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUD-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY "ERROR|AUDIT-FILE|" WS-AUD-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO EMPLOYEE-AUDIT-RECORD
           MOVE WS-OPERATION TO EAUD-OPERATION
           MOVE WS-IN-EMP-ID TO EAUD-EMP-ID
           MOVE WS-CURRENT-DATE TO EAUD-DATE
           MOVE WS-CURRENT-TIME TO EAUD-TIME
           MOVE WS-IN-OPER-ID TO EAUD-OPER-ID

           IF WS-W4-PRIOR-REC NOT = SPACES
               MOVE WS-W4-PRIOR-REC TO W4-ELECTION-RECORD
               MOVE W4-EFF-DATE TO EAUD-BW4-EFF-DATE
               MOVE W4-FILING-STATUS TO EAUD-BW4-STATUS
               MOVE W4-MULTI-JOBS TO EAUD-BW4-MULTI-JOBS
               MOVE W4-DEP-CREDIT TO EAUD-BW4-DEP-CREDIT
               MOVE W4-OTHER-INCOME TO EAUD-BW4-OTHER-INC
               MOVE W4-DEDUCTIONS TO EAUD-BW4-DEDUCTIONS
               MOVE W4-EXTRA-WH TO EAUD-BW4-EXTRA-WH
               MOVE W4-EXEMPT TO EAUD-BW4-EXEMPT
               MOVE W4-EXEMPT-EXPIRES TO EAUD-BW4-EXPIRES
           END-IF

           MOVE WS-W4-NEW-REC TO W4-ELECTION-RECORD
           MOVE W4-EFF-DATE TO EAUD-AW4-EFF-DATE
           MOVE W4-FILING-STATUS TO EAUD-AW4-STATUS
           MOVE W4-MULTI-JOBS TO EAUD-AW4-MULTI-JOBS
           MOVE W4-DEP-CREDIT TO EAUD-AW4-DEP-CREDIT
           MOVE W4-OTHER-INCOME TO EAUD-AW4-OTHER-INC
           MOVE W4-DEDUCTIONS TO EAUD-AW4-DEDUCTIONS
           MOVE W4-EXTRA-WH TO EAUD-AW4-EXTRA-WH
           MOVE W4-EXEMPT TO EAUD-AW4-EXEMPT
           MOVE W4-EXEMPT-EXPIRES TO EAUD-AW4-EXPIRES

           WRITE EMPLOYEE-AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE.

      *> -------------------------------------------------------
      *> SHOW-W4-ELECTIONS: One employee's W-4 history in file
      *> order, the row governing today marked IN-EFFECT.
      *> -------------------------------------------------------
       SHOW-W4-ELECTIONS.
           IF WS-IN-EMP-ID = SPACES
               DISPLAY "ERROR|USAGE|W4-SHOW emp-id"
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-DATE TO WS-W4-AS-OF
           PERFORM FIND-W4-IN-EFFECT
           MOVE 0 TO WS-W4-COUNT
           OPEN INPUT W4ELECT-FILE
           IF WS-W4-STATUS NOT = '00'
               DISPLAY "EMPMAINT|NO-W4|" WS-IN-EMP-ID
               DISPLAY "RESULT|00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ W4ELECT-FILE
                   AT END
                       CLOSE W4ELECT-FILE
                       EXIT PERFORM
               END-READ
               IF W4-EMP-ID = WS-IN-EMP-ID
                   ADD 1 TO WS-W4-COUNT
                   MOVE SPACES TO WS-W4-MARK
                   IF W4-ELECTION-RECORD = WS-W4-PRIOR-REC
                       MOVE "IN-EFFECT" TO WS-W4-MARK
                   END-IF
                   DISPLAY "W4|" W4-EMP-ID "|" W4-EFF-DATE "|"
                       W4-FILING-STATUS "|" W4-MULTI-JOBS "|"
                       W4-DEP-CREDIT "|" W4-OTHER-INCOME "|"
                       W4-DEDUCTIONS "|" W4-EXTRA-WH "|"
                       W4-EXEMPT "|" W4-EXEMPT-EXPIRES "|"
                       W4-OPER-ID "|" WS-W4-MARK
               END-IF
           END-PERFORM
           IF WS-W4-COUNT = 0
               DISPLAY "EMPMAINT|NO-W4|" WS-IN-EMP-ID
           END-IF
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> ADD-DEPENDENT: A spouse or child onto BENDEP.DAT under
      *> the employee's next sequence number — the number a
      *> BENEFIT election names them by. Dependents are never
      *> edited or removed (see BENDEP.cpy).
      *> -------------------------------------------------------
       ADD-DEPENDENT.
           IF WS-IN-EMP-ID = SPACES OR WS-IN-ARG3 = SPACES
               OR WS-IN-ARG4 = SPACES OR WS-IN-ARG5 = SPACES
               DISPLAY "ERROR|USAGE|DEP-ADD id name SP-CH birth-date"
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-EMPLOYEE
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "ERROR|EMP-NOT-FOUND|" WS-IN-EMP-ID
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ARG4 NOT = 'SP' AND WS-IN-ARG4 NOT = 'CH'
               DISPLAY "ERROR|BAD-RELATION|" WS-IN-ARG4
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-IN-ARG5) TO WS-EFF-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE) NOT = 0
               OR WS-EFF-DATE > WS-CURRENT-DATE
               DISPLAY "ERROR|BAD-BIRTH-DATE|" WS-IN-ARG5
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-EMP-DEPENDENTS
           IF WS-BD-COUNT >= 30 OR WS-BN-SEQ >= 99
               DISPLAY "ERROR|TABLE-FULL"
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-ARG3 TO WS-IN-NAME
           INSPECT WS-IN-NAME REPLACING ALL '_' BY ' '
      *>   The same person keyed twice would be two members to the
      *>   carrier — refuse it and name the number already held.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-NAME(WS-BD-IDX) = WS-IN-NAME
                   AND WS-BD-BIRTH(WS-BD-IDX) = WS-EFF-DATE
                   DISPLAY "ERROR|DEPENDENT-ON-FILE|"
                       WS-BD-SEQ(WS-BD-IDX)
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE SPACES TO BEN-DEPENDENT-RECORD
           MOVE WS-IN-EMP-ID TO DEP-EMP-ID
           COMPUTE DEP-SEQ = WS-BN-SEQ + 1
           MOVE WS-IN-NAME TO DEP-NAME
           MOVE WS-IN-ARG4(1:2) TO DEP-RELATION
           MOVE WS-EFF-DATE TO DEP-BIRTH-DATE
           MOVE WS-CURRENT-DATE TO DEP-ADDED-DATE
           MOVE WS-IN-OPER-ID TO DEP-OPER-ID
           MOVE BEN-DEPENDENT-RECORD TO WS-BN-NEW-REC

           OPEN EXTEND BENDEP-FILE
           IF WS-BD-STATUS NOT = '00'
               OPEN OUTPUT BENDEP-FILE
               IF WS-BD-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|BENDEP|" WS-BD-STATUS
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-BN-NEW-REC TO BEN-DEPENDENT-RECORD
           WRITE BEN-DEPENDENT-RECORD
           CLOSE BENDEP-FILE

           PERFORM WRITE-DEP-AUDIT-RECORD
           MOVE WS-BN-NEW-REC TO BEN-DEPENDENT-RECORD
           DISPLAY "EMPMAINT|DEP-ADDED|" WS-IN-EMP-ID "|" DEP-SEQ "|"
               DEP-RELATION
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> FILE-BENEFIT-ELECTION: A new election for one plan type,
      *> appended to BENELECT.DAT. The reason decides when it may
      *> be keyed and when it takes effect (CHECK-BENEFIT-WINDOW);
      *> the plan, tier and dependents must price and agree
      *> (BUILD-BENEFIT-COVERAGE). Nothing on file is edited —
      *> the new row outranks the old from its effective date on.
      *> Imaged to EMPAUDIT.DAT against the election that stood
      *> on that date.
      *> -------------------------------------------------------
       FILE-BENEFIT-ELECTION.
           PERFORM FIND-EMPLOYEE
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "ERROR|EMP-NOT-FOUND|" WS-IN-EMP-ID
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-REC(WS-FOUND-IDX) TO EMPLOYEE-RECORD
           IF EMP-TERMINATED
               DISPLAY "ERROR|EMP-TERMINATED|" WS-IN-EMP-ID
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
      *>   Up to eight tokens — past the six the main UNSTRING
      *>   holds, same re-parse FILE-W4-ELECTION does.
           MOVE SPACES TO WS-BN-ARGS
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION WS-IN-EMP-ID WS-BN-IN-TYPE
                    WS-BN-IN-REASON WS-BN-IN-EFF WS-BN-IN-PLAN
                    WS-BN-IN-TIER WS-BN-IN-DEPS
           END-UNSTRING
           IF WS-BN-IN-TYPE NOT = 'MED' AND WS-BN-IN-TYPE NOT = 'DEN'
               DISPLAY "ERROR|BAD-PLAN-TYPE|" WS-BN-IN-TYPE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BN-IN-TYPE TO WS-BN-TYPE

           MOVE SPACES TO BEN-ELECTION-RECORD
           MOVE WS-IN-EMP-ID TO BEN-EMP-ID
           MOVE WS-BN-TYPE TO BEN-PLAN-TYPE
           MOVE WS-BN-IN-REASON TO BEN-REASON
           IF WS-BN-IN-REASON(3:) NOT = SPACES
               OR NOT (BEN-OPEN-ENROLL OR BEN-NEW-HIRE
                       OR BEN-LIFE-EVENT)
               DISPLAY "ERROR|BAD-REASON|" WS-BN-IN-REASON
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-VALID-FLAG
           PERFORM CHECK-BENEFIT-WINDOW
           IF WS-VALID-FLAG = 'N'
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-BENEFIT-COVERAGE
           IF WS-VALID-FLAG = 'N'
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO BEN-TERM-DATE
           MOVE WS-CURRENT-DATE TO BEN-ENTERED-DATE
           MOVE WS-IN-OPER-ID TO BEN-OPER-ID
           MOVE BEN-ELECTION-RECORD TO WS-BN-NEW-REC

      *>   The before-image: whatever governed the plan type on
      *>   the new election's effective date (LOAD-EMP-ELECTIONS
      *>   reads through the FD record, hence the hold above).
           PERFORM LOAD-EMP-ELECTIONS
           MOVE WS-EFF-DATE TO WS-BN-AS-OF
           PERFORM FIND-BEN-IN-EFFECT

           PERFORM APPEND-BENEFIT-ROW
           MOVE "BENEFIT" TO WS-BN-AUD-OP
           PERFORM WRITE-BEN-AUDIT-RECORD
           MOVE WS-BN-NEW-REC TO BEN-ELECTION-RECORD
           DISPLAY "EMPMAINT|BEN-FILED|" BEN-EMP-ID "|"
               BEN-PLAN-TYPE "|" BEN-PLAN-CODE "|" BEN-TIER "|"
               BEN-EFF-DATE "|" BEN-REASON "|" BEN-DEP-COUNT "|"
               WS-BN-EE-MONTHLY
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> CHECK-BENEFIT-WINDOW: When an election may be keyed, and
      *> the date it takes effect (into WS-EFF-DATE):
      *>   OE — only inside the PAYCOM-BEN-OE-* window, effective
      *>        January 1 of the next plan year (0 defaults it);
      *>   NH — within PAYCOM-BEN-HIRE-DAYS of EMP-HIRE-DATE,
      *>        effective no earlier than the hire (0 = hire date);
      *>   a life event — effective the event date, which must be
      *>        given, not in the future, and no more than
      *>        PAYCOM-BEN-EVENT-DAYS ago.
      *> Sets WS-VALID-FLAG 'N' on any rejection.
      *> -------------------------------------------------------
       CHECK-BENEFIT-WINDOW.
           MOVE 0 TO WS-EFF-DATE
           IF WS-BN-IN-EFF NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BN-IN-EFF) TO WS-EFF-DATE
           END-IF
           MOVE WS-CURRENT-DATE(1:4) TO WS-BN-YEAR
           MOVE WS-CURRENT-DATE(5:4) TO WS-BN-MMDD
           EVALUATE TRUE
               WHEN BEN-OPEN-ENROLL
                   IF WS-BN-MMDD < PAYCOM-BEN-OE-OPEN-MMDD
                       OR WS-BN-MMDD > PAYCOM-BEN-OE-CLOSE-MMDD
                       DISPLAY "ERROR|OUTSIDE-OPEN-ENROLLMENT|"
                           WS-CURRENT-DATE
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
                   IF WS-EFF-DATE = 0
                       COMPUTE WS-EFF-DATE =
                           (WS-BN-YEAR + 1) * 10000 + 101
                   END-IF
                   IF WS-EFF-DATE NOT = (WS-BN-YEAR + 1) * 10000 + 101
                       DISPLAY "ERROR|NOT-PLAN-YEAR-START|"
                           WS-EFF-DATE
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
               WHEN BEN-NEW-HIRE
                   IF FUNCTION TEST-DATE-YYYYMMDD(EMP-HIRE-DATE)
                       NOT = 0
                       DISPLAY "ERROR|NO-HIRE-DATE|" WS-IN-EMP-ID
                       MOVE 'N' TO WS-VALID-FLAG
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-EFF-DATE = 0
                       MOVE EMP-HIRE-DATE TO WS-EFF-DATE
                   END-IF
                   COMPUTE WS-BN-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                       - FUNCTION INTEGER-OF-DATE(EMP-HIRE-DATE)
                   IF WS-BN-DAYS > PAYCOM-BEN-HIRE-DAYS
                       DISPLAY "ERROR|HIRE-WINDOW-CLOSED|"
                           EMP-HIRE-DATE
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
                   IF WS-EFF-DATE < EMP-HIRE-DATE
                       DISPLAY "ERROR|BAD-EFF-DATE|" WS-EFF-DATE
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
               WHEN OTHER
                   IF WS-EFF-DATE = 0
                       OR WS-EFF-DATE > WS-CURRENT-DATE
                       DISPLAY "ERROR|BAD-EVENT-DATE|" WS-BN-IN-EFF
                       MOVE 'N' TO WS-VALID-FLAG
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE) NOT = 0
                       DISPLAY "ERROR|BAD-EVENT-DATE|" WS-BN-IN-EFF
                       MOVE 'N' TO WS-VALID-FLAG
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-BN-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-EFF-DATE)
                   IF WS-BN-DAYS > PAYCOM-BEN-EVENT-DAYS
                       DISPLAY "ERROR|EVENT-WINDOW-CLOSED|"
                           WS-EFF-DATE
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
           END-EVALUATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE) NOT = 0
               DISPLAY "ERROR|BAD-EFF-DATE|" WS-BN-IN-EFF
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.

      *> -------------------------------------------------------
      *> BUILD-BENEFIT-COVERAGE: The plan, tier and covered
      *> dependents onto BEN-ELECTION-RECORD. WAIV declines
      *> coverage and takes nothing else. Otherwise the tier must
      *> have a BENRATE.DAT rate for the plan on the effective
      *> date, and must agree with the dependents named: EE none,
      *> ES one spouse, EC children only, FA a spouse and
      *> children. Sets WS-VALID-FLAG 'N' on any rejection.
      *> -------------------------------------------------------
       BUILD-BENEFIT-COVERAGE.
           MOVE WS-EFF-DATE TO BEN-EFF-DATE
           MOVE 0 TO BEN-DEP-COUNT
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > 6
               MOVE 0 TO BEN-DEP-SEQ(WS-BD-IDX)
           END-PERFORM
           MOVE 0 TO WS-BN-EE-MONTHLY
           IF WS-BN-IN-PLAN = SPACES
               DISPLAY "ERROR|USAGE|BENEFIT id type reason eff plan"
               MOVE 'N' TO WS-VALID-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-BN-IN-PLAN = 'WAIV'
               MOVE 'WAIV' TO BEN-PLAN-CODE
               MOVE SPACES TO BEN-TIER
               EXIT PARAGRAPH
           END-IF
           IF WS-BN-IN-PLAN(5:) NOT = SPACES
               DISPLAY "ERROR|BAD-PLAN|" WS-BN-IN-PLAN
               MOVE 'N' TO WS-VALID-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BN-IN-PLAN TO BEN-PLAN-CODE
           MOVE WS-BN-IN-TIER TO BEN-TIER
           IF WS-BN-IN-TIER(3:) NOT = SPACES
               OR NOT (BEN-TIER-EE OR BEN-TIER-ES OR BEN-TIER-EC
                       OR BEN-TIER-FA)
               DISPLAY "ERROR|BAD-TIER|" WS-BN-IN-TIER
               MOVE 'N' TO WS-VALID-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BEN-RATE
           IF WS-BN-RATE-FOUND = 'N'
               DISPLAY "ERROR|NO-RATE|" BEN-PLAN-TYPE "|"
                   BEN-PLAN-CODE "|" BEN-TIER "|" BEN-EFF-DATE
               MOVE 'N' TO WS-VALID-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-BEN-DEPENDENTS
           IF WS-VALID-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN BEN-TIER-EE
                   IF WS-BN-SPOUSE-CNT NOT = 0
                       OR WS-BN-CHILD-CNT NOT = 0
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
               WHEN BEN-TIER-ES
                   IF WS-BN-SPOUSE-CNT NOT = 1
                       OR WS-BN-CHILD-CNT NOT = 0
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
               WHEN BEN-TIER-EC
                   IF WS-BN-SPOUSE-CNT NOT = 0
                       OR WS-BN-CHILD-CNT = 0
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
               WHEN BEN-TIER-FA
                   IF WS-BN-SPOUSE-CNT NOT = 1
                       OR WS-BN-CHILD-CNT = 0
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
           END-EVALUATE
           IF WS-VALID-FLAG = 'N'
               DISPLAY "ERROR|TIER-DEPENDENT-MISMATCH|" BEN-TIER "|"
                   WS-BN-SPOUSE-CNT "|" WS-BN-CHILD-CNT
           END-IF.

      *> -------------------------------------------------------
      *> PARSE-BEN-DEPENDENTS: The comma-separated dependent
      *> numbers onto BEN-DEP-SEQ, each checked against the
      *> employee's BENDEP.DAT rows and counted as spouse or
      *> child for the tier check.
      *> -------------------------------------------------------
       PARSE-BEN-DEPENDENTS.
           MOVE 0 TO WS-BN-SPOUSE-CNT
           MOVE 0 TO WS-BN-CHILD-CNT
           MOVE SPACES TO WS-BN-DEP-TOKENS
           IF WS-BN-IN-DEPS = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-EMP-DEPENDENTS
           UNSTRING WS-BN-IN-DEPS DELIMITED BY ','
               INTO WS-BN-DEP-TOKEN(1) WS-BN-DEP-TOKEN(2)
                    WS-BN-DEP-TOKEN(3) WS-BN-DEP-TOKEN(4)
                    WS-BN-DEP-TOKEN(5) WS-BN-DEP-TOKEN(6)
               ON OVERFLOW
                   DISPLAY "ERROR|TOO-MANY-DEPENDENTS|"
                       WS-BN-IN-DEPS
                   MOVE 'N' TO WS-VALID-FLAG
           END-UNSTRING
           PERFORM VARYING WS-BE-IDX FROM 1 BY 1
                   UNTIL WS-BE-IDX > 6 OR WS-VALID-FLAG = 'N'
               IF WS-BN-DEP-TOKEN(WS-BE-IDX) NOT = SPACES
                   PERFORM ADD-BEN-DEPENDENT
               END-IF
           END-PERFORM.

       ADD-BEN-DEPENDENT.
           MOVE FUNCTION NUMVAL(WS-BN-DEP-TOKEN(WS-BE-IDX))
               TO WS-BN-SEQ
           MOVE 0 TO WS-BD-FOUND-IDX
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-SEQ(WS-BD-IDX) = WS-BN-SEQ
                   MOVE WS-BD-IDX TO WS-BD-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BD-FOUND-IDX = 0 OR WS-BN-SEQ = 0
               DISPLAY "ERROR|DEP-NOT-FOUND|" WS-IN-EMP-ID "|"
                   WS-BN-DEP-TOKEN(WS-BE-IDX)
               MOVE 'N' TO WS-VALID-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BE-IDX2 FROM 1 BY 1
                   UNTIL WS-BE-IDX2 > BEN-DEP-COUNT
               IF BEN-DEP-SEQ(WS-BE-IDX2) = WS-BN-SEQ
                   DISPLAY "ERROR|DUPLICATE-DEPENDENT|"
                       WS-BN-DEP-TOKEN(WS-BE-IDX)
                   MOVE 'N' TO WS-VALID-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VALID-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BEN-DEP-COUNT
           MOVE WS-BN-SEQ TO BEN-DEP-SEQ(BEN-DEP-COUNT)
           IF WS-BD-REL(WS-BD-FOUND-IDX) = 'SP'
               ADD 1 TO WS-BN-SPOUSE-CNT
           ELSE
               ADD 1 TO WS-BN-CHILD-CNT
           END-IF.

      *> -------------------------------------------------------
      *> FIND-BEN-RATE: The BENRATE.DAT row for BEN-ELECTION-
      *> RECORD's plan type, plan and tier with the latest
      *> effective date on or before the election's — its
      *> employee share into WS-BN-EE-MONTHLY.
      *> -------------------------------------------------------
       FIND-BEN-RATE.
           MOVE 'N' TO WS-BN-RATE-FOUND
           MOVE 0 TO WS-BN-RATE-EFF
           MOVE 0 TO WS-BN-EE-MONTHLY
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
               IF RATE-PLAN-TYPE = BEN-PLAN-TYPE
                   AND RATE-PLAN-CODE = BEN-PLAN-CODE
                   AND RATE-TIER = BEN-TIER
                   AND RATE-EFF-DATE NOT > BEN-EFF-DATE
                   AND RATE-EFF-DATE NOT < WS-BN-RATE-EFF
                   MOVE 'Y' TO WS-BN-RATE-FOUND
                   MOVE RATE-EFF-DATE TO WS-BN-RATE-EFF
                   MOVE RATE-EE-MONTHLY TO WS-BN-EE-MONTHLY
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> END-BENEFIT-ELECTION: Coverage under the election in
      *> effect on the term date (by default the last day of this
      *> month) stops after that day. Fails when nothing is
      *> covered then, or coverage already stops no later.
      *> -------------------------------------------------------
       END-BENEFIT-ELECTION.
           PERFORM FIND-EMPLOYEE
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "ERROR|EMP-NOT-FOUND|" WS-IN-EMP-ID
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BN-ARGS
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION WS-IN-EMP-ID WS-BN-IN-TYPE
                    WS-BN-IN-EFF
           END-UNSTRING
           IF WS-BN-IN-TYPE NOT = 'MED' AND WS-BN-IN-TYPE NOT = 'DEN'
               DISPLAY "ERROR|BAD-PLAN-TYPE|" WS-BN-IN-TYPE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BN-IN-TYPE TO WS-BN-TYPE
           PERFORM SET-MONTH-END-TERM
           IF WS-BN-IN-EFF NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BN-IN-EFF) TO WS-BN-TERM-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-BN-TERM-DATE)
                   NOT = 0
                   DISPLAY "ERROR|BAD-TERM-DATE|" WS-BN-IN-EFF
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM LOAD-EMP-ELECTIONS
           MOVE WS-BN-TERM-DATE TO WS-BN-AS-OF
           PERFORM FIND-BEN-IN-EFFECT
           IF WS-BE-FOUND-IDX = 0
               DISPLAY "ERROR|NO-COVERAGE|" WS-IN-EMP-ID "|"
                   WS-BN-TYPE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BN-PRIOR-REC TO BEN-ELECTION-RECORD
           IF BEN-WAIVED
               OR (BEN-TERM-DATE NOT = 0
                   AND BEN-TERM-DATE NOT > WS-BN-TERM-DATE)
               DISPLAY "ERROR|NO-COVERAGE|" WS-IN-EMP-ID "|"
                   WS-BN-TYPE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE 'TM' TO WS-BN-END-REASON
           MOVE "BEN-TERM" TO WS-BN-AUD-OP
           PERFORM END-ONE-ELECTION
           DISPLAY "RESULT|00".

      *> -------------------------------------------------------
      *> END-BENEFITS-ON-TERMINATION: TERMINATE-EMPLOYEE's step —
      *> medical and dental both end the last day of the month
      *> the employee leaves, recorded as TE rows.
      *> -------------------------------------------------------
       END-BENEFITS-ON-TERMINATION.
           PERFORM SET-MONTH-END-TERM
           MOVE 'TE' TO WS-BN-END-REASON
           MOVE "BEN-END" TO WS-BN-AUD-OP
           MOVE 'MED' TO WS-BN-TYPE
           PERFORM END-TYPE-ON-TERMINATION
           MOVE 'DEN' TO WS-BN-TYPE
           PERFORM END-TYPE-ON-TERMINATION.

      *> -------------------------------------------------------
      *> END-TYPE-ON-TERMINATION: Ends every election of one plan
      *> type that would still cover a day past the term date —
      *> the one in effect on it, and any dated later (next plan
      *> year's open-enrollment pick, say). A row outranked by a
      *> later row of the same date governs nothing and is left
      *> alone; so is a waiver, or coverage already ending.
      *> -------------------------------------------------------
       END-TYPE-ON-TERMINATION.
           PERFORM LOAD-EMP-ELECTIONS
           MOVE WS-BN-TERM-DATE TO WS-BN-AS-OF
           PERFORM FIND-BEN-IN-EFFECT
           MOVE WS-BE-FOUND-IDX TO WS-BN-CUR-IDX
           PERFORM VARYING WS-BE-IDX FROM 1 BY 1
                   UNTIL WS-BE-IDX > WS-BE-COUNT
               MOVE WS-BE-REC(WS-BE-IDX) TO BEN-ELECTION-RECORD
               IF WS-BE-IDX = WS-BN-CUR-IDX
                   OR BEN-EFF-DATE > WS-BN-TERM-DATE
                   PERFORM CHECK-BEN-OUTRANKED
                   MOVE WS-BE-REC(WS-BE-IDX) TO BEN-ELECTION-RECORD
                   IF WS-BN-OUTRANKED = 'N'
                       AND NOT BEN-WAIVED
                       AND (BEN-TERM-DATE = 0
                            OR BEN-TERM-DATE > WS-BN-TERM-DATE)
                       MOVE WS-BE-REC(WS-BE-IDX) TO WS-BN-PRIOR-REC
                       PERFORM END-ONE-ELECTION
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-BEN-OUTRANKED.
           MOVE 'N' TO WS-BN-OUTRANKED
           PERFORM VARYING WS-BE-IDX2 FROM WS-BE-IDX BY 1
                   UNTIL WS-BE-IDX2 >= WS-BE-COUNT
               IF WS-BE-REC(WS-BE-IDX2 + 1)(17:8) = BEN-EFF-DATE
                   MOVE 'Y' TO WS-BN-OUTRANKED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> END-ONE-ELECTION: WS-BN-PRIOR-REC copied with its
      *> termination date set to WS-BN-TERM-DATE — appended, so
      *> it outranks the original from the same effective date —
      *> and imaged to EMPAUDIT.DAT against it.
      *> -------------------------------------------------------
       END-ONE-ELECTION.
           MOVE WS-BN-PRIOR-REC TO BEN-ELECTION-RECORD
           MOVE WS-BN-TERM-DATE TO BEN-TERM-DATE
           MOVE WS-BN-END-REASON TO BEN-REASON
           MOVE WS-CURRENT-DATE TO BEN-ENTERED-DATE
           MOVE WS-IN-OPER-ID TO BEN-OPER-ID
           MOVE BEN-ELECTION-RECORD TO WS-BN-NEW-REC
           PERFORM APPEND-BENEFIT-ROW
           PERFORM WRITE-BEN-AUDIT-RECORD
           MOVE WS-BN-NEW-REC TO BEN-ELECTION-RECORD
           DISPLAY "EMPMAINT|BEN-ENDED|" BEN-EMP-ID "|"
               BEN-PLAN-TYPE "|" BEN-PLAN-CODE "|" BEN-EFF-DATE "|"
               BEN-TERM-DATE.

      *> -------------------------------------------------------
      *> SET-MONTH-END-TERM: The last day of the current month
      *> into WS-BN-TERM-DATE — the day before the first of next.
      *> -------------------------------------------------------
       SET-MONTH-END-TERM.
           MOVE WS-CURRENT-DATE(1:4) TO WS-BN-YEAR
           MOVE WS-CURRENT-DATE(5:2) TO WS-BN-MM
           IF WS-BN-MM = 12
               COMPUTE WS-BN-TERM-DATE =
                   (WS-BN-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-BN-TERM-DATE =
                   WS-BN-YEAR * 10000 + (WS-BN-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-BN-TERM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BN-TERM-DATE) - 1).

      *> -------------------------------------------------------
      *> APPEND-BENEFIT-ROW: WS-BN-NEW-REC onto BENELECT.DAT.
      *> -------------------------------------------------------
       APPEND-BENEFIT-ROW.
           OPEN EXTEND BENELECT-FILE
           IF WS-BN-STATUS NOT = '00'
               OPEN OUTPUT BENELECT-FILE
               IF WS-BN-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|BENELECT|" WS-BN-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-BN-NEW-REC TO BEN-ELECTION-RECORD
           WRITE BEN-ELECTION-RECORD
           CLOSE BENELECT-FILE.

      *> -------------------------------------------------------
      *> LOAD-EMP-DEPENDENTS: WS-IN-EMP-ID's BENDEP.DAT rows into
      *> WS-BD-TABLE (sequence and relationship), the highest
      *> sequence number on file into WS-BN-SEQ.
      *> -------------------------------------------------------
       LOAD-EMP-DEPENDENTS.
           MOVE 0 TO WS-BD-COUNT
           MOVE 0 TO WS-BN-SEQ
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
               IF DEP-EMP-ID = WS-IN-EMP-ID
                   IF WS-BD-COUNT < 30
                       ADD 1 TO WS-BD-COUNT
                       MOVE DEP-SEQ TO WS-BD-SEQ(WS-BD-COUNT)
                       MOVE DEP-RELATION TO WS-BD-REL(WS-BD-COUNT)
                       MOVE DEP-NAME TO WS-BD-NAME(WS-BD-COUNT)
                       MOVE DEP-BIRTH-DATE TO WS-BD-BIRTH(WS-BD-COUNT)
                   END-IF
                   IF DEP-SEQ > WS-BN-SEQ
                       MOVE DEP-SEQ TO WS-BN-SEQ
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LOAD-EMP-ELECTIONS: WS-IN-EMP-ID's BENELECT.DAT rows for
      *> plan type WS-BN-TYPE, in file order, into WS-BE-TABLE.
      *> -------------------------------------------------------
       LOAD-EMP-ELECTIONS.
           MOVE 0 TO WS-BE-COUNT
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
               IF BEN-EMP-ID = WS-IN-EMP-ID
                   AND BEN-PLAN-TYPE = WS-BN-TYPE
                   IF WS-BE-COUNT < 50
                       ADD 1 TO WS-BE-COUNT
                       MOVE BEN-ELECTION-RECORD
                           TO WS-BE-REC(WS-BE-COUNT)
                   ELSE
                       DISPLAY "EMPMAINT|TABLE-FULL|" BEN-EMP-ID
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> FIND-BEN-IN-EFFECT: Of the rows LOAD-EMP-ELECTIONS
      *> loaded, the one governing WS-BN-AS-OF — latest effective
      *> date on or before it, a later row winning a tie — into
      *> WS-BN-PRIOR-REC and WS-BE-FOUND-IDX (SPACES and zero
      *> when there is none). The same pick PAYROLL.cob's
      *> BN-LOAD-ELECTIONS makes. Whether it actually covers that
      *> day is the caller's question (a waiver, or a term date
      *> already past, governs without covering).
      *> -------------------------------------------------------
       FIND-BEN-IN-EFFECT.
           MOVE SPACES TO WS-BN-PRIOR-REC
           MOVE 0 TO WS-BN-PRIOR-EFF
           MOVE 0 TO WS-BE-FOUND-IDX
           PERFORM VARYING WS-BE-IDX FROM 1 BY 1
                   UNTIL WS-BE-IDX > WS-BE-COUNT
               MOVE WS-BE-REC(WS-BE-IDX) TO BEN-ELECTION-RECORD
               IF BEN-EFF-DATE NOT > WS-BN-AS-OF
                   AND BEN-EFF-DATE NOT < WS-BN-PRIOR-EFF
                   MOVE WS-BE-REC(WS-BE-IDX) TO WS-BN-PRIOR-REC
                   MOVE BEN-EFF-DATE TO WS-BN-PRIOR-EFF
                   MOVE WS-BE-IDX TO WS-BE-FOUND-IDX
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> WRITE-BEN-AUDIT-RECORD: WRITE-AUDIT-RECORD-OP's append,
      *> imaged through EMPAUD.cpy's benefit views — the election
      *> that governed (blank when none) and the row just filed.
      *> -------------------------------------------------------
       WRITE-BEN-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUD-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY "ERROR|AUDIT-FILE|" WS-AUD-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO EMPLOYEE-AUDIT-RECORD
           MOVE WS-BN-AUD-OP TO EAUD-OPERATION
           MOVE WS-IN-EMP-ID TO EAUD-EMP-ID
           MOVE WS-CURRENT-DATE TO EAUD-DATE
           MOVE WS-CURRENT-TIME TO EAUD-TIME
           MOVE WS-IN-OPER-ID TO EAUD-OPER-ID

           IF WS-BN-PRIOR-REC NOT = SPACES
               MOVE WS-BN-PRIOR-REC TO BEN-ELECTION-RECORD
               MOVE BEN-PLAN-TYPE TO EAUD-BBN-PLAN-TYPE
               MOVE BEN-PLAN-CODE TO EAUD-BBN-PLAN-CODE
               MOVE BEN-TIER TO EAUD-BBN-TIER
               MOVE BEN-EFF-DATE TO EAUD-BBN-EFF-DATE
               MOVE BEN-TERM-DATE TO EAUD-BBN-TERM-DATE
               MOVE BEN-REASON TO EAUD-BBN-REASON
               MOVE BEN-DEP-COUNT TO EAUD-BBN-DEP-COUNT
               MOVE BEN-ELECTION-RECORD(36:12) TO EAUD-BBN-DEP-LIST
           END-IF

           MOVE WS-BN-NEW-REC TO BEN-ELECTION-RECORD
           MOVE BEN-PLAN-TYPE TO EAUD-ABN-PLAN-TYPE
           MOVE BEN-PLAN-CODE TO EAUD-ABN-PLAN-CODE
           MOVE BEN-TIER TO EAUD-ABN-TIER
           MOVE BEN-EFF-DATE TO EAUD-ABN-EFF-DATE
           MOVE BEN-TERM-DATE TO EAUD-ABN-TERM-DATE
           MOVE BEN-REASON TO EAUD-ABN-REASON
           MOVE BEN-DEP-COUNT TO EAUD-ABN-DEP-COUNT
           MOVE BEN-ELECTION-RECORD(36:12) TO EAUD-ABN-DEP-LIST

           WRITE EMPLOYEE-AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE.

      *> -------------------------------------------------------
      *> WRITE-DEP-AUDIT-RECORD: The same append for DEP-ADD —
      *> no before image, the new dependent after.
      *> -------------------------------------------------------
       WRITE-DEP-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUD-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY "ERROR|AUDIT-FILE|" WS-AUD-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO EMPLOYEE-AUDIT-RECORD
           MOVE WS-OPERATION TO EAUD-OPERATION
           MOVE WS-IN-EMP-ID TO EAUD-EMP-ID
           MOVE WS-CURRENT-DATE TO EAUD-DATE
           MOVE WS-CURRENT-TIME TO EAUD-TIME
           MOVE WS-IN-OPER-ID TO EAUD-OPER-ID
           MOVE WS-BN-NEW-REC TO BEN-DEPENDENT-RECORD
           MOVE DEP-SEQ TO EAUD-ADP-SEQ
           MOVE DEP-NAME TO EAUD-ADP-NAME
           MOVE DEP-RELATION TO EAUD-ADP-RELATION
           MOVE DEP-BIRTH-DATE TO EAUD-ADP-BIRTH-DATE

           WRITE EMPLOYEE-AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE.

      *> -------------------------------------------------------
      *> SHOW-BENEFIT-ELECTIONS: One employee's dependents, then
      *> each plan type's elections in file order, the row
      *> governing today marked IN-EFFECT.
      *> -------------------------------------------------------
       SHOW-BENEFIT-ELECTIONS.
           IF WS-IN-EMP-ID = SPACES
               DISPLAY "ERROR|USAGE|BEN-SHOW emp-id"
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BN-COUNT
           OPEN INPUT BENDEP-FILE
           IF WS-BD-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ BENDEP-FILE
                       AT END
                           CLOSE BENDEP-FILE
                           EXIT PERFORM
                   END-READ
                   IF DEP-EMP-ID = WS-IN-EMP-ID
                       DISPLAY "DEP|" DEP-EMP-ID "|" DEP-SEQ "|"
                           FUNCTION TRIM(DEP-NAME) "|"
                           DEP-RELATION "|" DEP-BIRTH-DATE
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-CURRENT-DATE TO WS-BN-AS-OF
           MOVE 'MED' TO WS-BN-TYPE
           PERFORM SHOW-BENEFIT-TYPE
           MOVE 'DEN' TO WS-BN-TYPE
           PERFORM SHOW-BENEFIT-TYPE
           IF WS-BN-COUNT = 0
               DISPLAY "EMPMAINT|NO-BENEFITS|" WS-IN-EMP-ID
           END-IF
           DISPLAY "RESULT|00".

       SHOW-BENEFIT-TYPE.
           PERFORM LOAD-EMP-ELECTIONS
           PERFORM FIND-BEN-IN-EFFECT
           PERFORM VARYING WS-BE-IDX FROM 1 BY 1
                   UNTIL WS-BE-IDX > WS-BE-COUNT
               ADD 1 TO WS-BN-COUNT
               MOVE WS-BE-REC(WS-BE-IDX) TO BEN-ELECTION-RECORD
               MOVE SPACES TO WS-BN-MARK
               IF WS-BE-IDX = WS-BE-FOUND-IDX
                   MOVE "IN-EFFECT" TO WS-BN-MARK
               END-IF
               MOVE SPACES TO WS-BN-DEP-LIST
               PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                       UNTIL WS-BD-IDX > BEN-DEP-COUNT
                   COMPUTE WS-BN-PTR = WS-BD-IDX * 3 - 2
                   MOVE BEN-DEP-SEQ(WS-BD-IDX)
                       TO WS-BN-DEP-LIST(WS-BN-PTR:2)
                   IF WS-BD-IDX < BEN-DEP-COUNT
                       MOVE ',' TO WS-BN-DEP-LIST(WS-BN-PTR + 2:1)
                   END-IF
               END-PERFORM
               DISPLAY "BEN|" BEN-EMP-ID "|" BEN-PLAN-TYPE "|"
                   BEN-PLAN-CODE "|" BEN-TIER "|" BEN-EFF-DATE "|"
                   BEN-TERM-DATE "|" BEN-REASON "|"
                   FUNCTION TRIM(WS-BN-DEP-LIST) "|"
                   BEN-ENTERED-DATE "|" BEN-OPER-ID "|" WS-BN-MARK
           END-PERFORM.

      *> -------------------------------------------------------
      *> PRINT-CHANGE-REGISTER: Every EMPAUDIT.DAT entry (or just
      *> one date's) as CHANGE| lines — what payroll reviews before
                       IF WS-REG-DATE = 0
                           OR EAUD-DATE = WS-REG-DATE
                           ADD 1 TO WS-CHANGE-COUNT
      *>                   A W-4, benefit or dependent entry's
      *>                   images are not employee fields — see
      *>                   EMPAUD.cpy.
                           EVALUATE TRUE
                               WHEN EAUD-OPERATION(1:2) = "W4"
                                   DISPLAY "CHANGE|" EAUD-OPERATION "|"
                                       EAUD-EMP-ID "|" EAUD-DATE "|"
                                       EAUD-TIME "|" EAUD-OPER-ID "|"
                                       EAUD-BW4-EFF-DATE "/"
                                       EAUD-BW4-STATUS "/"
                                       EAUD-BW4-EXEMPT "|"
                                       EAUD-AW4-EFF-DATE "/"
                                       EAUD-AW4-STATUS "/"
                                       EAUD-AW4-EXEMPT
                               WHEN EAUD-OPERATION(1:3) = "BEN"
                                   DISPLAY "CHANGE|" EAUD-OPERATION "|"
                                       EAUD-EMP-ID "|" EAUD-DATE "|"
                                       EAUD-TIME "|" EAUD-OPER-ID "|"
                                       EAUD-BBN-PLAN-TYPE "/"
                                       EAUD-BBN-PLAN-CODE "/"
                                       EAUD-BBN-TIER "/"
                                       EAUD-BBN-EFF-DATE "/"
                                       EAUD-BBN-TERM-DATE "|"
                                       EAUD-ABN-PLAN-TYPE "/"
                                       EAUD-ABN-PLAN-CODE "/"
                                       EAUD-ABN-TIER "/"
                                       EAUD-ABN-EFF-DATE "/"
                                       EAUD-ABN-TERM-DATE
                               WHEN EAUD-OPERATION = "DEP-ADD"
                                   DISPLAY "CHANGE|" EAUD-OPERATION "|"
                                       EAUD-EMP-ID "|" EAUD-DATE "|"
                                       EAUD-TIME "|" EAUD-OPER-ID "||"
                                       EAUD-ADP-SEQ "/"
                                       EAUD-ADP-RELATION "/"
                                       EAUD-ADP-BIRTH-DATE
                               WHEN OTHER
                                   DISPLAY "CHANGE|" EAUD-OPERATION "|"
                                       EAUD-EMP-ID "|" EAUD-DATE "|"
                                       EAUD-TIME "|" EAUD-OPER-ID "|"
                                       EAUD-BEF-SALARY "/"
                                       EAUD-BEF-RATE "/"
                                       EAUD-BEF-STATUS "|"
                                       EAUD-AFT-SALARY "/"
                                       EAUD-AFT-RATE "/"
                                       EAUD-AFT-STATUS
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
