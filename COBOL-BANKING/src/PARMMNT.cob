      *>================================================================*
      *>  Program:     PARMMNT.cob
      *>  System:      LEGACY LEDGER — Parameter Table Maintenance
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The maintenance console for the tables that drive
      *>    posting, interest, limits and payroll — until now each
      *>    was edited by hand in a text editor, where one column
      *>    out of place silently changes every customer's rate:
      *>      RATE  RATETBL.DAT   (RATEREC.cpy)  interest tiers
      *>      LIMIT ACCTLIMIT.DAT (LIMITREC.cpy) daily-limit
      *>                                          overrides
      *>      CAL   CALENDAR.DAT  (CALREC.cpy)   holidays
      *>      CHAN  CHANCTL.DAT   (VALIDATE.cob) channel cutoffs
      *>                                          and limits
      *>      FX    FXRATES.DAT   (FXRATE.cpy)   conversion rates
      *>      SUTA  SUTARATE.DAT  (SUTARATE.cpy) state unemployment
      *>                                          rates
      *>      LOCAL LOCALTAX.DAT  (LOCALTAX.cpy) local income tax
      *>                                          rates
      *>      RECIP STRECIP.DAT   (STRECIP.cpy)  state withholding
      *>                                          reciprocity
      *>      DUP   DUPCTL.DAT    (DUPCTL.cpy)   duplicate deposit
      *>                                          lookback window
      *>    A change is keyed as fields, never as a record: each
      *>    field is checked against the values its copybook
      *>    allows and must fit its picture exactly (a rate with a
      *>    fifth decimal is refused, not truncated), and the
      *>    program builds the row itself. The change then waits in
      *>    PARMPEND.DAT (PARMCHG.cpy) for a second operator —
      *>    supervisor or admin, never the maker — the maker/
      *>    checker queue of GLENTRY.cob. Every change carries an
      *>    effective date: one already due is applied on
      *>    approval; a future-dated one waits, approved, for the
      *>    APPLY step the EOD chain runs each night. A RATETBL.DAT
      *>    row carries its own RATE-EFF-DATE, so a rate change is
      *>    written on approval and INTEREST.cob's resolution picks
      *>    it up from that date. Every row added, replaced or
      *>    deleted is logged with its before and after images to
      *>    PARMAUDIT.DAT (PARMAUD.cpy), which AUDITINQ.cob
      *>    searches. ASOF answers "what will be in effect on date
      *>    X": the table as it stands, plus every approved change
      *>    due by then.
      *>
      *>  Operations (via command-line argument):
      *>    SET table eff fields...   — queue an add or replace
      *>        RATE  eff type tier-min rate basis
      *>                (eff is the row's RATE-EFF-DATE)
      *>        LIMIT eff acct-id daily-amount
      *>        CAL   eff yyyymmdd H|B description...
      *>        CHAN  eff channel hhmmss daily-limit
      *>        FX    eff from-ccy to-ccy rate
      *>                (eff is the row's FX-RATE-DATE)
      *>        SUTA  eff state wage-base rate
      *>        LOCAL eff code state res-rate nonres-rate name...
      *>        RECIP eff work-state res-state
      *>        DUP   eff LOOKBACK days
      *>    DELETE table eff key...   — queue a row's removal;
      *>        key fields as SET (RATE: eff type tier-min, eff
      *>        naming the row; CAL: eff yyyymmdd; FX: eff from
      *>        to; RECIP: eff work res; others eff and the first
      *>        field)
      *>    APPROVE seq / REJECT seq  — checker (supervisor, not
      *>                                the maker)
      *>    APPLY                     — apply approved changes now
      *>                                due (EOD chain job PARMMNT)
      *>    LIST [table]              — the change queue
      *>    ASOF table yyyymmdd       — rows in effect on that date
      *>    eff is yyyymmdd or NOW (today's business date); it may
      *>    not be before today's business date except as the key
      *>    of a RATE row being deleted.
      *>
      *>  Files:
      *>    Input/Output: PARMPEND.DAT, RATETBL.DAT, ACCTLIMIT.DAT,
      *>                  CALENDAR.DAT, CHANCTL.DAT, FXRATES.DAT,
      *>                  SUTARATE.DAT, LOCALTAX.DAT, STRECIP.DAT,
      *>                  DUPCTL.DAT
      *>    Input:        ACCOUNTS.DAT, OPERATORS.DAT, BUSDATE.DAT
      *>    Output:       PARMAUDIT.DAT (appended), RUNHIST.DAT
      *>                  (APPLY)
      *>
      *>  Copybooks:
      *>    PARMCHG.cpy, PARMAUD.cpy, RATEREC.cpy, LIMITREC.cpy,
      *>    CALREC.cpy, FXRATE.cpy, SUTARATE.cpy, LOCALTAX.cpy,
      *>    STRECIP.cpy, DUPCTL.cpy, ACCTREC.cpy,
      *>    RUNHIST.cpy, BUSDATE.cpy, OPERREC.cpy, OPERIO.cpy,
      *>    COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    PARM-QUEUED|seq|table|action|key|eff
      *>    PARM-APPROVED|seq|checker|APPLIED or WAITING|eff
      *>    PARM-REJECTED|seq|checker
      *>    PARM-APPLIED|seq|table|ADD/REPLACE/DELETE|key
      *>    PARM-APPLY-SUMMARY|count
      *>    PARM-PEND|seq|table|action|key|eff|status|maker|checker
      *>    PARM-ASOF|table|date|rows
      *>    PARM-ASOF-UNAPPROVED|seq|action|key|eff
      *>    PARM-ROW|table|fields...
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — APPROVE/REJECT target not found or not
      *>                pending; DELETE of a row not on file
      *>    RESULT|07 — Operator denied, below rank, or the maker
      *>                approving their own change
      *>    RESULT|99 — Field fails validation, bad arguments, or
      *>                I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>    2026-10-15  AKD  LOCAL and RECIP tables — payroll's local
      *>                     income tax rates and state reciprocity
      *>    2026-10-15  AKD  DUP table — the duplicate check deposit
      *>                     lookback window TRANSACT.cob, AVAILENG.cob
      *>                     and LOCKBOX.cob read from DUPCTL.DAT
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
               ASSIGN TO "PARMPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
           SELECT PAUDIT-FILE
               ASSIGN TO "PARMAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
           SELECT RATETBL-FILE
               ASSIGN TO "RATETBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBL-STATUS.
           SELECT ACCTLIMIT-FILE
               ASSIGN TO "ACCTLIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBL-STATUS.
           SELECT CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBL-STATUS.
           SELECT CHANCTL-FILE
               ASSIGN TO "CHANCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBL-STATUS.
           SELECT FXRATES-FILE
               ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBL-STATUS.
           SELECT SUTARATE-FILE
               ASSIGN TO "SUTARATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBL-STATUS.
           SELECT LOCALTAX-FILE
               ASSIGN TO "LOCALTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBL-STATUS.
           SELECT STRECIP-FILE
               ASSIGN TO "STRECIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBL-STATUS.
           SELECT DUPCTL-FILE
               ASSIGN TO "DUPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBL-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT BUSDATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       COPY "PARMCHG.cpy".
       FD  PAUDIT-FILE.
       COPY "PARMAUD.cpy".
       FD  RATETBL-FILE.
       COPY "RATEREC.cpy".
       FD  ACCTLIMIT-FILE.
       COPY "LIMITREC.cpy".
       FD  CALENDAR-FILE.
       COPY "CALREC.cpy".
      *>   Same layout as VALIDATE.cob's CHANCTL.DAT FD — channel,
      *>   cutoff time (0 = always open), daily limit (0 = none).
       FD  CHANCTL-FILE.
       01  CHANNEL-CONTROL-RECORD.
           05  CHC-CHANNEL        PIC X(2).
           05  CHC-CUTOFF-TIME    PIC 9(6).
           05  CHC-DAILY-LIMIT    PIC S9(12)V99.
       FD  FXRATES-FILE.
       COPY "FXRATE.cpy".
       FD  SUTARATE-FILE.
       COPY "SUTARATE.cpy".
       FD  LOCALTAX-FILE.
       COPY "LOCALTAX.cpy".
       FD  STRECIP-FILE.
       COPY "STRECIP.cpy".
       FD  DUPCTL-FILE.
       COPY "DUPCTL.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  RUN-HISTORY-FILE.
       COPY "RUNHIST.cpy".
       FD  BUSDATE-FILE.
       COPY "BUSDATE.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PD-STATUS           PIC XX VALUE SPACES.
       01  WS-PA-STATUS           PIC XX VALUE SPACES.
       01  WS-TBL-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
      *>   Business-date control file status — see BUSDATE.cpy
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-ROLE           PIC X(1) VALUE SPACES.
      *>   Run-history working fields — see LOG-RUN-START/
      *>   LOG-RUN-END and RUNHIST.cpy, same as SUBPROOF.cob.
       01  WS-RUNHIST-STATUS      PIC XX VALUE SPACES.
       01  WS-RUN-STATUS          PIC X VALUE 'Y'.
       01  WS-RUNHIST-START-TIME  PIC 9(6) VALUE 0.
       01  WS-RUNHIST-START-SECS  PIC 9(8) VALUE 0.
       01  WS-RUNHIST-END-SECS    PIC 9(8) VALUE 0.
       01  WS-CMD-LINE            PIC X(120) VALUE SPACES.
       01  WS-CMD-PTR             PIC 9(3) VALUE 1.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-ARG-2               PIC X(15) VALUE SPACES.
       01  WS-ARG-3               PIC X(15) VALUE SPACES.
       01  WS-ARG-4               PIC X(15) VALUE SPACES.
       01  WS-ARG-5               PIC X(15) VALUE SPACES.
       01  WS-ARG-6               PIC X(15) VALUE SPACES.
       01  WS-ARG-7               PIC X(15) VALUE SPACES.
       01  WS-ARG-REST            PIC X(60) VALUE SPACES.
      *>   What follows the seventh token — a LOCAL row's name.
       01  WS-REST-PTR            PIC 9(3) VALUE 1.
       01  WS-ARG-TAIL            PIC X(60) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.

      *>   The change being keyed, approved or applied.
       01  WS-TABLE-CODE          PIC X(5) VALUE SPACES.
       01  WS-ACTION              PIC X(1) VALUE SPACES.
       01  WS-EFF-DATE            PIC 9(8) VALUE 0.
       01  WS-ASOF-DATE           PIC 9(8) VALUE 0.
       01  WS-ROW-IMAGE           PIC X(40) VALUE SPACES.
       01  WS-BEFORE-IMAGE        PIC X(40) VALUE SPACES.
       01  WS-KEY-SOURCE          PIC X(40) VALUE SPACES.
       01  WS-ROW-KEY             PIC X(26) VALUE SPACES.
       01  WS-WANT-KEY            PIC X(26) VALUE SPACES.
      *>   A RATE key carries the tier floor unsigned, so a row
      *>   keyed here matches one whose sign was punched by hand.
       01  WS-KEY-TIER-X          PIC X(12) VALUE SPACES.
       01  WS-KEY-TIER-S REDEFINES WS-KEY-TIER-X
                                  PIC S9(10)V99.
       01  WS-KEY-TIER-U          PIC 9(10)V99 VALUE 0.
       01  WS-KEY-TIER-UX REDEFINES WS-KEY-TIER-U
                                  PIC X(12).
       01  WS-AUDIT-OP            PIC X(10) VALUE SPACES.

      *>   Field validation — a keyed number is taken at full
      *>   precision here, moved to its picture, and refused if
      *>   the move lost anything.
       01  WS-NUM-IN              PIC S9(12)V9(8) VALUE 0.
       01  WS-NUM-STR             PIC X(15) VALUE SPACES.
       01  WS-NUM-OK              PIC X(1) VALUE 'N'.
       01  WS-FIELD-NAME          PIC X(12) VALUE SPACES.
       01  WS-DATE-CHECK          PIC 9(8) VALUE 0.
       01  WS-DAY-OF-WEEK         PIC 9(1) VALUE 0.
       01  WS-TIME-HH             PIC 9(2) VALUE 0.
       01  WS-TIME-MM             PIC 9(2) VALUE 0.
       01  WS-TIME-SS             PIC 9(2) VALUE 0.
       01  WS-ACCT-FOUND          PIC X(1) VALUE 'N'.
      *>   Channel codes TRANSREC.cpy's TRANS-CHANNEL defines.
       01  WS-CHANNEL-CODES       PIC X(16) VALUE "TLACCKWRCDBTLNIN".
       01  WS-CHANNEL-VIEW REDEFINES WS-CHANNEL-CODES.
           05  WS-CHANNEL-CODE    PIC X(2) OCCURS 8 TIMES.
       01  WS-CH-IDX              PIC 9(1) VALUE 0.

      *>   The target table staged whole — load-modify-save, as
      *>   CECLRES.cob keeps CECLRATE.DAT.
       01  WS-PT-TABLE.
           05  WS-PT-LINE OCCURS 500 TIMES PIC X(40).
       01  WS-PT-COUNT            PIC 9(3) VALUE 0.
       01  WS-PT-IDX              PIC 9(3) VALUE 0.
       01  WS-PT-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-PT-SHIFT            PIC 9(3) VALUE 0.

      *>   The change queue staged for APPROVE/REJECT/APPLY.
       01  WS-PQ-TABLE.
           05  WS-PQ-LINE OCCURS 500 TIMES PIC X(120).
       01  WS-PQ-COUNT            PIC 9(3) VALUE 0.
       01  WS-PQ-IDX              PIC 9(3) VALUE 0.
       01  WS-PQ-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-NEXT-SEQ            PIC 9(5) VALUE 0.
       01  WS-TARGET-SEQ          PIC 9(5) VALUE 0.
       01  WS-APPLY-COUNT         PIC 9(5) VALUE 0.
       01  WS-ROW-COUNT           PIC 9(5) VALUE 0.

      *>   ASOF — newest RATE-EFF-DATE on or before the date, by
      *>   account type.
       01  WS-RATE-TYPES          PIC X(4) VALUE "CSDI".
       01  WS-RATE-TYPE-VIEW REDEFINES WS-RATE-TYPES.
           05  WS-RATE-TYPE       PIC X(1) OCCURS 4 TIMES.
       01  WS-RATE-NEWEST         PIC 9(8) OCCURS 4 TIMES.
       01  WS-RT-IDX              PIC 9(1) VALUE 0.
       01  WS-ROW-IN-FORCE        PIC X(1) VALUE 'Y'.

      *>   Display formatting.
       01  WS-D-AMT               PIC -(12)9.99.
       01  WS-D-RATE              PIC 9.9999.
       01  WS-D-RATE2             PIC 9.9999.
       01  WS-D-FX                PIC ZZ9.999999.
       COPY "OPERIO.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM RESOLVE-BUSINESS-DATE
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE 1 TO WS-CMD-PTR
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-ARG-2
                    WS-ARG-3
                    WS-ARG-4
                    WS-ARG-5
               WITH POINTER WS-CMD-PTR
           END-UNSTRING
           IF WS-CMD-PTR <= 120
               MOVE WS-CMD-LINE(WS-CMD-PTR:) TO WS-ARG-REST
           END-IF
           MOVE 1 TO WS-REST-PTR
           UNSTRING WS-ARG-REST DELIMITED BY ALL SPACE
               INTO WS-ARG-6
                    WS-ARG-7
               WITH POINTER WS-REST-PTR
           END-UNSTRING
           IF WS-REST-PTR <= 60
               MOVE WS-ARG-REST(WS-REST-PTR:) TO WS-ARG-TAIL
           END-IF
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           MOVE WS-ARG-2(1:5) TO WS-TABLE-CODE

           PERFORM LOAD-PENDING-QUEUE
           EVALUATE WS-OPERATION
               WHEN "SET"
               WHEN "DELETE"
      *>           Any signed-on operator may key a change; it
      *>           does nothing until a second operator approves.
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM CHECK-TABLE-CODE
                   PERFORM RESOLVE-EFF-DATE
                   IF WS-OPERATION = "SET"
                       MOVE 'S' TO WS-ACTION
                       PERFORM BUILD-SET-ROW
                   ELSE
                       MOVE 'D' TO WS-ACTION
                       PERFORM BUILD-DELETE-KEY
                   END-IF
                   PERFORM QUEUE-CHANGE
               WHEN "APPROVE"
               WHEN "REJECT"
                   PERFORM SIGN-ON-OPERATOR
                   IF WS-OPER-DENIED OR WS-OPER-ROLE = 'T'
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   PERFORM RESOLVE-TARGET
                   IF PCH-MAKER = WS-IN-OPER-ID
                       DISPLAY "ERROR|MAKER-CANNOT-APPROVE"
                       DISPLAY "RESULT|" RC-UNAUTHORIZED
                       STOP RUN
                   END-IF
                   IF WS-OPERATION = "APPROVE"
                       PERFORM APPROVE-CHANGE
                   ELSE
                       PERFORM REJECT-CHANGE
                   END-IF
               WHEN "APPLY"
                   PERFORM LOG-RUN-START
                   PERFORM APPLY-DUE-CHANGES
                   PERFORM LOG-RUN-END
               WHEN "LIST"
                   PERFORM LIST-PENDING
               WHEN "ASOF"
                   PERFORM CHECK-TABLE-CODE
                   PERFORM SHOW-AS-OF
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

       CHECK-TABLE-CODE.
           MOVE WS-TABLE-CODE TO PCH-TABLE
           IF NOT PCH-TBL-VALID OR WS-ARG-2(6:10) NOT = SPACES
               DISPLAY "ERROR|UNKNOWN-TABLE|" FUNCTION TRIM(WS-ARG-2)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF.

      *> -------------------------------------------------------
      *> RESOLVE-EFF-DATE: NOW or a real yyyymmdd, never before
      *> today's business date — a change cannot be backdated.
      *> The exception is a RATE delete, whose date is the key of
      *> the row being removed.
      *> -------------------------------------------------------
       RESOLVE-EFF-DATE.
           IF FUNCTION TRIM(WS-ARG-3) = "NOW"
               MOVE WS-CURRENT-DATE TO WS-EFF-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE "EFF-DATE" TO WS-FIELD-NAME
           MOVE WS-ARG-3 TO WS-NUM-STR
           PERFORM VALIDATE-DATE-FIELD
           MOVE WS-DATE-CHECK TO WS-EFF-DATE
           IF WS-EFF-DATE < WS-CURRENT-DATE
               AND NOT (WS-OPERATION = "DELETE"
                        AND WS-TABLE-CODE = "RATE ")
               DISPLAY "ERROR|EFF-DATE-BEFORE-BUSINESS-DATE|"
                   WS-EFF-DATE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF.

      *> -------------------------------------------------------
      *> BUILD-SET-ROW: The keyed fields into the table's own
      *> record, each checked against its copybook's legal
      *> values and its picture, then taken as the row image.
      *> -------------------------------------------------------
       BUILD-SET-ROW.
           EVALUATE WS-TABLE-CODE
               WHEN "RATE "
                   PERFORM BUILD-RATE-ROW
                   MOVE RATE-TABLE-RECORD TO WS-ROW-IMAGE
               WHEN "LIMIT"
                   PERFORM BUILD-LIMIT-ROW
                   MOVE LIMIT-RECORD TO WS-ROW-IMAGE
               WHEN "CAL  "
                   PERFORM BUILD-CAL-ROW
                   MOVE CALENDAR-RECORD TO WS-ROW-IMAGE
               WHEN "CHAN "
                   PERFORM BUILD-CHAN-ROW
                   MOVE CHANNEL-CONTROL-RECORD TO WS-ROW-IMAGE
               WHEN "FX   "
                   PERFORM BUILD-FX-ROW
                   MOVE FX-RATE-RECORD TO WS-ROW-IMAGE
               WHEN "SUTA "
                   PERFORM BUILD-SUTA-ROW
                   MOVE SUTA-RATE-RECORD TO WS-ROW-IMAGE
               WHEN "LOCAL"
                   PERFORM BUILD-LOCAL-ROW
                   MOVE LOCAL-TAX-RECORD TO WS-ROW-IMAGE
               WHEN "RECIP"
                   PERFORM BUILD-RECIP-ROW
                   MOVE STATE-RECIP-RECORD TO WS-ROW-IMAGE
               WHEN "DUP  "
                   PERFORM BUILD-DUP-ROW
                   MOVE DUP-CONTROL-RECORD TO WS-ROW-IMAGE
           END-EVALUATE
           MOVE WS-ROW-IMAGE TO WS-KEY-SOURCE
           PERFORM BUILD-ROW-KEY.

      *>   RATE eff type tier-min rate basis
       BUILD-RATE-ROW.
           MOVE SPACES TO RATE-TABLE-RECORD
           MOVE WS-ARG-4(1:1) TO RATE-ACCT-TYPE
           IF WS-ARG-4(2:14) NOT = SPACES
               OR (RATE-ACCT-TYPE NOT = 'C' AND NOT = 'S'
                   AND NOT = 'D' AND NOT = 'I')
               DISPLAY "ERROR|BAD-FIELD|ACCT-TYPE|"
                   FUNCTION TRIM(WS-ARG-4)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE "TIER-MIN" TO WS-FIELD-NAME
           MOVE WS-ARG-5 TO WS-NUM-STR
           PERFORM VALIDATE-NUMBER-FIELD
           MOVE WS-NUM-IN TO RATE-TIER-MIN
           IF WS-NUM-IN < 0 OR RATE-TIER-MIN NOT = WS-NUM-IN
               PERFORM REFUSE-NUMBER-FIELD
           END-IF
           MOVE "RATE" TO WS-FIELD-NAME
           MOVE WS-ARG-6 TO WS-NUM-STR
           PERFORM VALIDATE-NUMBER-FIELD
           MOVE WS-NUM-IN TO RATE-ANNUAL
           IF WS-NUM-IN < 0 OR WS-NUM-IN >= 1
               OR RATE-ANNUAL NOT = WS-NUM-IN
               PERFORM REFUSE-NUMBER-FIELD
           END-IF
           MOVE WS-EFF-DATE TO RATE-EFF-DATE
           IF FUNCTION TRIM(WS-ARG-7) = "360"
               MOVE 360 TO RATE-DAY-BASIS
           ELSE
               IF FUNCTION TRIM(WS-ARG-7) = "365"
                   MOVE 365 TO RATE-DAY-BASIS
               ELSE
                   DISPLAY "ERROR|BAD-FIELD|DAY-BASIS|"
                       FUNCTION TRIM(WS-ARG-7)
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF.

      *>   LIMIT eff acct-id daily-amount — the account must be on
      *>   file and open.
       BUILD-LIMIT-ROW.
           MOVE SPACES TO LIMIT-RECORD
           MOVE WS-ARG-4(1:10) TO LIMIT-ACCT-ID
           PERFORM CHECK-ACCOUNT-ON-FILE
           MOVE "DAILY-AMOUNT" TO WS-FIELD-NAME
           MOVE WS-ARG-5 TO WS-NUM-STR
           PERFORM VALIDATE-NUMBER-FIELD
           MOVE WS-NUM-IN TO LIMIT-DAILY-AMOUNT
           IF WS-NUM-IN NOT > 0
               OR LIMIT-DAILY-AMOUNT NOT = WS-NUM-IN
               PERFORM REFUSE-NUMBER-FIELD
           END-IF.

      *>   CAL eff yyyymmdd H|B description — a weekend needs no
      *>   row (CALREC.cpy), so one is refused.
       BUILD-CAL-ROW.
           MOVE SPACES TO CALENDAR-RECORD
           MOVE "CAL-DATE" TO WS-FIELD-NAME
           MOVE WS-ARG-4 TO WS-NUM-STR
           PERFORM VALIDATE-DATE-FIELD
           MOVE WS-DATE-CHECK TO CAL-DATE
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK), 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               DISPLAY "ERROR|BAD-FIELD|CAL-DATE-IS-WEEKEND|"
                   WS-DATE-CHECK
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-5(1:1) TO CAL-DAY-TYPE
           IF WS-ARG-5(2:14) NOT = SPACES
               OR NOT (CAL-HOLIDAY OR CAL-BANK-CLOSED)
               DISPLAY "ERROR|BAD-FIELD|CAL-DAY-TYPE|"
                   FUNCTION TRIM(WS-ARG-5)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
      *>   The description is everything after the day type.
           IF WS-ARG-REST = SPACES
               DISPLAY "ERROR|BAD-FIELD|CAL-DESC|REQUIRED"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(WS-ARG-REST) TO CAL-DESC.

      *>   CHAN eff channel hhmmss daily-limit — 000000 is "always
      *>   open" and a zero limit is "no limit", as VALIDATE.cob
      *>   reads them.
       BUILD-CHAN-ROW.
           MOVE SPACES TO CHANNEL-CONTROL-RECORD
           MOVE WS-ARG-4(1:2) TO CHC-CHANNEL
           MOVE 0 TO WS-CH-IDX
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > 8
               IF WS-CHANNEL-CODE(WS-PT-IDX) = CHC-CHANNEL
                   MOVE 1 TO WS-CH-IDX
               END-IF
           END-PERFORM
           IF WS-CH-IDX = 0 OR WS-ARG-4(3:13) NOT = SPACES
               DISPLAY "ERROR|BAD-FIELD|CHANNEL|"
                   FUNCTION TRIM(WS-ARG-4)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-ARG-5(1:6) IS NOT NUMERIC
               OR WS-ARG-5(7:9) NOT = SPACES
               DISPLAY "ERROR|BAD-FIELD|CUTOFF-TIME|"
                   FUNCTION TRIM(WS-ARG-5)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-5(1:2) TO WS-TIME-HH
           MOVE WS-ARG-5(3:2) TO WS-TIME-MM
           MOVE WS-ARG-5(5:2) TO WS-TIME-SS
           IF WS-TIME-HH > 23 OR WS-TIME-MM > 59 OR WS-TIME-SS > 59
               DISPLAY "ERROR|BAD-FIELD|CUTOFF-TIME|"
                   FUNCTION TRIM(WS-ARG-5)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-5(1:6) TO CHC-CUTOFF-TIME
           MOVE "DAILY-LIMIT" TO WS-FIELD-NAME
           MOVE WS-ARG-6 TO WS-NUM-STR
           PERFORM VALIDATE-NUMBER-FIELD
           MOVE WS-NUM-IN TO CHC-DAILY-LIMIT
           IF WS-NUM-IN < 0 OR CHC-DAILY-LIMIT NOT = WS-NUM-IN
               PERFORM REFUSE-NUMBER-FIELD
           END-IF.

      *>   FX eff from-ccy to-ccy rate — ISO codes are three upper-
      *>   case letters; the effective date is the rate's date.
       BUILD-FX-ROW.
           MOVE SPACES TO FX-RATE-RECORD
           MOVE WS-ARG-4(1:3) TO FX-FROM-CCY
           MOVE WS-ARG-5(1:3) TO FX-TO-CCY
           IF FX-FROM-CCY IS NOT ALPHABETIC-UPPER
               OR FX-FROM-CCY(3:1) = SPACE
               OR FX-FROM-CCY(1:1) = SPACE
               OR WS-ARG-4(4:12) NOT = SPACES
               DISPLAY "ERROR|BAD-FIELD|FROM-CCY|"
                   FUNCTION TRIM(WS-ARG-4)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF FX-TO-CCY IS NOT ALPHABETIC-UPPER
               OR FX-TO-CCY(3:1) = SPACE
               OR FX-TO-CCY(1:1) = SPACE
               OR WS-ARG-5(4:12) NOT = SPACES
               OR FX-TO-CCY = FX-FROM-CCY
               DISPLAY "ERROR|BAD-FIELD|TO-CCY|"
                   FUNCTION TRIM(WS-ARG-5)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE "FX-RATE" TO WS-FIELD-NAME
           MOVE WS-ARG-6 TO WS-NUM-STR
           PERFORM VALIDATE-NUMBER-FIELD
           MOVE WS-NUM-IN TO FX-RATE
           IF WS-NUM-IN NOT > 0 OR FX-RATE NOT = WS-NUM-IN
               PERFORM REFUSE-NUMBER-FIELD
           END-IF
           MOVE WS-EFF-DATE TO FX-RATE-DATE.

      *>   SUTA eff state wage-base rate
       BUILD-SUTA-ROW.
           MOVE SPACES TO SUTA-RATE-RECORD
           MOVE WS-ARG-4(1:2) TO SR-STATE
           IF SR-STATE IS NOT ALPHABETIC-UPPER
               OR SR-STATE(1:1) = SPACE OR SR-STATE(2:1) = SPACE
               OR WS-ARG-4(3:13) NOT = SPACES
               DISPLAY "ERROR|BAD-FIELD|STATE|"
                   FUNCTION TRIM(WS-ARG-4)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE "WAGE-BASE" TO WS-FIELD-NAME
           MOVE WS-ARG-5 TO WS-NUM-STR
           PERFORM VALIDATE-NUMBER-FIELD
           MOVE WS-NUM-IN TO SR-WAGE-BASE
           IF WS-NUM-IN NOT > 0 OR SR-WAGE-BASE NOT = WS-NUM-IN
               PERFORM REFUSE-NUMBER-FIELD
           END-IF
           MOVE "SUTA-RATE" TO WS-FIELD-NAME
           MOVE WS-ARG-6 TO WS-NUM-STR
           PERFORM VALIDATE-NUMBER-FIELD
           MOVE WS-NUM-IN TO SR-RATE
           IF WS-NUM-IN < 0 OR WS-NUM-IN >= 1
               OR SR-RATE NOT = WS-NUM-IN
               PERFORM REFUSE-NUMBER-FIELD
           END-IF.

      *>   LOCAL eff code state res-rate nonres-rate name — the
      *>   name is everything after the nonresident rate, as it
      *>   is to print in W-2 box 20.
       BUILD-LOCAL-ROW.
           MOVE SPACES TO LOCAL-TAX-RECORD
           MOVE WS-ARG-4(1:4) TO LT-CODE
           IF LT-CODE(1:1) = SPACE OR WS-ARG-4(5:11) NOT = SPACES
               DISPLAY "ERROR|BAD-FIELD|LOCAL-CODE|"
                   FUNCTION TRIM(WS-ARG-4)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-5(1:2) TO LT-STATE
           IF LT-STATE IS NOT ALPHABETIC-UPPER
               OR LT-STATE(1:1) = SPACE OR LT-STATE(2:1) = SPACE
               OR WS-ARG-5(3:13) NOT = SPACES
               DISPLAY "ERROR|BAD-FIELD|STATE|"
                   FUNCTION TRIM(WS-ARG-5)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE "RES-RATE" TO WS-FIELD-NAME
           MOVE WS-ARG-6 TO WS-NUM-STR
           PERFORM VALIDATE-NUMBER-FIELD
           MOVE WS-NUM-IN TO LT-RES-RATE
           IF WS-NUM-IN < 0 OR WS-NUM-IN >= 1
               OR LT-RES-RATE NOT = WS-NUM-IN
               PERFORM REFUSE-NUMBER-FIELD
           END-IF
           MOVE "NONRES-RATE" TO WS-FIELD-NAME
           MOVE WS-ARG-7 TO WS-NUM-STR
           PERFORM VALIDATE-NUMBER-FIELD
           MOVE WS-NUM-IN TO LT-NONRES-RATE
           IF WS-NUM-IN < 0 OR WS-NUM-IN >= 1
               OR LT-NONRES-RATE NOT = WS-NUM-IN
               PERFORM REFUSE-NUMBER-FIELD
           END-IF
           IF WS-ARG-TAIL = SPACES
               DISPLAY "ERROR|BAD-FIELD|LOCAL-NAME|REQUIRED"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(WS-ARG-TAIL) TO LT-NAME.

      *>   RECIP eff work-state res-state — one direction of an
      *>   agreement (STRECIP.cpy); the states must differ.
       BUILD-RECIP-ROW.
           MOVE SPACES TO STATE-RECIP-RECORD
           MOVE WS-ARG-4(1:2) TO RC-WORK-STATE
           IF RC-WORK-STATE IS NOT ALPHABETIC-UPPER
               OR RC-WORK-STATE(1:1) = SPACE
               OR RC-WORK-STATE(2:1) = SPACE
               OR WS-ARG-4(3:13) NOT = SPACES
               DISPLAY "ERROR|BAD-FIELD|WORK-STATE|"
                   FUNCTION TRIM(WS-ARG-4)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-ARG-5(1:2) TO RC-RES-STATE
           IF RC-RES-STATE IS NOT ALPHABETIC-UPPER
               OR RC-RES-STATE(1:1) = SPACE
               OR RC-RES-STATE(2:1) = SPACE
               OR WS-ARG-5(3:13) NOT = SPACES
               OR RC-RES-STATE = RC-WORK-STATE
               DISPLAY "ERROR|BAD-FIELD|RES-STATE|"
                   FUNCTION TRIM(WS-ARG-5)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF.

      *>   DUP eff LOOKBACK days — whole calendar days, 1 to 999;
      *>   LOOKBACK is the only parameter DUPCTL.cpy defines.
       BUILD-DUP-ROW.
           MOVE SPACES TO DUP-CONTROL-RECORD
           MOVE WS-ARG-4(1:8) TO DUPC-PARM
           IF NOT DUPC-LOOKBACK OR WS-ARG-4(9:7) NOT = SPACES
               DISPLAY "ERROR|BAD-FIELD|DUP-PARM|"
                   FUNCTION TRIM(WS-ARG-4)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE "LOOKBACK" TO WS-FIELD-NAME
           MOVE WS-ARG-5 TO WS-NUM-STR
           PERFORM VALIDATE-NUMBER-FIELD
           MOVE WS-NUM-IN TO DUPC-DAYS
           IF WS-NUM-IN < 1 OR DUPC-DAYS NOT = WS-NUM-IN
               PERFORM REFUSE-NUMBER-FIELD
           END-IF.

      *> -------------------------------------------------------
      *> BUILD-DELETE-KEY: The key fields of the row to remove,
      *> laid into the table's record so BUILD-ROW-KEY cuts the
      *> same key a stored row yields. The row must be on file.
      *> -------------------------------------------------------
       BUILD-DELETE-KEY.
           MOVE SPACES TO WS-KEY-SOURCE
           EVALUATE WS-TABLE-CODE
               WHEN "RATE "
                   MOVE SPACES TO RATE-TABLE-RECORD
                   MOVE WS-ARG-4(1:1) TO RATE-ACCT-TYPE
                   MOVE "TIER-MIN" TO WS-FIELD-NAME
                   MOVE WS-ARG-5 TO WS-NUM-STR
                   PERFORM VALIDATE-NUMBER-FIELD
                   MOVE WS-NUM-IN TO RATE-TIER-MIN
                   MOVE WS-EFF-DATE TO RATE-EFF-DATE
                   MOVE RATE-TABLE-RECORD TO WS-KEY-SOURCE
               WHEN "LIMIT"
                   MOVE WS-ARG-4(1:10) TO WS-KEY-SOURCE
               WHEN "CAL  "
                   MOVE "CAL-DATE" TO WS-FIELD-NAME
                   MOVE WS-ARG-4 TO WS-NUM-STR
                   PERFORM VALIDATE-DATE-FIELD
                   MOVE WS-ARG-4(1:8) TO WS-KEY-SOURCE
               WHEN "CHAN "
                   MOVE WS-ARG-4(1:2) TO WS-KEY-SOURCE
               WHEN "FX   "
                   MOVE WS-ARG-4(1:3) TO WS-KEY-SOURCE(1:3)
                   MOVE WS-ARG-5(1:3) TO WS-KEY-SOURCE(4:3)
               WHEN "SUTA "
                   MOVE WS-ARG-4(1:2) TO WS-KEY-SOURCE
               WHEN "LOCAL"
                   MOVE WS-ARG-4(1:4) TO WS-KEY-SOURCE
               WHEN "RECIP"
                   MOVE WS-ARG-4(1:2) TO WS-KEY-SOURCE(1:2)
                   MOVE WS-ARG-5(1:2) TO WS-KEY-SOURCE(3:2)
               WHEN "DUP  "
                   MOVE WS-ARG-4(1:8) TO WS-KEY-SOURCE
           END-EVALUATE
           PERFORM BUILD-ROW-KEY
           MOVE SPACES TO WS-ROW-IMAGE
           MOVE WS-ROW-KEY TO WS-WANT-KEY
           PERFORM LOAD-TABLE
           PERFORM FIND-TABLE-ROW
           IF WS-PT-FOUND-IDX = 0
               DISPLAY "ERROR|ROW-NOT-ON-FILE|"
                   FUNCTION TRIM(WS-TABLE-CODE) "|"
                   FUNCTION TRIM(WS-WANT-KEY)
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF.

      *> -------------------------------------------------------
      *> BUILD-ROW-KEY: The identifying columns of a row image in
      *> WS-KEY-SOURCE — what makes two rows the same row:
      *>   RATE  type, tier floor and effective date
      *>   LIMIT account   CAL date   CHAN channel
      *>   FX    currency pair       SUTA state
      *>   LOCAL jurisdiction code     RECIP work and resident state
      *>   DUP   parameter name
      *> -------------------------------------------------------
       BUILD-ROW-KEY.
           MOVE SPACES TO WS-ROW-KEY
           EVALUATE WS-TABLE-CODE
               WHEN "RATE "
                   MOVE WS-KEY-SOURCE(1:1) TO WS-ROW-KEY(1:1)
                   MOVE WS-KEY-SOURCE(2:12) TO WS-KEY-TIER-X
                   MOVE WS-KEY-TIER-S TO WS-KEY-TIER-U
                   MOVE WS-KEY-TIER-UX TO WS-ROW-KEY(2:12)
                   MOVE WS-KEY-SOURCE(19:8) TO WS-ROW-KEY(14:8)
               WHEN "LIMIT"
                   MOVE WS-KEY-SOURCE(1:10) TO WS-ROW-KEY
               WHEN "CAL  "
                   MOVE WS-KEY-SOURCE(1:8) TO WS-ROW-KEY
               WHEN "CHAN "
                   MOVE WS-KEY-SOURCE(1:2) TO WS-ROW-KEY
               WHEN "FX   "
                   MOVE WS-KEY-SOURCE(1:6) TO WS-ROW-KEY
               WHEN "SUTA "
                   MOVE WS-KEY-SOURCE(1:2) TO WS-ROW-KEY
               WHEN "LOCAL"
                   MOVE WS-KEY-SOURCE(1:4) TO WS-ROW-KEY
               WHEN "RECIP"
                   MOVE WS-KEY-SOURCE(1:4) TO WS-ROW-KEY
               WHEN "DUP  "
                   MOVE WS-KEY-SOURCE(1:8) TO WS-ROW-KEY
           END-EVALUATE.

       VALIDATE-NUMBER-FIELD.
           IF WS-NUM-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-NUM-STR) NOT = 0
               DISPLAY "ERROR|BAD-FIELD|" FUNCTION TRIM(WS-FIELD-NAME)
                   "|" FUNCTION TRIM(WS-NUM-STR)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-NUM-STR) TO WS-NUM-IN.

       REFUSE-NUMBER-FIELD.
           DISPLAY "ERROR|BAD-FIELD|" FUNCTION TRIM(WS-FIELD-NAME)
               "|" FUNCTION TRIM(WS-NUM-STR)
           DISPLAY "RESULT|99"
           STOP RUN.

       VALIDATE-DATE-FIELD.
           IF WS-NUM-STR(1:8) IS NOT NUMERIC
               OR WS-NUM-STR(9:7) NOT = SPACES
               DISPLAY "ERROR|BAD-FIELD|" FUNCTION TRIM(WS-FIELD-NAME)
                   "|" FUNCTION TRIM(WS-NUM-STR)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-NUM-STR(1:8) TO WS-DATE-CHECK
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
               DISPLAY "ERROR|BAD-FIELD|" FUNCTION TRIM(WS-FIELD-NAME)
                   "|" WS-DATE-CHECK
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF.

       CHECK-ACCOUNT-ON-FILE.
           MOVE 'N' TO WS-ACCT-FOUND
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
               IF ACCT-ID = LIMIT-ACCT-ID AND ACCT-STATUS NOT = 'C'
                   MOVE 'Y' TO WS-ACCT-FOUND
               END-IF
           END-PERFORM
           IF WS-ACCT-FOUND = 'N'
               DISPLAY "ERROR|BAD-FIELD|ACCT-ID|" LIMIT-ACCT-ID
               DISPLAY "RESULT|" RC-INVALID-ACCT
               STOP RUN
           END-IF.

      *> -------------------------------------------------------
      *> QUEUE-CHANGE: One request per row at a time — a second
      *> change to a row with one still pending or waiting is
      *> refused, so the order changes land in is never in doubt.
      *> -------------------------------------------------------
       QUEUE-CHANGE.
           MOVE 0 TO WS-NEXT-SEQ
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
               UNTIL WS-PQ-IDX > WS-PQ-COUNT
               MOVE WS-PQ-LINE(WS-PQ-IDX) TO PARM-CHANGE-RECORD
               IF PCH-SEQ > WS-NEXT-SEQ
                   MOVE PCH-SEQ TO WS-NEXT-SEQ
               END-IF
               IF PCH-TABLE = WS-TABLE-CODE
                   AND PCH-KEY = WS-ROW-KEY
                   AND (PCH-PENDING OR PCH-APPROVED)
                   DISPLAY "ERROR|CHANGE-ALREADY-QUEUED|" PCH-SEQ
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO PARM-CHANGE-RECORD
           MOVE WS-NEXT-SEQ TO PCH-SEQ
           MOVE WS-TABLE-CODE TO PCH-TABLE
           MOVE WS-ACTION TO PCH-ACTION
           MOVE WS-ROW-KEY TO PCH-KEY
           MOVE WS-EFF-DATE TO PCH-EFF-DATE
           MOVE WS-ROW-IMAGE TO PCH-AFTER-IMAGE
           MOVE WS-CURRENT-DATE TO PCH-ENTERED
           MOVE WS-IN-OPER-ID TO PCH-MAKER
           MOVE SPACES TO PCH-CHECKER
           MOVE 'P' TO PCH-STATUS
           OPEN EXTEND PENDING-FILE
           IF WS-PD-STATUS NOT = '00'
               OPEN OUTPUT PENDING-FILE
               IF WS-PD-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-PD-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           WRITE PARM-CHANGE-RECORD
           CLOSE PENDING-FILE
           DISPLAY "PARM-QUEUED|" PCH-SEQ "|"
               FUNCTION TRIM(WS-TABLE-CODE) "|"
               WS-ACTION "|" FUNCTION TRIM(WS-ROW-KEY) "|"
               WS-EFF-DATE
           IF WS-ACTION = 'S'
               PERFORM DISPLAY-TABLE-ROW
           END-IF.

      *> -------------------------------------------------------
      *> RESOLVE-TARGET: The pending request named on the command
      *> line, left in PARM-CHANGE-RECORD.
      *> -------------------------------------------------------
       RESOLVE-TARGET.
           IF WS-ARG-2 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-2) TO WS-TARGET-SEQ
           MOVE 0 TO WS-PQ-FOUND-IDX
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
               UNTIL WS-PQ-IDX > WS-PQ-COUNT
               MOVE WS-PQ-LINE(WS-PQ-IDX) TO PARM-CHANGE-RECORD
               IF PCH-SEQ = WS-TARGET-SEQ AND PCH-PENDING
                   MOVE WS-PQ-IDX TO WS-PQ-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PQ-FOUND-IDX = 0
               DISPLAY "RESULT|03"
               STOP RUN
           END-IF.

      *> -------------------------------------------------------
      *> APPROVE-CHANGE: A change already due — and every RATE
      *> change, whose row carries its own date — is applied now;
      *> anything later waits for the nightly APPLY.
      *> -------------------------------------------------------
       APPROVE-CHANGE.
           MOVE WS-IN-OPER-ID TO PCH-CHECKER
           MOVE WS-PQ-FOUND-IDX TO WS-PQ-IDX
           IF PCH-TBL-RATE OR PCH-EFF-DATE <= WS-CURRENT-DATE
               PERFORM APPLY-ONE-CHANGE
               DISPLAY "PARM-APPROVED|" PCH-SEQ "|" PCH-CHECKER
                   "|APPLIED|" PCH-EFF-DATE
           ELSE
               MOVE 'A' TO PCH-STATUS
               MOVE PARM-CHANGE-RECORD TO WS-PQ-LINE(WS-PQ-IDX)
               DISPLAY "PARM-APPROVED|" PCH-SEQ "|" PCH-CHECKER
                   "|WAITING|" PCH-EFF-DATE
           END-IF
           PERFORM SAVE-PENDING-QUEUE.

       REJECT-CHANGE.
           MOVE WS-IN-OPER-ID TO PCH-CHECKER
           MOVE 'R' TO PCH-STATUS
           MOVE PARM-CHANGE-RECORD TO WS-PQ-LINE(WS-PQ-FOUND-IDX)
           PERFORM SAVE-PENDING-QUEUE
           DISPLAY "PARM-REJECTED|" PCH-SEQ "|" PCH-CHECKER.

      *> -------------------------------------------------------
      *> APPLY-DUE-CHANGES: The nightly step — every approved
      *> change whose date has come, in request order.
      *> -------------------------------------------------------
       APPLY-DUE-CHANGES.
           MOVE 0 TO WS-APPLY-COUNT
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
               UNTIL WS-PQ-IDX > WS-PQ-COUNT
               MOVE WS-PQ-LINE(WS-PQ-IDX) TO PARM-CHANGE-RECORD
               IF PCH-APPROVED AND PCH-EFF-DATE <= WS-CURRENT-DATE
                   PERFORM APPLY-ONE-CHANGE
                   ADD 1 TO WS-APPLY-COUNT
               END-IF
           END-PERFORM
           IF WS-APPLY-COUNT > 0
               PERFORM SAVE-PENDING-QUEUE
           END-IF
           DISPLAY "PARM-APPLY-SUMMARY|" WS-APPLY-COUNT.

      *> -------------------------------------------------------
      *> APPLY-ONE-CHANGE: PARM-CHANGE-RECORD (queue slot
      *> WS-PQ-IDX) into its table: replace the row with the
      *> same key, add it, or remove it — then the before/after
      *> images to PARMAUDIT.DAT and the request marked applied.
      *> -------------------------------------------------------
       APPLY-ONE-CHANGE.
           MOVE PCH-TABLE TO WS-TABLE-CODE
           MOVE PCH-KEY TO WS-WANT-KEY
           PERFORM LOAD-TABLE
           PERFORM FIND-TABLE-ROW
           MOVE SPACES TO WS-BEFORE-IMAGE
           IF WS-PT-FOUND-IDX > 0
               MOVE WS-PT-LINE(WS-PT-FOUND-IDX) TO WS-BEFORE-IMAGE
           END-IF
           EVALUATE TRUE
               WHEN PCH-DELETE AND WS-PT-FOUND-IDX = 0
      *>           Already gone — nothing to remove, nothing to
      *>           log, but the request is closed off.
                   DISPLAY "PARM-APPLIED|" PCH-SEQ "|"
                       FUNCTION TRIM(PCH-TABLE) "|NO-ROW|" FUNCTION TRIM(PCH-KEY)
                   MOVE 'X' TO PCH-STATUS
                   MOVE PARM-CHANGE-RECORD TO WS-PQ-LINE(WS-PQ-IDX)
                   EXIT PARAGRAPH
               WHEN PCH-DELETE
                   MOVE "DELETE" TO WS-AUDIT-OP
                   PERFORM VARYING WS-PT-SHIFT FROM WS-PT-FOUND-IDX
                       BY 1 UNTIL WS-PT-SHIFT >= WS-PT-COUNT
                       MOVE WS-PT-LINE(WS-PT-SHIFT + 1)
                           TO WS-PT-LINE(WS-PT-SHIFT)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-PT-COUNT
               WHEN WS-PT-FOUND-IDX > 0
                   MOVE "REPLACE" TO WS-AUDIT-OP
                   MOVE PCH-AFTER-IMAGE
                       TO WS-PT-LINE(WS-PT-FOUND-IDX)
               WHEN OTHER
                   IF WS-PT-COUNT >= 500
                       DISPLAY "ERROR|TABLE-FULL|" PCH-TABLE
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   MOVE "ADD" TO WS-AUDIT-OP
                   ADD 1 TO WS-PT-COUNT
                   MOVE PCH-AFTER-IMAGE TO WS-PT-LINE(WS-PT-COUNT)
           END-EVALUATE
           PERFORM SAVE-TABLE
           PERFORM WRITE-PARM-AUDIT
           MOVE 'X' TO PCH-STATUS
           MOVE PARM-CHANGE-RECORD TO WS-PQ-LINE(WS-PQ-IDX)
           DISPLAY "PARM-APPLIED|" PCH-SEQ "|" FUNCTION TRIM(PCH-TABLE)
               "|" FUNCTION TRIM(WS-AUDIT-OP) "|" FUNCTION TRIM(PCH-KEY).

       WRITE-PARM-AUDIT.
           OPEN EXTEND PAUDIT-FILE
           IF WS-PA-STATUS NOT = '00'
               OPEN OUTPUT PAUDIT-FILE
               IF WS-PA-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-PA-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO PARM-AUDIT-RECORD
           MOVE WS-AUDIT-OP TO PAUD-OPERATION
           MOVE PCH-TABLE TO PAUD-TABLE
           MOVE PCH-KEY TO PAUD-KEY
           MOVE WS-CURRENT-DATE TO PAUD-DATE
           MOVE WS-CURRENT-TIME TO PAUD-TIME
           MOVE WS-BEFORE-IMAGE TO PAUD-BEFORE-IMAGE
           MOVE PCH-AFTER-IMAGE TO PAUD-AFTER-IMAGE
           MOVE PCH-MAKER TO PAUD-MAKER-ID
           MOVE PCH-CHECKER TO PAUD-CHECKER-ID
           MOVE PCH-SEQ TO PAUD-CHG-SEQ
           MOVE PCH-EFF-DATE TO PAUD-EFF-DATE
           WRITE PARM-AUDIT-RECORD
           CLOSE PAUDIT-FILE.

       FIND-TABLE-ROW.
           MOVE 0 TO WS-PT-FOUND-IDX
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               MOVE WS-PT-LINE(WS-PT-IDX) TO WS-KEY-SOURCE
               PERFORM BUILD-ROW-KEY
               IF WS-ROW-KEY = WS-WANT-KEY
                   MOVE WS-PT-IDX TO WS-PT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> LIST-PENDING: The queue, optionally one table's; the row
      *> a set would write is shown under it for the checker.
      *> -------------------------------------------------------
       LIST-PENDING.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
               UNTIL WS-PQ-IDX > WS-PQ-COUNT
               MOVE WS-PQ-LINE(WS-PQ-IDX) TO PARM-CHANGE-RECORD
               IF WS-TABLE-CODE = SPACES
                   OR PCH-TABLE = WS-TABLE-CODE
                   DISPLAY "PARM-PEND|" PCH-SEQ "|"
                       FUNCTION TRIM(PCH-TABLE) "|"
                       PCH-ACTION "|" FUNCTION TRIM(PCH-KEY) "|"
                       PCH-EFF-DATE "|" PCH-STATUS "|" PCH-MAKER
                       "|" PCH-CHECKER
                   IF PCH-SET
                       MOVE PCH-TABLE TO WS-TABLE-CODE
                       MOVE PCH-AFTER-IMAGE TO WS-ROW-IMAGE
                       PERFORM DISPLAY-TABLE-ROW
                       MOVE WS-ARG-2(1:5) TO WS-TABLE-CODE
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> SHOW-AS-OF: The table as it will stand on the date —
      *> today's rows with every approved change due by then laid
      *> over them in request order. For RATE only the rows in
      *> force that day are shown: per account type, the newest
      *> effective date on or before it (RATEREC.cpy). Changes
      *> still awaiting approval are listed but not applied.
      *> -------------------------------------------------------
       SHOW-AS-OF.
           MOVE "ASOF-DATE" TO WS-FIELD-NAME
           MOVE WS-ARG-3 TO WS-NUM-STR
           PERFORM VALIDATE-DATE-FIELD
           MOVE WS-DATE-CHECK TO WS-ASOF-DATE
           IF WS-ASOF-DATE < WS-CURRENT-DATE
               AND WS-TABLE-CODE NOT = "RATE "
               DISPLAY "ERROR|ASOF-BEFORE-BUSINESS-DATE|"
                   WS-ASOF-DATE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM LOAD-TABLE
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
               UNTIL WS-PQ-IDX > WS-PQ-COUNT
               MOVE WS-PQ-LINE(WS-PQ-IDX) TO PARM-CHANGE-RECORD
               IF PCH-TABLE = WS-TABLE-CODE
                   AND PCH-APPROVED
                   AND PCH-EFF-DATE <= WS-ASOF-DATE
                   PERFORM OVERLAY-ONE-CHANGE
               END-IF
           END-PERFORM
           IF WS-TABLE-CODE = "RATE "
               PERFORM FIND-RATES-IN-FORCE
           END-IF
           MOVE 0 TO WS-ROW-COUNT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               MOVE WS-PT-LINE(WS-PT-IDX) TO WS-ROW-IMAGE
               PERFORM TEST-ROW-IN-FORCE
               IF WS-ROW-IN-FORCE = 'Y'
                   ADD 1 TO WS-ROW-COUNT
               END-IF
           END-PERFORM
           DISPLAY "PARM-ASOF|" FUNCTION TRIM(WS-TABLE-CODE) "|"
               WS-ASOF-DATE "|" WS-ROW-COUNT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               MOVE WS-PT-LINE(WS-PT-IDX) TO WS-ROW-IMAGE
               PERFORM TEST-ROW-IN-FORCE
               IF WS-ROW-IN-FORCE = 'Y'
                   PERFORM DISPLAY-TABLE-ROW
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
               UNTIL WS-PQ-IDX > WS-PQ-COUNT
               MOVE WS-PQ-LINE(WS-PQ-IDX) TO PARM-CHANGE-RECORD
               IF PCH-TABLE = WS-TABLE-CODE
                   AND PCH-PENDING
                   AND PCH-EFF-DATE <= WS-ASOF-DATE
                   DISPLAY "PARM-ASOF-UNAPPROVED|" PCH-SEQ "|"
                       PCH-ACTION "|" FUNCTION TRIM(PCH-KEY) "|"
                       PCH-EFF-DATE
               END-IF
           END-PERFORM.

       OVERLAY-ONE-CHANGE.
           MOVE PCH-KEY TO WS-WANT-KEY
           PERFORM FIND-TABLE-ROW
           EVALUATE TRUE
               WHEN PCH-DELETE AND WS-PT-FOUND-IDX > 0
                   PERFORM VARYING WS-PT-SHIFT FROM WS-PT-FOUND-IDX
                       BY 1 UNTIL WS-PT-SHIFT >= WS-PT-COUNT
                       MOVE WS-PT-LINE(WS-PT-SHIFT + 1)
                           TO WS-PT-LINE(WS-PT-SHIFT)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-PT-COUNT
               WHEN PCH-DELETE
                   CONTINUE
               WHEN WS-PT-FOUND-IDX > 0
                   MOVE PCH-AFTER-IMAGE
                       TO WS-PT-LINE(WS-PT-FOUND-IDX)
               WHEN WS-PT-COUNT < 500
                   ADD 1 TO WS-PT-COUNT
                   MOVE PCH-AFTER-IMAGE TO WS-PT-LINE(WS-PT-COUNT)
           END-EVALUATE.

       FIND-RATES-IN-FORCE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > 4
               MOVE 0 TO WS-RATE-NEWEST(WS-RT-IDX)
           END-PERFORM
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               MOVE WS-PT-LINE(WS-PT-IDX) TO RATE-TABLE-RECORD
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > 4
                   IF RATE-ACCT-TYPE = WS-RATE-TYPE(WS-RT-IDX)
                       AND RATE-EFF-DATE <= WS-ASOF-DATE
                       AND RATE-EFF-DATE > WS-RATE-NEWEST(WS-RT-IDX)
                       MOVE RATE-EFF-DATE
                           TO WS-RATE-NEWEST(WS-RT-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       TEST-ROW-IN-FORCE.
           MOVE 'Y' TO WS-ROW-IN-FORCE
           IF WS-TABLE-CODE NOT = "RATE "
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ROW-IN-FORCE
           MOVE WS-ROW-IMAGE TO RATE-TABLE-RECORD
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > 4
               IF RATE-ACCT-TYPE = WS-RATE-TYPE(WS-RT-IDX)
                   AND RATE-EFF-DATE = WS-RATE-NEWEST(WS-RT-IDX)
                   MOVE 'Y' TO WS-ROW-IN-FORCE
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> DISPLAY-TABLE-ROW: WS-ROW-IMAGE shown field by field in
      *> its table's own layout.
      *> -------------------------------------------------------
       DISPLAY-TABLE-ROW.
           EVALUATE WS-TABLE-CODE
               WHEN "RATE "
                   MOVE WS-ROW-IMAGE TO RATE-TABLE-RECORD
                   MOVE RATE-TIER-MIN TO WS-D-AMT
                   MOVE RATE-ANNUAL TO WS-D-RATE
                   DISPLAY "PARM-ROW|RATE|" RATE-ACCT-TYPE "|"
                       FUNCTION TRIM(WS-D-AMT) "|" WS-D-RATE "|"
                       RATE-EFF-DATE "|" RATE-DAY-BASIS
               WHEN "LIMIT"
                   MOVE WS-ROW-IMAGE TO LIMIT-RECORD
                   MOVE LIMIT-DAILY-AMOUNT TO WS-D-AMT
                   DISPLAY "PARM-ROW|LIMIT|" LIMIT-ACCT-ID "|"
                       FUNCTION TRIM(WS-D-AMT)
               WHEN "CAL  "
                   MOVE WS-ROW-IMAGE TO CALENDAR-RECORD
                   DISPLAY "PARM-ROW|CAL|" CAL-DATE "|"
                       CAL-DAY-TYPE "|" FUNCTION TRIM(CAL-DESC)
               WHEN "CHAN "
                   MOVE WS-ROW-IMAGE TO CHANNEL-CONTROL-RECORD
                   MOVE CHC-DAILY-LIMIT TO WS-D-AMT
                   DISPLAY "PARM-ROW|CHAN|" CHC-CHANNEL "|"
                       CHC-CUTOFF-TIME "|" FUNCTION TRIM(WS-D-AMT)
               WHEN "FX   "
                   MOVE WS-ROW-IMAGE TO FX-RATE-RECORD
                   MOVE FX-RATE TO WS-D-FX
                   DISPLAY "PARM-ROW|FX|" FX-FROM-CCY "|"
                       FX-TO-CCY "|" FUNCTION TRIM(WS-D-FX) "|"
                       FX-RATE-DATE
               WHEN "SUTA "
                   MOVE WS-ROW-IMAGE TO SUTA-RATE-RECORD
                   MOVE SR-WAGE-BASE TO WS-D-AMT
                   MOVE SR-RATE TO WS-D-RATE
                   DISPLAY "PARM-ROW|SUTA|" SR-STATE "|"
                       FUNCTION TRIM(WS-D-AMT) "|" WS-D-RATE
               WHEN "LOCAL"
                   MOVE WS-ROW-IMAGE TO LOCAL-TAX-RECORD
                   MOVE LT-RES-RATE TO WS-D-RATE
                   MOVE LT-NONRES-RATE TO WS-D-RATE2
                   DISPLAY "PARM-ROW|LOCAL|" LT-CODE "|" LT-STATE "|"
                       WS-D-RATE "|" WS-D-RATE2 "|"
                       FUNCTION TRIM(LT-NAME)
               WHEN "RECIP"
                   MOVE WS-ROW-IMAGE TO STATE-RECIP-RECORD
                   DISPLAY "PARM-ROW|RECIP|" RC-WORK-STATE "|"
                       RC-RES-STATE
               WHEN "DUP  "
                   MOVE WS-ROW-IMAGE TO DUP-CONTROL-RECORD
                   DISPLAY "PARM-ROW|DUP|" FUNCTION TRIM(DUPC-PARM)
                       "|" DUPC-DAYS
           END-EVALUATE.

      *> -------------------------------------------------------
      *> LOAD-TABLE / SAVE-TABLE: WS-TABLE-CODE's file into and
      *> out of WS-PT-LINE. A missing file loads empty — every
      *> one of these tables is optional to its readers.
      *> -------------------------------------------------------
       LOAD-TABLE.
           MOVE 0 TO WS-PT-COUNT
           EVALUATE WS-TABLE-CODE
               WHEN "RATE "
                   OPEN INPUT RATETBL-FILE
               WHEN "LIMIT"
                   OPEN INPUT ACCTLIMIT-FILE
               WHEN "CAL  "
                   OPEN INPUT CALENDAR-FILE
               WHEN "CHAN "
                   OPEN INPUT CHANCTL-FILE
               WHEN "FX   "
                   OPEN INPUT FXRATES-FILE
               WHEN "SUTA "
                   OPEN INPUT SUTARATE-FILE
               WHEN "LOCAL"
                   OPEN INPUT LOCALTAX-FILE
               WHEN "RECIP"
                   OPEN INPUT STRECIP-FILE
               WHEN "DUP  "
                   OPEN INPUT DUPCTL-FILE
           END-EVALUATE
           IF WS-TBL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO WS-ROW-IMAGE
               EVALUATE WS-TABLE-CODE
                   WHEN "RATE "
                       READ RATETBL-FILE
                           AT END
                               CLOSE RATETBL-FILE
                               EXIT PERFORM
                       END-READ
                       MOVE RATE-TABLE-RECORD TO WS-ROW-IMAGE
                   WHEN "LIMIT"
                       READ ACCTLIMIT-FILE
                           AT END
                               CLOSE ACCTLIMIT-FILE
                               EXIT PERFORM
                       END-READ
                       MOVE LIMIT-RECORD TO WS-ROW-IMAGE
                   WHEN "CAL  "
                       READ CALENDAR-FILE
                           AT END
                               CLOSE CALENDAR-FILE
                               EXIT PERFORM
                       END-READ
                       MOVE CALENDAR-RECORD TO WS-ROW-IMAGE
                   WHEN "CHAN "
                       READ CHANCTL-FILE
                           AT END
                               CLOSE CHANCTL-FILE
                               EXIT PERFORM
                       END-READ
                       MOVE CHANNEL-CONTROL-RECORD TO WS-ROW-IMAGE
                   WHEN "FX   "
                       READ FXRATES-FILE
                           AT END
                               CLOSE FXRATES-FILE
                               EXIT PERFORM
                       END-READ
                       MOVE FX-RATE-RECORD TO WS-ROW-IMAGE
                   WHEN "SUTA "
                       READ SUTARATE-FILE
                           AT END
                               CLOSE SUTARATE-FILE
                               EXIT PERFORM
                       END-READ
                       MOVE SUTA-RATE-RECORD TO WS-ROW-IMAGE
                   WHEN "LOCAL"
                       READ LOCALTAX-FILE
                           AT END
                               CLOSE LOCALTAX-FILE
                               EXIT PERFORM
                       END-READ
                       MOVE LOCAL-TAX-RECORD TO WS-ROW-IMAGE
                   WHEN "RECIP"
                       READ STRECIP-FILE
                           AT END
                               CLOSE STRECIP-FILE
                               EXIT PERFORM
                       END-READ
                       MOVE STATE-RECIP-RECORD TO WS-ROW-IMAGE
                   WHEN "DUP  "
                       READ DUPCTL-FILE
                           AT END
                               CLOSE DUPCTL-FILE
                               EXIT PERFORM
                       END-READ
                       MOVE DUP-CONTROL-RECORD TO WS-ROW-IMAGE
               END-EVALUATE
               IF WS-PT-COUNT < 500
                   ADD 1 TO WS-PT-COUNT
                   MOVE WS-ROW-IMAGE TO WS-PT-LINE(WS-PT-COUNT)
               END-IF
           END-PERFORM.

       SAVE-TABLE.
           EVALUATE WS-TABLE-CODE
               WHEN "RATE "
                   OPEN OUTPUT RATETBL-FILE
               WHEN "LIMIT"
                   OPEN OUTPUT ACCTLIMIT-FILE
               WHEN "CAL  "
                   OPEN OUTPUT CALENDAR-FILE
               WHEN "CHAN "
                   OPEN OUTPUT CHANCTL-FILE
               WHEN "FX   "
                   OPEN OUTPUT FXRATES-FILE
               WHEN "SUTA "
                   OPEN OUTPUT SUTARATE-FILE
               WHEN "LOCAL"
                   OPEN OUTPUT LOCALTAX-FILE
               WHEN "RECIP"
                   OPEN OUTPUT STRECIP-FILE
               WHEN "DUP  "
                   OPEN OUTPUT DUPCTL-FILE
           END-EVALUATE
           IF WS-TBL-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TBL-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               EVALUATE WS-TABLE-CODE
                   WHEN "RATE "
                       MOVE WS-PT-LINE(WS-PT-IDX)
                           TO RATE-TABLE-RECORD
                       WRITE RATE-TABLE-RECORD
                   WHEN "LIMIT"
                       MOVE WS-PT-LINE(WS-PT-IDX) TO LIMIT-RECORD
                       WRITE LIMIT-RECORD
                   WHEN "CAL  "
                       MOVE WS-PT-LINE(WS-PT-IDX) TO CALENDAR-RECORD
                       WRITE CALENDAR-RECORD
                   WHEN "CHAN "
                       MOVE WS-PT-LINE(WS-PT-IDX)
                           TO CHANNEL-CONTROL-RECORD
                       WRITE CHANNEL-CONTROL-RECORD
                   WHEN "FX   "
                       MOVE WS-PT-LINE(WS-PT-IDX) TO FX-RATE-RECORD
                       WRITE FX-RATE-RECORD
                   WHEN "SUTA "
                       MOVE WS-PT-LINE(WS-PT-IDX)
                           TO SUTA-RATE-RECORD
                       WRITE SUTA-RATE-RECORD
                   WHEN "LOCAL"
                       MOVE WS-PT-LINE(WS-PT-IDX)
                           TO LOCAL-TAX-RECORD
                       WRITE LOCAL-TAX-RECORD
                   WHEN "RECIP"
                       MOVE WS-PT-LINE(WS-PT-IDX)
                           TO STATE-RECIP-RECORD
                       WRITE STATE-RECIP-RECORD
                   WHEN "DUP  "
                       MOVE WS-PT-LINE(WS-PT-IDX)
                           TO DUP-CONTROL-RECORD
                       WRITE DUP-CONTROL-RECORD
               END-EVALUATE
           END-PERFORM
           EVALUATE WS-TABLE-CODE
               WHEN "RATE "
                   CLOSE RATETBL-FILE
               WHEN "LIMIT"
                   CLOSE ACCTLIMIT-FILE
               WHEN "CAL  "
                   CLOSE CALENDAR-FILE
               WHEN "CHAN "
                   CLOSE CHANCTL-FILE
               WHEN "FX   "
                   CLOSE FXRATES-FILE
               WHEN "SUTA "
                   CLOSE SUTARATE-FILE
               WHEN "LOCAL"
                   CLOSE LOCALTAX-FILE
               WHEN "RECIP"
                   CLOSE STRECIP-FILE
               WHEN "DUP  "
                   CLOSE DUPCTL-FILE
           END-EVALUATE.

       LOAD-PENDING-QUEUE.
           MOVE 0 TO WS-PQ-COUNT
           OPEN INPUT PENDING-FILE
           IF WS-PD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PENDING-FILE
                   AT END
                       CLOSE PENDING-FILE
                       EXIT PERFORM
               END-READ
               IF WS-PQ-COUNT < 500
                   ADD 1 TO WS-PQ-COUNT
                   MOVE PARM-CHANGE-RECORD TO WS-PQ-LINE(WS-PQ-COUNT)
               END-IF
           END-PERFORM.

       SAVE-PENDING-QUEUE.
           OPEN OUTPUT PENDING-FILE
           IF WS-PD-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-PD-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
               UNTIL WS-PQ-IDX > WS-PQ-COUNT
               MOVE WS-PQ-LINE(WS-PQ-IDX) TO PARM-CHANGE-RECORD
               WRITE PARM-CHANGE-RECORD
           END-PERFORM
           CLOSE PENDING-FILE.

      *> -------------------------------------------------------
      *> LOG-RUN-START / LOG-RUN-END: APPLY's RUNHIST.DAT records
      *> for EODRUN.cob — same pair SUBPROOF.cob writes.
      *> -------------------------------------------------------
       LOG-RUN-START.
           MOVE WS-CURRENT-TIME TO WS-RUNHIST-START-TIME
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = '00'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           IF WS-RUNHIST-STATUS = '00'
               MOVE SPACES TO RUN-HISTORY-RECORD
               MOVE WS-CURRENT-DATE TO RUNHIST-RUN-DATE
               MOVE WS-RUNHIST-START-TIME TO RUNHIST-START-TIME
               MOVE 0 TO RUNHIST-END-TIME
               MOVE "PARMMNT" TO RUNHIST-JOB-ID
               MOVE SPACES TO RUNHIST-NODE-CODE
               MOVE 'R' TO RUNHIST-STATUS
               MOVE 0 TO RUNHIST-DURATION-SEC
               MOVE "PARAMETER CHANGES DUE" TO RUNHIST-DETAIL
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "ERROR|RUNHIST-OPEN|" WS-RUNHIST-STATUS
           END-IF.

       LOG-RUN-END.
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-RUNHIST-START-SECS =
               FUNCTION INTEGER(WS-RUNHIST-START-TIME / 10000) * 3600
               + FUNCTION INTEGER(
                   FUNCTION MOD(WS-RUNHIST-START-TIME, 10000) / 100) * 60
               + FUNCTION MOD(WS-RUNHIST-START-TIME, 100)
           COMPUTE WS-RUNHIST-END-SECS =
               FUNCTION INTEGER(WS-CURRENT-TIME / 10000) * 3600
               + FUNCTION INTEGER(
                   FUNCTION MOD(WS-CURRENT-TIME, 10000) / 100) * 60
               + FUNCTION MOD(WS-CURRENT-TIME, 100)
           IF WS-RUNHIST-END-SECS < WS-RUNHIST-START-SECS
               ADD 86400 TO WS-RUNHIST-END-SECS
           END-IF

           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = '00'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           IF WS-RUNHIST-STATUS = '00'
               MOVE SPACES TO RUN-HISTORY-RECORD
               MOVE WS-CURRENT-DATE TO RUNHIST-RUN-DATE
               MOVE WS-RUNHIST-START-TIME TO RUNHIST-START-TIME
               MOVE WS-CURRENT-TIME TO RUNHIST-END-TIME
               MOVE "PARMMNT" TO RUNHIST-JOB-ID
               MOVE SPACES TO RUNHIST-NODE-CODE
               MOVE WS-RUN-STATUS TO RUNHIST-STATUS
               COMPUTE RUNHIST-DURATION-SEC =
                   WS-RUNHIST-END-SECS - WS-RUNHIST-START-SECS
               MOVE "PARAMETER CHANGES DUE" TO RUNHIST-DETAIL
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "ERROR|RUNHIST-OPEN|" WS-RUNHIST-STATUS
           END-IF.

      *> -------------------------------------------------------
      *> RESOLVE-BUSINESS-DATE: Replace the system calendar date
      *> with the bank's posting date from BUSDATE.DAT when the
      *> control file is present — see BUSDATE.cpy.
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

      *> -------------------------------------------------------
      *> LOAD-OPERATORS / AUTHENTICATE-OPERATOR: Same fail-closed
      *> sign-on sequence as GLENTRY.cob.
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
