      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-09-01
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    The standalone funds-availability engine for check
      *>    auto-release needs no change.
      *>
      *>  Operations (via command-line argument):
      *>    PLACE acct_id amount [routing serial [channel]]
      *>                         — place the computed hold; with
      *>                           the MICR routing and serial,
      *>                           also capture the check for the
      *>                           cash letter (DEPCAPT.DAT, read
      *>                           by CASHLTR.cob's BUILD) and
      *>                           screen it against the deposited
      *>                           item register — a probable
      *>                           duplicate is held in full
      *>                           instead. channel is how the
      *>                           check came in: TL, RC (default),
      *>                           MB or ND (see DEPITEM.cpy)
      *>    QUOTE acct_id amount — display the schedule, write
      *>                           nothing (the teller's answer to
      *>                           "when will my funds be there")
      *>  Files:
      *>    Input/Output: ACCOUNTS.DAT (PLACE only)
      *>    Output:       HOLDS.DAT (PLACE only, appended)
      *>    Output:       DEPCAPT.DAT (PLACE with MICR data,
      *>                  appended)
      *>    Input/Output: DEPITEMS.DAT (PLACE with MICR data,
      *>                  appended) — deposited check item register
      *>    Output:       ALERT.DAT (appended) — type 'C' alert for
      *>                  a probable duplicate
      *>    Input:        CALENDAR.DAT — business-day calendar
      *>    Input:        DUPCTL.DAT — duplicate lookback window
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy, HOLDREC.cpy, CALREC.cpy, CALWORK.cpy,
      *>    REGCCWRK.cpy, BUSDATE.cpy, ACCTVERS.cpy, ACCTIO.cpy,
      *>    VERSWORK.cpy, COMCODE.cpy, DEPCAPT.cpy, DEPITEM.cpy,
      *>    DUPWORK.cpy, DUPCTL.cpy, ALERTREC.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    AVAIL|ACCT|DEPOSIT|AVAILABLE-NOW|HELD|RELEASE|EXC-FLAG
      *>    HOLD-PLACED|ACCT|AMOUNT|RELEASE (PLACE only)
      *>    MICR-CAPTURED|ACCT|AMOUNT|ROUTING|SERIAL (PLACE only)
      *>    DUP-DEPOSIT-HOLD|ACCT|AMOUNT|ROUTING|SERIAL|PRIOR-ACCT|
      *>        PRIOR-DATE|PRIOR-CHANNEL (PLACE, probable duplicate —
      *>        replaces HOLD-PLACED)
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success (a deposit fully inside the
      *>                next-day amount places no hold)
      *>    RESULT|03 — Account not found
      *>    RESULT|99 — Invalid arguments (including a routing
      *>                number that is not nine digits or an
      *>                unknown channel) or file I/O error
      *>
      *>  Change Log:
      *>    2026-09-01  AKD  Initial implementation
      *>    2026-10-15  AKD  PLACE takes the check's MICR routing
      *>                     and serial and appends a DEPCAPT.DAT
      *>                     capture so CASHLTR.cob can send the
      *>                     item out in the nightly cash letter
      *>    2026-10-15  AKD  Duplicate check detection: PLACE with
      *>                     MICR data screens the check against the
      *>                     DEPITEMS.DAT register (all channels,
      *>                     DUPWORK.cpy lookback) — a probable
      *>                     duplicate is held in full (HOLDS.DAT
      *>                     reason 'DP') and alerted (ALERT.DAT type
      *>                     'C') instead of the Reg CC hold — and
      *>                     registers it under the optional channel
      *>    2026-10-15  AKD  Duplicate check lookback window read at
      *>                     start-up from the DUPCTL.DAT LOOKBACK
      *>                     row (LOAD-DUP-WINDOW — maintained by
      *>                     PARMMNT.cob table DUP); 90 days only
      *>                     when the row is missing
      *>
      *>================================================================*

               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT DEPCAPT-FILE
               ASSIGN TO "DEPCAPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCP-STATUS.
           SELECT DEPITEM-FILE
               ASSIGN TO "DEPITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DI-STATUS.
           SELECT DUPCTL-FILE
               ASSIGN TO "DUPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.
           SELECT ALERT-FILE
               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "HOLDREC.cpy".
       FD  CALENDAR-FILE.
       COPY "CALREC.cpy".
       FD  DEPCAPT-FILE.
       COPY "DEPCAPT.cpy".
       FD  DEPITEM-FILE.
       COPY "DEPITEM.cpy".
       FD  DUPCTL-FILE.
       COPY "DUPCTL.cpy".
       FD  ALERT-FILE.
       COPY "ALERTREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
      *>   and RESOLVE-BUSINESS-DATE.
       01  WS-BUS-STATUS          PIC XX VALUE SPACES.
       01  WS-HOLD-STATUS         PIC XX VALUE SPACES.
       01  WS-DCP-STATUS          PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(60) VALUE SPACES.
       01  WS-OPERATION           PIC X(8) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-AMT-STR          PIC X(15) VALUE SPACES.
       01  WS-IN-AMOUNT           PIC S9(10)V99 VALUE 0.
      *>   Optional MICR data off the deposited check.
       01  WS-IN-ROUTING          PIC X(12) VALUE SPACES.
       01  WS-IN-SERIAL           PIC X(12) VALUE SPACES.
       01  WS-IN-CHANNEL          PIC X(4) VALUE SPACES.
       01  WS-AL-STATUS           PIC XX VALUE SPACES.
       01  WS-AVAIL-NOW           PIC S9(10)V99 VALUE 0.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       COPY "REGCCWRK.cpy".
       COPY "CALWORK.cpy".
      *>   Duplicate check deposit screen — see DUPWORK.cpy.
       COPY "DUPWORK.cpy".
       COPY "ACCTIO.cpy".
      *>   ACCOUNTS.DAT update-token working fields — see
      *>   ACCTVERS.cpy and NOTE-ACCT-VERSION/GUARD-ACCT-VERSION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM LOAD-DUP-WINDOW
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-ACCT-ID
                    WS-IN-AMT-STR
                    WS-IN-ROUTING
                    WS-IN-SERIAL
                    WS-IN-CHANNEL
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-IN-ROUTING NOT = SPACES
               AND (WS-IN-ROUTING(1:9) IS NOT NUMERIC
                    OR WS-IN-ROUTING(10:3) NOT = SPACES)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-IN-CHANNEL = SPACES
               MOVE "RC" TO WS-IN-CHANNEL
           END-IF
           IF WS-IN-CHANNEL NOT = "TL" AND WS-IN-CHANNEL NOT = "RC"
               AND WS-IN-CHANNEL NOT = "MB"
               AND WS-IN-CHANNEL NOT = "ND"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM FIND-ACCOUNT
               WS-AVAIL-NOW "|" WS-CC-HELD-AMOUNT "|"
               WS-CC-RELEASE-DATE "|" WS-CC-EXCEPTION

      *>   A probable duplicate is held in full in place of the
      *>   Reg CC hold — see SCREEN-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-HAVE-MICR WS-DUP-FOUND
           IF WS-OPERATION = "PLACE"
               AND WS-IN-ROUTING NOT = SPACES
               PERFORM SCREEN-CHECK-DUPLICATE
           END-IF
           IF WS-DUP-FOUND = 'Y'
               ADD WS-IN-AMOUNT TO WS-A-HOLD(WS-FOUND-IDX)
               PERFORM SAVE-ALL-ACCOUNTS
               PERFORM WRITE-DUP-HOLD
               PERFORM RAISE-DUP-ALERT
           END-IF
           IF WS-OPERATION = "PLACE"
               AND WS-CC-HELD-AMOUNT > 0
               AND WS-DUP-FOUND = 'N'
               ADD WS-CC-HELD-AMOUNT TO WS-A-HOLD(WS-FOUND-IDX)
               PERFORM SAVE-ALL-ACCOUNTS
               PERFORM WRITE-REGCC-HOLD
               DISPLAY "HOLD-PLACED|" WS-IN-ACCT-ID "|"
                   WS-CC-HELD-AMOUNT "|" WS-CC-RELEASE-DATE
           END-IF
      *>   The capture is written whether or not a hold was
      *>   needed — a small check still has to be collected.
           IF WS-OPERATION = "PLACE"
               AND WS-IN-ROUTING NOT = SPACES
               PERFORM WRITE-MICR-CAPTURE
               DISPLAY "MICR-CAPTURED|" WS-IN-ACCT-ID "|"
                   WS-IN-AMOUNT "|" WS-IN-ROUTING(1:9) "|"
                   WS-IN-SERIAL
           END-IF
           IF WS-DUP-HAVE-MICR = 'Y'
               MOVE WS-IN-CHANNEL TO WS-DUP-CHANNEL
               MOVE SPACES TO WS-DUP-REF
               PERFORM REGISTER-DEPOSITED-ITEM
           END-IF
           DISPLAY "RESULT|00"
           STOP RUN.

           WRITE HOLD-DETAIL-RECORD
           CLOSE HOLDS-FILE.

      *> -------------------------------------------------------
      *> WRITE-MICR-CAPTURE: One DEPCAPT.DAT row — see
      *> DEPCAPT.cpy. CASHLTR.cob pairs it with the ledger credit
      *> for the same account and amount on the business date.
      *> -------------------------------------------------------
       WRITE-MICR-CAPTURE.
           OPEN EXTEND DEPCAPT-FILE
           IF WS-DCP-STATUS NOT = '00'
               OPEN OUTPUT DEPCAPT-FILE
               IF WS-DCP-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-DCP-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO DEP-CAPTURE-RECORD
           MOVE WS-IN-ACCT-ID TO DCP-ACCT-ID
           MOVE WS-CURRENT-DATE TO DCP-DATE
           MOVE WS-CURRENT-TIME TO DCP-TIME
           MOVE WS-IN-AMOUNT TO DCP-AMOUNT
           MOVE WS-IN-ROUTING(1:9) TO DCP-ROUTING
           MOVE WS-IN-SERIAL TO DCP-SERIAL
           WRITE DEP-CAPTURE-RECORD
           CLOSE DEPCAPT-FILE.

      *> -------------------------------------------------------
      *> SCREEN-CHECK-DUPLICATE: Test the check's MICR routing,
      *> serial and amount against the deposited-item register.
      *> A check with no serial cannot be matched and is neither
      *> screened nor registered.
      *> -------------------------------------------------------
       SCREEN-CHECK-DUPLICATE.
           IF WS-IN-SERIAL = SPACES
               OR WS-IN-SERIAL(11:2) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DUP-HAVE-MICR
           MOVE WS-IN-ROUTING(1:9) TO WS-DUP-ROUTING
           MOVE WS-IN-SERIAL(1:10) TO WS-DUP-SERIAL
           MOVE WS-IN-AMOUNT TO WS-DUP-AMOUNT
           MOVE WS-IN-ACCT-ID TO WS-DUP-ACCT-ID
           PERFORM CHECK-DUPLICATE-DEPOSIT.

      *> -------------------------------------------------------
      *> LOAD-DUP-WINDOW: The duplicate lookback window from the
      *> DUPCTL.DAT LOOKBACK row (PARMMNT.cob table DUP). No file,
      *> no row, or an unusable figure leaves DUPWORK.cpy's
      *> default in place.
      *> -------------------------------------------------------
       LOAD-DUP-WINDOW.
           OPEN INPUT DUPCTL-FILE
           IF WS-DC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ DUPCTL-FILE
                   AT END
                       CLOSE DUPCTL-FILE
                       EXIT PERFORM
               END-READ
               IF DUPC-LOOKBACK
                   AND DUPC-DAYS IS NUMERIC
                   AND DUPC-DAYS > 0
                   MOVE DUPC-DAYS TO WS-DUP-LOOKBACK-DAYS
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> CHECK-DUPLICATE-DEPOSIT: The deposited-item register
      *> (DEPITEMS.DAT — see DEPITEM.cpy/DUPWORK.cpy) searched for
      *> the same routing, serial and amount deposited inside the
      *> lookback window — by any account, through any channel.
      *> -------------------------------------------------------
       CHECK-DUPLICATE-DEPOSIT.
           MOVE 'N' TO WS-DUP-FOUND
           OPEN INPUT DEPITEM-FILE
           IF WS-DI-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ DEPITEM-FILE
                   AT END
                       CLOSE DEPITEM-FILE
                       EXIT PERFORM
               END-READ
               IF DI-ROUTING = WS-DUP-ROUTING
                   AND DI-SERIAL = WS-DUP-SERIAL
                   AND DI-AMOUNT = WS-DUP-AMOUNT
                   AND DI-DATE IS NUMERIC
                   AND DI-DATE > 0
                   COMPUTE WS-DUP-DAYS-AGO =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                       - FUNCTION INTEGER-OF-DATE(DI-DATE)
                   IF WS-DUP-DAYS-AGO >= 0
                       AND WS-DUP-DAYS-AGO <= WS-DUP-LOOKBACK-DAYS
                       MOVE 'Y' TO WS-DUP-FOUND
                       MOVE DI-ACCT-ID TO WS-DUP-PRIOR-ACCT
                       MOVE DI-DATE TO WS-DUP-PRIOR-DATE
                       MOVE DI-CHANNEL TO WS-DUP-PRIOR-CHANNEL
                   END-IF
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> REGISTER-DEPOSITED-ITEM: Append the item to DEPITEMS.DAT,
      *> flagged when it matched. The credit has already posted,
      *> so a register that cannot be opened is reported, not
      *> fatal.
      *> -------------------------------------------------------
       REGISTER-DEPOSITED-ITEM.
           OPEN EXTEND DEPITEM-FILE
           IF WS-DI-STATUS NOT = '00'
               OPEN OUTPUT DEPITEM-FILE
               IF WS-DI-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-DI-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO DEPOSIT-ITEM-RECORD
           MOVE WS-DUP-ROUTING TO DI-ROUTING
           MOVE WS-DUP-SERIAL TO DI-SERIAL
           MOVE WS-DUP-AMOUNT TO DI-AMOUNT
           MOVE WS-DUP-ACCT-ID TO DI-ACCT-ID
           MOVE WS-CURRENT-DATE TO DI-DATE
           MOVE WS-CURRENT-TIME TO DI-TIME
           MOVE WS-DUP-CHANNEL TO DI-CHANNEL
           MOVE WS-DUP-REF TO DI-REF
           IF WS-DUP-FOUND = 'Y'
               MOVE 'D' TO DI-DUP-FLAG
           END-IF
           WRITE DEPOSIT-ITEM-RECORD
           CLOSE DEPITEM-FILE.

      *> -------------------------------------------------------
      *> WRITE-DUP-HOLD / RAISE-DUP-ALERT: A probable duplicate is
      *> held whole — HOLDS.DAT reason 'DP' with no release date,
      *> so only deposit operations releases it (HOLDMGMT.cob
      *> RELEASE) — and alerted to the ALERTCON.cob queue as type
      *> 'C'. The caller bumps ACCT-HOLD-AMOUNT to match.
      *> -------------------------------------------------------
       WRITE-DUP-HOLD.
           OPEN EXTEND HOLDS-FILE
           IF WS-HOLD-STATUS NOT = '00'
               OPEN OUTPUT HOLDS-FILE
               IF WS-HOLD-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-HOLD-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO HOLD-DETAIL-RECORD
           MOVE WS-DUP-ACCT-ID TO HOLD-ACCT-ID
           MOVE 'DP' TO HOLD-REASON
           MOVE "AVAILENG" TO HOLD-SOURCE
           MOVE WS-DUP-AMOUNT TO HOLD-AMOUNT
           MOVE WS-CURRENT-DATE TO HOLD-PLACED-DATE
           MOVE 0 TO HOLD-RELEASE-DATE
           MOVE 'O' TO HOLD-STATUS
           WRITE HOLD-DETAIL-RECORD
           CLOSE HOLDS-FILE
           DISPLAY "DUP-DEPOSIT-HOLD|" WS-DUP-ACCT-ID "|"
               WS-DUP-AMOUNT "|" WS-DUP-ROUTING "|" WS-DUP-SERIAL
               "|" WS-DUP-PRIOR-ACCT "|" WS-DUP-PRIOR-DATE "|"
               WS-DUP-PRIOR-CHANNEL.

       RAISE-DUP-ALERT.
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE
               IF WS-AL-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-AL-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-CURRENT-DATE TO ALERT-DATE
           MOVE WS-CURRENT-TIME TO ALERT-TIME
           MOVE SPACE TO ALERT-NODE-CODE
           MOVE 'C' TO ALERT-TYPE
           MOVE WS-DUP-ACCT-ID TO ALERT-ACCT-ID
           MOVE SPACES TO ALERT-DETAIL
           STRING "DUP CHECK " WS-DUP-SERIAL " PRIOR "
               WS-DUP-PRIOR-ACCT
               DELIMITED BY SIZE INTO ALERT-DETAIL
           END-STRING
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

      *> -------------------------------------------------------
      *> LOAD-CALENDAR / CHECK-BUSINESS-DAY / ROLL-TO-BUSINESS-DAY:
      *> Same shared calendar machinery as INTEREST.cob/EODRUN.cob
