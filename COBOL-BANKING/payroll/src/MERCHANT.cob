      *>                     sponsor bank lifts a MERCHRET.cob
      *>                     funding hold and re-funds every open
      *>                     returned-funding position automatically
      *>    2026-10-15  AKD  Terminated-merchant (MATCH) screening —
      *>                     ONBOARD screens legal name, DBA, TIN and
      *>                     principals against MATCH.DAT (MR-700); TIN
      *>                     hit refuses, name hit holds for review
      *>    2026-10-15  AKD  PRINADD (MR-800), MATCHCLR (MR-850) and
      *>                     TERMCAUS (MR-900) operations; ONBOARD takes
      *>                     an optional TIN; SETTIN screens the TIN
      *>                     and no longer falls through into SETBANK
      *>    2026-10-15  AKD  Principal load (MR-750) keeps only the
      *>                     merchant's own rows; a full table stops
      *>                     the run instead of skipping principals
      *>
      *>  WARNING: GO TO DEPENDING ON routes MCC codes at runtime.
      *>  Update BOTH MR-030 AND MR-040 or you get garbage.
               ASSIGN TO "KYCDOCS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KYC-STATUS.
      *>   2026: Terminated-merchant (MATCH) list, our outbound
      *>   submissions, merchant principals and the shared alert
      *>   file — see MR-700..MR-900, MATCHREC.cpy, MPRINREC.cpy.
           SELECT MATCH-FILE
               ASSIGN TO "MATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MT-STATUS.
           SELECT MATCHOUT-FILE
               ASSIGN TO "MATCHOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MT-STATUS.
           SELECT PRINCIPAL-FILE
               ASSIGN TO "MERCHPRIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT ALERT-FILE
               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "MERCHRPOS.cpy".
       FD  FUNDING-FILE.
       01  FUNDING-RECORD             PIC X(200).
       FD  MATCH-FILE.
       COPY "MATCHREC.cpy".
       FD  MATCHOUT-FILE.
       01  MATCHOUT-RECORD            PIC X(200).
       FD  PRINCIPAL-FILE.
       COPY "MPRINREC.cpy".
       FD  ALERT-FILE.
       COPY "ALERTREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MF-STATUS              PIC X(2).
           05  WS-CMD-TIN             PIC X(9) VALUE SPACES.
      *>   2026: Document code on KYCITEM — see MR-300.
           05  WS-CMD-DOCCODE         PIC X(1) VALUE SPACE.
      *>   2026: PRINADD's ownership percentage and role, MATCHCLR's
      *>   decision and TERMCAUS's reason code — see MR-800..MR-900.
           05  WS-CMD-PCT-X           PIC X(5) VALUE SPACES.
           05  WS-CMD-PCT REDEFINES WS-CMD-PCT-X
                                      PIC 9(3)V99.
           05  WS-CMD-ROLE            PIC X(1) VALUE SPACE.
           05  WS-CMD-DECISION        PIC X(1) VALUE SPACE.
           05  WS-CMD-REASON          PIC X(2) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-DATE-YYYY           PIC 9(4).
           05  WS-DATE-MM             PIC 9(2).
           05  WS-DATE-DD             PIC 9(2).
       01  WS-CURRENT-TIME            PIC 9(6).

      *> TKN 1981: COPY REPLACING — "namespace safety" for COMCODE.
      *> Renames 01-level group. Just makes constants harder to grep.
           05  FILLER                 PIC X(1) VALUE '|'.
           05  WS-OL-BANK             PIC X(8).

      *>  2026: MATCH screening working storage — see MR-700. The
      *>  caller fills WS-MT-SCREEN-* (SPACES skips that check) and
      *>  sets WS-MT-ALL-PRIN 'Y' to also screen every MERCHPRIN.DAT
      *>  principal on file for WK-M1, loaded into WS-PRT-TABLE.
       01  WS-MT-STATUS               PIC X(2).
       01  WS-PR-STATUS               PIC X(2).
       01  WS-ALERT-STATUS            PIC X(2).
       01  WS-MATCH-FIELDS.
           05  WS-MT-SCREEN-NAME      PIC X(30) VALUE SPACES.
           05  WS-MT-SCREEN-DBA       PIC X(8) VALUE SPACES.
           05  WS-MT-SCREEN-TIN       PIC X(9) VALUE SPACES.
           05  WS-MT-SCREEN-PRIN      PIC X(30) VALUE SPACES.
           05  WS-MT-ALL-PRIN         PIC X(1) VALUE 'N'.
           05  WS-MT-TIN-HIT          PIC X(1) VALUE 'N'.
           05  WS-MT-NAME-HIT         PIC X(1) VALUE 'N'.
           05  WS-MT-HIT-FIELD        PIC X(5) VALUE SPACES.
           05  WS-MT-HIT-NAME         PIC X(30) VALUE SPACES.
           05  WS-MT-HIT-COUNT        PIC 9(3) VALUE 0.
           05  WS-MT-PRIN-COUNT       PIC 9(1) VALUE 0.
       01  WS-MT-LOWER                PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-MT-UPPER                PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-PRT-TABLE.
           05  WS-PRT-CNT             PIC 9(4) VALUE 0.
           05  WS-PRT-REC OCCURS 200 TIMES PIC X(50).
           05  WS-PRT-IX              PIC 9(4) VALUE 0.

      *> ── DEAD FIELDS (unreferenced by executable code) ────────
      *> CICS heritage: EIBTRMID = terminal ID from EXEC CICS
      *> ASSIGN EIBTRMID. On a mainframe, this identifies which
               MOVE 9 TO WS-OP-CODE
           ELSE IF WS-CMD-OP = 'SETBANK '
               MOVE 10 TO WS-OP-CODE
           ELSE IF WS-CMD-OP = 'PRINADD '
               MOVE 11 TO WS-OP-CODE
           ELSE IF WS-CMD-OP = 'MATCHCLR'
               MOVE 12 TO WS-OP-CODE
           ELSE IF WS-CMD-OP = 'TERMCAUS'
               MOVE 13 TO WS-OP-CODE
           ELSE
               DISPLAY "MERCHANT|ERROR|UNKNOWN-OP|" WS-CMD-OP
               DISPLAY "RESULT|03"
               MOVE WS-CMD-LINE(57:8)  TO WS-CMD-BANK
               MOVE WS-CMD-LINE(66:1)  TO WS-CMD-TYPE
               MOVE WS-CMD-LINE(67:2)  TO WS-CMD-CNTRY
               MOVE WS-CMD-LINE(69:5)  TO WS-CMD-CHAIN
               MOVE WS-CMD-LINE(75:9)  TO WS-CMD-TIN.
           IF WS-OP-CODE = 2 OR WS-OP-CODE = 3 OR WS-OP-CODE = 7
              OR WS-OP-CODE = 8 OR WS-OP-CODE = 9
              OR WS-OP-CODE = 10 OR WS-OP-CODE = 12
              OR WS-OP-CODE = 13
               MOVE WS-CMD-LINE(10:10) TO WS-CMD-ID.
      *>   2026: PRINADD's principal — name, ownership percentage
      *>   (999V99, no decimal point) and role — see MR-800.
           IF WS-OP-CODE = 11
               MOVE WS-CMD-LINE(10:10) TO WS-CMD-ID
               MOVE WS-CMD-LINE(21:30) TO WS-CMD-NAME
               MOVE WS-CMD-LINE(52:5)  TO WS-CMD-PCT-X
               MOVE WS-CMD-LINE(58:1)  TO WS-CMD-ROLE.
      *>   2026: MATCHCLR's decision, TERMCAUS's reason — MR-850/900.
           IF WS-OP-CODE = 12
               MOVE WS-CMD-LINE(21:1)  TO WS-CMD-DECISION.
           IF WS-OP-CODE = 13
               MOVE WS-CMD-LINE(21:2)  TO WS-CMD-REASON.
      *>   2026: SETBANK's corrected sponsor bank — see MR-600.
           IF WS-OP-CODE = 10
               MOVE WS-CMD-LINE(21:8)  TO WS-CMD-BANK.
               MOVE WS-CMD-LINE(21:1)  TO WS-CMD-DOCCODE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

      *>   Set up shared work fields — THIS IS THE COUPLING
           MOVE WS-CMD-ID   TO WK-M1.
      *>   2026: KYCITEM (marks a checklist document collected) and
      *>   ACTIVATE (flips MERCH-STATUS to MERCH-ACTIVE) also mutate
      *>   on-file state and require sign-on — see MR-300/MR-400.
      *>   2026: PRINADD needs any operator, like ONBOARD; MATCHCLR
      *>   and TERMCAUS need a supervisor, like ACTIVATE.
           PERFORM MR-005.
           IF WS-OPER-GATE-FAIL = 'Y'
               DISPLAY "RESULT|" RC-UNAUTHORIZED
      *>   GO TO DEPENDING ON — the COBOL-68 CASE statement
           GO TO MR-010 MR-060 MR-070 MR-080 MR-100 MR-200
               MR-300 MR-400 MR-500 MR-600
               MR-800 MR-850 MR-900
               DEPENDING ON WS-OP-CODE.
           DISPLAY "RESULT|99"
           GO TO MR-090.

      *>================================================================*
      *>  MR-005: OPERATOR SIGN-ON — ONBOARD, KYCITEM and PRINADD need
      *>  any active operator; RETIER (changes a merchant's risk tier/
      *>  reserve), ACTIVATE, MATCHCLR and TERMCAUS (change
      *>  MERCH-STATUS) need a supervisor or admin. Credentials come
      *>  from ENVIRONMENT, the batch stand-in for a CICS terminal's
      *>  signed-on user (see OPERREC.cpy).
      *>================================================================*
       MR-005.
           MOVE 'N' TO WS-OPER-GATE-FAIL.
           IF WS-OP-CODE = 1 OR WS-OP-CODE = 3 OR WS-OP-CODE = 7
              OR WS-OP-CODE = 8 OR WS-OP-CODE = 11
              OR WS-OP-CODE = 12 OR WS-OP-CODE = 13
               ACCEPT WS-IN-OPER-ID FROM ENVIRONMENT
                   "MERCHANT_OPERATOR_ID"
               ACCEPT WS-IN-OPER-PIN FROM ENVIRONMENT
                       WS-IN-OPER-ID
                   MOVE 'Y' TO WS-OPER-GATE-FAIL
               ELSE
               IF (WS-OP-CODE = 3 OR WS-OP-CODE = 8
                   OR WS-OP-CODE = 12 OR WS-OP-CODE = 13) AND
                   WS-OP-ROLE(WS-OPER-FOUND-IDX) = 'T'
                   DISPLAY "MERCHANT|ERROR|UNAUTHORIZED|"
                       WS-IN-OPER-ID
           MOVE WS-CURRENT-DATE TO MERCH-ONBOARD-DATE.
           SET  MERCH-PENDING TO TRUE.
           MOVE WK-M7 TO MERCH-TYPE.
           MOVE WS-CMD-TIN TO MERCH-TIN.
           IF WK-M8 = SPACES
               MOVE "US" TO MERCH-COUNTRY-CODE
           ELSE
           MOVE MCC-TBL-RISK TO MERCH-RISK-TIER.
           MOVE MCC-TBL-RSV  TO MERCH-RESERVE-PCT.

      *>   2026: MATCH screening before the merchant goes on file —
      *>   a TIN on the list refuses outright; a name hit (legal
      *>   name, DBA or a principal) boards it held for review.
           PERFORM MR-760.
           MOVE 'Y' TO WS-MT-ALL-PRIN.
           PERFORM MR-700 THRU MR-709.
           IF WS-MT-TIN-HIT = 'Y'
               DISPLAY "MERCHANT|ONBOARD|MATCH-REFUSED|" MERCH-ID
               DISPLAY "RESULT|" RC-MATCH-LISTED
               GO TO MR-090.
           IF WS-MT-NAME-HIT = 'Y'
               SET MERCH-MATCH-REVIEW TO TRUE
               DISPLAY "MERCHANT|ONBOARD|MATCH-REVIEW|" MERCH-ID.

           OPEN EXTEND MERCHANT-FILE.
           IF WS-MF-STATUS NOT = '00'
               OPEN OUTPUT MERCHANT-FILE
               DISPLAY "RESULT|" RC-INVALID-ACCT
               GO TO MR-090.
           MOVE WS-RTA-REC(WS-RTA-FOUND-IDX) TO MERCHANT-RECORD.
           IF MERCH-MATCH-REVIEW
               DISPLAY "MERCHANT|ACTIVATE|MATCH-REVIEW|" WK-M1
               DISPLAY "RESULT|" RC-MATCH-LISTED
               GO TO MR-090.
           IF NOT MERCH-PENDING
               DISPLAY "MERCHANT|ACTIVATE|NOT-PENDING|" WK-M1
               DISPLAY "RESULT|03"
      *>  MR-500: SETTIN — record the merchant's TIN (2026 AKD)
      *>  Same load-all/rewrite-all over WS-RTA-TABLE as ACTIVATE;
      *>  the 1099-K filing (K1099GEN.cob) reports under this TIN
      *>  and flags any merchant still without one. The TIN is
      *>  screened against MATCH.DAT (MR-700); a hit on a merchant
      *>  not yet active holds it for review.
      *>================================================================*
       MR-500.
           IF WS-CMD-TIN = SPACES
               GO TO MR-090.
           MOVE WS-RTA-REC(WS-RTA-FOUND-IDX) TO MERCHANT-RECORD.
           MOVE WS-CMD-TIN TO MERCH-TIN.
           MOVE SPACES TO WS-MT-SCREEN-NAME WS-MT-SCREEN-DBA
                          WS-MT-SCREEN-PRIN.
           MOVE MERCH-TIN TO WS-MT-SCREEN-TIN.
           MOVE 'N' TO WS-MT-ALL-PRIN.
           PERFORM MR-700 THRU MR-709.
           IF WS-MT-TIN-HIT = 'Y' AND MERCH-PENDING
               SET MERCH-MATCH-REVIEW TO TRUE
               DISPLAY "MERCHANT|SETTIN|MATCH-REVIEW|" WK-M1.
           MOVE MERCHANT-RECORD TO WS-RTA-REC(WS-RTA-FOUND-IDX).

           OPEN OUTPUT MERCHANT-FILE.
               UNTIL WS-RTA-IX > WS-RTA-CNT.
           CLOSE MERCHANT-FILE.
           DISPLAY "OK|SETTIN|" MERCH-ID "|" MERCH-TIN.
           DISPLAY "RESULT|" RC-SUCCESS.
           GO TO MR-090.

      *>================================================================*
      *>  MR-600: SETBANK — corrected banking details and automatic
                  AND KYC-EIN-VERIFIED-DONE AND KYC-BENEFIC-OWNER-DONE
                   MOVE 'Y' TO WS-KYC-ALL-DONE-FLAG.

      *>================================================================*
      *>  MR-700..MR-709: MATCH SCREEN — check one merchant against the
      *>  terminated-merchant list (2026 AKD). Reads MATCH.DAT once,
      *>  comparing every WS-MT-SCREEN-* field the caller filled in
      *>  (upper-cased, exact match, same rule OFACLOAD.cob screens
      *>  SDN names by) and, with WS-MT-ALL-PRIN 'Y', every principal
      *>  MERCHPRIN.DAT holds for WK-M1. A TIN hit sets WS-MT-TIN-HIT;
      *>  any name hit sets WS-MT-NAME-HIT. Each hit is displayed and
      *>  raised on ALERT.DAT (MR-740). No MATCH.DAT means no list has
      *>  been loaded yet — nothing to hit.
      *>================================================================*
       MR-700.
           MOVE 'N' TO WS-MT-TIN-HIT.
           MOVE 'N' TO WS-MT-NAME-HIT.
           MOVE 0 TO WS-PRT-CNT.
           IF WS-MT-ALL-PRIN = 'Y'
               PERFORM MR-750 THRU MR-752.
           OPEN INPUT MATCH-FILE.
           IF WS-MT-STATUS NOT = '00'
               GO TO MR-709.

       MR-701.
           READ MATCH-FILE
               AT END
                   CLOSE MATCH-FILE
                   GO TO MR-709.
           IF WS-MT-SCREEN-TIN NOT = SPACES
              AND MATCH-TIN = WS-MT-SCREEN-TIN
               MOVE 'Y' TO WS-MT-TIN-HIT
               MOVE "TIN" TO WS-MT-HIT-FIELD
               MOVE WS-MT-SCREEN-TIN TO WS-MT-HIT-NAME
               PERFORM MR-740 THRU MR-741.
           IF WS-MT-SCREEN-NAME NOT = SPACES
              AND (MATCH-LEGAL-NAME = WS-MT-SCREEN-NAME
                   OR MATCH-DBA-NAME = WS-MT-SCREEN-NAME)
               MOVE 'Y' TO WS-MT-NAME-HIT
               MOVE "LEGAL" TO WS-MT-HIT-FIELD
               MOVE WS-MT-SCREEN-NAME TO WS-MT-HIT-NAME
               PERFORM MR-740 THRU MR-741.
      *>   MERCH-DBA-NAME is only 8 bytes — compare it to the list
      *>   DBA's first 8.
           IF WS-MT-SCREEN-DBA NOT = SPACES
              AND MATCH-DBA-NAME(1:8) = WS-MT-SCREEN-DBA
               MOVE 'Y' TO WS-MT-NAME-HIT
               MOVE "DBA" TO WS-MT-HIT-FIELD
               MOVE WS-MT-SCREEN-DBA TO WS-MT-HIT-NAME
               PERFORM MR-740 THRU MR-741.
           IF WS-MT-SCREEN-PRIN NOT = SPACES
               MOVE WS-MT-SCREEN-PRIN TO WS-MT-HIT-NAME
               PERFORM MR-730.
           IF WS-MT-ALL-PRIN = 'Y'
               PERFORM MR-720
                   VARYING WS-PRT-IX FROM 1 BY 1
                   UNTIL WS-PRT-IX > WS-PRT-CNT.
           GO TO MR-701.

       MR-709.
           EXIT.

      *>  MR-720: One loaded principal — screened if it is WK-M1's.
       MR-720.
           MOVE WS-PRT-REC(WS-PRT-IX) TO MERCH-PRINCIPAL-RECORD.
           IF PRIN-MERCH-ID = WK-M1
               MOVE PRIN-NAME TO WS-MT-HIT-NAME
               PERFORM MR-730.

      *>  MR-730: WS-MT-HIT-NAME against the list entry's principals.
       MR-730.
           IF WS-MT-HIT-NAME = MATCH-PRIN1-NAME
              OR WS-MT-HIT-NAME = MATCH-PRIN2-NAME
               MOVE 'Y' TO WS-MT-NAME-HIT
               MOVE "PRIN" TO WS-MT-HIT-FIELD
               PERFORM MR-740 THRU MR-741.

      *>  MR-740: Raise one hit — display it and append an ALERT.DAT
      *>  record (type M, ALERT-ACCT-ID carries the merchant ID).
       MR-740.
           ADD 1 TO WS-MT-HIT-COUNT.
           DISPLAY "MERCHANT|MATCH-HIT|" WK-M1 "|" WS-MT-HIT-FIELD
               "|" WS-MT-HIT-NAME "|" MATCH-ACQUIRER "|"
               MATCH-MERCH-REF "|" MATCH-REASON.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE.
           IF WS-ALERT-STATUS NOT = '00'
               DISPLAY "MERCHANT|ERROR|ALERT-FILE|" WS-ALERT-STATUS
               GO TO MR-741.
           MOVE SPACES TO ALERT-RECORD.
           MOVE WS-CURRENT-DATE TO ALERT-DATE.
           MOVE WS-CURRENT-TIME TO ALERT-TIME.
           MOVE SPACE TO ALERT-NODE-CODE.
           SET ALERT-MATCH-HIT TO TRUE.
           MOVE WK-M1 TO ALERT-ACCT-ID.
           STRING "MATCH " WS-MT-HIT-FIELD " R" MATCH-REASON " "
               WS-MT-HIT-NAME(1:24)
               DELIMITED BY SIZE INTO ALERT-DETAIL
           END-STRING.
           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.
       MR-741.
           EXIT.

      *>  MR-750..MR-752: Load WK-M1's principals from MERCHPRIN.DAT
      *>  into WS-PRT-TABLE. The file holds every merchant's and only
      *>  grows, so only this merchant's rows are kept; one with more
      *>  than the table holds stops the run rather than pass a
      *>  merchant half screened.
       MR-750.
           MOVE 0 TO WS-PRT-CNT.
           OPEN INPUT PRINCIPAL-FILE.
           IF WS-PR-STATUS NOT = '00'
               GO TO MR-752.

       MR-751.
           READ PRINCIPAL-FILE
               AT END
                   CLOSE PRINCIPAL-FILE
                   GO TO MR-752.
           IF PRIN-MERCH-ID NOT = WK-M1
               GO TO MR-751.
           IF WS-PRT-CNT NOT < 200
               CLOSE PRINCIPAL-FILE
               DISPLAY "MERCHANT|PRINCIPAL-TABLE-FULL|" WK-M1
               DISPLAY "RESULT|99"
               GO TO MR-090.
           ADD 1 TO WS-PRT-CNT.
           MOVE MERCH-PRINCIPAL-RECORD TO WS-PRT-REC(WS-PRT-CNT).
           GO TO MR-751.

       MR-752.
           EXIT.

      *>  MR-760: Screen fields from MERCHANT-RECORD — legal name,
      *>  DBA (individual merchants only; an aggregate's REDEFINES
      *>  holds the chain ID there) and TIN, upper-cased to the form
      *>  MATCH.DAT stores names in.
       MR-760.
           MOVE MERCH-LEGAL-NAME TO WS-MT-SCREEN-NAME.
           INSPECT WS-MT-SCREEN-NAME
               CONVERTING WS-MT-LOWER TO WS-MT-UPPER.
           MOVE SPACES TO WS-MT-SCREEN-DBA.
           IF MERCH-TYPE-INDIV
               MOVE MERCH-DBA-NAME TO WS-MT-SCREEN-DBA
               INSPECT WS-MT-SCREEN-DBA
                   CONVERTING WS-MT-LOWER TO WS-MT-UPPER.
           MOVE MERCH-TIN TO WS-MT-SCREEN-TIN.
           MOVE SPACES TO WS-MT-SCREEN-PRIN.

      *>================================================================*
      *>  MR-800: PRINADD — record one principal (owner or officer) of
      *>  a merchant on MERCHPRIN.DAT and screen that name against
      *>  MATCH.DAT on the spot (2026 AKD). May be keyed before
      *>  ONBOARD, which then screens every principal on file. A hit
      *>  against a merchant already on file and still pending holds
      *>  it for review (MR-801); the disclosure itself is always
      *>  recorded, same as BENOWNER.cob's ADD.
      *>================================================================*
       MR-800.
           IF WK-M2 = SPACES
               DISPLAY "MERCHANT|PRINADD|MISSING-NAME|" WK-M1
               DISPLAY "RESULT|03"
               GO TO MR-090.
           IF WS-CMD-ROLE NOT = 'E' AND WS-CMD-ROLE NOT = 'C'
               DISPLAY "MERCHANT|PRINADD|BAD-ROLE|" WS-CMD-ROLE
               DISPLAY "RESULT|03"
               GO TO MR-090.
           IF WS-CMD-PCT-X = SPACES
               MOVE ZEROS TO WS-CMD-PCT-X.
           IF WS-CMD-PCT-X IS NOT NUMERIC OR WS-CMD-PCT > 100
               DISPLAY "MERCHANT|PRINADD|BAD-PCT|" WS-CMD-PCT-X
               DISPLAY "RESULT|03"
               GO TO MR-090.
           MOVE SPACES TO MERCH-PRINCIPAL-RECORD.
           MOVE WK-M1 TO PRIN-MERCH-ID.
           MOVE WK-M2 TO PRIN-NAME.
           INSPECT PRIN-NAME CONVERTING WS-MT-LOWER TO WS-MT-UPPER.
           MOVE WS-CMD-PCT TO PRIN-PCT.
           MOVE WS-CMD-ROLE TO PRIN-ROLE.
           OPEN EXTEND PRINCIPAL-FILE.
           IF WS-PR-STATUS NOT = '00'
               OPEN OUTPUT PRINCIPAL-FILE.
           IF WS-PR-STATUS NOT = '00'
               DISPLAY "MERCHANT|ERROR|WRITE|" WS-PR-STATUS
               DISPLAY "RESULT|99"
               GO TO MR-090.
           WRITE MERCH-PRINCIPAL-RECORD.
           CLOSE PRINCIPAL-FILE.
           DISPLAY "OK|PRINADD|" PRIN-MERCH-ID "|" PRIN-NAME "|"
               PRIN-PCT "|" PRIN-ROLE.

           MOVE SPACES TO WS-MT-SCREEN-NAME WS-MT-SCREEN-DBA
                          WS-MT-SCREEN-TIN.
           MOVE PRIN-NAME TO WS-MT-SCREEN-PRIN.
           MOVE 'N' TO WS-MT-ALL-PRIN.
           PERFORM MR-700 THRU MR-709.
           IF WS-MT-NAME-HIT = 'N'
               DISPLAY "RESULT|" RC-SUCCESS
               GO TO MR-090.

      *>  MR-801..MR-802: Hit — hold the merchant if it is on file and
      *>  still pending (load-all/rewrite-all, same as ACTIVATE).
       MR-801.
           MOVE 0 TO WS-RTA-CNT.
           SET WS-NOT-FOUND TO TRUE.
           OPEN INPUT MERCHANT-FILE.
           IF WS-MF-STATUS NOT = '00'
               DISPLAY "RESULT|" RC-SUCCESS
               GO TO MR-090.
           SET WS-NOT-EOF TO TRUE.

       MR-802.
           READ MERCHANT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   CLOSE MERCHANT-FILE
                   GO TO MR-803.
           ADD 1 TO WS-RTA-CNT.
           MOVE MERCHANT-RECORD TO WS-RTA-REC(WS-RTA-CNT).
           IF MERCH-ID = WK-M1
               SET WS-FOUND TO TRUE
               MOVE WS-RTA-CNT TO WS-RTA-FOUND-IDX.
           GO TO MR-802.

       MR-803.
           IF WS-NOT-FOUND
               DISPLAY "RESULT|" RC-SUCCESS
               GO TO MR-090.
           MOVE WS-RTA-REC(WS-RTA-FOUND-IDX) TO MERCHANT-RECORD.
           IF NOT MERCH-PENDING
               DISPLAY "RESULT|" RC-SUCCESS
               GO TO MR-090.
           SET MERCH-MATCH-REVIEW TO TRUE.
           MOVE MERCHANT-RECORD TO WS-RTA-REC(WS-RTA-FOUND-IDX).
           OPEN OUTPUT MERCHANT-FILE.
           IF WS-MF-STATUS NOT = '00'
               DISPLAY "RESULT|99"
               GO TO MR-090.
           PERFORM MR-220
               VARYING WS-RTA-IX FROM 1 BY 1
               UNTIL WS-RTA-IX > WS-RTA-CNT.
           CLOSE MERCHANT-FILE.
           DISPLAY "MERCHANT|PRINADD|MATCH-REVIEW|" WK-M1.
           DISPLAY "RESULT|" RC-SUCCESS.
           GO TO MR-090.

      *>================================================================*
      *>  MR-850: MATCHCLR — a supervisor's decision on a merchant held
      *>  for MATCH review (2026 AKD). 'C' clears a false positive
      *>  back to MERCH-PENDING so ACTIVATE can proceed; 'D' declines
      *>  the application (MERCH-TERMINATED). A declined applicant
      *>  was never boarded, so it is not reported to the network —
      *>  only TERMCAUS closures are.
      *>================================================================*
       MR-850.
           IF WS-CMD-DECISION NOT = 'C' AND WS-CMD-DECISION NOT = 'D'
               DISPLAY "MERCHANT|MATCHCLR|BAD-DECISION|"
                   WS-CMD-DECISION
               DISPLAY "RESULT|03"
               GO TO MR-090.
           MOVE 0 TO WS-RTA-CNT.
           SET WS-NOT-FOUND TO TRUE.
           OPEN INPUT MERCHANT-FILE.
           IF WS-MF-STATUS NOT = '00'
               DISPLAY "RESULT|99"
               GO TO MR-090.
           SET WS-NOT-EOF TO TRUE.

       MR-851.
           READ MERCHANT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   CLOSE MERCHANT-FILE
                   GO TO MR-852.
           ADD 1 TO WS-RTA-CNT.
           MOVE MERCHANT-RECORD TO WS-RTA-REC(WS-RTA-CNT).
           IF MERCH-ID = WK-M1
               SET WS-FOUND TO TRUE
               MOVE WS-RTA-CNT TO WS-RTA-FOUND-IDX.
           GO TO MR-851.

       MR-852.
           IF WS-NOT-FOUND
               DISPLAY "MERCHANT|MATCHCLR|NOT-FOUND|" WK-M1
               DISPLAY "RESULT|" RC-INVALID-ACCT
               GO TO MR-090.
           MOVE WS-RTA-REC(WS-RTA-FOUND-IDX) TO MERCHANT-RECORD.
           IF NOT MERCH-MATCH-REVIEW
               DISPLAY "MERCHANT|MATCHCLR|NOT-IN-REVIEW|" WK-M1
               DISPLAY "RESULT|03"
               GO TO MR-090.
           IF WS-CMD-DECISION = 'C'
               SET MERCH-PENDING TO TRUE
           ELSE
               SET MERCH-TERMINATED TO TRUE.
           MOVE MERCHANT-RECORD TO WS-RTA-REC(WS-RTA-FOUND-IDX).
           OPEN OUTPUT MERCHANT-FILE.
           IF WS-MF-STATUS NOT = '00'
               DISPLAY "RESULT|99"
               GO TO MR-090.
           PERFORM MR-220
               VARYING WS-RTA-IX FROM 1 BY 1
               UNTIL WS-RTA-IX > WS-RTA-CNT.
           CLOSE MERCHANT-FILE.
           DISPLAY "OK|MATCHCLR|" MERCH-ID "|" MERCH-STATUS "|"
               WS-IN-OPER-ID.
           DISPLAY "RESULT|" RC-SUCCESS.
           GO TO MR-090.

      *>================================================================*
      *>  MR-900: TERMCAUS — close a merchant for cause and report it
      *>  to the terminated-merchant list (2026 AKD). The reason is
      *>  the network's two-digit MATCH reason code, 01-14. Sets
      *>  MERCH-TERMINATED, then writes one MATCHREC.cpy listing —
      *>  business, TIN and the first two principals on MERCHPRIN.DAT
      *>  — to MATCHOUT.DAT for transmission and to MATCH.DAT so our
      *>  own closure screens from today (MATCHLOAD.cob carries
      *>  MATCHOUT.DAT forward across each list rebuild).
      *>================================================================*
       MR-900.
           IF WS-CMD-REASON IS NOT NUMERIC
              OR WS-CMD-REASON < "01" OR WS-CMD-REASON > "14"
               DISPLAY "MERCHANT|TERMCAUS|BAD-REASON|" WS-CMD-REASON
               DISPLAY "RESULT|03"
               GO TO MR-090.
           MOVE 0 TO WS-RTA-CNT.
           SET WS-NOT-FOUND TO TRUE.
           OPEN INPUT MERCHANT-FILE.
           IF WS-MF-STATUS NOT = '00'
               DISPLAY "RESULT|99"
               GO TO MR-090.
           SET WS-NOT-EOF TO TRUE.

       MR-901.
           READ MERCHANT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   CLOSE MERCHANT-FILE
                   GO TO MR-902.
           ADD 1 TO WS-RTA-CNT.
           MOVE MERCHANT-RECORD TO WS-RTA-REC(WS-RTA-CNT).
           IF MERCH-ID = WK-M1
               SET WS-FOUND TO TRUE
               MOVE WS-RTA-CNT TO WS-RTA-FOUND-IDX.
           GO TO MR-901.

       MR-902.
           IF WS-NOT-FOUND
               DISPLAY "MERCHANT|TERMCAUS|NOT-FOUND|" WK-M1
               DISPLAY "RESULT|" RC-INVALID-ACCT
               GO TO MR-090.
           MOVE WS-RTA-REC(WS-RTA-FOUND-IDX) TO MERCHANT-RECORD.
           IF MERCH-TERMINATED
               DISPLAY "MERCHANT|TERMCAUS|ALREADY-TERMINATED|" WK-M1
               DISPLAY "RESULT|03"
               GO TO MR-090.
           SET MERCH-TERMINATED TO TRUE.
           MOVE MERCHANT-RECORD TO WS-RTA-REC(WS-RTA-FOUND-IDX).
           OPEN OUTPUT MERCHANT-FILE.
           IF WS-MF-STATUS NOT = '00'
               DISPLAY "RESULT|99"
               GO TO MR-090.
           PERFORM MR-220
               VARYING WS-RTA-IX FROM 1 BY 1
               UNTIL WS-RTA-IX > WS-RTA-CNT.
           CLOSE MERCHANT-FILE.

      *>   Build the listing from the merchant and its principals
           MOVE WS-RTA-REC(WS-RTA-FOUND-IDX) TO MERCHANT-RECORD.
           MOVE SPACES TO MATCH-RECORD.
           SET MATCH-FROM-US TO TRUE.
           MOVE MERCH-SPONSOR-BANK TO MATCH-ACQUIRER.
           MOVE MERCH-ID TO MATCH-MERCH-REF.
           PERFORM MR-760.
           MOVE WS-MT-SCREEN-NAME TO MATCH-LEGAL-NAME.
           MOVE WS-MT-SCREEN-DBA TO MATCH-DBA-NAME.
           MOVE MERCH-TIN TO MATCH-TIN.
           MOVE WS-CMD-REASON TO MATCH-REASON.
           MOVE WS-CURRENT-DATE TO MATCH-TERM-DATE.
           MOVE WS-CURRENT-DATE TO MATCH-ADDED-DATE.
           MOVE 0 TO WS-MT-PRIN-COUNT.
           PERFORM MR-750 THRU MR-752.
           PERFORM MR-910
               VARYING WS-PRT-IX FROM 1 BY 1
               UNTIL WS-PRT-IX > WS-PRT-CNT
                  OR WS-MT-PRIN-COUNT > 1.
           MOVE MATCH-RECORD TO MATCHOUT-RECORD.

           OPEN EXTEND MATCHOUT-FILE.
           IF WS-MT-STATUS NOT = '00'
               OPEN OUTPUT MATCHOUT-FILE.
           IF WS-MT-STATUS NOT = '00'
               DISPLAY "MERCHANT|ERROR|WRITE|" WS-MT-STATUS
               DISPLAY "RESULT|99"
               GO TO MR-090.
           WRITE MATCHOUT-RECORD.
           CLOSE MATCHOUT-FILE.
           OPEN EXTEND MATCH-FILE.
           IF WS-MT-STATUS NOT = '00'
               OPEN OUTPUT MATCH-FILE.
           IF WS-MT-STATUS NOT = '00'
               DISPLAY "MERCHANT|ERROR|WRITE|" WS-MT-STATUS
               DISPLAY "RESULT|99"
               GO TO MR-090.
           WRITE MATCH-RECORD.
           CLOSE MATCH-FILE.
           DISPLAY "OK|TERMCAUS|" MERCH-ID "|" MERCH-STATUS "|"
               MATCH-REASON "|" WS-IN-OPER-ID.
           DISPLAY "RESULT|" RC-SUCCESS.
           GO TO MR-090.

      *>  MR-910: Take this merchant's next principal for the listing.
       MR-910.
           MOVE WS-PRT-REC(WS-PRT-IX) TO MERCH-PRINCIPAL-RECORD.
           IF PRIN-MERCH-ID = WK-M1
               ADD 1 TO WS-MT-PRIN-COUNT
               IF WS-MT-PRIN-COUNT = 1
                   MOVE PRIN-NAME TO MATCH-PRIN1-NAME
               ELSE
                   MOVE PRIN-NAME TO MATCH-PRIN2-NAME.

      *>================================================================*
      *>  MR-090: EXIT POINT
      *>================================================================*
