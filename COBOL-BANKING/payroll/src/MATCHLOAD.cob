      *>================================================================*
      *>  Program:     MATCHLOAD.cob
      *>  System:      PAYMENT PROCESSOR — Terminated-Merchant (MATCH)
      *>                List Import and Merchant Rescan
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    MERCHANT.cob screens a merchant against MATCH.DAT when
      *>    it is boarded, but the list keeps growing after that —
      *>    a merchant we boarded cleanly last year may have since
      *>    been closed for cause elsewhere, or one of its owners
      *>    may now be listed under another business. Run monthly,
      *>    when the network's list release arrives, this:
      *>      1. Rebuilds MATCH.DAT from scratch out of the network
      *>         file (MATCHNET.DAT), names upper-cased and every
      *>         record stamped with the release version and today's
      *>         date, the same controlled-import shape OFACLOAD.cob
      *>         gives SDN.DAT.
      *>      2. Carries forward every closure this bank has itself
      *>         submitted (MATCHOUT.DAT, written by MERCHANT.cob's
      *>         TERMCAUS), so our own terminations never drop off
      *>         the list between submission and the network
      *>         sending them back.
      *>      3. Rescans every merchant not already terminated —
      *>         legal name, DBA, TIN and each principal on
      *>         MERCHPRIN.DAT — against the rebuilt list, writing
      *>         each hit to ALERT.DAT (type M) for the ALERTCON.cob
      *>         sweep. The rescan only alerts; what happens to a
      *>         boarded merchant that now hits is a compliance
      *>         decision (MERCHANT.cob TERMCAUS, or nothing).
      *>
      *>  Operation (via command-line argument):
      *>    MATCHLOAD <version>   e.g. "MATCHLOAD 202609"
      *>    The version string is stamped into MATCH-LIST-VERSION;
      *>    today's date becomes MATCH-ADDED-DATE.
      *>
      *>  Network file format read (MATCHNET.DAT), pipe-delimited:
      *>    acquirer|merch-ref|legal-name|dba-name|tin|principal-1|
      *>    principal-2|reason|term-date(YYYYMMDD)
      *>  Rows with no legal name and no TIN give nothing to screen
      *>  and are counted and skipped, never silently dropped.
      *>
      *>  Files:
      *>    Input:  MATCHNET.DAT (LINE SEQUENTIAL, network release)
      *>    Input:  MATCHOUT.DAT (LINE SEQUENTIAL, our submissions —
      *>            optional)
      *>    Output: MATCH.DAT (LINE SEQUENTIAL — rebuilt from
      *>            scratch each load; see MATCHREC.cpy)
      *>    Input:  MERCHANTS.DAT (MERCHREC.cpy, rescan)
      *>    Input:  MERCHPRIN.DAT (MPRINREC.cpy, rescan — optional)
      *>    Output: ALERT.DAT (LINE SEQUENTIAL, appended)
      *>
      *>  Copybooks:
      *>    MATCHREC.cpy  — Terminated-merchant list record layout
      *>    MERCHREC.cpy  — Merchant record layout
      *>    MPRINREC.cpy  — Merchant principal record layout
      *>    ALERTREC.cpy  — Alert record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    MATCH-LOADED|VERSION|NETWORK|OURS|SKIPPED
      *>    MATCH-RESCAN-HIT|MERCH|FIELD|NAME|ACQUIRER|REF|REASON
      *>    MATCH-RESCAN-SUMMARY|MERCHANTS|HITS
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — List loaded and merchant base rescanned
      *>    RESULT|99 — Missing version argument, MATCHNET.DAT or
      *>                MERCHANTS.DAT missing / I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATCHLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NETWORK-FILE
               ASSIGN TO "MATCHNET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NET-STATUS.
           SELECT MATCHOUT-FILE
               ASSIGN TO "MATCHOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT MATCH-FILE
               ASSIGN TO "MATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-STATUS.
           SELECT MERCHANT-FILE
               ASSIGN TO "MERCHANTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.
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
       FD  NETWORK-FILE.
       01  NETWORK-RECORD         PIC X(300).
       FD  MATCHOUT-FILE.
       01  MATCHOUT-RECORD        PIC X(200).
       FD  MATCH-FILE.
       COPY "MATCHREC.cpy".
       FD  MERCHANT-FILE.
       COPY "MERCHREC.cpy".
       FD  PRINCIPAL-FILE.
       COPY "MPRINREC.cpy".
       FD  ALERT-FILE.
       COPY "ALERTREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-NET-STATUS          PIC XX VALUE SPACES.
       01  WS-OUT-STATUS          PIC XX VALUE SPACES.
       01  WS-MATCH-STATUS        PIC XX VALUE SPACES.
       01  WS-MF-STATUS           PIC XX VALUE SPACES.
       01  WS-PR-STATUS           PIC XX VALUE SPACES.
       01  WS-ALERT-STATUS        PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(20) VALUE SPACES.
       01  WS-LIST-VERSION        PIC X(8) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   Network row parse slots, in MATCHNET.DAT column order.
       01  WS-NET-FIELDS.
           05  WS-NET-ACQUIRER    PIC X(8).
           05  WS-NET-MERCH-REF   PIC X(10).
           05  WS-NET-LEGAL       PIC X(30).
           05  WS-NET-DBA         PIC X(30).
           05  WS-NET-TIN         PIC X(9).
           05  WS-NET-PRIN1       PIC X(30).
           05  WS-NET-PRIN2       PIC X(30).
           05  WS-NET-REASON      PIC X(2).
           05  WS-NET-TERM-DATE   PIC X(8).
      *>   The rebuilt list, held in memory for the rescan — one
      *>   pass of MERCHANTS.DAT against the table instead of a
      *>   file-in-file rescan per merchant.
       01  WS-MATCH-TABLE.
           05  WS-MATCH-ENTRY OCCURS 1000 TIMES PIC X(200).
       01  WS-MATCH-COUNT         PIC 9(4) VALUE 0.
       01  WS-MATCH-IDX           PIC 9(4) VALUE 0.
      *>   Every principal on file, for the rescan.
       01  WS-PRIN-TABLE.
           05  WS-PRIN-ENTRY OCCURS 500 TIMES PIC X(50).
       01  WS-PRIN-COUNT          PIC 9(3) VALUE 0.
       01  WS-PRIN-IDX            PIC 9(3) VALUE 0.
       01  WS-NET-COUNT           PIC 9(5) VALUE 0.
       01  WS-OURS-COUNT          PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT          PIC 9(5) VALUE 0.
       01  WS-MERCH-COUNT         PIC 9(5) VALUE 0.
       01  WS-HIT-COUNT           PIC 9(5) VALUE 0.
       01  WS-HIT-MERCH           PIC X(10) VALUE SPACES.
       01  WS-HIT-FIELD           PIC X(5) VALUE SPACES.
       01  WS-SCREEN-NAME         PIC X(30) VALUE SPACES.
       01  WS-SCREEN-DBA          PIC X(8) VALUE SPACES.
       01  WS-SCREEN-TIN          PIC X(9) VALUE SPACES.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-LIST-VERSION
           IF WS-LIST-VERSION = SPACES
               DISPLAY "ERROR|MISSING-VERSION"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           PERFORM LOAD-MATCH-LIST
           PERFORM LOAD-PRINCIPALS
           PERFORM RESCAN-MERCHANTS

           DISPLAY "MATCH-RESCAN-SUMMARY|" WS-MERCH-COUNT "|"
               WS-HIT-COUNT
           DISPLAY "RESULT|00"
           STOP RUN.

      *> -------------------------------------------------------
      *> LOAD-MATCH-LIST: Rebuild MATCH.DAT from scratch — every
      *> MATCHNET.DAT row normalized into MATCHREC.cpy shape
      *> (source N), then every MATCHOUT.DAT submission of our
      *> own (source O) carried forward as written.
      *> -------------------------------------------------------
       LOAD-MATCH-LIST.
           OPEN INPUT NETWORK-FILE
           IF WS-NET-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-NET-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           OPEN OUTPUT MATCH-FILE
           IF WS-MATCH-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-MATCH-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ NETWORK-FILE
                   AT END
                       CLOSE NETWORK-FILE
                       EXIT PERFORM
               END-READ
               IF NETWORK-RECORD NOT = SPACES
                   PERFORM LOAD-ONE-NETWORK-ROW
               END-IF
           END-PERFORM

           OPEN INPUT MATCHOUT-FILE
           IF WS-OUT-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ MATCHOUT-FILE
                       AT END
                           CLOSE MATCHOUT-FILE
                           EXIT PERFORM
                   END-READ
                   IF MATCHOUT-RECORD NOT = SPACES
                       MOVE MATCHOUT-RECORD TO MATCH-RECORD
                       PERFORM WRITE-MATCH-ENTRY
                       ADD 1 TO WS-OURS-COUNT
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MATCH-FILE
           DISPLAY "MATCH-LOADED|" WS-LIST-VERSION "|"
               WS-NET-COUNT "|" WS-OURS-COUNT "|" WS-SKIP-COUNT.

       LOAD-ONE-NETWORK-ROW.
           MOVE SPACES TO WS-NET-FIELDS
           UNSTRING NETWORK-RECORD DELIMITED BY '|'
               INTO WS-NET-ACQUIRER
                    WS-NET-MERCH-REF
                    WS-NET-LEGAL
                    WS-NET-DBA
                    WS-NET-TIN
                    WS-NET-PRIN1
                    WS-NET-PRIN2
                    WS-NET-REASON
                    WS-NET-TERM-DATE
           END-UNSTRING
           IF WS-NET-LEGAL = SPACES AND WS-NET-TIN = SPACES
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MATCH-RECORD
           SET MATCH-FROM-NETWORK TO TRUE
           MOVE WS-NET-ACQUIRER TO MATCH-ACQUIRER
           MOVE WS-NET-MERCH-REF TO MATCH-MERCH-REF
           MOVE FUNCTION UPPER-CASE(WS-NET-LEGAL) TO MATCH-LEGAL-NAME
           MOVE FUNCTION UPPER-CASE(WS-NET-DBA) TO MATCH-DBA-NAME
           MOVE WS-NET-TIN TO MATCH-TIN
           MOVE FUNCTION UPPER-CASE(WS-NET-PRIN1) TO MATCH-PRIN1-NAME
           MOVE FUNCTION UPPER-CASE(WS-NET-PRIN2) TO MATCH-PRIN2-NAME
           MOVE WS-NET-REASON TO MATCH-REASON
           IF WS-NET-TERM-DATE IS NUMERIC
               MOVE WS-NET-TERM-DATE TO MATCH-TERM-DATE
           ELSE
               MOVE 0 TO MATCH-TERM-DATE
           END-IF
           MOVE WS-LIST-VERSION TO MATCH-LIST-VERSION
           MOVE WS-CURRENT-DATE TO MATCH-ADDED-DATE
           PERFORM WRITE-MATCH-ENTRY
           ADD 1 TO WS-NET-COUNT.

       WRITE-MATCH-ENTRY.
           WRITE MATCH-RECORD
           IF WS-MATCH-COUNT < 1000
               ADD 1 TO WS-MATCH-COUNT
               MOVE MATCH-RECORD TO WS-MATCH-ENTRY(WS-MATCH-COUNT)
           ELSE
               DISPLAY "MATCHLOAD|RESCAN-TABLE-FULL"
           END-IF.

      *> -------------------------------------------------------
      *> LOAD-PRINCIPALS: Every MERCHPRIN.DAT row into memory. No
      *> file yet just means no principals have been keyed.
      *> -------------------------------------------------------
       LOAD-PRINCIPALS.
           OPEN INPUT PRINCIPAL-FILE
           IF WS-PR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PRINCIPAL-FILE
                   AT END
                       CLOSE PRINCIPAL-FILE
                       EXIT PERFORM
               END-READ
               IF WS-PRIN-COUNT < 500
                   ADD 1 TO WS-PRIN-COUNT
                   MOVE MERCH-PRINCIPAL-RECORD
                       TO WS-PRIN-ENTRY(WS-PRIN-COUNT)
               ELSE
                   DISPLAY "MATCHLOAD|PRINCIPAL-TABLE-FULL"
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> RESCAN-MERCHANTS: Screen every merchant still on the
      *> books (anything not MERCH-TERMINATED — our own closures
      *> are on the list by design) against the rebuilt list,
      *> with the same exact-match rule MERCHANT.cob's MR-700
      *> applies at boarding.
      *> -------------------------------------------------------
       RESCAN-MERCHANTS.
           OPEN INPUT MERCHANT-FILE
           IF WS-MF-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-MF-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ MERCHANT-FILE
                   AT END
                       CLOSE MERCHANT-FILE
                       EXIT PERFORM
               END-READ
               IF NOT MERCH-TERMINATED
                   ADD 1 TO WS-MERCH-COUNT
                   PERFORM SCREEN-ONE-MERCHANT
               END-IF
           END-PERFORM.

       SCREEN-ONE-MERCHANT.
           MOVE MERCH-ID TO WS-HIT-MERCH
           MOVE FUNCTION UPPER-CASE(MERCH-LEGAL-NAME) TO WS-SCREEN-NAME
           MOVE SPACES TO WS-SCREEN-DBA
           IF MERCH-TYPE-INDIV
               MOVE FUNCTION UPPER-CASE(MERCH-DBA-NAME)
                   TO WS-SCREEN-DBA
           END-IF
           MOVE MERCH-TIN TO WS-SCREEN-TIN
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
               MOVE WS-MATCH-ENTRY(WS-MATCH-IDX) TO MATCH-RECORD
               IF WS-SCREEN-TIN NOT = SPACES
                  AND MATCH-TIN = WS-SCREEN-TIN
                   MOVE "TIN" TO WS-HIT-FIELD
                   MOVE WS-SCREEN-TIN TO WS-SCREEN-NAME
                   PERFORM RAISE-RESCAN-ALERT
                   MOVE FUNCTION UPPER-CASE(MERCH-LEGAL-NAME)
                       TO WS-SCREEN-NAME
               END-IF
               IF MATCH-LEGAL-NAME = WS-SCREEN-NAME
                  OR MATCH-DBA-NAME = WS-SCREEN-NAME
                   MOVE "LEGAL" TO WS-HIT-FIELD
                   PERFORM RAISE-RESCAN-ALERT
               END-IF
               IF WS-SCREEN-DBA NOT = SPACES
                  AND MATCH-DBA-NAME(1:8) = WS-SCREEN-DBA
                   MOVE "DBA" TO WS-HIT-FIELD
                   MOVE WS-SCREEN-DBA TO WS-SCREEN-NAME
                   PERFORM RAISE-RESCAN-ALERT
                   MOVE FUNCTION UPPER-CASE(MERCH-LEGAL-NAME)
                       TO WS-SCREEN-NAME
               END-IF
               PERFORM SCREEN-PRINCIPALS
           END-PERFORM.

      *> -------------------------------------------------------
      *> SCREEN-PRINCIPALS: This merchant's principals against
      *> the current list entry's two principal names.
      *> -------------------------------------------------------
       SCREEN-PRINCIPALS.
           PERFORM VARYING WS-PRIN-IDX FROM 1 BY 1
               UNTIL WS-PRIN-IDX > WS-PRIN-COUNT
               MOVE WS-PRIN-ENTRY(WS-PRIN-IDX)
                   TO MERCH-PRINCIPAL-RECORD
               IF PRIN-MERCH-ID = WS-HIT-MERCH
                  AND (PRIN-NAME = MATCH-PRIN1-NAME
                       OR PRIN-NAME = MATCH-PRIN2-NAME)
                   MOVE "PRIN" TO WS-HIT-FIELD
                   MOVE PRIN-NAME TO WS-SCREEN-NAME
                   PERFORM RAISE-RESCAN-ALERT
                   MOVE FUNCTION UPPER-CASE(MERCH-LEGAL-NAME)
                       TO WS-SCREEN-NAME
               END-IF
           END-PERFORM.

      *> -------------------------------------------------------
      *> RAISE-RESCAN-ALERT: Append one ALERT-MATCH-HIT record for
      *> the merchant/field that screened against the list — same
      *> OPEN EXTEND / OPEN OUTPUT fallback OFACLOAD.cob's retro
      *> alerts use. ALERT-ACCT-ID carries the merchant ID.
      *> -------------------------------------------------------
       RAISE-RESCAN-ALERT.
           ADD 1 TO WS-HIT-COUNT
           DISPLAY "MATCH-RESCAN-HIT|" WS-HIT-MERCH "|" WS-HIT-FIELD
               "|" WS-SCREEN-NAME "|" MATCH-ACQUIRER "|"
               MATCH-MERCH-REF "|" MATCH-REASON
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE
               IF WS-ALERT-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-ALERT-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-CURRENT-DATE TO ALERT-DATE
           MOVE WS-CURRENT-TIME TO ALERT-TIME
           MOVE SPACE TO ALERT-NODE-CODE
           SET ALERT-MATCH-HIT TO TRUE
           MOVE WS-HIT-MERCH TO ALERT-ACCT-ID
           MOVE SPACES TO ALERT-DETAIL
           STRING "MATCH RESCAN " WS-HIT-FIELD " R" MATCH-REASON " "
               WS-SCREEN-NAME(1:17)
               DELIMITED BY SIZE INTO ALERT-DETAIL
           END-STRING
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.
