      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-09-01
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Processes the drawee banks' return file for deposited
      *>    more returns inside WS-RDI-WINDOW-DAYS — to ALERT.DAT
      *>    for account review through ALERTCON.cob. Replaces the
      *>    manual ADJUST.cob reversal with no link, no fee, and no
      *>    repeat tracking. Each return is traced to the cash
      *>    letter that sent the item (CLITEMS.DAT, written by
      *>    CASHLTR.cob), whose SETTLE run picks the return up from
      *>    RDIHIST.DAT for its tie-out.
      *>
      *>    A lockbox check is quoted back by its lockbox item ID
      *>    (LBXITEM.DAT, written by LOCKBOX.cob), since it went
      *>    out in the cash letter under that ID and not under the
      *>    consolidated credit. The return charges back that one
      *>    item's amount to the lockbox account.
      *>
      *>  RDIIN.DAT layout (pipe-delimited, one return per line):
      *>    ORIG-TRANS-ID|REASON
      *>
      *>  Files:
      *>    Input:        RDIIN.DAT (LINE SEQUENTIAL)
      *>    Input:        CLITEMS.DAT — cash letter item register
      *>    Input:        LBXITEM.DAT — lockbox item register
      *>    Input/Output: ACCOUNTS.DAT (LINE SEQUENTIAL)
      *>    Output:       TRANSACT.DAT, RDIHIST.DAT, ALERT.DAT
      *>                  (appended)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy, TRANSREC.cpy, ALERTREC.cpy, BUSDATE.cpy,
      *>    ACCTVERS.cpy, ACCTIO.cpy, VERSWORK.cpy, COMCODE.cpy,
      *>    CLITEM.cpy, LBXITEM.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    RDI-POSTED|ORIG-ID|ACCT|AMOUNT|REASON
      *>    RDI-FEE|ACCT|FEE
      *>    RDI-CASHLETTER|ORIG-ID|CL-ID|BUNDLE|ITEM-SEQ|SETTLE-DATE
      *>    RDI-CASHLETTER|ORIG-ID|NOT-SENT
      *>    RDI-REPEAT|ACCT|RETURNS-IN-WINDOW
      *>    RDI-EXCEPT|ORIG-ID|reason
      *>    RDI-SUMMARY|POSTED|EXCEPTIONS|REPEATS
      *>
      *>  Change Log:
      *>    2026-09-01  AKD  Initial implementation
      *>    2026-10-15  AKD  Each posted return is traced to its
      *>                     outbound cash letter in CLITEMS.DAT
      *>                     (LOOKUP-CASH-LETTER)
      *>    2026-10-15  AKD  Returned lockbox checks found by item
      *>                     ID in LBXITEM.DAT
      *>
      *>================================================================*

               ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT CLITEMS-FILE
               ASSIGN TO "CLITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.
           SELECT LBXITEM-FILE
               ASSIGN TO "LBXITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBI-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RH-REASON          PIC X(20).
       FD  ALERT-FILE.
       COPY "ALERTREC.cpy".
       FD  CLITEMS-FILE.
       COPY "CLITEM.cpy".
       FD  LBXITEM-FILE.
       COPY "LBXITEM.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RDI-STATUS          PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-HIST-STATUS         PIC XX VALUE SPACES.
       01  WS-AL-STATUS           PIC XX VALUE SPACES.
       01  WS-CLI-STATUS          PIC XX VALUE SPACES.
       01  WS-LBI-STATUS          PIC XX VALUE SPACES.
       01  WS-CL-FOUND            PIC X(1) VALUE 'N'.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
      *>   Policy figures — maintained here the way the NSF fee
           DISPLAY "RDI-POSTED|" WS-IN-ORIG-ID "|" WS-ORIG-ACCT
               "|" WS-ORIG-AMOUNT "|" WS-IN-REASON
           DISPLAY "RDI-FEE|" WS-ORIG-ACCT "|" WS-RDI-FEE-AMOUNT
           PERFORM LOOKUP-CASH-LETTER

           PERFORM COUNT-RETURNS-IN-WINDOW
           IF WS-WINDOW-COUNT >= WS-RDI-REPEAT-LIMIT
                   AND TRANS-DESC(1:10) = "RDI RETURN"
                   PERFORM CHECK-RETURN-REFERENCE
               END-IF
           END-PERFORM
           IF WS-ORIG-FOUND = 'N'
               AND WS-IN-ORIG-ID(1:1) = "Y"
               PERFORM FIND-LOCKBOX-ITEM
           END-IF.

      *>   A lockbox check — the item from LOCKBOX.cob's register,
      *>   charged back to the account its lockbox credited.
       FIND-LOCKBOX-ITEM.
           OPEN INPUT LBXITEM-FILE
           IF WS-LBI-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LBXITEM-FILE
                   AT END
                       CLOSE LBXITEM-FILE
                       EXIT PERFORM
               END-READ
               IF LBI-ITEM-ID = WS-IN-ORIG-ID
                   MOVE 'Y' TO WS-ORIG-FOUND
                   MOVE LBI-ACCT-ID TO WS-ORIG-ACCT
                   MOVE LBI-AMOUNT TO WS-ORIG-AMOUNT
               END-IF
           END-PERFORM.

      *>   The structured memo ends "...OF <orig-id>" — match the
           WRITE RDI-HISTORY-RECORD
           CLOSE RDIHIST-FILE.

      *> -------------------------------------------------------
      *> LOOKUP-CASH-LETTER: Which outbound cash letter carried
      *> the returned item — the register is keyed by the same
      *> deposit TRANS-ID the drawee bank quotes back. An item
      *> not on the register never went out through CASHLTR.cob
      *> (on-us, or deposited before the cash letter existed).
      *> -------------------------------------------------------
       LOOKUP-CASH-LETTER.
           MOVE 'N' TO WS-CL-FOUND
           OPEN INPUT CLITEMS-FILE
           IF WS-CLI-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ CLITEMS-FILE
                       AT END
                           CLOSE CLITEMS-FILE
                           EXIT PERFORM
                   END-READ
                   IF CLI-TRANS-ID = WS-IN-ORIG-ID
                       AND WS-CL-FOUND = 'N'
                       MOVE 'Y' TO WS-CL-FOUND
                       DISPLAY "RDI-CASHLETTER|" WS-IN-ORIG-ID "|"
                           CLI-CL-ID "|" CLI-BUNDLE "|"
                           CLI-ITEM-SEQ "|" CLI-SETTLE-DATE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CL-FOUND = 'N'
               DISPLAY "RDI-CASHLETTER|" WS-IN-ORIG-ID "|NOT-SENT"
           END-IF.

      *> -------------------------------------------------------
      *> COUNT-RETURNS-IN-WINDOW: This account's RDIHIST.DAT rows
      *> inside the rolling window, the record just written
