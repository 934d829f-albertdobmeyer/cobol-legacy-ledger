      *>    SWIFTMSG|SUMMARY
      *>    SWIFTMSG|MESSAGES|count
      *>    SWIFTMSG|SKIPPED|count
      *>    SWIFTMSG|ONUS-SKIPPED|count
      *>    RESULT|XX
      *>
      *>  Exit Codes:
      *>                     (STAMP-OUTBOUND-STATUS) so OUTTRACE.cob
      *>                     can tie out never-picked-up, double-
      *>                     picked, and missing-from-GL items
      *>    2026-10-15  AKD  Items ONUSPAY.cob already booked to our
      *>                     own customers' accounts (OUTSTAT.DAT
      *>                     stamp ONUSPAY) are passed over, not
      *>                     sent out again — see LOAD-ONUS-ORDINALS
      *>================================================================*

       IDENTIFICATION DIVISION.
      *>   STAMP-OUTBOUND-STATUS and OUTTRACE.cob.
       01  WS-OS-STATUS           PIC XX VALUE SPACES.
       01  WS-OB-ORDINAL          PIC 9(6) VALUE 0.
      *>   Ordinals ONUSPAY.cob posted on-us — see LOAD-ONUS-ORDINALS.
       01  WS-ONUS-TABLE.
           05  WS-ONUS-ORDINAL OCCURS 2000 TIMES PIC 9(6).
       01  WS-ONUS-COUNT          PIC 9(4) VALUE 0.
       01  WS-ONUS-IDX            PIC 9(4) VALUE 0.
       01  WS-ONUS-FOUND          PIC X(1) VALUE 'N'.
       01  WS-ONUS-SKIP-COUNT     PIC 9(6) VALUE 0.
       01  WS-STAMP-DATE          PIC 9(8) VALUE 0.
           COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM CHECK-RUN-RELEASED
           PERFORM LOAD-ONUS-ORDINALS
           PERFORM INITIALIZE-RUN
           PERFORM PROCESS-OUTBOUND-FILE
           PERFORM FINALIZE-RUN
           IF WS-OBP-BANK = SPACES
               OR WS-OBP-DESC(1:8) = "REVERSED"
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
      *>   Already credited on-us by ONUSPAY.cob — sending it too
      *>   would pay the employee twice.
           PERFORM FIND-ONUS-ORDINAL
           IF WS-ONUS-FOUND = 'Y'
               ADD 1 TO WS-ONUS-SKIP-COUNT
           ELSE
               ADD 1 TO WS-MSG-SEQ
               PERFORM WRITE-MT103-MESSAGE
           DISPLAY "SWIFTMSG|SUMMARY"
           DISPLAY "SWIFTMSG|MESSAGES|" WS-MSG-COUNT
           DISPLAY "SWIFTMSG|SKIPPED|" WS-SKIP-COUNT
           DISPLAY "SWIFTMSG|ONUS-SKIPPED|" WS-ONUS-SKIP-COUNT
           DISPLAY "RESULT|" RC-SUCCESS.

      *>================================================================*
           MOVE WS-STAMP-DATE TO OS-STAMP-DATE
           WRITE OUTBOUND-STATUS-RECORD
           CLOSE OUTSTAT-FILE.

      *> -------------------------------------------------------
      *> LOAD-ONUS-ORDINALS / FIND-ONUS-ORDINAL: The OUTSTAT.DAT
      *> rows ONUSPAY.cob stamped — settlements to our own bank
      *> nodes already booked straight to the employee's account.
      *> No OUTSTAT.DAT yet means nothing has been booked on-us.
      *> -------------------------------------------------------
       LOAD-ONUS-ORDINALS.
           MOVE 0 TO WS-ONUS-COUNT
           OPEN INPUT OUTSTAT-FILE
           IF WS-OS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ OUTSTAT-FILE
                   AT END
                       CLOSE OUTSTAT-FILE
                       EXIT PERFORM
               END-READ
               IF OS-CONSUMER = "ONUSPAY"
                   AND WS-ONUS-COUNT < 2000
                   ADD 1 TO WS-ONUS-COUNT
                   MOVE OS-ORDINAL TO WS-ONUS-ORDINAL(WS-ONUS-COUNT)
               END-IF
           END-PERFORM.

       FIND-ONUS-ORDINAL.
           MOVE 'N' TO WS-ONUS-FOUND
           PERFORM VARYING WS-ONUS-IDX FROM 1 BY 1
                   UNTIL WS-ONUS-IDX > WS-ONUS-COUNT
               IF WS-ONUS-ORDINAL(WS-ONUS-IDX) = WS-OB-ORDINAL
                   MOVE 'Y' TO WS-ONUS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
