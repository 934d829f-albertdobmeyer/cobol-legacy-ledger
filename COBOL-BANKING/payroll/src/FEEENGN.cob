           MOVE 0 TO INV-ATTEMPTS
           MOVE 0 TO INV-NEXT-ATTEMPT
           MOVE SPACES TO INV-TRANS-ID
      *>   2026: Net-revenue basis for RESIDUAL.cob's agent residuals
      *>   — interchange is the networks' money, not ours to share.
           MOVE FEE-CALC-INTERCHANGE TO INV-INTERCHANGE
           MOVE WS-MERCH-TX-COUNT TO INV-TX-COUNT
           MOVE WS-MERCH-TX-TOTAL TO INV-VOLUME
           WRITE INVOICE-REG-RECORD.

      *> RBJ: "REPORT and BATCH produce same output"
