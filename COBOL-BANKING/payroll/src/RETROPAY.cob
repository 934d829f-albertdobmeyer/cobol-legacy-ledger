      *>
      *>  Change Log:
      *>    2026-09-01  AKD  Initial implementation
      *>    2026-10-15  AKD  A timecard-priced period's shift
      *>                     differential (PAY-SHIFT-PAY) carries
      *>                     into the repriced gross unchanged — a
      *>                     flat premium, not a multiple of rate
      *>
      *>================================================================*

               COMPUTE WS-PART-PAY ROUNDED =
                   WS-PREM-RATE * PAY-DT-HRS
               ADD WS-PART-PAY TO WS-NEW-PERIOD
      *>       The shift differential is a flat per-hour premium
      *>       (PAYCOM-SHIFT-DIFF), not a multiple of the rate — it
      *>       carries over as paid.
               ADD PAY-SHIFT-PAY TO WS-NEW-PERIOD
           END-IF
           COMPUTE WS-PERIOD-DIFF = WS-NEW-PERIOD - PAY-GROSS
           ADD 1 TO WS-AFF-PERIODS
