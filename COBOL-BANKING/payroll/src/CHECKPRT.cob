      *>
      *>  Change Log:
      *>    2026-08-23  AKD  Initial implementation
      *>    2026-10-15  AKD  Local income tax (PAY-LOCAL-TAX) counted
      *>                     in the stub's taxes
      *>================================================================*

       IDENTIFICATION DIVISION.
           MOVE PAY-NET TO WS-FMT-NET
           COMPUTE WS-TAXES =
               PAY-FED-TAX + PAY-STATE-TAX + PAY-FICA
               + PAY-LOCAL-TAX
           COMPUTE WS-DEDS =
               PAY-MEDICAL + PAY-DENTAL + PAY-401K
           MOVE PAY-GROSS TO WS-FMT-GROSS
