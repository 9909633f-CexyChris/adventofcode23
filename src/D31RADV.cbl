       FD Settle-Journal RECORDING MODE F.
       01  Settle-Journal-Record.
           05  SJrn-Run-Id            PIC X(14).
           05  FILLER                 PIC X(157).

       COPY RUNSTAT.

