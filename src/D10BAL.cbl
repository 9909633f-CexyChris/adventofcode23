           05  FILLER                 PIC X(32).

       FD Crane-Reject RECORDING MODE F.
       01  Crane-Reject-Record        PIC X(96).

       FD Card-Detail RECORDING MODE F.
       01  Card-Detail-Record.
