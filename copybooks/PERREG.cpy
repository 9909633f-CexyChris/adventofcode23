      * Period register (PERIODS): the suite's record of which months
      * finance has closed. D71PCLS appends a CLOSE row when it cuts
      * a month's management pack; D72PROP appends a REOPEN row, with
      * the ticket it was granted under, when a closed month has to
      * take a correction. A month's state is its latest row -- a
      * month with no row has never been closed. D70PPER reads it
      * for every run's start-up check.
       01  Period-Register-Record.
           05  Per-Type               PIC X(06).
               88 PER-CLOSE               VALUE 'CLOSE '.
               88 PER-REOPEN              VALUE 'REOPEN'.
           05  Per-Month              PIC X(06).
      * the reopen ticket (spaces on a CLOSE row), who acted, and when
           05  Per-Ticket             PIC X(10).
           05  Per-Operator           PIC X(08).
           05  Per-Stamp              PIC X(14).
           05  Per-Reason             PIC X(36).
