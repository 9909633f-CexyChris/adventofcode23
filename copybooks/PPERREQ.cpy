      * Request/answer area for the period register routine D70PPER,
      * CALLed with it as its only argument: is the month of
      * Pper-Date closed? 940-Check-Common-Parm asks it for every
      * run's business date, and a backout also for the date of the
      * run it reaches back to.
               10  Pper-Date              PIC X(08).
      * ' ' open -- never closed, nothing to say; 'C' closed and no
      * reopen on file; 'R' closed, then reopened under Pper-Ticket;
      * 'F' PERIODS is unusable -- Pper-Message says why, and every
      * later check fails too
               10  Pper-Response          PIC X(01).
                   88 PPER-OPEN               VALUE ' '.
                   88 PPER-CLOSED             VALUE 'C'.
                   88 PPER-REOPENED           VALUE 'R'.
                   88 PPER-UNUSABLE           VALUE 'F'.
               10  Pper-Ticket            PIC X(10).
               10  Pper-Closed-Stamp      PIC X(14).
               10  Pper-Message           PIC X(80).
