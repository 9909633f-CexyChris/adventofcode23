      * Privileged-use log (PRIVLOG): one row per forced rerun, lock
      * break, backout, ledger delete or reset, period reopen or
      * master reload actually carried out, appended by D65OAUT and
      * listed month by month by D66PRVR.
       01  Privileged-Use-Record.
           05  Prv-Timestamp          PIC X(14).
           05  Prv-Program            PIC X(08).
           05  Prv-Action             PIC X(08).
           05  Prv-Operator           PIC X(08).
           05  Prv-Operator-Name      PIC X(30).
           05  Prv-Business-Date      PIC X(08).
           05  Prv-Detail             PIC X(44).
