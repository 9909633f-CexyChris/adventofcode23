      * Record layout of the card series master (CARDSRS), shared by
      * the nightly scratchcard run that rejects cards from a series
      * not on sale, the series maintenance that is the only way to
      * change it and the series close-out reconciliation. Keyed by
      * the series code cards carry in bytes 117-118; spaces is the
      * original series, and it needs its own record like any other.
       01  Series-Record.
           05  Ser-Code                   PIC X(02).
           05  Ser-Name                   PIC X(20).
      * On sale from Ser-Open-Date up to and including
      * Ser-Close-Date, and on no other business date. '99991231'
      * is open-ended.
           05  Ser-Open-Date              PIC X(08).
           05  Ser-Close-Date             PIC X(08).
               88 SERIES-OPEN-ENDED           VALUE '99991231'.
      * cards the printer delivered -- the figure the close-out
      * reconciles everything else against
           05  Ser-Printed-Qty            PIC 9(08).
      * 'W' once the series has been withdrawn from sale; the close
      * date is then the last day it was on sale, and no later change
      * reopens it
           05  Ser-Status                 PIC X(01).
               88 SERIES-ACTIVE               VALUE 'A'.
               88 SERIES-WITHDRAWN            VALUE 'W'.
      * the ticket that authorized the last add, change or withdrawal
           05  Ser-Last-Ticket            PIC X(08).
      * Which run last changed the record (business date plus time).
           05  Ser-Last-Run               PIC X(14).
