      * Record layout of the prize-valuation booking register
      * (GLVALREG), one record per card ever booked to the ledger as
      * prize expense, keyed like PAYLDG by series plus Game-Nr.
      * CARDVAL values every card again each night, so the posting
      * run books only the difference from what this register says
      * is already in the ledger, and then records the new figure.
       01  Valuation-Booked-Record.
           05  VB-Key.
               10  VB-Series              PIC X(02).
               10  VB-Game-Nr             PIC X(03).
      * what the ledger holds for the card after VB-Last-Date
           05  VB-Booked-Amount           PIC 9(09)V99.
      * what it held before VB-Last-Date -- the base a forced rerun
      * of that business date books its difference from again
           05  VB-Prior-Amount            PIC 9(09)V99.
           05  VB-Last-Date               PIC X(08).
      * Which run last added or rewrote this record (business date
      * plus time).
           05  VB-Last-Run                PIC X(14).
