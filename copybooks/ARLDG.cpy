      * Record layout of the permanent depot receivables ledger
      * (DEPOTAR), shared by the nightly invoice booking and the
      * payment posting / aged-debt run so the two can never drift
      * apart. One record per depot invoice: D21RBIL bills each depot
      * once per business date, so depot plus invoice date IS the
      * invoice number -- and the reference a remittance must quote.
       01  Receivable-Record.
           05  AR-Key.
               10  AR-Depot               PIC X(08).
               10  AR-Invoice-Date        PIC X(08).
      * the DEPOTRT version the invoice was priced under
           05  AR-Rate-Version            PIC X(08).
           05  AR-Batches                 PIC 9(08).
           05  AR-Invoice-Amount          PIC 9(11)V99.
      * what has come off it since; the amount still owed is always
      * invoice less paid less credited, never stored on its own
           05  AR-Paid-Amount             PIC 9(11)V99.
           05  AR-Credited-Amount         PIC 9(11)V99.
           05  AR-Last-Post-Date          PIC X(08).
      * Which run last added or rewrote this record (business date
      * plus time), so a bad batch can be traced through the ARJRN
      * journal by name.
           05  AR-Last-Run                PIC X(14).
