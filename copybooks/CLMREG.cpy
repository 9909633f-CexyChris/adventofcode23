      * Record layout of the permanent open-claims register (CLMREG),
      * shared by the nightly claims aging that adds every card
      * valued payable, the claims expiry run that lapses them and
      * the expiry backout, so the three can never drift apart.
      * Keyed like PAYLDG by series plus Game-Nr. A card is paid
      * once PAYLDG holds it, whatever this register says -- the
      * claim stays here, and every reader skips it.
       01  Claim-Record.
           05  Claim-Key.
               10  Claim-Series           PIC X(02).
               10  Claim-Game-Nr          PIC X(03).
      * the latest valuation of the card
           05  Claim-Amount               PIC 9(09)V99.
      * the claim period runs from the first business date the card
      * was valued payable, never from a later revaluation
           05  Claim-First-Valued         PIC X(08).
           05  Claim-Last-Valued          PIC X(08).
      * Which run last added or rewrote this record (business date
      * plus time).
           05  Claim-Last-Run             PIC X(14).
