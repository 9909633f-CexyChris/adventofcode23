      * Record layout of the permanent expired-claims register
      * (CLMEXP), shared by the claims expiry run that moves lapsed
      * claims here, the expiry backout that moves them back, the
      * claims aging and the settlement run, which refuses to pay
      * any card on it. Keyed like PAYLDG by series plus Game-Nr.
       01  Expired-Claim-Record.
           05  Exp-Key.
               10  Exp-Series             PIC X(02).
               10  Exp-Game-Nr            PIC X(03).
           05  Exp-Amount                 PIC 9(09)V99.
           05  Exp-First-Valued           PIC X(08).
      * business date of the expiry run and the claim period, in
      * days, it applied
           05  Exp-Expiry-Date            PIC X(08).
           05  Exp-Claim-Days             PIC 9(03).
      * Which run expired the claim (business date plus time), so
      * a bad expiry run can be backed out through CLMJRN by name.
           05  Exp-Last-Run               PIC X(14).
