      * that authorized it -- the two facts a dispute asks for first
           05  Settle-Paid-Date           PIC X(08).
           05  Settle-Clerk-Ref           PIC X(08).
      * second clerk who released a settlement above the approval
      * threshold (D52PAPR); spaces when one clerk was enough
           05  Settle-Approver-Ref        PIC X(08).
      * prize tax withheld at settlement (Settle-Amount is what the
      * claimant was paid, net of it) and the claimant the desk
      * identified -- both spaces/zero below the reporting threshold
      * when the desk recorded no one
           05  Settle-Withheld            PIC 9(09)V99.
           05  Settle-Claimant-Id         PIC X(12).
      * Which run marked this card paid (business date plus time),
      * so a bad settlement batch can be traced -- and backed out
      * through the PAYJRN journal -- by name.
