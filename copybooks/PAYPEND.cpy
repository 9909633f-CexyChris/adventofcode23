      * Record layout of the pending-approval file (PAYPEND): a
      * settlement above D22PSET's approval threshold waits here,
      * keyed like PAYLDG by series plus Game-Nr, until D52PAPR
      * releases it into PAYLDG under a second, different clerk
      * reference. Shared by the settlement run, the approval run
      * and the settlement backout.
       01  Pending-Record.
           05  Pend-Key.
               10  Pend-Series            PIC X(02).
               10  Pend-Game-Nr           PIC X(03).
           05  Pend-Amount                PIC 9(09)V99.
      * business date the card was presented and the clerk who
      * presented it -- the approver must be somebody else
           05  Pend-Date                  PIC X(08).
           05  Pend-Clerk-Ref             PIC X(08).
      * the withholding and claimant the settlement will carry into
      * PAYLDG; Pend-Amount is the net amount to be paid
           05  Pend-Withheld              PIC 9(09)V99.
           05  Pend-Claimant-Id           PIC X(12).
           05  Pend-Last-Run              PIC X(14).
