      * Record layout of the prize claimant register (CLAIMANT),
      * shared by the settlement run that records every claimant the
      * desk identifies and the year-end winner statement run that
      * addresses their statements. Keyed by the claimant's tax
      * identity as the desk took it from the claimant's papers;
      * PAYLDG's Settle-Claimant-Id points here.
       01  Claimant-Record.
           05  Clmt-Id                    PIC X(12).
           05  Clmt-Name                  PIC X(30).
           05  Clmt-Address-1             PIC X(30).
           05  Clmt-Address-2             PIC X(30).
      * business dates of the first and the latest settlement the
      * claimant was identified on
           05  Clmt-First-Date            PIC X(08).
           05  Clmt-Last-Date             PIC X(08).
      * Which run last added or rewrote this record (business date
      * plus time).
           05  Clmt-Last-Run              PIC X(14).
