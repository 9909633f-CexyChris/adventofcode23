      * Reject suspense (SUSPENSE), kept by D79RSUS: one record per
      * rejected feed record, keyed on the feed, the business date
      * it was rejected on and its line in that night's input, so
      * a reject is parked once however often the load is rerun.
      * It stays until a corrected version of it has gone back in
      * through the owning program's resubmission run and come out
      * the other side without rejecting again.
       01  Suspense-Record.
           05  Sus-Key.
      * the inbound feed, by its input ddname (CALIBR, GAMES,
      * RUCKLST, CRANEMV)
               10  Sus-Feed           PIC X(08).
               10  Sus-Business-Date  PIC X(08).
               10  Sus-Line-Number    PIC 9(08).
      * why it was rejected, as the owning program's reject file
      * says (CRANREJ) or as the feed's only reject rule implies
           05  Sus-Reason             PIC X(08).
           05  Sus-Status             PIC X(08).
               88 SUS-OPEN                VALUE 'OPEN    '.
               88 SUS-RESUBMITTED         VALUE 'RESUBMIT'.
               88 SUS-CLEARED             VALUE 'CLEARED '.
           05  Sus-Resubmit-Count     PIC 9(02).
      * the last resubmission: its business date and the record's
      * line in that resubmission's input
           05  Sus-Resubmit-Date      PIC X(08).
           05  Sus-Resubmit-Line      PIC 9(08).
           05  Sus-Cleared-Date       PIC X(08).
      * the first night the record was reported past the age limit
           05  Sus-Escalated-Date     PIC X(08).
      * the record as last presented: the rejected original, or
      * the correction last resubmitted
           05  Sus-Record             PIC X(256).
