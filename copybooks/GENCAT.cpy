      * One dated generation of a nightly detail file, catalogued by
      * D67GSAV when it copied the file into the generation store
      * DETGEN, and keyed by the file's ddname plus the business
      * date it belongs to. Gen-Run-Id is the run stamp the writing
      * program left on the file's control-total trailer (spaces
      * when the file had none), and the trailer's own count and
      * figure sit beside the records actually saved, so a
      * generation can be judged before anyone reprints from it.
       01  Generation-Catalog-Record.
           05  Gen-Key.
               10  Gen-Ddname         PIC X(08).
               10  Gen-Business-Date  PIC X(08).
      * record class as D36SCMP/D37RPRT know it: 'A' 43-byte detail,
      * 'B' 64-byte valuation, 'C' 270-byte calibration audit
           05  Gen-Class              PIC X(01).
           05  Gen-Run-Id             PIC X(14).
      * data records saved, not counting the trailer
           05  Gen-Record-Count       PIC 9(08).
           05  Gen-Trailer-Count      PIC 9(08).
           05  Gen-Trailer-Figure     PIC 9(10).
           05  Gen-Saved-Stamp        PIC X(14).
           05  FILLER                 PIC X(09).
