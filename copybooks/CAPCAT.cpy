      * One signal-tuner capture, catalogued by the run that scanned
      * it (D06TUNE single or directory mode, D25TJON for a split
      * scan) and keyed by its content, so a capture resent under a
      * new name is recognised as the one already processed.
      * Cat-Checksum is the positional content checksum: each
      * record's trimmed bytes summed as ordinal times offset, that
      * sum weighted by the record number, modulo 10**10 -- additive
      * over records, so split ranges' sums add up to the whole.
       01  Capture-Catalog-Record.
           05  Cat-Key.
               10  Cat-Checksum       PIC 9(10).
               10  Cat-Byte-Count     PIC 9(12).
           05  Cat-Stream-Id          PIC X(08).
           05  Cat-Ddname             PIC X(08).
           05  Cat-Business-Date      PIC X(08).
      * how the capture was scanned: SINGLE, MULTIDIR or SPLITJON
           05  Cat-Scan-Mode          PIC X(08).
           05  Cat-Records            PIC 9(08).
      * first marker end positions; found flag 'Y' / 'N'
           05  Cat-Pkt-Found          PIC X(01).
           05  Cat-Pkt-Position       PIC 9(08).
           05  Cat-Som-Found          PIC X(01).
           05  Cat-Som-Position       PIC 9(08).
           05  Cat-Run-Stamp          PIC X(14).
           05  FILLER                 PIC X(08).
