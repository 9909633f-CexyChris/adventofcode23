      * The generation store: every record of every catalogued
      * generation (GENCAT), trailer included, in its original
      * order, keyed by ddname, business date and sequence number.
      * Gst-Data carries the widest class (270 bytes); a narrower
      * class uses its leading bytes.
       01  Generation-Store-Record.
           05  Gst-Key.
               10  Gst-Ddname         PIC X(08).
               10  Gst-Business-Date  PIC X(08).
               10  Gst-Seq            PIC 9(07).
           05  Gst-Data               PIC X(270).
