      * One extracted message payload, shared by the D06TUNE
      * extraction mode that writes DATAMSG and the D61MRTE router
      * that delivers it to the receiving teams, so the two can
      * never drift apart.
       01  Message-Record.
           05  Msg-Stream-Id          PIC X(08).
      * absolute byte position of the payload's first byte (the
      * byte right after the marker ends)
           05  Msg-Position           PIC 9(08).
           05  Msg-Length             PIC 9(04).
           05  Msg-Payload            PIC X(256).
