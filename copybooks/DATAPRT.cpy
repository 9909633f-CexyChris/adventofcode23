               10  Part-Lead-Len          PIC 9(02).
               10  Part-Tail              PIC X(13).
               10  Part-Tail-Len          PIC 9(02).
      * the range's share of the capture's positional content
      * checksum (CAPCAT copybook); the joiner adds the shares up
           05  Part-Content-Sum       PIC 9(10).
