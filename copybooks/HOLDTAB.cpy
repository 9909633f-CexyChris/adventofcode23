      * Stop-payment hold support (HOLDSEL/CARDHOLD/CKHOLD
      * copybooks): the open holds loaded by 925-Load-Hold-Table, the
      * refusal switch raised when CARDHOLD holds more open ranges
      * than the table (a dropped hold is a card paid that should not
      * be), and the card 926-Find-Hold is asked about -- series and
      * the right-justified Game-Nr text -- with the answer and the
      * investigation reference of the hold that matched.
           05  Hold-Count         PIC 9(04) BINARY VALUE ZERO.
           05  Hold-Table.
               10  Hold-Entry OCCURS 500 TIMES INDEXED BY HoldIdx.
                   15  HT-Series      PIC X(02).
                   15  HT-From        PIC 9(03).
                   15  HT-To          PIC 9(03).
                   15  HT-Inv-Ref     PIC X(10).
           05  Hold-Full-Switch   PIC 9(1) BINARY VALUE ZERO.
               88  HOLD-TABLE-FULL    VALUE 1
                             WHEN SET TO FALSE 0.
           05  Hold-EOF-Switch    PIC 9(1) BINARY.
               88  HOLD-EOF           VALUE 1
                             WHEN SET TO FALSE 0.
           05  Hold-Check-Series  PIC X(02).
           05  Hold-Check-Game    PIC X(03).
           05  Hold-Check-Nr      PIC 9(03).
           05  Hold-Found-Switch  PIC 9(1) BINARY.
               88  CARD-ON-HOLD       VALUE 1
                             WHEN SET TO FALSE 0.
           05  Hold-Hit-Ref       PIC X(10).
