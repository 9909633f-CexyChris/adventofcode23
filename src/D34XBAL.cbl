      *              rejected line that leaked into the valid side
      *              breaks this
      *    VAL-TOT   CARDVAL's TOT amount equals the sum of its DET
      *              rows, less the rows a stop-payment hold marked
      *              HELD (D16CVAL keeps those out of the total)
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
           05  Val-Det-Body REDEFINES Val-Body.
               10  FILLER                 PIC X(34).
               10  Val-Amount             PIC 9(09)V99.
               10  Val-Hold-Mark          PIC X(04).
               10  FILLER                 PIC X(11).
           05  Val-Tot-Body REDEFINES Val-Body.
               10  FILLER                 PIC X(08).
               10  Val-Tot-Amount         PIC 9(11)V99.
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             IF Val-Type = 'DET ' AND Val-Hold-Mark NOT = 'HELD'
               COMPUTE Amount-Cents = Val-Amount * 100
               ADD Amount-Cents TO Figure-1
             END-IF
