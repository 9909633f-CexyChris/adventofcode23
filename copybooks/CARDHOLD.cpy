      * Record layout of the stop-payment hold list (CARDHOLD), keyed
      * by series plus the first Game-Nr of the held range. The
      * Game-Nr bounds are held zero-padded (007, not "  7") so a
      * range test is a plain numeric compare. A released hold stays
      * on file with its release date and reference -- the hold list
      * is an audit trail, not a worklist.
       01  Hold-Record.
           05  Hold-Key.
               10  Hold-Series            PIC X(02).
               10  Hold-From-Game         PIC 9(03).
           05  Hold-To-Game               PIC 9(03).
           05  Hold-Reason                PIC X(20).
      * investigations reference quoted on every refusal, so the
      * desk knows whom to ask
           05  Hold-Inv-Ref               PIC X(10).
           05  Hold-Placed-Date           PIC X(08).
           05  Hold-Placed-Ref            PIC X(08).
           05  Hold-Status                PIC X(01).
               88  HOLD-OPEN                  VALUE 'O'.
               88  HOLD-RELEASED              VALUE 'R'.
           05  Hold-Release-Date          PIC X(08).
           05  Hold-Release-Ref           PIC X(08).
      * Which run last changed the hold (business date plus time),
      * matching the run id on its HOLDAUDT images.
           05  Hold-Last-Run              PIC X(14).
