      * Record layout of the permanent crane yard master (YARDMSTR),
      * keyed by stack number: what stood on each stack when the
      * last crane run closed, so tomorrow's run opens from the yard
      * the moves actually left instead of a re-keyed drawing.
      * Crates run bottom first, slot 1 the bottom, the way
      * D05CRNE's Yard-Area holds them.
       01  Yard-Master-Record.
           05  YM-Stack-Nr            PIC 9(02).
      * business date whose closing yard this record holds
           05  YM-Close-Date          PIC X(08).
           05  YM-Close-Depth         PIC 9(02).
           05  YM-Close-Crates        PIC X(64).
      * the stack as it stood when that date's run opened -- a
      * forced rerun of the same business date reopens from here
      * instead of applying the night's moves a second time
           05  YM-Open-Depth          PIC 9(02).
           05  YM-Open-Crates         PIC X(64).
      * 'Y' when a STACK re-survey in the feed set this stack
      * during that night, so the closing report can say so
           05  YM-Surveyed            PIC X(01).
      * which run last closed this stack (business date plus time)
           05  YM-Last-Run            PIC X(14).
      * Verdict of the last shift-end walk-round count (D40YREC)
      * against this stack's closing yard: 'A' agreed, 'D'
      * disagreed, space not counted since the stack was last
      * re-surveyed. D05CRNE holds a 'D' stack out of the moves
      * until a STACK re-survey (or a later agreeing count) puts it
      * right -- the yard is never opened from a stack known wrong.
           05  YM-Count-Status        PIC X(01).
               88 YM-COUNT-AGREED         VALUE 'A'.
               88 YM-COUNT-DISAGREED      VALUE 'D'.
           05  YM-Count-Date          PIC X(08).
