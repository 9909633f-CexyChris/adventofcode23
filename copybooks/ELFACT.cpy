      * Record layout of the permanent per-elf activity file
      * (ELFACT), shared by the rucksack run that adds each night's
      * activity and the quartermaster's monthly misplacement
      * ranking, so the two can never drift apart. One record per
      * elf on the elf master who has ever carried a rucksack in an
      * identified run; keyed by Act-Elf-Id.
       01  Elf-Activity-Record.
           05  Act-Elf-Id                 PIC X(08).
      * Cumulative since the elf was first seen. Sacks carried are
      * the sacks put through the compartment check (plain or
      * combined run), misplaced items the items found in both
      * compartments of them; rejects and exceptions are the
      * RUCKREJ/RUCKXCP rows charged to the elf, badge groups the
      * groups the elf was proven in.
           05  Act-Totals.
               10  Act-Sacks              PIC 9(08).
               10  Act-Misplaced          PIC 9(08).
               10  Act-Rejects            PIC 9(08).
               10  Act-Exceptions         PIC 9(08).
               10  Act-Groups             PIC 9(08).
           05  Act-Last-Seen              PIC X(08).
      * The month being filled (YYYYMM) and the one before it, so
      * the monthly ranking can still be run in the first days of
      * the next month.
           05  Act-Cur-Month              PIC X(06).
           05  Act-Cur-Sacks              PIC 9(08).
           05  Act-Cur-Misplaced          PIC 9(08).
           05  Act-Prev-Month             PIC X(06).
           05  Act-Prev-Sacks             PIC 9(08).
           05  Act-Prev-Misplaced         PIC 9(08).
      * Which run last added or rewrote this record (business date
      * plus time).
           05  Act-Last-Run               PIC X(14).
