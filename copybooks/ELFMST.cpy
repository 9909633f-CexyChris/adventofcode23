      * Record layout of the keyed elf master (ELFMST), shared by the
      * rucksack run that proves badges over it and the elf master
      * maintenance that is the only way to change it, so the two
      * can never drift apart. Keyed by Elf-Id.
       01  Elf-Master-Record.
           05  Elf-Id                     PIC X(08).
           05  Elf-Name                   PIC X(24).
      * Effective dating: the elf may appear on a rucksack record
      * from Elf-Start-Date up to and including Elf-End-Date, and on
      * no other business date. '99991231' is open-ended.
           05  Elf-Start-Date             PIC X(08).
           05  Elf-End-Date               PIC X(08).
               88 ELF-OPEN-ENDED              VALUE '99991231'.
      * 'I' once an end date has been booked -- a deactivation may
      * be booked ahead of the elf's last shift, so the dates, not
      * this byte, decide whether a rucksack is accepted
           05  Elf-Status                 PIC X(01).
               88 ELF-ACTIVE                  VALUE 'A'.
               88 ELF-INACTIVE                VALUE 'I'.
      * the ticket that authorized the last add or change
           05  Elf-Last-Ticket            PIC X(08).
      * Which run last added or rewrote this record (business date
      * plus time).
           05  Elf-Last-Run               PIC X(14).
