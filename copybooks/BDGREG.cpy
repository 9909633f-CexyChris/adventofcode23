      * Record layout of the permanent badge register (BDGREG), one
      * record per badge group ever proven, keyed by the roster's
      * batch number plus group sequence. What the group should wear
      * is refreshed from every night's RUCKBDG; what it actually
      * wears is booked only by the badge desk's issue, return and
      * lost transactions.
       01  Badge-Register-Record.
           05  BR-Key.
               10  BR-Batch-Number        PIC 9(04).
               10  BR-Group-Seq           PIC 9(08).
      * the badge the group was last proven for, and when
           05  BR-Proven-Item             PIC X(01).
           05  BR-Proven-Priority         PIC 9(03).
           05  BR-Proven-Date             PIC X(08).
      * spaces when the roster came from an anonymous run
           05  BR-Member-Elf              PIC X(08) OCCURS 3 TIMES.
      * the badge physically handed out by the desk
           05  BR-Status                  PIC X(01).
               88 BR-NEVER-ISSUED             VALUE SPACE.
               88 BR-BADGE-OUT                VALUE 'O'.
               88 BR-BADGE-RETURNED           VALUE 'R'.
               88 BR-BADGE-LOST               VALUE 'L'.
           05  BR-Issued-Item             PIC X(01).
           05  BR-Issue-Date              PIC X(08).
      * date the badge came back or was reported lost
           05  BR-Close-Date              PIC X(08).
      * desk slip of the last issue, return or loss
           05  BR-Desk-Ref                PIC X(08).
      * Which run last added or rewrote this record (business date
      * plus time).
           05  BR-Last-Run                PIC X(14).
