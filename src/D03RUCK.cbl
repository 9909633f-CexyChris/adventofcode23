           ORGANIZATION IS SEQUENTIAL.
      * Elf master for the identified-input mode (PARM byte 2 =
      * 'E'): every elf ID carried on a rucksack record must be on
      * file here and active on the business date, because a badge
      * proven over the wrong elf is worse than no badge. Keyed and
      * maintained only through D44EMNT; read here front to back.
      * OPTIONAL so the plain anonymous feed needs no DD statement.
           SELECT OPTIONAL Elf-Master ASSIGN TO ELFMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS Elf-Id.
      * Badge roster for logistics: one record per proven group,
      * the answers that used to be retyped into a hand-maintained
      * sticker spreadsheet. Empty outside badge mode.
      * already makes over every item of every rucksack.
           SELECT Item-Inventory ASSIGN TO Invent-Ddname
           ORGANIZATION IS SEQUENTIAL.
      * Per-elf activity carried from night to night for the
      * quartermaster, updated at the end of every identified run of
      * record. OPTIONAL so the first identified run creates it.
           SELECT OPTIONAL Elf-Activity ASSIGN TO ELFACT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Act-Elf-Id.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.
           05  Audit-Line-Number       PIC 9(08).
           05  Audit-Duplicate-Item    PIC X(01).
           05  Audit-Priority-Added    PIC 9(03).
      * where the sack came from, so D47RPAK can turn the file into
      * the packing floor's repacking list; elf ID spaces outside
      * identified mode
           05  Audit-Batch-Number      PIC 9(04).
           05  Audit-Elf-Id            PIC X(08).
      * Pads the record to the 43 bytes the shared control-total
      * trailer needs (TRAILER copybook) -- the last record of the
      * file is that trailer, marked 'TRL' in bytes 1-3.
           05  FILLER                  PIC X(19).

      * Malformed records (odd length -- can't be split into two equal
      * compartments) land here instead of feeding a wrong half-split.
           05  Config-Item-Priority    PIC 9(03).
           05  FILLER                  PIC X(08).

       FD Elf-Master.
       COPY ELFMST.

       FD Elf-Activity.
       COPY ELFACT.

       COPY MLOCK.

       COPY RESHIST.

           05  Elf-Table-Area.
               10  Elf-Entry OCCURS 500 TIMES INDEXED BY ElfIdx.
                   15  Elf-Tab-Id     PIC X(08).
                   15  Elf-Tab-Start  PIC X(08).
                   15  Elf-Tab-End    PIC X(08).
      * tonight's activity charged to the elf, added to ELFACT
      * at end of run
                   15  Elf-Tab-Sacks      PIC 9(08) BINARY.
                   15  Elf-Tab-Misplaced  PIC 9(08) BINARY.
                   15  Elf-Tab-Rejects    PIC 9(08) BINARY.
                   15  Elf-Tab-Excepts    PIC 9(08) BINARY.
                   15  Elf-Tab-Groups     PIC 9(08) BINARY.
           05  Elf-EOF-Switch     PIC 9(1) BINARY.
               88 ELF-EOF             VALUE 1
                             WHEN SET TO FALSE 0.
               88 GROUP-ELVES-OK      VALUE 1
                             WHEN SET TO FALSE 0.
           05  Current-Elf-Id     PIC X(08) VALUE SPACES.
      * elf-table slot of Search-Elf-Id (160-Find-Elf); zero for an
      * elf not on the master, whose activity is charged to no one
           05  Search-Elf-Id      PIC X(08).
           05  Elf-Hit            PIC 9(04) BINARY VALUE ZERO.
           05  Activity-Month     PIC X(06).
           05  Activity-Run-Id    PIC X(14).
           05  Activity-Count     PIC 9(08) BINARY VALUE ZERO.
           05  Activity-Disp      PIC 9(08) DISPLAY.
           05  Member-Elf         PIC X(08) OCCURS 3 TIMES.
           05  Shift-Work         PIC X(56).
           05  Except-Reason-WK   PIC X(16) VALUE SPACES.
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
           IF LS-Parm-Len > 61
             IF LS-Parm-Text(62:1) = 'B'
               MOVE 'B' TO Break-Lock-Switch
             ELSE
               IF LS-Parm-Text(62:1) NOT = SPACE
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM byte 62 must be 'B' or blank."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
      * Records parked in the reject suspense come back in, once
      * corrected, through a resubmission run (PARM byte 76 'R').
           SET RESUBMIT-CAPABLE TO TRUE
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
               GOBACK
             END-IF
           END-IF
      * an identified run of record adds its activity to ELFACT at
      * the end -- claim it now rather than find it taken after the
      * whole file has been read
           IF IDENT-MODE AND NOT SHADOW-RUN
             MOVE 'ELFACT  ' TO Lock-Master-Name
             PERFORM 975-Take-Master-Lock
             IF LOCK-REFUSED
               PERFORM 965-Record-Run-End
               GOBACK
             END-IF
           END-IF

           PERFORM 001-Load-Priority-Alphabet
           IF IDENT-MODE
           CLOSE Rucksack-Reject
           CLOSE Rucksack-Except
           CLOSE Badge-Roster
           PERFORM 946-Write-Inventory
           CLOSE Batch-Summary
           CLOSE Item-Inventory
           IF NOT SHADOW-RUN
             CLOSE Results-History
           END-IF
           IF IDENT-MODE AND NOT SHADOW-RUN
             PERFORM 947-Update-Elf-Activity
           END-IF

           MOVE SPACES TO Output-Msg
           IF COMBINED-MODE
           END-IF
           .

      * Every member's elf ID must be on the master, active on the
      * business date (between its start and end date), and no ID
      * may appear twice inside one group -- any way round the
      * group's badge cannot be trusted and the whole trio goes to
      * RUCKXCP.
       217-Validate-Group-Elves SECTION.
           PERFORM VARYING gi FROM 1 BY 1 UNTIL gi > Group-Fill
             SET ELF-ID-KNOWN TO FALSE
               UNTIL ElfIdx > Elf-Count
               IF Member-Elf(gi) = Elf-Tab-Id(ElfIdx)
                 SET ELF-ID-KNOWN TO TRUE
                 EVALUATE TRUE
                   WHEN Run-Business-Date < Elf-Tab-Start(ElfIdx)
                     SET GROUP-ELVES-OK TO FALSE
                     MOVE 'ELF NOT YET ACTV' TO Except-Reason-WK
                   WHEN Run-Business-Date > Elf-Tab-End(ElfIdx)
                     SET GROUP-ELVES-OK TO FALSE
                     MOVE 'INACTIVE ELF ID ' TO Except-Reason-WK
                 END-EVALUATE
                 SET ElfIdx TO Elf-Count
               END-IF
             END-PERFORM
             WRITE Except-Record
             ADD 1 TO Except-Count
             ADD 1 TO Batch-Except-Count
             IF IDENT-MODE
               MOVE Member-Elf(gi) TO Search-Elf-Id
               PERFORM 160-Find-Elf
               IF Elf-Hit > ZERO
                 ADD 1 TO Elf-Tab-Excepts(Elf-Hit)
               END-IF
             END-IF
           END-PERFORM
           .

           .

       200-Sum-Badge SECTION.
           IF IDENT-MODE
             PERFORM VARYING gi FROM 1 BY 1 UNTIL gi > 3
               MOVE Member-Elf(gi) TO Search-Elf-Id
               PERFORM 160-Find-Elf
               IF Elf-Hit > ZERO
                 ADD 1 TO Elf-Tab-Groups(Elf-Hit)
               END-IF
             END-PERFORM
           END-IF
           MOVE 1 TO Rec-Length
           MOVE SPACE TO Inspect-String

           END-PERFORM
           .

      * Finds Search-Elf-Id on the elf table; Elf-Hit is its slot,
      * or zero when the elf is not on the master.
       160-Find-Elf SECTION.
           MOVE ZERO TO Elf-Hit
           PERFORM VARYING ElfIdx FROM 1 BY 1
             UNTIL ElfIdx > Elf-Count
             IF Search-Elf-Id = Elf-Tab-Id(ElfIdx)
               SET Elf-Hit TO ElfIdx
               SET ElfIdx TO Elf-Count
             END-IF
           END-PERFORM
           .

       946-Write-Inventory SECTION.
           PERFORM VARYING PrioIdx FROM 1 BY 1
             UNTIL PrioIdx > Priority-Count
             IF Item-Occur-Count(PrioIdx) > ZERO
           WRITE Inventory-Record
           .

      * Adds tonight's activity of every elf who had any to ELFACT
      * -- cumulative totals, last business date seen, and the
      * month-to-date figures behind the quartermaster's monthly
      * misplacement ranking -- then gives the file back.
       947-Update-Elf-Activity SECTION.
           MOVE Run-Business-Date(1:6) TO Activity-Month
           MOVE SPACES TO Activity-Run-Id
           STRING Run-Business-Date
                  FUNCTION CURRENT-DATE(9:6)
             DELIMITED BY SIZE
             INTO Activity-Run-Id
           END-STRING
           OPEN I-O Elf-Activity
           PERFORM VARYING ElfIdx FROM 1 BY 1
             UNTIL ElfIdx > Elf-Count
             IF Elf-Tab-Sacks(ElfIdx) > ZERO
                OR Elf-Tab-Rejects(ElfIdx) > ZERO
                OR Elf-Tab-Excepts(ElfIdx) > ZERO
                OR Elf-Tab-Groups(ElfIdx) > ZERO
               PERFORM 948-Update-One-Elf
             END-IF
           END-PERFORM
           CLOSE Elf-Activity
           PERFORM 980-Release-Master-Lock
           MOVE Activity-Count TO Activity-Disp
           MOVE SPACES TO Output-Msg
           STRING "Elf activity updated for " Activity-Disp
                  " elf(s)."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D03-I004' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           .

       948-Update-One-Elf SECTION.
           MOVE Elf-Tab-Id(ElfIdx) TO Act-Elf-Id
           READ Elf-Activity RECORD
             INVALID KEY
               MOVE SPACES TO Elf-Activity-Record
               MOVE Elf-Tab-Id(ElfIdx) TO Act-Elf-Id
               INITIALIZE Act-Totals
               MOVE Activity-Month TO Act-Cur-Month
               MOVE ZERO TO Act-Cur-Sacks
               MOVE ZERO TO Act-Cur-Misplaced
               MOVE ZERO TO Act-Prev-Sacks
               MOVE ZERO TO Act-Prev-Misplaced
           END-READ
           ADD Elf-Tab-Sacks(ElfIdx)     TO Act-Sacks
           ADD Elf-Tab-Misplaced(ElfIdx) TO Act-Misplaced
           ADD Elf-Tab-Rejects(ElfIdx)   TO Act-Rejects
           ADD Elf-Tab-Excepts(ElfIdx)   TO Act-Exceptions
           ADD Elf-Tab-Groups(ElfIdx)    TO Act-Groups
      * a new month pushes the one being filled into the previous-
      * month slot; a catch-up run of last month books into that
      * slot where it still holds that month
           IF Act-Cur-Month < Activity-Month
             MOVE Act-Cur-Month     TO Act-Prev-Month
             MOVE Act-Cur-Sacks     TO Act-Prev-Sacks
             MOVE Act-Cur-Misplaced TO Act-Prev-Misplaced
             MOVE Activity-Month    TO Act-Cur-Month
             MOVE ZERO TO Act-Cur-Sacks
             MOVE ZERO TO Act-Cur-Misplaced
           END-IF
           EVALUATE TRUE
             WHEN Act-Cur-Month = Activity-Month
               ADD Elf-Tab-Sacks(ElfIdx)     TO Act-Cur-Sacks
               ADD Elf-Tab-Misplaced(ElfIdx) TO Act-Cur-Misplaced
             WHEN Act-Prev-Month = Activity-Month
               ADD Elf-Tab-Sacks(ElfIdx)     TO Act-Prev-Sacks
               ADD Elf-Tab-Misplaced(ElfIdx) TO Act-Prev-Misplaced
           END-EVALUATE
           IF Act-Last-Seen = SPACES
              OR Run-Business-Date > Act-Last-Seen
             MOVE Run-Business-Date TO Act-Last-Seen
           END-IF
           MOVE Activity-Run-Id TO Act-Last-Run
           WRITE Elf-Activity-Record
             INVALID KEY
               REWRITE Elf-Activity-Record
           END-WRITE
           ADD 1 TO Activity-Count
           .

       100-Sum-Prio SECTION.
           MOVE 1 TO Rec-Length
           MOVE SPACE TO Inspect-String
           MOVE ZERO to occurence
           SET FOUND-COMMON-ITEM TO FALSE
           MOVE ZERO TO Elf-Hit
           IF IDENT-MODE
             MOVE Current-Elf-Id TO Search-Elf-Id
             PERFORM 160-Find-Elf
             IF Elf-Hit > ZERO
               ADD 1 TO Elf-Tab-Sacks(Elf-Hit)
             END-IF
           END-IF

           STRING Rucksack-Record
             DELIMITED BY SPACE
           .

       120-Write-Audit SECTION.
           MOVE SPACES           TO Audit-Record
           MOVE Line-Number      TO Audit-Line-Number
           MOVE Inspect-Char(i)  TO Audit-Duplicate-Item
           MOVE Lookup-Priority  TO Audit-Priority-Added
           MOVE Batch-Number     TO Audit-Batch-Number
           IF IDENT-MODE
             MOVE Current-Elf-Id TO Audit-Elf-Id
           END-IF
           WRITE Audit-Record
           ADD 1 TO Audit-Count
           ADD Lookup-Priority TO Audit-Prio-Sum
           IF Elf-Hit > ZERO
             ADD 1 TO Elf-Tab-Misplaced(Elf-Hit)
           END-IF
           .

       130-Write-Reject SECTION.
           WRITE Reject-Record
           ADD 1 TO Reject-Count
           ADD 1 TO Batch-Reject-Count
           IF Elf-Hit > ZERO
             ADD 1 TO Elf-Tab-Rejects(Elf-Hit)
           END-IF
           .

       140-Write-Exception SECTION.
           WRITE Except-Record
           ADD 1 TO Except-Count
           ADD 1 TO Batch-Except-Count
           IF Elf-Hit > ZERO
             ADD 1 TO Elf-Tab-Excepts(Elf-Hit)
           END-IF
           .

       930-Write-Trailers SECTION.
             IF Elf-Count < 500
               ADD 1 TO Elf-Count
               SET ElfIdx TO Elf-Count
               MOVE Elf-Id         TO Elf-Tab-Id(ElfIdx)
               MOVE Elf-Start-Date TO Elf-Tab-Start(ElfIdx)
               MOVE Elf-End-Date   TO Elf-Tab-End(ElfIdx)
               MOVE ZERO TO Elf-Tab-Sacks(ElfIdx)
               MOVE ZERO TO Elf-Tab-Misplaced(ElfIdx)
               MOVE ZERO TO Elf-Tab-Rejects(ElfIdx)
               MOVE ZERO TO Elf-Tab-Excepts(ElfIdx)
               MOVE ZERO TO Elf-Tab-Groups(ElfIdx)
             ELSE
      * a dropped elf would make every group containing them a
      * false UNKNOWN ELF ID exception -- the check must not

       COPY CKTOLER.

       COPY WRLOCK.

      /
       END PROGRAM D03RUCK.
      /
