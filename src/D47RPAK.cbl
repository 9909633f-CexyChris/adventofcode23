      ******************************************************************
      *  Rucksack repacking list
      *
      *  Turns the night's compartment audit RUCKAUD -- one record per
      *  rucksack whose two compartments share an item -- into the
      *  packing floor's work list: one instruction per rucksack to
      *  repack, instead of the bare priority total the floor used to
      *  get.
      *
      *  Instructions run by depot batch, and within a batch by the
      *  priority of the misplaced item, highest first, so the most
      *  valuable repacks are done first; equal priorities keep
      *  transmission line order. After the last instruction comes
      *  one count row per batch (CNT in bytes 1-3) for the depot
      *  supervisor to sign the batch off against.
      *
      *  RPKLIST instruction records:
      *    batch 9(4), line number 9(8), elf ID X(8) (spaces when
      *    the run was not identified), item X(1), priority 9(3)
      *  count records:
      *    'CNT', batch 9(4), instructions 9(8), priority sum 9(10)
      *  last record is the control-total trailer; its record count
      *  is the instructions alone and its key figure their priority
      *  sum, the same figures RUCKAUD's own trailer carries.
      *
      *  RC 16 when RUCKAUD holds more rucksacks than the sort table
      *  (nothing written); RC 4 when RUCKAUD has no trailer.
      *
      *  PARM bytes 31-38   business date override (YYYYMMDD)
      *       byte  39      'F' forces a duplicate run
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D47RPAK.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ruck-Audit ASSIGN TO RUCKAUD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT Repack-List ASSIGN TO RPKLIST
           ORGANIZATION IS SEQUENTIAL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

      * Same layout D03RUCK writes.
       FD Ruck-Audit RECORDING MODE F.
       01  Ruck-Audit-Record.
           05  RA-Line-Number         PIC 9(08).
           05  RA-Duplicate-Item      PIC X(01).
           05  RA-Priority            PIC 9(03).
           05  RA-Batch-Number        PIC 9(04).
           05  RA-Elf-Id              PIC X(08).
           05  FILLER                 PIC X(19).

       FD Repack-List RECORDING MODE F.
       01  Repack-Record.
           05  RPK-Batch-Number       PIC 9(04).
           05  RPK-Line-Number        PIC 9(08).
           05  RPK-Elf-Id             PIC X(08).
           05  RPK-Item               PIC X(01).
           05  RPK-Priority           PIC 9(03).
           05  FILLER                 PIC X(19).
       01  Repack-Count-Record REDEFINES Repack-Record.
           05  RPK-Count-Mark         PIC X(03).
           05  RPK-Count-Batch        PIC 9(04).
           05  RPK-Count-Instr        PIC 9(08).
           05  RPK-Count-Prio         PIC 9(10).
           05  FILLER                 PIC X(18).

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D47RPAK '.
           COPY WSFILST.

           05  Trailer-Seen-Sw    PIC 9(1) BINARY.
               88 TRAILER-SEEN        VALUE 1
                             WHEN SET TO FALSE 0.
           05  Table-Full-Sw      PIC 9(1) BINARY.
               88 REPACK-TABLE-FULL   VALUE 1
                             WHEN SET TO FALSE 0.

      * Every instruction of the night, sorted once the whole audit
      * has been read. Sized by Repack-Count via DEPENDING ON, so
      * SORT and the write loop never walk past the entries really
      * populated. Batch and line number are held inverted (the
      * -Key fields) so one DESCENDING sort gives batch ascending,
      * priority descending, line ascending.
           05  Repack-Count       PIC 9(05) BINARY VALUE ZERO.
           05  Repack-Table OCCURS 1 TO 20000 TIMES
                             DEPENDING ON Repack-Count
                             DESCENDING KEY IS Rpk-Tab-Batch-Key
                                               Rpk-Tab-Priority
                                               Rpk-Tab-Line-Key
                             INDEXED BY RpkIdx.
               10  Rpk-Tab-Batch-Key  PIC 9(04).
               10  Rpk-Tab-Priority   PIC 9(03).
               10  Rpk-Tab-Line-Key   PIC 9(08).
               10  Rpk-Tab-Elf-Id     PIC X(08).
               10  Rpk-Tab-Item       PIC X(01).

      * One slot per batch number seen, for the sign-off rows.
           05  Batch-Count-Table.
               10  Batch-Seen-Count   PIC 9(04) BINARY VALUE ZERO.
               10  Batch-Entry OCCURS 9999 TIMES INDEXED BY BatIdx.
                   15  Bat-Number     PIC 9(04).
                   15  Bat-Instr      PIC 9(08) BINARY.
                   15  Bat-Prio       PIC 9(10) BINARY.

           05  Prior-Batch        PIC 9(04).
           05  Instr-Count        PIC 9(08) BINARY VALUE ZERO.
           05  Prio-Total         PIC 9(10) BINARY VALUE ZERO.
           05  Instr-Disp         PIC 9(08) DISPLAY.
           05  Batch-Disp         PIC 9(04) DISPLAY.

       01  Output-Msg             PIC X(80).
       COPY TRAILER.

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Len        PIC S9(4) COMP.
           05  LS-Parm-Text       PIC X(80).

      /
       PROCEDURE DIVISION USING LS-Parm-Area.

       000-Main SECTION.
           SET EOF TO FALSE
           MOVE FUNCTION CURRENT-DATE(1:8) TO Run-Business-Date
           IF LS-Parm-Len > 30
             IF LS-Parm-Text(31:8) IS NUMERIC
               MOVE LS-Parm-Text(31:8) TO Run-Business-Date
             END-IF
           END-IF
           IF LS-Parm-Len > 38
             IF LS-Parm-Text(39:1) = 'F'
               MOVE 'F' TO Rerun-Force-Switch
             END-IF
           END-IF
           IF LS-Parm-Len > 0
             MOVE LS-Parm-Text(1:5) TO Parm-Mode-Echo
             IF LS-Parm-Text(1:5) NOT = SPACES
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM bytes 1-5 must be blank here."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
           MOVE 'RUCKAUD ' TO Parm-Ddname-Echo
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           SET TRAILER-SEEN TO FALSE
           SET REPACK-TABLE-FULL TO FALSE
           OPEN INPUT Ruck-Audit
           READ Ruck-Audit NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF Ruck-Audit-Record(1:3) = 'TRL'
               SET TRAILER-SEEN TO TRUE
             ELSE
               PERFORM 100-Collect-Instruction
             END-IF
             READ Ruck-Audit NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Ruck-Audit

           IF REPACK-TABLE-FULL
             MOVE 'D47-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "RUCKAUD holds over 20000 rucksacks -- no list."
                 TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 16 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           IF Repack-Count > 1
             SORT Repack-Table
           END-IF

           OPEN OUTPUT Repack-List
           OPEN EXTEND Results-History
           PERFORM VARYING RpkIdx FROM 1 BY 1
                   UNTIL RpkIdx > Repack-Count
             PERFORM 200-Write-Instruction
           END-PERFORM
           PERFORM VARYING BatIdx FROM 1 BY 1
                   UNTIL BatIdx > Batch-Seen-Count
             PERFORM 210-Write-Batch-Count
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Instr-Count TO Trailer-Record-Count
           MOVE Prio-Total  TO Trailer-Key-Figure
           WRITE Repack-Record FROM Trailer-Layout
           CLOSE Repack-List

           MOVE Instr-Count TO History-Total-1
           MOVE Prio-Total  TO History-Total-2
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Instr-Count      TO Instr-Disp
           MOVE Batch-Seen-Count TO Batch-Disp
           MOVE SPACES TO Output-Msg
           STRING Instr-Disp " repack instruction(s) in "
                  Batch-Disp " batch(es)."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D47-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF NOT TRAILER-SEEN
             MOVE 'D47-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE "RUCKAUD has no trailer -- list may be incomplete."
                 TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

       100-Collect-Instruction SECTION.
           IF Repack-Count < 20000
             ADD 1 TO Repack-Count
             SET RpkIdx TO Repack-Count
             COMPUTE Rpk-Tab-Batch-Key(RpkIdx) =
                     9999 - RA-Batch-Number
             MOVE RA-Priority       TO Rpk-Tab-Priority(RpkIdx)
             COMPUTE Rpk-Tab-Line-Key(RpkIdx) =
                     99999999 - RA-Line-Number
             MOVE RA-Elf-Id         TO Rpk-Tab-Elf-Id(RpkIdx)
             MOVE RA-Duplicate-Item TO Rpk-Tab-Item(RpkIdx)
           ELSE
             SET REPACK-TABLE-FULL TO TRUE
           END-IF
           .

       200-Write-Instruction SECTION.
           MOVE SPACES TO Repack-Record
           COMPUTE RPK-Batch-Number =
                   9999 - Rpk-Tab-Batch-Key(RpkIdx)
           COMPUTE RPK-Line-Number =
                   99999999 - Rpk-Tab-Line-Key(RpkIdx)
           MOVE Rpk-Tab-Elf-Id(RpkIdx)   TO RPK-Elf-Id
           MOVE Rpk-Tab-Item(RpkIdx)     TO RPK-Item
           MOVE Rpk-Tab-Priority(RpkIdx) TO RPK-Priority
           WRITE Repack-Record
           ADD 1 TO Instr-Count
           ADD RPK-Priority TO Prio-Total

      * the list is in batch order, so a new batch number is the
      * next count slot
           IF Batch-Seen-Count = ZERO
              OR RPK-Batch-Number NOT = Prior-Batch
             ADD 1 TO Batch-Seen-Count
             SET BatIdx TO Batch-Seen-Count
             MOVE RPK-Batch-Number TO Bat-Number(BatIdx)
             MOVE ZERO TO Bat-Instr(BatIdx)
             MOVE ZERO TO Bat-Prio(BatIdx)
             MOVE RPK-Batch-Number TO Prior-Batch
           END-IF
           ADD 1            TO Bat-Instr(BatIdx)
           ADD RPK-Priority TO Bat-Prio(BatIdx)
           .

       210-Write-Batch-Count SECTION.
           MOVE SPACES TO Repack-Count-Record
           MOVE 'CNT'              TO RPK-Count-Mark
           MOVE Bat-Number(BatIdx) TO RPK-Count-Batch
           MOVE Bat-Instr(BatIdx)  TO RPK-Count-Instr
           MOVE Bat-Prio(BatIdx)   TO RPK-Count-Prio
           WRITE Repack-Count-Record
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

      /
       END PROGRAM D47RPAK.
      /
