      ******************************************************************
      *  Elf misplacement ranking
      *
      *  The quartermaster's monthly list of the elves who pack worst,
      *  so packing training goes to the elves who need it instead of
      *  the whole workforce. Read from the per-elf activity history
      *  ELFACT that D03RUCK adds every identified run to.
      *
      *  For the month asked for, every elf with at least the
      *  minimum number of sacks carried is ranked by misplacement
      *  rate -- misplaced items per 100 sacks -- highest first; on
      *  an equal rate the elf with more misplaced items ranks first.
      *  Elves under the minimum are left out: two sacks and one
      *  misplaced item say nothing about an elf's packing. The name
      *  comes from the elf master ELFMST.
      *
      *  ELFRANK records, one per ranked elf:
      *    rank 9(4), elf ID X(8), name X(24), sacks 9(8),
      *    misplaced 9(8), rate per 100 sacks 9(5)V99
      *  last record is the control-total trailer (record count,
      *  misplaced items of the ranked elves).
      *
      *  ELFACT keeps the month being filled and the one before it,
      *  so last month can still be ranked in the first days of this
      *  one. RC 4 when no elf qualifies for the month.
      *
      *  PARM bytes 1-6     month to rank (YYYYMM); blank is the
      *                     month before the business date
      *       bytes 7-11    minimum sacks carried (default 00010)
      *       bytes 31-38   business date override (YYYYMMDD)
      *       byte  39      'F' forces a duplicate run
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D45EARK.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Elf-Activity ASSIGN TO ELFACT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS Act-Elf-Id
           FILE STATUS IS File-Status.
      * Read by key for the elf's name only; an elf since removed
      * from the master is still ranked, with the name left blank.
           SELECT OPTIONAL Elf-Master ASSIGN TO ELFMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Elf-Id.
           SELECT Rank-Report ASSIGN TO ELFRANK
           ORGANIZATION IS SEQUENTIAL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Elf-Activity.
       COPY ELFACT.

       FD Elf-Master.
       COPY ELFMST.

       FD Rank-Report RECORDING MODE F.
       01  Rank-Report-Record.
           05  RNK-Rank               PIC 9(04).
           05  RNK-Elf-Id             PIC X(08).
           05  RNK-Elf-Name           PIC X(24).
           05  RNK-Sacks              PIC 9(08).
           05  RNK-Misplaced          PIC 9(08).
           05  RNK-Rate               PIC 9(05)V99.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D45EARK '.
           COPY WSFILST.

           05  Rank-Month         PIC X(06).
           05  Rank-Month-Num REDEFINES Rank-Month.
               10  Rank-Year      PIC 9(04).
               10  Rank-Mon       PIC 9(02).
           05  Min-Sacks          PIC 9(05) VALUE 10.
           05  Elf-Found-Sw       PIC 9(1) BINARY.
               88 ELF-ON-MASTER       VALUE 1
                             WHEN SET TO FALSE 0.

           05  This-Sacks         PIC 9(08).
           05  This-Misplaced     PIC 9(08).

      * Every qualifying elf of the month, sorted by rate once the
      * whole file has been read. Sized by Rank-Count via DEPENDING
      * ON, so SORT and the write loop never walk past the entries
      * really populated. Elves beyond the table are counted and
      * reported, never silently dropped.
           05  Rank-Count         PIC 9(04) BINARY VALUE ZERO.
           05  Rank-Table OCCURS 1 TO 2000 TIMES
                             DEPENDING ON Rank-Count
                             DESCENDING KEY IS Rank-Tab-Rate
                                               Rank-Tab-Misplaced
                             INDEXED BY RnkIdx.
               10  Rank-Tab-Rate      PIC 9(05)V99.
               10  Rank-Tab-Misplaced PIC 9(08).
               10  Rank-Tab-Sacks     PIC 9(08).
               10  Rank-Tab-Elf-Id    PIC X(08).

           05  Read-Count         PIC 9(08) BINARY VALUE ZERO.
           05  Below-Min-Count    PIC 9(08) BINARY VALUE ZERO.
           05  Overflow-Count     PIC 9(08) BINARY VALUE ZERO.
           05  Misplaced-Total    PIC 9(10) BINARY VALUE ZERO.
           05  Rank-Disp          PIC 9(08) DISPLAY.
           05  Below-Min-Disp     PIC 9(08) DISPLAY.
           05  Overflow-Disp      PIC 9(08) DISPLAY.

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
      * Default is last month: the ranking is run in the first days
      * of the month, over the month just closed.
           MOVE Run-Business-Date(1:6) TO Rank-Month
           IF Rank-Mon = 1
             SUBTRACT 1 FROM Rank-Year
             MOVE 12 TO Rank-Mon
           ELSE
             SUBTRACT 1 FROM Rank-Mon
           END-IF
           IF LS-Parm-Len > 0
             MOVE LS-Parm-Text(1:5) TO Parm-Mode-Echo
             IF LS-Parm-Text(1:6) NOT = SPACES
               IF LS-Parm-Text(1:6) IS NUMERIC
                  AND LS-Parm-Text(5:2) >= '01'
                  AND LS-Parm-Text(5:2) <= '12'
                 MOVE LS-Parm-Text(1:6) TO Rank-Month
               ELSE
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM bytes 1-6 are not a YYYYMM month."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
           IF LS-Parm-Len > 6
             IF LS-Parm-Text(7:5) NOT = SPACES
               IF LS-Parm-Len > 10
                  AND LS-Parm-Text(7:5) IS NUMERIC
                 MOVE LS-Parm-Text(7:5) TO Min-Sacks
               ELSE
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM minimum sacks 7-11 is not numeric."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
           MOVE 'ELFACT  ' TO Parm-Ddname-Echo
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           MOVE 'M' TO History-Variant-Tag
           MOVE Rank-Month TO History-Variant-Tag(2:6)
           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           OPEN INPUT Elf-Activity
           OPEN INPUT Elf-Master
           OPEN OUTPUT Rank-Report
           OPEN EXTEND Results-History

           READ Elf-Activity NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             ADD 1 TO Read-Count
             PERFORM 100-Collect-One-Elf
             READ Elf-Activity NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Elf-Activity

           IF Rank-Count > 1
             SORT Rank-Table
           END-IF
           PERFORM VARYING RnkIdx FROM 1 BY 1 UNTIL RnkIdx > Rank-Count
             PERFORM 200-Write-Rank-Row
           END-PERFORM
           CLOSE Elf-Master

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Rank-Count      TO Trailer-Record-Count
           MOVE Misplaced-Total TO Trailer-Key-Figure
           WRITE Rank-Report-Record FROM Trailer-Layout
           CLOSE Rank-Report

           MOVE Rank-Count      TO History-Total-1
           MOVE Misplaced-Total TO History-Total-2
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Rank-Count      TO Rank-Disp
           MOVE Below-Min-Count TO Below-Min-Disp
           MOVE SPACES TO Output-Msg
           STRING "Month " Rank-Month ": " Rank-Disp
                  " elf(s) ranked, " Below-Min-Disp
                  " under the minimum sacks."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D45-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Overflow-Count > ZERO
             MOVE Overflow-Count TO Overflow-Disp
             MOVE SPACES TO Output-Msg
             STRING Overflow-Disp
                    " qualifying elf(s) beyond the 2000-entry"
                    " ranking table -- not ranked."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D45-W002' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           IF Rank-Count = ZERO
             MOVE SPACES TO Output-Msg
             STRING "No elf qualifies for month " Rank-Month
                    " -- ELFRANK is empty."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D45-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * Picks the month's figures out of whichever slot holds it; an
      * elf with no activity in the month has neither.
       100-Collect-One-Elf SECTION.
           EVALUATE TRUE
             WHEN Act-Cur-Month = Rank-Month
               MOVE Act-Cur-Sacks      TO This-Sacks
               MOVE Act-Cur-Misplaced  TO This-Misplaced
             WHEN Act-Prev-Month = Rank-Month
               MOVE Act-Prev-Sacks     TO This-Sacks
               MOVE Act-Prev-Misplaced TO This-Misplaced
             WHEN OTHER
               MOVE ZERO TO This-Sacks
               MOVE ZERO TO This-Misplaced
           END-EVALUATE

           IF This-Sacks > ZERO
             IF This-Sacks < Min-Sacks
               ADD 1 TO Below-Min-Count
             ELSE
               IF Rank-Count < 2000
                 ADD 1 TO Rank-Count
                 SET RnkIdx TO Rank-Count
                 MOVE Act-Elf-Id     TO Rank-Tab-Elf-Id(RnkIdx)
                 MOVE This-Sacks     TO Rank-Tab-Sacks(RnkIdx)
                 MOVE This-Misplaced TO Rank-Tab-Misplaced(RnkIdx)
                 COMPUTE Rank-Tab-Rate(RnkIdx) ROUNDED =
                         This-Misplaced * 100 / This-Sacks
                 ADD This-Misplaced TO Misplaced-Total
               ELSE
                 ADD 1 TO Overflow-Count
               END-IF
             END-IF
           END-IF
           .

       200-Write-Rank-Row SECTION.
           MOVE SPACES TO Rank-Report-Record
           SET RNK-Rank TO RnkIdx
           MOVE Rank-Tab-Elf-Id(RnkIdx)    TO RNK-Elf-Id
           MOVE Rank-Tab-Sacks(RnkIdx)     TO RNK-Sacks
           MOVE Rank-Tab-Misplaced(RnkIdx) TO RNK-Misplaced
           MOVE Rank-Tab-Rate(RnkIdx)      TO RNK-Rate
           MOVE Rank-Tab-Elf-Id(RnkIdx)    TO Elf-Id
           SET ELF-ON-MASTER TO TRUE
           READ Elf-Master RECORD
             INVALID KEY
               SET ELF-ON-MASTER TO FALSE
           END-READ
           IF ELF-ON-MASTER
             MOVE Elf-Name TO RNK-Elf-Name
           END-IF
           WRITE Rank-Report-Record
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

      /
       END PROGRAM D45EARK.
      /
