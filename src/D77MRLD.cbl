      ******************************************************************
      *  Keyed master reload
      *
      *  Rebuilds one master from a backup D76MBAK took (MSTBKUP --
      *  the generation the JCL names is the backup chosen) and
      *  proves the result before anyone may update it again:
      *
      *    1. The backup is read through first: every record must
      *       belong to the master named in PARM, the trailer must
      *       be there and last, and the records' count and
      *       key-hash must equal the trailer's. A backup that is
      *       not whole is refused before the master is touched.
      *    2. CARDLDG and PAYLDG only: their journal (CARDJRN,
      *       PAYJRN) is surveyed from the point the backup marked
      *       up to the last image of the run id named in PARM. The
      *       journal must still reach back to that point (D30JMNT
      *       may have archived it), the named run must lie after
      *       it, and no run inside the backup may have been backed
      *       out since the backup was taken -- the journal cannot
      *       replay a backout, so such a backup is refused and a
      *       later one must be chosen.
      *    3. The master's marker is taken, the master is rebuilt
      *       from the backup, and the surveyed images are replayed:
      *       ADD images written, UPD images rewritten. Images of a
      *       run a backout (D18LBKO, D24PBKO) removed after the
      *       backup are skipped, series by series as the backout
      *       was made; PAYJRN's pending-approval images (PND, APR)
      *       are not ledger images and are passed over.
      *    4. The rebuilt master is read front to back: its record
      *       count must be the backup's plus the records the
      *       replay added, its key-hash the backup's plus theirs,
      *       and no write or rewrite may have failed. Only then is
      *       the marker released (RC 0). A reload that does not
      *       prove ends RC 8 with the master still held under
      *       D77MRLD's marker, so no nightly updater opens it until
      *       an operator has looked and breaks the lock on purpose.
      *
      *  Card ledger deletes and resets made through D17LMNT after
      *  the backup are not journaled: they are counted from the
      *  privileged-use log and reported (RC 4) for re-keying.
      *
      *  A reload is a privileged action: PARM bytes 68-75 must name
      *  an operator the authority table (OPERAUTH, D65OAUT) grants
      *  RELOAD on this program, and the reload is booked to
      *  PRIVLOG under that operator. Run it with the master's
      *  updaters stopped -- RUNSTAT above all, which every program
      *  writes without a marker.
      *
      *  PARM bytes 1-8    master to reload (GAMEMSTR, GAMEARC,
      *                    CARDLDG, PAYLDG, DEVMSTR, RUNSTAT,
      *                    XMITREG)
      *       bytes 9-22   CARDLDG/PAYLDG: run id to replay the
      *                    journal up to (blank = the backup alone);
      *                    must be blank for every other master
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *       byte  62     'B' breaks a stale marker on the master
      *       bytes 68-75  operator id (RELOAD authority)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D77MRLD.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Master-Backup ASSIGN TO MSTBKUP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT Cube-Master ASSIGN TO GAMEMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Master-Game-ID.
           SELECT OPTIONAL Game-Archive ASSIGN TO GAMEARC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Arch-Key.
           SELECT Card-Ledger ASSIGN TO CARDLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ledger-Key.
           SELECT Settle-Ledger ASSIGN TO PAYLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Settle-Key.
           SELECT Device-Master ASSIGN TO DEVMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-Device-Id.
           SELECT OPTIONAL Xmit-Register ASSIGN TO XMITREG
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Card-Journal ASSIGN TO CARDJRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT OPTIONAL Settle-Journal ASSIGN TO PAYJRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
      * OPTIONAL: a log nobody has written to holds no backouts.
           SELECT OPTIONAL Privileged-Log ASSIGN TO PRIVLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Master-Backup RECORDING MODE F.
       COPY MSTBKUP.

       FD Cube-Master.
       01  Master-Record.
           05  Master-Game-ID           PIC 9(03).
           05  Master-Line              PIC X(251).

       FD Game-Archive.
       01  Archive-Record.
           05  Arch-Key.
               10  Arch-Date            PIC X(08).
               10  Arch-Game-ID         PIC 9(03).
           05  Arch-Line                PIC X(251).

       FD Card-Ledger.
       COPY CRDLDG.

       FD Settle-Ledger.
       COPY PAYLDG.

       FD Device-Master.
       COPY DEVMSTR.

       FD Xmit-Register RECORDING MODE F.
       01  Register-Record            PIC X(48).

       FD Card-Journal RECORDING MODE F.
       01  Card-Journal-Record.
           05  CJ-Run-Id              PIC X(14).
           05  CJ-Action              PIC X(03).
           05  CJ-Before              PIC X(28).
           05  CJ-After               PIC X(28).

       FD Settle-Journal RECORDING MODE F.
       01  Settle-Journal-Record.
           05  PJ-Run-Id              PIC X(14).
           05  PJ-Action              PIC X(03).
           05  PJ-Before              PIC X(77).
           05  PJ-After               PIC X(77).

       FD Privileged-Log RECORDING MODE F.
       COPY PRIVLOG.

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D77MRLD '.
           COPY WSFILST.

           05  Reload-Master      PIC X(08) VALUE SPACES.
               88 RELOAD-GAMEMSTR     VALUE 'GAMEMSTR'.
               88 RELOAD-GAMEARC      VALUE 'GAMEARC '.
               88 RELOAD-CARDLDG      VALUE 'CARDLDG '.
               88 RELOAD-PAYLDG       VALUE 'PAYLDG  '.
               88 RELOAD-DEVMSTR      VALUE 'DEVMSTR '.
               88 RELOAD-RUNSTAT      VALUE 'RUNSTAT '.
               88 RELOAD-XMITREG      VALUE 'XMITREG '.
               88 KNOWN-MASTER        VALUE 'GAMEMSTR' 'GAMEARC '
                                            'CARDLDG ' 'PAYLDG  '
                                            'DEVMSTR ' 'RUNSTAT '
                                            'XMITREG '.
               88 JOURNALED-MASTER    VALUE 'CARDLDG ' 'PAYLDG  '.
           05  Reload-To-Run-Id   PIC X(14) VALUE SPACES.
      * the marker the master's updaters take, its key length and
      * the program whose backouts apply to its journal -- as
      * D76MBAK's 050-Describe-Master
           05  Reload-Lock-Name   PIC X(08) VALUE SPACES.
           05  Key-Length         PIC 9(03) BINARY VALUE ZERO.
           05  Backout-Program    PIC X(08) VALUE SPACES.
           05  Hash-Key           PIC X(30).
           05  Key-Hash           PIC 9(10).
           05  Hash-i             PIC 9(03) BINARY.

      * what the backup's trailer says, and what its records add up
      * to when read back
           05  Trailer-Found-Sw   PIC 9(1) BINARY.
               88 TRAILER-FOUND       VALUE 1
                             WHEN SET TO FALSE 0.
           05  Trl-Record-Count   PIC 9(08) VALUE ZERO.
           05  Trl-Key-Hash       PIC 9(10) VALUE ZERO.
           05  Trl-Stamp          PIC X(14) VALUE SPACES.
           05  Trl-Master         PIC X(08) VALUE SPACES.
           05  Trl-Business-Date  PIC X(08) VALUE SPACES.
           05  Trl-Journal-Run-Id PIC X(14) VALUE SPACES.
           05  Read-Count         PIC 9(08) BINARY VALUE ZERO.
           05  Read-Hash          PIC 9(10) VALUE ZERO.
           05  Foreign-Count      PIC 9(08) BINARY VALUE ZERO.
           05  After-Trailer-Count PIC 9(08) BINARY VALUE ZERO.
           05  Refuse-Reason      PIC X(50) VALUE SPACES.

      * Backouts booked to PRIVLOG against this master's journal:
      * the run, the series it was narrowed to (blank = the whole
      * run) and when it was made
           05  Backout-Count      PIC 9(04) BINARY VALUE ZERO.
           05  Backout-Ovfl-Sw    PIC 9(1) BINARY.
               88 BACKOUT-OVERFLOW    VALUE 1
                             WHEN SET TO FALSE 0.
           05  Backout-Table.
               10  Backout-Entry OCCURS 200 TIMES INDEXED BY BoIdx.
                   15  BO-Run-Id      PIC X(14).
                   15  BO-Series      PIC X(02).
                   15  BO-Stamp       PIC X(14).
           05  Backout-Found-Sw   PIC 9(1) BINARY.
               88 BACKOUT-FOUND       VALUE 1
                             WHEN SET TO FALSE 0.
           05  Backout-Match      PIC 9(04) BINARY.
           05  Unjournaled-Count  PIC 9(04) BINARY VALUE ZERO.
           05  Unjournaled-Disp   PIC 9(04) DISPLAY.

      * The journal walk, shared by the survey and the replay: the
      * image in hand (whichever journal), whether the backup's
      * point has been passed, and whether the named run has been
      * reached and left behind.
           05  Image-Run-Id       PIC X(14).
           05  Image-Action       PIC X(03).
           05  Image-After        PIC X(77).
           05  Point-Seen-Sw      PIC 9(1) BINARY.
               88 POINT-SEEN          VALUE 1
                             WHEN SET TO FALSE 0.
           05  Point-Passed-Sw    PIC 9(1) BINARY.
               88 POINT-PASSED        VALUE 1
                             WHEN SET TO FALSE 0.
           05  Target-Seen-Sw     PIC 9(1) BINARY.
               88 TARGET-SEEN         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Replay-Done-Sw     PIC 9(1) BINARY.
               88 REPLAY-DONE         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Replay-Wanted-Sw   PIC 9(1) BINARY.
               88 REPLAY-WANTED       VALUE 1
                             WHEN SET TO FALSE 0.
           05  Straddle-Count     PIC 9(08) BINARY VALUE ZERO.

           05  Loaded-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Added-Count        PIC 9(08) BINARY VALUE ZERO.
           05  Added-Hash         PIC 9(10) VALUE ZERO.
           05  Updated-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Skipped-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Failed-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Expect-Count       PIC 9(08) VALUE ZERO.
           05  Expect-Hash        PIC 9(10) VALUE ZERO.
           05  Proof-Count        PIC 9(08) VALUE ZERO.
           05  Proof-Hash         PIC 9(10) VALUE ZERO.
           05  Proof-Image        PIC X(262).
           05  Count-Disp         PIC 9(08) DISPLAY.
           05  Replay-Disp        PIC 9(08) DISPLAY.
           05  Skipped-Disp       PIC 9(08) DISPLAY.
           05  Failed-Disp        PIC 9(08) DISPLAY.

       01  Output-Msg             PIC X(80).

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Len        PIC S9(4) COMP.
           05  LS-Parm-Text       PIC X(80).

      /
       PROCEDURE DIVISION USING LS-Parm-Area.

       000-Main SECTION.
           SET EOF TO FALSE
           IF LS-Parm-Len > 0
             MOVE LS-Parm-Text(1:8) TO Reload-Master
           END-IF
           IF LS-Parm-Len > 8
             MOVE LS-Parm-Text(9:14) TO Reload-To-Run-Id
           END-IF
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
      * Strict PARM discipline: the mode bytes are judged here,
      * the common absolute slots in 940-Check-Common-Parm, and
      * the parsed interpretation is echoed to OPSLOG in one
      * message before anything runs.
           IF LS-Parm-Len > 0
             MOVE LS-Parm-Text(1:5) TO Parm-Mode-Echo
           END-IF
           IF KNOWN-MASTER
             PERFORM 050-Describe-Master
           ELSE
             SET PARM-INVALID TO TRUE
             MOVE 'CMN-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "PARM bytes 1-8 must name a master this run reloads."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           IF Reload-To-Run-Id NOT = SPACES
             IF JOURNALED-MASTER
               SET REPLAY-WANTED TO TRUE
             ELSE
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM bytes 9-22 only apply to CARDLDG or PAYLDG."
                 TO Log-Text
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
      * a reload replaces a whole master: only an operator the
      * authority table grants RELOAD on this program may run one
           MOVE 'RELOAD' TO Privileged-Action
           MOVE Reload-Master TO Parm-Ddname-Echo
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           MOVE Reload-Master TO History-Variant-Tag
           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

      * everything that can refuse the reload is judged before the
      * master is touched
           PERFORM 200-Verify-Backup
           IF Refuse-Reason = SPACES AND JOURNALED-MASTER
             PERFORM 250-Load-Backouts
             IF BACKOUT-OVERFLOW
               MOVE "PRIVLOG holds more backouts than the table"
                 TO Refuse-Reason
             ELSE
               PERFORM 300-Survey-Journal
             END-IF
           END-IF
           IF Refuse-Reason NOT = SPACES
             MOVE 'D77-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE SPACES     TO Log-Text
             STRING Reload-Master " reload REFUSED: "
                    Refuse-Reason
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             PERFORM 970-Write-Log-Message
             MOVE 'D77-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Nothing was reloaded -- the master is as it was."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           MOVE Reload-Lock-Name TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           PERFORM 400-Rebuild-Master
           IF REPLAY-WANTED
             PERFORM 500-Replay-Journal
           END-IF
           PERFORM 600-Prove-Master

           MOVE 'RELOAD' TO Opau-Action
           MOVE SPACES   TO Opau-Detail
           STRING Reload-Master " " Trl-Stamp
                  " to " Reload-To-Run-Id
             DELIMITED BY SIZE
             INTO Opau-Detail
           END-STRING
           PERFORM 943-Record-Privileged-Use

           MOVE Proof-Count TO Count-Disp
           COMPUTE Replay-Disp = Added-Count + Updated-Count
           IF Proof-Count = Expect-Count
              AND Proof-Hash = Expect-Hash
              AND Failed-Count = ZERO
             PERFORM 980-Release-Master-Lock
             MOVE SPACES TO Output-Msg
             STRING Reload-Master " reloaded: " Count-Disp
                    " record(s), " Replay-Disp " replayed -- proven."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D77-I001' TO Log-Msg-Id
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           ELSE
             MOVE Expect-Count TO Replay-Disp
             MOVE Failed-Count TO Failed-Disp
             MOVE SPACES TO Output-Msg
             STRING Reload-Master " NOT proven: " Count-Disp
                    " held, " Replay-Disp " expected, "
                    Failed-Disp " failed."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D77-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE SPACES TO Output-Msg
             STRING Reload-Lock-Name " stays under D77MRLD's marker"
                    " -- break it only once checked."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D77-E004' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
           END-IF

           IF Skipped-Count > ZERO
             MOVE Skipped-Count TO Skipped-Disp
             MOVE SPACES TO Output-Msg
             STRING Skipped-Disp " journal image(s) passed over --"
                    " their runs were backed out."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D77-I002' TO Log-Msg-Id
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF

           IF Unjournaled-Count > ZERO
             MOVE Unjournaled-Count TO Unjournaled-Disp
             MOVE SPACES TO Output-Msg
             STRING Unjournaled-Disp " CARDLDG delete/reset(s) since"
                    " the backup are not journaled -- re-key them."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D77-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF

           MOVE Proof-Count TO History-Total-1
           COMPUTE History-Total-2 = Added-Count + Updated-Count
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History
           PERFORM 965-Record-Run-End

           GOBACK
           .

       050-Describe-Master SECTION.
           MOVE Reload-Master TO Reload-Lock-Name
           EVALUATE TRUE
             WHEN RELOAD-GAMEMSTR
               MOVE 3  TO Key-Length
             WHEN RELOAD-GAMEARC
               MOVE 11 TO Key-Length
               MOVE 'GAMEMSTR' TO Reload-Lock-Name
             WHEN RELOAD-CARDLDG
               MOVE 5  TO Key-Length
               MOVE 'D18LBKO ' TO Backout-Program
             WHEN RELOAD-PAYLDG
               MOVE 5  TO Key-Length
               MOVE 'D24PBKO ' TO Backout-Program
             WHEN RELOAD-DEVMSTR
               MOVE 8  TO Key-Length
             WHEN RELOAD-RUNSTAT
               MOVE 29 TO Key-Length
             WHEN RELOAD-XMITREG
               MOVE 30 TO Key-Length
           END-EVALUATE
           .

      * The chosen backup, read through once: its records are
      * counted and hashed exactly as D76MBAK did when it wrote
      * them, and held against the trailer.
       200-Verify-Backup SECTION.
           SET EOF TO FALSE
           SET TRAILER-FOUND TO FALSE
           OPEN INPUT Master-Backup
           READ Master-Backup NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             EVALUATE TRUE
               WHEN TRAILER-FOUND
                 ADD 1 TO After-Trailer-Count
               WHEN BKP-TRAILER
                 SET TRAILER-FOUND TO TRUE
                 MOVE Bkp-Record-Count   TO Trl-Record-Count
                 MOVE Bkp-Key-Hash       TO Trl-Key-Hash
                 MOVE Bkp-Stamp          TO Trl-Stamp
                 MOVE Bkp-Trl-Master     TO Trl-Master
                 MOVE Bkp-Business-Date  TO Trl-Business-Date
                 MOVE Bkp-Journal-Run-Id TO Trl-Journal-Run-Id
               WHEN BKP-DATA AND Bkp-Master = Reload-Master
                 ADD 1 TO Read-Count
                 MOVE Bkp-Image(1:Key-Length) TO Hash-Key
                 PERFORM 800-Hash-Key
                 COMPUTE Read-Hash = FUNCTION MOD(Read-Hash
                       + Key-Hash, 10000000000)
               WHEN OTHER
                 ADD 1 TO Foreign-Count
             END-EVALUATE
             READ Master-Backup NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Master-Backup
           EVALUATE TRUE
             WHEN NOT TRAILER-FOUND
               MOVE "backup has no trailer (cut short or refused)"
                 TO Refuse-Reason
             WHEN Trl-Master NOT = Reload-Master
                  OR Foreign-Count > ZERO
               MOVE "backup holds another master's records"
                 TO Refuse-Reason
             WHEN After-Trailer-Count > ZERO
               MOVE "backup has records after its trailer"
                 TO Refuse-Reason
             WHEN Read-Count NOT = Trl-Record-Count
               MOVE "backup record count differs from its trailer"
                 TO Refuse-Reason
             WHEN Read-Hash NOT = Trl-Key-Hash
               MOVE "backup key-hash differs from its trailer"
                 TO Refuse-Reason
             WHEN OTHER
               MOVE SPACES TO Output-Msg
               STRING "Backup of " Reload-Master " taken " Trl-Stamp
                      " for business date " Trl-Business-Date
                      " is whole."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               MOVE 'D77-I003' TO Log-Msg-Id
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
           END-EVALUATE
           .

      * Every backout of this master's journal on file, and the
      * card ledger maintenance booked since the backup.
       250-Load-Backouts SECTION.
           SET EOF TO FALSE
           OPEN INPUT Privileged-Log
           READ Privileged-Log NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF Prv-Program = Backout-Program
                AND Prv-Action = 'BACKOUT '
               IF Backout-Count < 200
                 ADD 1 TO Backout-Count
                 MOVE Prv-Detail(1:14)  TO BO-Run-Id(Backout-Count)
                 MOVE Prv-Detail(23:2)  TO BO-Series(Backout-Count)
                 MOVE Prv-Timestamp     TO BO-Stamp(Backout-Count)
               ELSE
                 SET BACKOUT-OVERFLOW TO TRUE
               END-IF
             END-IF
             IF RELOAD-CARDLDG
                AND Prv-Program = 'D17LMNT '
                AND (Prv-Action = 'DELETE  '
                     OR Prv-Action = 'RESET   ')
                AND Prv-Timestamp > Trl-Stamp
               ADD 1 TO Unjournaled-Count
             END-IF
             READ Privileged-Log NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Privileged-Log
           .

      * A dry run of the replay: nothing is applied, but every
      * reason the replay could not be trusted is found here.
       300-Survey-Journal SECTION.
           PERFORM 310-Start-Journal-Walk
           PERFORM UNTIL EOF
             PERFORM 320-Place-Image
             IF NOT POINT-PASSED
               PERFORM 330-Find-Backout
               IF BACKOUT-FOUND
                 IF BO-Stamp(Backout-Match) > Trl-Stamp
                   ADD 1 TO Straddle-Count
                 END-IF
               END-IF
             END-IF
             PERFORM 315-Read-Journal
           END-PERFORM
           PERFORM 340-End-Journal-Walk
           EVALUATE TRUE
             WHEN Trl-Journal-Run-Id NOT = SPACES
                  AND NOT POINT-SEEN
               MOVE "journal no longer reaches back to the backup"
                 TO Refuse-Reason
             WHEN Straddle-Count > ZERO
               MOVE "a run inside the backup was backed out since"
                 TO Refuse-Reason
             WHEN REPLAY-WANTED AND NOT TARGET-SEEN
               MOVE "named run id is not on the journal after it"
                 TO Refuse-Reason
           END-EVALUATE
           .

      * Both walks start from the journal's first image: an empty
      * journal at backup time means every image is after the point.
       310-Start-Journal-Walk SECTION.
           SET EOF TO FALSE
           SET POINT-SEEN TO FALSE
           SET POINT-PASSED TO FALSE
           SET TARGET-SEEN TO FALSE
           SET REPLAY-DONE TO FALSE
           IF Trl-Journal-Run-Id = SPACES
             SET POINT-PASSED TO TRUE
           END-IF
           IF RELOAD-CARDLDG
             OPEN INPUT Card-Journal
           ELSE
             OPEN INPUT Settle-Journal
           END-IF
           PERFORM 315-Read-Journal
           .

       315-Read-Journal SECTION.
           MOVE SPACES TO Image-After
           IF RELOAD-CARDLDG
             READ Card-Journal NEXT RECORD
                  AT END SET EOF TO TRUE
                  NOT AT END
                    MOVE CJ-Run-Id  TO Image-Run-Id
                    MOVE CJ-Action  TO Image-Action
                    MOVE CJ-After   TO Image-After
             END-READ
           ELSE
             READ Settle-Journal NEXT RECORD
                  AT END SET EOF TO TRUE
                  NOT AT END
                    MOVE PJ-Run-Id  TO Image-Run-Id
                    MOVE PJ-Action  TO Image-Action
                    MOVE PJ-After   TO Image-After
             END-READ
           END-IF
           PERFORM 900-Check-File-Status
           .

      * Where the image in hand lies: up to and including the last
      * image of the backup's run the point is not yet passed; from
      * there on, images are replayed until the named run has been
      * reached and left behind. A run's images are contiguous --
      * each run journals under the ledger's marker.
       320-Place-Image SECTION.
           IF NOT POINT-PASSED
             IF Image-Run-Id = Trl-Journal-Run-Id
               SET POINT-SEEN TO TRUE
             ELSE
               IF POINT-SEEN
                 SET POINT-PASSED TO TRUE
               END-IF
             END-IF
           END-IF
           IF POINT-PASSED AND REPLAY-WANTED AND NOT REPLAY-DONE
             IF Image-Run-Id = Reload-To-Run-Id
               SET TARGET-SEEN TO TRUE
             ELSE
               IF TARGET-SEEN
                 SET REPLAY-DONE TO TRUE
               END-IF
             END-IF
           END-IF
           .

      * Leaves Backout-Match on the backout that removed the image in
      * hand, if any: same run, and the whole run or the image's
      * series.
       330-Find-Backout SECTION.
           SET BACKOUT-FOUND TO FALSE
           MOVE ZERO TO Backout-Match
           PERFORM VARYING BoIdx FROM 1 BY 1
             UNTIL BoIdx > Backout-Count OR BACKOUT-FOUND
             IF BO-Run-Id(BoIdx) = Image-Run-Id
                AND (BO-Series(BoIdx) = SPACES
                     OR BO-Series(BoIdx) = Image-After(1:2))
               SET BACKOUT-FOUND TO TRUE
               SET Backout-Match TO BoIdx
             END-IF
           END-PERFORM
           .

       340-End-Journal-Walk SECTION.
           IF RELOAD-CARDLDG
             CLOSE Card-Journal
           ELSE
             CLOSE Settle-Journal
           END-IF
           .

      * The master emptied and filled from the backup's records.
       400-Rebuild-Master SECTION.
           EVALUATE TRUE
             WHEN RELOAD-GAMEMSTR
               OPEN OUTPUT Cube-Master
             WHEN RELOAD-GAMEARC
               OPEN OUTPUT Game-Archive
             WHEN RELOAD-CARDLDG
               OPEN OUTPUT Card-Ledger
             WHEN RELOAD-PAYLDG
               OPEN OUTPUT Settle-Ledger
             WHEN RELOAD-DEVMSTR
               OPEN OUTPUT Device-Master
             WHEN RELOAD-RUNSTAT
               OPEN OUTPUT Run-Status
             WHEN RELOAD-XMITREG
               OPEN OUTPUT Xmit-Register
           END-EVALUATE
           SET EOF TO FALSE
           OPEN INPUT Master-Backup
           READ Master-Backup NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF BKP-DATA
               PERFORM 410-Write-Backup-Record
             END-IF
             READ Master-Backup NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Master-Backup
           EVALUATE TRUE
             WHEN RELOAD-GAMEMSTR
               CLOSE Cube-Master
             WHEN RELOAD-GAMEARC
               CLOSE Game-Archive
             WHEN RELOAD-CARDLDG
               CLOSE Card-Ledger
             WHEN RELOAD-PAYLDG
               CLOSE Settle-Ledger
             WHEN RELOAD-DEVMSTR
               CLOSE Device-Master
             WHEN RELOAD-RUNSTAT
               CLOSE Run-Status
             WHEN RELOAD-XMITREG
               CLOSE Xmit-Register
           END-EVALUATE
           .

       410-Write-Backup-Record SECTION.
           EVALUATE TRUE
             WHEN RELOAD-GAMEMSTR
               MOVE Bkp-Image TO Master-Record
               WRITE Master-Record
                 INVALID KEY ADD 1 TO Failed-Count
                 NOT INVALID KEY ADD 1 TO Loaded-Count
               END-WRITE
             WHEN RELOAD-GAMEARC
               MOVE Bkp-Image TO Archive-Record
               WRITE Archive-Record
                 INVALID KEY ADD 1 TO Failed-Count
                 NOT INVALID KEY ADD 1 TO Loaded-Count
               END-WRITE
             WHEN RELOAD-CARDLDG
               MOVE Bkp-Image TO Ledger-Record
               WRITE Ledger-Record
                 INVALID KEY ADD 1 TO Failed-Count
                 NOT INVALID KEY ADD 1 TO Loaded-Count
               END-WRITE
             WHEN RELOAD-PAYLDG
               MOVE Bkp-Image TO Settle-Record
               WRITE Settle-Record
                 INVALID KEY ADD 1 TO Failed-Count
                 NOT INVALID KEY ADD 1 TO Loaded-Count
               END-WRITE
             WHEN RELOAD-DEVMSTR
               MOVE Bkp-Image TO Device-Master-Record
               WRITE Device-Master-Record
                 INVALID KEY ADD 1 TO Failed-Count
                 NOT INVALID KEY ADD 1 TO Loaded-Count
               END-WRITE
             WHEN RELOAD-RUNSTAT
               MOVE Bkp-Image TO Run-Status-Record
               WRITE Run-Status-Record
                 INVALID KEY ADD 1 TO Failed-Count
                 NOT INVALID KEY ADD 1 TO Loaded-Count
               END-WRITE
             WHEN RELOAD-XMITREG
               MOVE Bkp-Image TO Register-Record
               WRITE Register-Record
               ADD 1 TO Loaded-Count
           END-EVALUATE
           .

      * The surveyed images applied to the rebuilt ledger, in the
      * order they were journaled.
       500-Replay-Journal SECTION.
           IF RELOAD-CARDLDG
             OPEN I-O Card-Ledger
           ELSE
             OPEN I-O Settle-Ledger
           END-IF
           PERFORM 310-Start-Journal-Walk
           PERFORM UNTIL EOF OR REPLAY-DONE
             PERFORM 320-Place-Image
             IF POINT-PASSED AND NOT REPLAY-DONE
               PERFORM 330-Find-Backout
               IF BACKOUT-FOUND
                 IF Image-Action = 'ADD' OR Image-Action = 'UPD'
                   ADD 1 TO Skipped-Count
                 END-IF
               ELSE
                 PERFORM 510-Apply-Image
               END-IF
             END-IF
             IF NOT REPLAY-DONE
               PERFORM 315-Read-Journal
             END-IF
           END-PERFORM
           PERFORM 340-End-Journal-Walk
           IF RELOAD-CARDLDG
             CLOSE Card-Ledger
           ELSE
             CLOSE Settle-Ledger
           END-IF
           .

       510-Apply-Image SECTION.
           EVALUATE TRUE
             WHEN Image-Action = 'ADD'
               MOVE Image-After(1:Key-Length) TO Hash-Key
               PERFORM 800-Hash-Key
               IF RELOAD-CARDLDG
                 MOVE Image-After TO Ledger-Record
                 WRITE Ledger-Record
                   INVALID KEY
                     DISPLAY "Reload: ADD image finds key on file "
                             Ledger-Key
                     ADD 1 TO Failed-Count
                   NOT INVALID KEY
                     PERFORM 520-Count-Added
                 END-WRITE
               ELSE
                 MOVE Image-After TO Settle-Record
                 WRITE Settle-Record
                   INVALID KEY
                     DISPLAY "Reload: ADD image finds key on file "
                             Settle-Key
                     ADD 1 TO Failed-Count
                   NOT INVALID KEY
                     PERFORM 520-Count-Added
                 END-WRITE
               END-IF
             WHEN Image-Action = 'UPD'
               IF RELOAD-CARDLDG
                 MOVE Image-After TO Ledger-Record
                 REWRITE Ledger-Record
                   INVALID KEY
                     DISPLAY "Reload: UPD image finds no record "
                             Ledger-Key
                     ADD 1 TO Failed-Count
                   NOT INVALID KEY
                     ADD 1 TO Updated-Count
                 END-REWRITE
               ELSE
                 MOVE Image-After TO Settle-Record
                 REWRITE Settle-Record
                   INVALID KEY
                     DISPLAY "Reload: UPD image finds no record "
                             Settle-Key
                     ADD 1 TO Failed-Count
                   NOT INVALID KEY
                     ADD 1 TO Updated-Count
                 END-REWRITE
               END-IF
      * PND/APR: the pending-approval file's images, not the ledger's
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       520-Count-Added SECTION.
           ADD 1 TO Added-Count
           COMPUTE Added-Hash = FUNCTION MOD(Added-Hash + Key-Hash,
                 10000000000)
           .

      * The rebuilt master read front to back and held against what
      * the backup and the replay say it must hold.
       600-Prove-Master SECTION.
           COMPUTE Expect-Count = Trl-Record-Count + Added-Count
           COMPUTE Expect-Hash = FUNCTION MOD(Trl-Key-Hash
                 + Added-Hash, 10000000000)
           SET EOF TO FALSE
           EVALUATE TRUE
             WHEN RELOAD-GAMEMSTR
               OPEN INPUT Cube-Master
             WHEN RELOAD-GAMEARC
               OPEN INPUT Game-Archive
             WHEN RELOAD-CARDLDG
               OPEN INPUT Card-Ledger
             WHEN RELOAD-PAYLDG
               OPEN INPUT Settle-Ledger
             WHEN RELOAD-DEVMSTR
               OPEN INPUT Device-Master
             WHEN RELOAD-RUNSTAT
               OPEN INPUT Run-Status
             WHEN RELOAD-XMITREG
               OPEN INPUT Xmit-Register
           END-EVALUATE
           PERFORM 610-Read-Rebuilt
           PERFORM UNTIL EOF
             ADD 1 TO Proof-Count
             MOVE Proof-Image(1:Key-Length) TO Hash-Key
             PERFORM 800-Hash-Key
             COMPUTE Proof-Hash = FUNCTION MOD(Proof-Hash + Key-Hash,
                   10000000000)
             PERFORM 610-Read-Rebuilt
           END-PERFORM
           EVALUATE TRUE
             WHEN RELOAD-GAMEMSTR
               CLOSE Cube-Master
             WHEN RELOAD-GAMEARC
               CLOSE Game-Archive
             WHEN RELOAD-CARDLDG
               CLOSE Card-Ledger
             WHEN RELOAD-PAYLDG
               CLOSE Settle-Ledger
             WHEN RELOAD-DEVMSTR
               CLOSE Device-Master
             WHEN RELOAD-RUNSTAT
               CLOSE Run-Status
             WHEN RELOAD-XMITREG
               CLOSE Xmit-Register
           END-EVALUATE
           .

       610-Read-Rebuilt SECTION.
           MOVE SPACES TO Proof-Image
           EVALUATE TRUE
             WHEN RELOAD-GAMEMSTR
               READ Cube-Master NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Master-Record TO Proof-Image
               END-READ
             WHEN RELOAD-GAMEARC
               READ Game-Archive NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Archive-Record TO Proof-Image
               END-READ
             WHEN RELOAD-CARDLDG
               READ Card-Ledger NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Ledger-Record TO Proof-Image
               END-READ
             WHEN RELOAD-PAYLDG
               READ Settle-Ledger NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Settle-Record TO Proof-Image
               END-READ
             WHEN RELOAD-DEVMSTR
               READ Device-Master NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END
                      MOVE Device-Master-Record TO Proof-Image
               END-READ
             WHEN RELOAD-RUNSTAT
               READ Run-Status NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Run-Status-Record TO Proof-Image
               END-READ
             WHEN RELOAD-XMITREG
               READ Xmit-Register NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Register-Record TO Proof-Image
               END-READ
           END-EVALUATE
           .

      * Hash of the first Key-Length bytes of Hash-Key -- the same
      * arithmetic as D76MBAK's 800-Hash-Key, which the backup's
      * trailer was taken with.
       800-Hash-Key SECTION.
           MOVE ZERO TO Key-Hash
           PERFORM VARYING Hash-i FROM 1 BY 1 UNTIL Hash-i > Key-Length
             COMPUTE Key-Hash = FUNCTION MOD(Key-Hash * 31
                   + FUNCTION ORD(Hash-Key(Hash-i:1)),
                   10000000000)
           END-PERFORM
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D77MRLD.
      /
