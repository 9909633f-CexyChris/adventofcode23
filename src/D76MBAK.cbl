      ******************************************************************
      *  Keyed master backup
      *
      *  GAMEMSTR, GAMEARC, CARDLDG, PAYLDG, DEVMSTR, the keyed
      *  run-status store RUNSTAT and the transmission register
      *  XMITREG are the suite's permanent memory, and the generic
      *  volume backup is no proof that any of them could be put
      *  back. This run, one step per master each night, unloads
      *  the master named in PARM to a sequential backup MSTBKUP
      *  (see that copybook) in key order, ending in a trailer that
      *  carries the record count and the key-hash, so D77MRLD can
      *  prove a reload against it record for record.
      *
      *  For CARDLDG and PAYLDG the trailer also marks where the
      *  ledger's journal (CARDJRN/PAYJRN) stood when the backup was
      *  taken -- the run whose images ended it -- which is where a
      *  reload's journal replay starts.
      *
      *  A master whose in-use marker is on LOCKFILE is being
      *  updated, or was left half-updated by an abended run: its
      *  backup is refused (RC 8) and the previous backup stands.
      *  The marker is never broken here -- PARM byte 62 is not
      *  accepted -- and the backup holds the master's own marker
      *  while it unloads, so no updater can start under it. GAMEARC
      *  is written under the GAMEMSTR marker and is checked
      *  against that one.
      *
      *  PARM bytes 1-8    master to back up (GAMEMSTR, GAMEARC,
      *                    CARDLDG, PAYLDG, DEVMSTR, RUNSTAT,
      *                    XMITREG)
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D76MBAK.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Cube-Master ASSIGN TO GAMEMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Master-Game-ID
           FILE STATUS IS File-Status.
      * OPTIONAL here as in their owners: a master nothing has
      * written yet backs up as an empty file with its trailer.
           SELECT OPTIONAL Game-Archive ASSIGN TO GAMEARC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Arch-Key
           FILE STATUS IS File-Status.
           SELECT Card-Ledger ASSIGN TO CARDLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ledger-Key
           FILE STATUS IS File-Status.
           SELECT Settle-Ledger ASSIGN TO PAYLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Settle-Key
           FILE STATUS IS File-Status.
           SELECT Device-Master ASSIGN TO DEVMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-Device-Id
           FILE STATUS IS File-Status.
           SELECT OPTIONAL Xmit-Register ASSIGN TO XMITREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT OPTIONAL Card-Journal ASSIGN TO CARDJRN
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Settle-Journal ASSIGN TO PAYJRN
           ORGANIZATION IS SEQUENTIAL.
           SELECT Master-Backup ASSIGN TO MSTBKUP
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

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

      * only the run id is wanted: where the journal stands
       FD Card-Journal RECORDING MODE F.
       01  Card-Journal-Record.
           05  CJ-Run-Id              PIC X(14).
           05  FILLER                 PIC X(59).

       FD Settle-Journal RECORDING MODE F.
       01  Settle-Journal-Record.
           05  PJ-Run-Id              PIC X(14).
           05  FILLER                 PIC X(157).

       FD Master-Backup RECORDING MODE F.
       COPY MSTBKUP.

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D76MBAK '.
           COPY WSFILST.

           05  Backup-Master      PIC X(08) VALUE SPACES.
               88 BACKUP-GAMEMSTR     VALUE 'GAMEMSTR'.
               88 BACKUP-GAMEARC      VALUE 'GAMEARC '.
               88 BACKUP-CARDLDG      VALUE 'CARDLDG '.
               88 BACKUP-PAYLDG       VALUE 'PAYLDG  '.
               88 BACKUP-DEVMSTR      VALUE 'DEVMSTR '.
               88 BACKUP-RUNSTAT      VALUE 'RUNSTAT '.
               88 BACKUP-XMITREG      VALUE 'XMITREG '.
               88 KNOWN-MASTER        VALUE 'GAMEMSTR' 'GAMEARC '
                                            'CARDLDG ' 'PAYLDG  '
                                            'DEVMSTR ' 'RUNSTAT '
                                            'XMITREG '.
      * the marker the master's updaters take
           05  Backup-Lock-Name   PIC X(08) VALUE SPACES.
      * bytes of the record that make up its key -- XMITREG is not
      * keyed, and its date, ddname and timestamp stand in for one
           05  Key-Length         PIC 9(03) BINARY VALUE ZERO.
           05  In-Image           PIC X(262).
           05  Hash-Key           PIC X(30).
           05  Key-Hash           PIC 9(10).
           05  Hash-i             PIC 9(03) BINARY.
           05  Hash-Total         PIC 9(10) VALUE ZERO.
           05  Backed-Up-Count    PIC 9(08) BINARY VALUE ZERO.
           05  Backed-Up-Disp     PIC 9(08) DISPLAY.
           05  Journal-Run-Id     PIC X(14) VALUE SPACES.
           05  Journal-Images     PIC 9(08) BINARY VALUE ZERO.
           05  Journal-EOF-Sw     PIC 9(1) BINARY.
               88 JOURNAL-EOF         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Backup-Stamp       PIC X(14).

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
             MOVE LS-Parm-Text(1:8) TO Backup-Master
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
             MOVE "PARM bytes 1-8 must name a master this run backs up."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
      * a marker standing at backup time is never broken -- the
      * master behind it is not fit to be the backup
           IF LS-Parm-Len > 61
             IF LS-Parm-Text(62:1) NOT = SPACE
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM byte 62 must be blank for a backup."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
           MOVE Backup-Master TO Parm-Ddname-Echo
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

      * one backup per master per business date: the master is the
      * variant, so tonight's CARDLDG backup does not refuse PAYLDG's
           MOVE Backup-Master TO History-Variant-Tag
           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           MOVE Backup-Lock-Name TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             MOVE 'D76-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE SPACES     TO Log-Text
             STRING Backup-Master " backup REFUSED while "
                    Backup-Lock-Name " is held -- the previous"
                    " backup stands."
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             PERFORM 970-Write-Log-Message
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO Backup-Stamp
           OPEN OUTPUT Master-Backup
           PERFORM 100-Unload-Master
           IF BACKUP-CARDLDG OR BACKUP-PAYLDG
             PERFORM 300-Mark-Journal-Point
           END-IF

           MOVE SPACES             TO Master-Backup-Record
           SET BKP-TRAILER         TO TRUE
           MOVE Backed-Up-Count    TO Bkp-Record-Count
           MOVE Hash-Total         TO Bkp-Key-Hash
           MOVE Backup-Stamp       TO Bkp-Stamp
           MOVE Backup-Master      TO Bkp-Trl-Master
           MOVE Run-Business-Date  TO Bkp-Business-Date
           MOVE Journal-Run-Id     TO Bkp-Journal-Run-Id
           MOVE Journal-Images     TO Bkp-Journal-Images
           WRITE Master-Backup-Record
           CLOSE Master-Backup
           PERFORM 980-Release-Master-Lock

           MOVE Backed-Up-Count TO Backed-Up-Disp
           MOVE SPACES TO Output-Msg
           STRING Backup-Master ": " Backed-Up-Disp
                  " record(s) backed up, key-hash " Hash-Total
                  "."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D76-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           MOVE Backed-Up-Count TO History-Total-1
           MOVE Journal-Images  TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History
           PERFORM 965-Record-Run-End

           GOBACK
           .

      * Key length and lock marker of the master named in PARM.
       050-Describe-Master SECTION.
           MOVE Backup-Master TO Backup-Lock-Name
           EVALUATE TRUE
             WHEN BACKUP-GAMEMSTR
               MOVE 3  TO Key-Length
             WHEN BACKUP-GAMEARC
               MOVE 11 TO Key-Length
               MOVE 'GAMEMSTR' TO Backup-Lock-Name
             WHEN BACKUP-CARDLDG
               MOVE 5  TO Key-Length
             WHEN BACKUP-PAYLDG
               MOVE 5  TO Key-Length
             WHEN BACKUP-DEVMSTR
               MOVE 8  TO Key-Length
             WHEN BACKUP-RUNSTAT
               MOVE 29 TO Key-Length
             WHEN BACKUP-XMITREG
               MOVE 30 TO Key-Length
           END-EVALUATE
           .

      * The master front to back, each record behind its 'DAT' mark.
       100-Unload-Master SECTION.
           EVALUATE TRUE
             WHEN BACKUP-GAMEMSTR
               OPEN INPUT Cube-Master
             WHEN BACKUP-GAMEARC
               OPEN INPUT Game-Archive
             WHEN BACKUP-CARDLDG
               OPEN INPUT Card-Ledger
             WHEN BACKUP-PAYLDG
               OPEN INPUT Settle-Ledger
             WHEN BACKUP-DEVMSTR
               OPEN INPUT Device-Master
             WHEN BACKUP-RUNSTAT
               OPEN INPUT Run-Status
             WHEN BACKUP-XMITREG
               OPEN INPUT Xmit-Register
           END-EVALUATE
           PERFORM 110-Read-Master
           PERFORM UNTIL EOF
             MOVE SPACES        TO Master-Backup-Record
             SET BKP-DATA       TO TRUE
             MOVE Backup-Master TO Bkp-Master
             MOVE In-Image      TO Bkp-Image
             WRITE Master-Backup-Record
             ADD 1 TO Backed-Up-Count
             MOVE In-Image(1:Key-Length) TO Hash-Key
             PERFORM 800-Hash-Key
             COMPUTE Hash-Total = FUNCTION MOD(Hash-Total + Key-Hash,
                   10000000000)
             PERFORM 110-Read-Master
           END-PERFORM
           EVALUATE TRUE
             WHEN BACKUP-GAMEMSTR
               CLOSE Cube-Master
             WHEN BACKUP-GAMEARC
               CLOSE Game-Archive
             WHEN BACKUP-CARDLDG
               CLOSE Card-Ledger
             WHEN BACKUP-PAYLDG
               CLOSE Settle-Ledger
             WHEN BACKUP-DEVMSTR
               CLOSE Device-Master
             WHEN BACKUP-RUNSTAT
               CLOSE Run-Status
             WHEN BACKUP-XMITREG
               CLOSE Xmit-Register
           END-EVALUATE
           .

       110-Read-Master SECTION.
           MOVE SPACES TO In-Image
           EVALUATE TRUE
             WHEN BACKUP-GAMEMSTR
               READ Cube-Master NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Master-Record TO In-Image
               END-READ
             WHEN BACKUP-GAMEARC
               READ Game-Archive NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Archive-Record TO In-Image
               END-READ
             WHEN BACKUP-CARDLDG
               READ Card-Ledger NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Ledger-Record TO In-Image
               END-READ
             WHEN BACKUP-PAYLDG
               READ Settle-Ledger NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Settle-Record TO In-Image
               END-READ
             WHEN BACKUP-DEVMSTR
               READ Device-Master NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Device-Master-Record TO In-Image
               END-READ
      * the run-status store has no FILE STATUS of its own; its
      * reads are judged by AT END alone, as everywhere else
             WHEN BACKUP-RUNSTAT
               MOVE '00' TO File-Status
               READ Run-Status NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Run-Status-Record TO In-Image
               END-READ
             WHEN BACKUP-XMITREG
               READ Xmit-Register NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Register-Record TO In-Image
               END-READ
           END-EVALUATE
           PERFORM 900-Check-File-Status
           .

      * The ledger's journal as it stands under our marker: the run
      * id of its last image, and how many images it holds. A
      * reload replays from the first image after that run's.
       300-Mark-Journal-Point SECTION.
           SET JOURNAL-EOF TO FALSE
           IF BACKUP-CARDLDG
             OPEN INPUT Card-Journal
             PERFORM UNTIL JOURNAL-EOF
               READ Card-Journal NEXT RECORD
                    AT END SET JOURNAL-EOF TO TRUE
                    NOT AT END
                      ADD 1 TO Journal-Images
                      MOVE CJ-Run-Id TO Journal-Run-Id
               END-READ
             END-PERFORM
             CLOSE Card-Journal
           ELSE
             OPEN INPUT Settle-Journal
             PERFORM UNTIL JOURNAL-EOF
               READ Settle-Journal NEXT RECORD
                    AT END SET JOURNAL-EOF TO TRUE
                    NOT AT END
                      ADD 1 TO Journal-Images
                      MOVE PJ-Run-Id TO Journal-Run-Id
               END-READ
             END-PERFORM
             CLOSE Settle-Journal
           END-IF
           .

      * Hash of the first Key-Length bytes of Hash-Key -- the same
      * arithmetic as D77MRLD's 800-Hash-Key, which proves a reload
      * against it.
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
       END PROGRAM D76MBAK.
      /
