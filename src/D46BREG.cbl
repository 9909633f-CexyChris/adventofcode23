      ******************************************************************
      *  Badge issue and return register
      *
      *  Keeps the permanent badge register BDGREG that the nightly
      *  badge roster RUCKBDG has no memory for: which badge each
      *  proven group should wear, which badge the desk actually
      *  handed out, and whether it came back.
      *
      *  Every RUCKBDG row adds its group to the register or
      *  refreshes the proven badge item, priority and members of
      *  the group already on it. The key is the roster's own batch
      *  and group number, so another night's roster can put a
      *  different trio under it: while that group's badge is out
      *  the register keeps the elves who wear it, and the roster
      *  row is refused (GRPCLASH) instead. The badge desk's BDGTRN
      *  transactions are applied after the roster, so a badge can
      *  be issued the night its group is first proven:
      *
      *    action X(1), batch 9(4), group 9(8), item X(1),
      *    desk slip X(8)
      *
      *    I   issue -- item blank issues the proven badge item
      *    R   the badge came back
      *    L   the badge is reported lost
      *
      *  BDGRPT lists, register order, every badge the register
      *  still holds against a group and every refused transaction:
      *
      *    OUT       badge out, matches the proven badge item
      *    REISSUE   badge out, but the group is now proven for a
      *              different item -- stickers to be reissued
      *    LOST      badge reported lost
      *    BADTRN    unknown action, batch or group not numeric
      *    NOGROUP   no such group on the register
      *    ALRDYOUT  issue of a badge that is already out
      *    NOTOUT    return or loss of a badge that is not out
      *    GRPCLASH  roster group with other members than the group
      *              whose badge is out under its key -- the row
      *              carries the roster's members, the group's OUT
      *              row the register's
      *
      *  Every register change is journaled to BDGJRN, before and
      *  after image: NEW a group added, PRV a refresh that changed
      *  the proven item, RPF any other refresh. RC 4 when BDGRPT
      *  holds REISSUE rows, refused transactions or GRPCLASH rows.
      *
      *  PARM bytes 31-38   business date override (YYYYMMDD)
      *       byte  39      'F' forces a duplicate run
      *       byte  62      'B' breaks a stale BDGREG marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D46BREG.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tonight's roster, as D03RUCK writes it in badge mode.
           SELECT Badge-Roster ASSIGN TO RUCKBDG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT OPTIONAL Desk-Transactions ASSIGN TO BDGTRN
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Badge-Register ASSIGN TO BDGREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BR-Key.
           SELECT OPTIONAL Badge-Journal ASSIGN TO BDGJRN
           ORGANIZATION IS SEQUENTIAL.
      * One row per outstanding or lost badge and per refused
      * transaction; last record is the control-total trailer (TRL
      * in bytes 1-3).
           SELECT Badge-Report ASSIGN TO BDGRPT
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

      * Same layout D03RUCK writes.
       FD Badge-Roster RECORDING MODE F.
       01  Roster-Record.
           05  Roster-Group-Seq       PIC 9(08).
           05  Roster-Member-Line     PIC 9(08) OCCURS 3 TIMES.
           05  Roster-Badge-Item      PIC X(01).
           05  Roster-Priority        PIC 9(03).
           05  Roster-Batch-Number    PIC 9(04).
           05  Roster-Member-Elf      PIC X(08) OCCURS 3 TIMES.

       FD Desk-Transactions RECORDING MODE F.
       01  Desk-Transaction-Record.
           05  BT-Action              PIC X(01).
               88 BT-ISSUE                VALUE 'I'.
               88 BT-RETURN               VALUE 'R'.
               88 BT-LOST                 VALUE 'L'.
           05  BT-Batch-Number        PIC 9(04).
           05  BT-Group-Seq           PIC 9(08).
           05  BT-Item                PIC X(01).
           05  BT-Desk-Ref            PIC X(08).
           05  FILLER                 PIC X(58).

       FD Badge-Register.
       COPY BDGREG.

       FD Badge-Journal RECORDING MODE F.
       01  Badge-Journal-Record.
           05  Jrn-Run-Id             PIC X(14).
           05  Jrn-Action             PIC X(03).
           05  Jrn-Reference          PIC X(12).
           05  Jrn-Before             PIC X(88).
           05  Jrn-After              PIC X(88).

       FD Badge-Report RECORDING MODE F.
       01  Badge-Report-Record.
           05  BRP-Status             PIC X(08).
           05  BRP-Batch-Number       PIC 9(04).
           05  BRP-Group-Seq          PIC 9(08).
           05  BRP-Proven-Item        PIC X(01).
           05  BRP-Issued-Item        PIC X(01).
      * issue date of a badge out, loss date of a lost one; spaces
      * on a refused transaction
           05  BRP-Date               PIC X(08).
           05  BRP-Desk-Ref           PIC X(08).
           05  BRP-Member-Elf         PIC X(08) OCCURS 3 TIMES.

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D46BREG '.
           COPY WSFILST.

           05  Register-Done-Sw   PIC 9(1) BINARY.
               88 REGISTER-DONE       VALUE 1
                             WHEN SET TO FALSE 0.
           05  Group-Found-Sw     PIC 9(1) BINARY.
               88 GROUP-FOUND         VALUE 1
                             WHEN SET TO FALSE 0.
           05  mi                 PIC 9(02) BINARY.
           05  Prior-Proven-Item  PIC X(01).
           05  Members-Differ-Sw  PIC 9(1) BINARY.
               88 MEMBERS-DIFFER      VALUE 1
                             WHEN SET TO FALSE 0.

           05  Roster-Count       PIC 9(08) BINARY VALUE ZERO.
           05  New-Group-Count    PIC 9(08) BINARY VALUE ZERO.
           05  Trans-Count        PIC 9(08) BINARY VALUE ZERO.
           05  Refused-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Clash-Count        PIC 9(08) BINARY VALUE ZERO.
           05  Out-Count          PIC 9(08) BINARY VALUE ZERO.
           05  Reissue-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Lost-Count         PIC 9(08) BINARY VALUE ZERO.
           05  Row-Count          PIC 9(08) BINARY VALUE ZERO.
           05  Roster-Disp        PIC 9(08) DISPLAY.
           05  New-Group-Disp     PIC 9(08) DISPLAY.
           05  Trans-Disp         PIC 9(08) DISPLAY.
           05  Out-Disp           PIC 9(08) DISPLAY.
           05  Lost-Disp          PIC 9(08) DISPLAY.
           05  Reissue-Disp       PIC 9(08) DISPLAY.
           05  Refused-Disp       PIC 9(08) DISPLAY.
           05  Clash-Disp         PIC 9(08) DISPLAY.

       01  Run-Id-Fields.
           05  Run-Id             PIC X(14).

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
           MOVE 'RUCKBDG ' TO Parm-Ddname-Echo
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
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           MOVE SPACES TO Run-Id
           STRING Run-Business-Date
                  FUNCTION CURRENT-DATE(9:6)
             DELIMITED BY SIZE
             INTO Run-Id
           END-STRING

           MOVE 'BDGREG  ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN INPUT Badge-Roster
           OPEN INPUT Desk-Transactions
           OPEN I-O Badge-Register
           OPEN EXTEND Badge-Journal
           OPEN OUTPUT Badge-Report
           OPEN EXTEND Results-History

           READ Badge-Roster NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             ADD 1 TO Roster-Count
             PERFORM 100-Post-Roster-Group
             READ Badge-Roster NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Badge-Roster

           SET EOF TO FALSE
           READ Desk-Transactions NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             ADD 1 TO Trans-Count
             PERFORM 200-Apply-Desk-Transaction
             READ Desk-Transactions NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Desk-Transactions

           PERFORM 300-Report-Register

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Row-Count TO Trailer-Record-Count
           COMPUTE Trailer-Key-Figure = Out-Count + Reissue-Count
           WRITE Badge-Report-Record FROM Trailer-Layout
           CLOSE Badge-Report
           CLOSE Badge-Journal
           CLOSE Badge-Register
           PERFORM 980-Release-Master-Lock

           COMPUTE History-Total-1 = Out-Count + Reissue-Count
           MOVE Lost-Count TO History-Total-2
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Roster-Count    TO Roster-Disp
           MOVE New-Group-Count TO New-Group-Disp
           MOVE Trans-Count     TO Trans-Disp
           COMPUTE Out-Disp = Out-Count + Reissue-Count
           MOVE Lost-Count      TO Lost-Disp
           MOVE SPACES TO Output-Msg
           STRING Roster-Disp " roster group(s), "
                  New-Group-Disp " new, "
                  Trans-Disp " desk trans., "
                  Out-Disp " out, "
                  Lost-Disp " lost"
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D46-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Reissue-Count > ZERO
             MOVE Reissue-Count TO Reissue-Disp
             MOVE SPACES TO Output-Msg
             STRING Reissue-Disp
                    " badge(s) out no longer match the proven item"
                    " -- see BDGRPT."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D46-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           IF Refused-Count > ZERO
             MOVE Refused-Count TO Refused-Disp
             MOVE SPACES TO Output-Msg
             STRING Refused-Disp
                    " desk transaction(s) refused -- see BDGRPT."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D46-W002' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           IF Clash-Count > ZERO
             MOVE Clash-Count TO Clash-Disp
             MOVE SPACES TO Output-Msg
             STRING Clash-Disp
                    " roster group(s) clash with a badge out --"
                    " not refreshed, see BDGRPT."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D46-W003' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * A group proven again keeps whatever the desk booked against
      * it; only what it should wear is refreshed, and every refresh
      * is journaled. Other elves under the key of a group whose
      * badge is out are another group: the register keeps the
      * badge's wearers and the roster row is reported.
       100-Post-Roster-Group SECTION.
           MOVE Roster-Batch-Number TO BR-Batch-Number
           MOVE Roster-Group-Seq    TO BR-Group-Seq
           READ Badge-Register RECORD
             INVALID KEY
               SET GROUP-FOUND TO FALSE
             NOT INVALID KEY
               SET GROUP-FOUND TO TRUE
           END-READ
           SET MEMBERS-DIFFER TO FALSE
           IF GROUP-FOUND
             PERFORM VARYING mi FROM 1 BY 1 UNTIL mi > 3
               IF Roster-Member-Elf(mi) NOT = BR-Member-Elf(mi)
                 SET MEMBERS-DIFFER TO TRUE
               END-IF
             END-PERFORM
           END-IF
           EVALUATE TRUE
             WHEN GROUP-FOUND AND BR-BADGE-OUT AND MEMBERS-DIFFER
               PERFORM 120-Report-Group-Clash
             WHEN GROUP-FOUND
               MOVE Badge-Register-Record TO Jrn-Before
               MOVE BR-Proven-Item TO Prior-Proven-Item
               PERFORM 110-Move-Roster-Fields
               MOVE Run-Id    TO Jrn-Run-Id
               IF BR-Proven-Item NOT = Prior-Proven-Item
                 MOVE 'PRV' TO Jrn-Action
               ELSE
                 MOVE 'RPF' TO Jrn-Action
               END-IF
               MOVE 'RUCKBDG' TO Jrn-Reference
               MOVE Badge-Register-Record TO Jrn-After
               WRITE Badge-Journal-Record
               REWRITE Badge-Register-Record
             WHEN OTHER
               MOVE SPACES TO Badge-Register-Record
               MOVE Roster-Batch-Number TO BR-Batch-Number
               MOVE Roster-Group-Seq    TO BR-Group-Seq
               SET BR-NEVER-ISSUED TO TRUE
               PERFORM 110-Move-Roster-Fields
               MOVE Run-Id    TO Jrn-Run-Id
               MOVE 'NEW'     TO Jrn-Action
               MOVE 'RUCKBDG' TO Jrn-Reference
               MOVE SPACES    TO Jrn-Before
               MOVE Badge-Register-Record TO Jrn-After
               WRITE Badge-Journal-Record
               WRITE Badge-Register-Record
               ADD 1 TO New-Group-Count
           END-EVALUATE
           .

       110-Move-Roster-Fields SECTION.
           MOVE Roster-Badge-Item TO BR-Proven-Item
           MOVE Roster-Priority   TO BR-Proven-Priority
           MOVE Run-Business-Date TO BR-Proven-Date
           PERFORM VARYING mi FROM 1 BY 1 UNTIL mi > 3
             MOVE Roster-Member-Elf(mi) TO BR-Member-Elf(mi)
           END-PERFORM
           MOVE Run-Id TO BR-Last-Run
           .

      * The register is left as it stands; the row names the badge
      * out and the roster's members who are not wearing it.
       120-Report-Group-Clash SECTION.
           MOVE SPACES TO Badge-Report-Record
           MOVE 'GRPCLASH'          TO BRP-Status
           MOVE BR-Batch-Number     TO BRP-Batch-Number
           MOVE BR-Group-Seq        TO BRP-Group-Seq
           MOVE Roster-Badge-Item   TO BRP-Proven-Item
           MOVE BR-Issued-Item      TO BRP-Issued-Item
           MOVE BR-Issue-Date       TO BRP-Date
           MOVE BR-Desk-Ref         TO BRP-Desk-Ref
           PERFORM VARYING mi FROM 1 BY 1 UNTIL mi > 3
             MOVE Roster-Member-Elf(mi) TO BRP-Member-Elf(mi)
           END-PERFORM
           WRITE Badge-Report-Record
           ADD 1 TO Row-Count
           ADD 1 TO Clash-Count
           .

      * Each desk transaction stands on its own: a refused one is
      * reported and the rest are still applied, because the badges
      * already moved across the desk whatever the slip says.
       200-Apply-Desk-Transaction SECTION.
           MOVE SPACES TO Badge-Report-Record
           MOVE BT-Desk-Ref TO BRP-Desk-Ref
           MOVE BT-Item     TO BRP-Issued-Item
           SET GROUP-FOUND TO FALSE
           IF BT-Batch-Number IS NUMERIC
              AND BT-Group-Seq IS NUMERIC
             MOVE BT-Batch-Number TO BRP-Batch-Number
             MOVE BT-Group-Seq    TO BRP-Group-Seq
             MOVE BT-Batch-Number TO BR-Batch-Number
             MOVE BT-Group-Seq    TO BR-Group-Seq
             READ Badge-Register RECORD
               INVALID KEY
                 SET GROUP-FOUND TO FALSE
               NOT INVALID KEY
                 SET GROUP-FOUND TO TRUE
             END-READ
           ELSE
             MOVE ZERO TO BRP-Batch-Number
             MOVE ZERO TO BRP-Group-Seq
           END-IF

           EVALUATE TRUE
             WHEN NOT BT-ISSUE AND NOT BT-RETURN AND NOT BT-LOST
               MOVE 'BADTRN  ' TO BRP-Status
             WHEN BT-Batch-Number NOT NUMERIC
               MOVE 'BADTRN  ' TO BRP-Status
             WHEN BT-Group-Seq NOT NUMERIC
               MOVE 'BADTRN  ' TO BRP-Status
             WHEN NOT GROUP-FOUND
               MOVE 'NOGROUP ' TO BRP-Status
             WHEN BT-ISSUE AND BR-BADGE-OUT
               MOVE 'ALRDYOUT' TO BRP-Status
             WHEN NOT BT-ISSUE AND NOT BR-BADGE-OUT
               MOVE 'NOTOUT  ' TO BRP-Status
           END-EVALUATE

           IF BRP-Status NOT = SPACES
             IF GROUP-FOUND
               MOVE BR-Proven-Item TO BRP-Proven-Item
               PERFORM VARYING mi FROM 1 BY 1 UNTIL mi > 3
                 MOVE BR-Member-Elf(mi) TO BRP-Member-Elf(mi)
               END-PERFORM
             END-IF
             WRITE Badge-Report-Record
             ADD 1 TO Row-Count
             ADD 1 TO Refused-Count
           ELSE
             PERFORM 210-Post-Desk-Transaction
           END-IF
           .

       210-Post-Desk-Transaction SECTION.
           MOVE Badge-Register-Record TO Jrn-Before
           EVALUATE TRUE
             WHEN BT-ISSUE
               SET BR-BADGE-OUT TO TRUE
               IF BT-Item = SPACE
                 MOVE BR-Proven-Item TO BR-Issued-Item
               ELSE
                 MOVE BT-Item TO BR-Issued-Item
               END-IF
               MOVE Run-Business-Date TO BR-Issue-Date
               MOVE SPACES TO BR-Close-Date
               MOVE 'ISS' TO Jrn-Action
             WHEN BT-RETURN
               SET BR-BADGE-RETURNED TO TRUE
               MOVE Run-Business-Date TO BR-Close-Date
               MOVE 'RET' TO Jrn-Action
             WHEN BT-LOST
               SET BR-BADGE-LOST TO TRUE
               MOVE Run-Business-Date TO BR-Close-Date
               MOVE 'LST' TO Jrn-Action
           END-EVALUATE
           MOVE BT-Desk-Ref TO BR-Desk-Ref
           MOVE Run-Id      TO BR-Last-Run
      * journal first: what is journaled is the state a backout
      * would have to restore
           MOVE Run-Id      TO Jrn-Run-Id
           MOVE BT-Desk-Ref TO Jrn-Reference
           MOVE Badge-Register-Record TO Jrn-After
           WRITE Badge-Journal-Record
           REWRITE Badge-Register-Record
           .

      * Walks the whole register in key order for every badge still
      * held against a group.
       300-Report-Register SECTION.
           SET REGISTER-DONE TO FALSE
           MOVE LOW-VALUES TO BR-Key
           START Badge-Register KEY IS NOT LESS THAN BR-Key
             INVALID KEY
               SET REGISTER-DONE TO TRUE
           END-START
           PERFORM UNTIL REGISTER-DONE
             READ Badge-Register NEXT RECORD
               AT END
                 SET REGISTER-DONE TO TRUE
               NOT AT END
                 IF BR-BADGE-OUT OR BR-BADGE-LOST
                   PERFORM 310-Write-Register-Row
                 END-IF
             END-READ
           END-PERFORM
           .

       310-Write-Register-Row SECTION.
           MOVE SPACES TO Badge-Report-Record
           EVALUATE TRUE
             WHEN BR-BADGE-LOST
               MOVE 'LOST    '    TO BRP-Status
               MOVE BR-Close-Date TO BRP-Date
               ADD 1 TO Lost-Count
             WHEN BR-Issued-Item NOT = BR-Proven-Item
               MOVE 'REISSUE '    TO BRP-Status
               MOVE BR-Issue-Date TO BRP-Date
               ADD 1 TO Reissue-Count
             WHEN OTHER
               MOVE 'OUT     '    TO BRP-Status
               MOVE BR-Issue-Date TO BRP-Date
               ADD 1 TO Out-Count
           END-EVALUATE
           MOVE BR-Batch-Number TO BRP-Batch-Number
           MOVE BR-Group-Seq    TO BRP-Group-Seq
           MOVE BR-Proven-Item  TO BRP-Proven-Item
           MOVE BR-Issued-Item  TO BRP-Issued-Item
           MOVE BR-Desk-Ref     TO BRP-Desk-Ref
           PERFORM VARYING mi FROM 1 BY 1 UNTIL mi > 3
             MOVE BR-Member-Elf(mi) TO BRP-Member-Elf(mi)
           END-PERFORM
           WRITE Badge-Report-Record
           ADD 1 TO Row-Count
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D46BREG.
      /
