      ******************************************************************
      *  Elf master maintenance
      *
      *  ELFMST is the elf master D03RUCK proves badges over in
      *  identified mode. It used to be a flat file edited by hand,
      *  and one mistyped ID failed the whole badge proof. It is now
      *  keyed by Elf-Id, effective-dated (start and end date) and
      *  changed ONLY through this utility's transaction batch:
      *
      *    PARM byte 1       'T' or blank: apply the EMTRAN batch
      *                      'C' one-time conversion of the old flat
      *                          master (ELFOLD) into ELFMST
      *    PARM bytes 2-9    ticket reference for the conversion
      *
      *  EMTRAN carries one record per intended action:
      *    action X(1)   'A' add, 'C' change, 'D' deactivate
      *    elf id X(8), name X(24)
      *    start date, end date (YYYYMMDD, blank where not given)
      *    ticket reference X(8) -- required on every record
      *
      *  An add is active from its start date (default: the business
      *  date) until its end date (default: open-ended). A change
      *  replaces whichever of name, start and end date it carries;
      *  an end date of 99991231 reopens a deactivated elf. A
      *  deactivation books the elf's last active day (default: the
      *  business date).
      *
      *  As in D17LMNT's transaction mode the whole batch is judged
      *  BEFORE anything is applied -- malformed records, missing
      *  tickets, bad dates, adds of elves already on file, changes
      *  to elves not on file, an elf named twice in one batch,
      *  dates that would end before they start -- and any error
      *  refuses the entire batch, RC 8, nothing touched. Every
      *  applied action writes a before/after image with its ticket
      *  to the ELFAUDT audit file first.
      *
      *  The conversion feeds every old ELFMST record through the
      *  same judgement as an add, active since 19000101 and open-
      *  ended, so a duplicated or blank ID in the old file refuses
      *  the conversion rather than vanishing into the new master.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D44EMNT.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL so the conversion run creates it.
           SELECT OPTIONAL Elf-Master ASSIGN TO ELFMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Elf-Id.
           SELECT OPTIONAL Elf-Audit ASSIGN TO ELFAUDT
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Elf-Trans ASSIGN TO EMTRAN
           ORGANIZATION IS SEQUENTIAL.
      * The old flat master, read by the conversion only.
           SELECT OPTIONAL Old-Elf-Master ASSIGN TO ELFOLD
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Elf-Master.
       COPY ELFMST.

       FD Elf-Audit RECORDING MODE F.
       01  Elf-Audit-Record.
           05  Aud-Timestamp          PIC X(14).
           05  Aud-Action             PIC X(03).
           05  Aud-Auth-Ref           PIC X(08).
           05  Aud-Before             PIC X(71).
           05  Aud-After              PIC X(71).

       FD Elf-Trans RECORDING MODE F.
       01  Tran-Record.
           05  Tran-Action            PIC X(01).
           05  Tran-Elf-Id            PIC X(08).
           05  Tran-Elf-Name          PIC X(24).
           05  Tran-Start-Date        PIC X(08).
           05  Tran-End-Date          PIC X(08).
           05  Tran-Auth-Ref          PIC X(08).
           05  FILLER                 PIC X(23).

       FD Old-Elf-Master RECORDING MODE F.
       01  Old-Elf-Record.
           05  Old-Elf-Id             PIC X(08).
           05  Old-Elf-Name           PIC X(24).

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D44EMNT '.
           COPY WSFILST.

           05  Run-Mode-Switch    PIC X(01) VALUE 'T'.
               88 TRAN-MODE           VALUE 'T'.
               88 CONVERT-MODE        VALUE 'C'.
           05  Convert-Auth-Ref   PIC X(08) VALUE SPACES.

      * the transaction batch, held whole so it can be judged whole:
      * any error refuses everything
           05  Tran-Count         PIC 9(03) BINARY VALUE ZERO.
           05  Tran-Table.
               10  Tran-Entry OCCURS 500 TIMES INDEXED BY TrnIdx.
                   15  TT-Action      PIC X(01).
                   15  TT-Elf-Id      PIC X(08).
                   15  TT-Elf-Name    PIC X(24).
                   15  TT-Start-Date  PIC X(08).
                   15  TT-End-Date    PIC X(08).
                   15  TT-Auth-Ref    PIC X(08).
           05  Trn2               PIC 9(03) BINARY.
           05  Tran-Seq-Disp      PIC 9(03) DISPLAY.
           05  Tran-Err-Count     PIC 9(03) BINARY VALUE ZERO.
           05  Tran-Err-Disp      PIC 9(03) DISPLAY.
           05  Tran-EOF-Sw        PIC 9(1) BINARY.
               88 TRAN-EOF            VALUE 1
                             WHEN SET TO FALSE 0.
           05  Elf-Found-Sw       PIC 9(1) BINARY.
               88 ELF-ON-FILE         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Check-Date         PIC X(08).
           05  Date-Valid-Sw      PIC 9(1) BINARY.
               88 DATE-VALID          VALUE 1
                             WHEN SET TO FALSE 0.
           05  New-Start-Date     PIC X(08).
           05  New-End-Date       PIC X(08).
           05  Applied-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Applied-Disp       PIC 9(08) DISPLAY.

       01  Run-Id-Fields.
           05  Run-Id             PIC X(14).

       01  Output-Msg             PIC X(80).

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Len        PIC S9(4) COMP.
           05  LS-Parm-Text       PIC X(80).

      /
       PROCEDURE DIVISION USING LS-Parm-Area.

       000-Main SECTION.
           IF LS-Parm-Len > 0
             IF LS-Parm-Text(1:1) = 'C'
               MOVE 'C' TO Run-Mode-Switch
             END-IF
           END-IF
           IF LS-Parm-Len > 1
             MOVE LS-Parm-Text(2:8) TO Convert-Auth-Ref
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
             IF LS-Parm-Text(1:1) NOT = SPACE
                AND LS-Parm-Text(1:1) NOT = 'T'
                AND LS-Parm-Text(1:1) NOT = 'C'
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM byte 1 must be T, C or blank."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
      * the conversion is an action like any other: it needs its
      * authorizing ticket
           IF CONVERT-MODE AND Convert-Auth-Ref = SPACES
             SET PARM-INVALID TO TRUE
             MOVE 'CMN-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "PARM bytes 2-9 must carry the conversion ticket."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           IF TRAN-MODE
             MOVE 'EMTRAN  ' TO Parm-Ddname-Echo
           ELSE
             MOVE 'ELFOLD  ' TO Parm-Ddname-Echo
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
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           MOVE SPACES TO History-Variant-Tag
           STRING "ACT-" Run-Mode-Switch
             DELIMITED BY SIZE
             INTO History-Variant-Tag
           END-STRING
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

           IF CONVERT-MODE
             PERFORM 530-Load-Old-Master
           ELSE
             PERFORM 510-Load-Transactions
           END-IF
           PERFORM 520-Validate-Transactions
           IF Tran-Err-Count > ZERO
             MOVE Tran-Err-Count TO Tran-Err-Disp
             MOVE SPACES TO Output-Msg
             STRING Tran-Err-Disp
                    " transaction error(s) -- batch REFUSED,"
                    " nothing applied."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D44-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           MOVE 'ELFMST  ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN I-O Elf-Master
           OPEN EXTEND Elf-Audit
           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             PERFORM 600-Apply-One-Transaction
           END-PERFORM
           CLOSE Elf-Master
           CLOSE Elf-Audit
           PERFORM 980-Release-Master-Lock

           MOVE Applied-Count TO Applied-Disp
           MOVE SPACES TO Output-Msg
           STRING Applied-Disp
                  " elf master action(s) applied."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D44-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           MOVE Applied-Count TO History-Total-1
           MOVE Tran-Count    TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History
           PERFORM 965-Record-Run-End

           GOBACK
           .

       510-Load-Transactions SECTION.
           SET TRAN-EOF TO FALSE
           OPEN INPUT Elf-Trans
           READ Elf-Trans NEXT RECORD
                AT END SET TRAN-EOF TO TRUE
           END-READ
           PERFORM UNTIL TRAN-EOF
             PERFORM 512-Take-Transaction
             READ Elf-Trans NEXT RECORD
                  AT END SET TRAN-EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Elf-Trans
           IF Tran-Count = ZERO
             ADD 1 TO Tran-Err-Count
             MOVE 'D44-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "EMTRAN is empty -- nothing to judge."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           .

       512-Take-Transaction SECTION.
           IF Tran-Count < 500
             ADD 1 TO Tran-Count
             SET TrnIdx TO Tran-Count
             PERFORM 515-Edit-One-Transaction
           ELSE
             MOVE 'D44-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Tran-Table full -- batch refused."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * Record-level checks, and the defaults an add or deactivation
      * takes for the dates it leaves blank.
       515-Edit-One-Transaction SECTION.
           MOVE TrnIdx TO Tran-Seq-Disp
           MOVE Tran-Action     TO TT-Action(TrnIdx)
           MOVE Tran-Elf-Id     TO TT-Elf-Id(TrnIdx)
           MOVE Tran-Elf-Name   TO TT-Elf-Name(TrnIdx)
           MOVE Tran-Start-Date TO TT-Start-Date(TrnIdx)
           MOVE Tran-End-Date   TO TT-End-Date(TrnIdx)
           MOVE Tran-Auth-Ref   TO TT-Auth-Ref(TrnIdx)
           IF Tran-Action NOT = 'A' AND Tran-Action NOT = 'C'
              AND Tran-Action NOT = 'D'
             PERFORM 518-Flag-Transaction
           END-IF
           IF Tran-Elf-Id = SPACES
             PERFORM 518-Flag-Transaction
           END-IF
           MOVE Tran-Start-Date TO Check-Date
           PERFORM 519-Check-Date
           IF NOT DATE-VALID
             PERFORM 518-Flag-Transaction
           END-IF
           MOVE Tran-End-Date TO Check-Date
           PERFORM 519-Check-Date
           IF NOT DATE-VALID
             PERFORM 518-Flag-Transaction
           END-IF
           EVALUATE Tran-Action
             WHEN 'A'
               IF Tran-Elf-Name = SPACES
                 PERFORM 518-Flag-Transaction
               END-IF
               IF Tran-Start-Date = SPACES
                 MOVE Run-Business-Date TO TT-Start-Date(TrnIdx)
               END-IF
               IF Tran-End-Date = SPACES
                 MOVE '99991231' TO TT-End-Date(TrnIdx)
               END-IF
             WHEN 'C'
      * a change that changes nothing is a keying slip, not a no-op
               IF Tran-Elf-Name = SPACES
                  AND Tran-Start-Date = SPACES
                  AND Tran-End-Date = SPACES
                 PERFORM 518-Flag-Transaction
               END-IF
             WHEN 'D'
      * a deactivation carries its last day and nothing else
               IF Tran-Elf-Name NOT = SPACES
                  OR Tran-Start-Date NOT = SPACES
                 PERFORM 518-Flag-Transaction
               END-IF
               IF Tran-End-Date = SPACES
                 MOVE Run-Business-Date TO TT-End-Date(TrnIdx)
               END-IF
           END-EVALUATE
      * an unreferenced change to the master is the audit hole this
      * utility exists to close
           IF Tran-Auth-Ref = SPACES
             PERFORM 518-Flag-Transaction
           END-IF
           .

       518-Flag-Transaction SECTION.
           ADD 1 TO Tran-Err-Count
           MOVE SPACES TO Output-Msg
           STRING "Transaction " Tran-Seq-Disp
                  " is malformed or unauthorized."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D44-E004' TO Log-Msg-Id
           MOVE 'E'        TO Log-Severity
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           .

      * Blank, or a YYYYMMDD date judged the way 940-Check-Common-Parm
      * judges the business date.
       519-Check-Date SECTION.
           SET DATE-VALID TO TRUE
           IF Check-Date NOT = SPACES
             IF Check-Date IS NUMERIC
                AND Check-Date(5:2) >= '01'
                AND Check-Date(5:2) <= '12'
                AND Check-Date(7:2) >= '01'
                AND Check-Date(7:2) <= '31'
               CONTINUE
             ELSE
               SET DATE-VALID TO FALSE
             END-IF
           END-IF
           .

      * Whole-batch checks that need the master or the other
      * transactions.
       520-Validate-Transactions SECTION.
           OPEN INPUT Elf-Master
           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             MOVE TrnIdx TO Tran-Seq-Disp
             MOVE TT-Elf-Id(TrnIdx) TO Elf-Id
             SET ELF-ON-FILE TO FALSE
             READ Elf-Master RECORD
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET ELF-ON-FILE TO TRUE
             END-READ
             MOVE SPACES TO Output-Msg
             EVALUATE TRUE
               WHEN TT-Action(TrnIdx) = 'A' AND ELF-ON-FILE
                 STRING "Transaction " Tran-Seq-Disp
                        " adds an elf already on the master."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
               WHEN TT-Action(TrnIdx) NOT = 'A' AND NOT ELF-ON-FILE
                 STRING "Transaction " Tran-Seq-Disp
                        " names an elf not on the master."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
             END-EVALUATE
             IF Output-Msg NOT = SPACES
               ADD 1 TO Tran-Err-Count
               MOVE 'D44-E005' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
             ELSE
               PERFORM 525-Check-Effective-Dates
             END-IF
      * one elf, one action per batch: a second would be judged
      * against a master the first has not changed yet
             PERFORM VARYING Trn2 FROM 1 BY 1
               UNTIL Trn2 >= TrnIdx
               IF TT-Elf-Id(Trn2) = TT-Elf-Id(TrnIdx)
                 ADD 1 TO Tran-Err-Count
                 MOVE SPACES TO Output-Msg
                 STRING "Transaction " Tran-Seq-Disp
                        " names an elf already in this batch."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
                 MOVE 'D44-E006' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE Output-Msg TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-PERFORM
           END-PERFORM
           CLOSE Elf-Master
           .

      * The dates the elf would carry once the transaction is
      * applied must not end before they start.
       525-Check-Effective-Dates SECTION.
           IF TT-Action(TrnIdx) = 'A'
             MOVE TT-Start-Date(TrnIdx) TO New-Start-Date
             MOVE TT-End-Date(TrnIdx)   TO New-End-Date
           ELSE
             MOVE Elf-Start-Date TO New-Start-Date
             MOVE Elf-End-Date   TO New-End-Date
             IF TT-Start-Date(TrnIdx) NOT = SPACES
               MOVE TT-Start-Date(TrnIdx) TO New-Start-Date
             END-IF
             IF TT-End-Date(TrnIdx) NOT = SPACES
               MOVE TT-End-Date(TrnIdx) TO New-End-Date
             END-IF
           END-IF
           IF New-End-Date < New-Start-Date
             ADD 1 TO Tran-Err-Count
             MOVE SPACES TO Output-Msg
             STRING "Transaction " Tran-Seq-Disp
                    " would end the elf before they start."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D44-E007' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           .

      * Conversion: every old record becomes an add, active since
      * 19000101 and open-ended, under the PARM's ticket.
       530-Load-Old-Master SECTION.
           SET TRAN-EOF TO FALSE
           OPEN INPUT Old-Elf-Master
           READ Old-Elf-Master NEXT RECORD
                AT END SET TRAN-EOF TO TRUE
           END-READ
           PERFORM UNTIL TRAN-EOF
             MOVE SPACES           TO Tran-Record
             MOVE 'A'              TO Tran-Action
             MOVE Old-Elf-Id       TO Tran-Elf-Id
             MOVE Old-Elf-Name     TO Tran-Elf-Name
             MOVE '19000101'       TO Tran-Start-Date
             MOVE Convert-Auth-Ref TO Tran-Auth-Ref
             PERFORM 512-Take-Transaction
             READ Old-Elf-Master NEXT RECORD
                  AT END SET TRAN-EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Old-Elf-Master
           IF Tran-Count = ZERO
             ADD 1 TO Tran-Err-Count
             MOVE 'D44-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "ELFOLD is empty -- nothing to convert."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           .

       600-Apply-One-Transaction SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Aud-Timestamp
           MOVE TT-Auth-Ref(TrnIdx) TO Aud-Auth-Ref
           IF TT-Action(TrnIdx) = 'A'
             MOVE SPACES TO Aud-Before
             MOVE SPACES TO Elf-Master-Record
             MOVE TT-Elf-Id(TrnIdx)     TO Elf-Id
             MOVE TT-Elf-Name(TrnIdx)   TO Elf-Name
             MOVE TT-Start-Date(TrnIdx) TO Elf-Start-Date
             MOVE TT-End-Date(TrnIdx)   TO Elf-End-Date
             MOVE 'ADD' TO Aud-Action
           ELSE
             MOVE TT-Elf-Id(TrnIdx) TO Elf-Id
             READ Elf-Master RECORD
               INVALID KEY
                 CONTINUE
             END-READ
             MOVE Elf-Master-Record TO Aud-Before
             IF TT-Elf-Name(TrnIdx) NOT = SPACES
               MOVE TT-Elf-Name(TrnIdx) TO Elf-Name
             END-IF
             IF TT-Start-Date(TrnIdx) NOT = SPACES
               MOVE TT-Start-Date(TrnIdx) TO Elf-Start-Date
             END-IF
             IF TT-End-Date(TrnIdx) NOT = SPACES
               MOVE TT-End-Date(TrnIdx) TO Elf-End-Date
             END-IF
             IF TT-Action(TrnIdx) = 'C'
               MOVE 'CHG' TO Aud-Action
             ELSE
               MOVE 'DEA' TO Aud-Action
             END-IF
           END-IF
           IF ELF-OPEN-ENDED
             SET ELF-ACTIVE TO TRUE
           ELSE
             SET ELF-INACTIVE TO TRUE
           END-IF
           MOVE TT-Auth-Ref(TrnIdx) TO Elf-Last-Ticket
           MOVE Run-Id              TO Elf-Last-Run
           MOVE Elf-Master-Record   TO Aud-After
           WRITE Elf-Audit-Record
           IF TT-Action(TrnIdx) = 'A'
             WRITE Elf-Master-Record
           ELSE
             REWRITE Elf-Master-Record
           END-IF
           ADD 1 TO Applied-Count
           .

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D44EMNT.
      /
