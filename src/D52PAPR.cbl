      ******************************************************************
      *  Settlement approval (second clerk)
      *
      *  D22PSET no longer lets one clerk pay out a large prize alone:
      *  a card valued above its approval limit waits in PAYPEND. This
      *  run applies the approval slips the second clerk signed
      *  (PAYAPRV: Game-Nr, series, approver reference) and releases
      *  each approved card into PAYLDG -- paid on the business date,
      *  under the presenting clerk's Settle-Clerk-Ref with the
      *  approver's reference beside it in Settle-Approver-Ref. A
      *  slip is REFUSED, and the card left waiting, when:
      *
      *    NOAPPRVR  the slip names no approver
      *    SAMECLRK  the approver is the clerk who presented the card
      *    NOTPEND   the card is not waiting in PAYPEND
      *    ALRDYPD   PAYLDG already holds the card as paid
      *    EXPIRED   the claim lapsed into CLMEXP while it waited
      *    ONHOLD    a stop-payment hold (CARDHOLD) was placed on the
      *              card while it waited
      *
      *  Every release is journaled to PAYJRN first -- an ADD image
      *  for the new settlement and an APR image for the pending
      *  record it replaces -- so D24PBKO backs an approval run out
      *  like any settlement run and the card goes back in the queue.
      *
      *  PAYAPRR rows: one per slip (APPROVED or the refusal), then
      *  one OVERDUE row per card still waiting in PAYPEND longer
      *  than the approval period, then the trailer (rows, approved
      *  amount in whole units).
      *
      *  PARM bytes 1-3    approval period in days (blank = 5)
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *       byte  62     'B' breaks a stale PAYLDG marker
      *
      *  RC 4 when any slip was refused or any card is overdue.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D52PAPR.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Approval-Slips ASSIGN TO PAYAPRV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT OPTIONAL Pending-Approval ASSIGN TO PAYPEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Pend-Key.
           SELECT OPTIONAL Settle-Ledger ASSIGN TO PAYLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Settle-Key.
           SELECT OPTIONAL Expired-Claims ASSIGN TO CLMEXP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Exp-Key.
           SELECT OPTIONAL Settle-Journal ASSIGN TO PAYJRN
           ORGANIZATION IS SEQUENTIAL.
           SELECT Approval-Report ASSIGN TO PAYAPRR
           ORGANIZATION IS SEQUENTIAL.
           COPY HOLDSEL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

      * The second clerk's signed slips, one per card approved. Last
      * record may be the usual TRL trailer.
       FD Approval-Slips RECORDING MODE F.
       01  Approval-Slip-Record.
           05  Slip-Game-Nr           PIC X(03).
           05  Slip-Series            PIC X(02).
           05  Slip-Approver-Ref      PIC X(08).
           05  FILLER                 PIC X(11).

       FD Pending-Approval.
       COPY PAYPEND.

       FD Settle-Ledger.
       COPY PAYLDG.

       FD Expired-Claims.
       COPY CLMEXP.

       FD Card-Hold.
       COPY CARDHOLD.

       FD Settle-Journal RECORDING MODE F.
       01  Journal-Record.
           05  Jrn-Run-Id             PIC X(14).
           05  Jrn-Action             PIC X(03).
           05  Jrn-Before             PIC X(77).
           05  Jrn-After              PIC X(77).

       FD Approval-Report RECORDING MODE F.
       01  Approval-Report-Record.
           05  Apr-Game-Nr            PIC X(03).
           05  Apr-Series             PIC X(02).
           05  Apr-Amount             PIC 9(09)V99.
           05  Apr-Clerk-Ref          PIC X(08).
           05  Apr-Approver-Ref       PIC X(08).
           05  Apr-Pend-Date          PIC X(08).
           05  Apr-Age-Days           PIC 9(04).
           05  Apr-Status             PIC X(08).

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D52PAPR '.
           COPY WSFILST.

           05  Approval-Days      PIC 9(03) VALUE 5.
           05  Business-Day-Nr    PIC S9(08) BINARY.
           05  Age-Days           PIC S9(08) BINARY.
           05  Slip-Status        PIC X(08).
           05  Pending-Found-Sw   PIC 9(1) BINARY.
               88 CARD-PENDING        VALUE 1
                             WHEN SET TO FALSE 0.
           05  Browse-Done-Sw     PIC 9(1) BINARY.
               88 BROWSE-DONE         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Row-Count          PIC 9(08) BINARY VALUE ZERO.
           05  Approved-Count     PIC 9(08) BINARY VALUE ZERO.
           05  Refused-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Overdue-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Approved-Amount    PIC 9(11)V99 VALUE ZERO.
           05  Approved-Units     PIC 9(10).
           05  Approved-Disp      PIC 9(08) DISPLAY.
           05  Refused-Disp       PIC 9(08) DISPLAY.
           05  Overdue-Disp       PIC 9(08) DISPLAY.
           05  Approved-Amount-Disp PIC 9(11).99.
           COPY HOLDTAB.

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
      * Strict PARM discipline: the mode bytes are judged here,
      * the common absolute slots in 940-Check-Common-Parm, and
      * the parsed interpretation is echoed to OPSLOG in one
      * message before anything runs.
           IF LS-Parm-Len > 0
             MOVE LS-Parm-Text(1:5) TO Parm-Mode-Echo
             IF LS-Parm-Text(1:3) NOT = SPACES
               IF LS-Parm-Len > 2
                  AND LS-Parm-Text(1:3) IS NUMERIC
                 MOVE LS-Parm-Text(1:3) TO Approval-Days
               ELSE
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM approval period 1-3 is not 000-999 days."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
             IF LS-Parm-Len > 3
               IF LS-Parm-Text(4:2) NOT = SPACES
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM bytes 4-5 must be blank here."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
           MOVE 'PAYAPRV ' TO Parm-Ddname-Echo
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
           PERFORM 925-Load-Hold-Table
           IF HOLD-TABLE-FULL
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           COMPUTE Business-Day-Nr =
                   FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL(Run-Business-Date))

      * PAYPEND is only ever written under the PAYLDG marker, so one
      * marker covers the pair
           MOVE 'PAYLDG  ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN INPUT Approval-Slips
           OPEN I-O Pending-Approval
           OPEN I-O Settle-Ledger
           OPEN INPUT Expired-Claims
           OPEN EXTEND Settle-Journal
           OPEN OUTPUT Approval-Report
           OPEN EXTEND Results-History

           READ Approval-Slips NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF Approval-Slip-Record(1:3) NOT = 'TRL'
               PERFORM 100-Apply-One-Slip
             END-IF
             READ Approval-Slips NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM

           PERFORM 200-Report-Overdue

           MOVE Approved-Amount TO Approved-Units
           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Row-Count      TO Trailer-Record-Count
           MOVE Approved-Units TO Trailer-Key-Figure
           WRITE Approval-Report-Record FROM Trailer-Layout
           CLOSE Approval-Report
           CLOSE Settle-Journal
           CLOSE Expired-Claims
           CLOSE Settle-Ledger
           CLOSE Pending-Approval
           CLOSE Approval-Slips
           PERFORM 980-Release-Master-Lock

           MOVE Approved-Count TO History-Total-1
           MOVE Overdue-Count  TO History-Total-2
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Approved-Count  TO Approved-Disp
           MOVE Approved-Amount TO Approved-Amount-Disp
           MOVE SPACES TO Output-Msg
           STRING Approved-Disp " settlement(s) approved, total "
                  Approved-Amount-Disp " -- run " Run-Id
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D52-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Refused-Count > ZERO
             MOVE Refused-Count TO Refused-Disp
             MOVE SPACES TO Output-Msg
             STRING Refused-Disp
                    " approval slip(s) REFUSED -- see PAYAPRR."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D52-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           IF Overdue-Count > ZERO
             MOVE Overdue-Count TO Overdue-Disp
             MOVE SPACES TO Output-Msg
             STRING Overdue-Disp
                    " card(s) waiting for approval over "
                    Approval-Days " days -- see PAYAPRR."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D52-W002' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * Judges one slip against PAYPEND, PAYLDG, CLMEXP and the open
      * stop-payment holds, releases
      * the card when nothing stands in the way, and reports the
      * outcome either way.
       100-Apply-One-Slip SECTION.
           MOVE Slip-Series  TO Pend-Series
           MOVE Slip-Game-Nr TO Pend-Game-Nr
           SET CARD-PENDING TO FALSE
           READ Pending-Approval RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET CARD-PENDING TO TRUE
           END-READ
           MOVE SPACES TO Approval-Report-Record
           MOVE Slip-Game-Nr      TO Apr-Game-Nr
           MOVE Slip-Series       TO Apr-Series
           MOVE Slip-Approver-Ref TO Apr-Approver-Ref
           MOVE ZERO              TO Apr-Amount
           MOVE ZERO              TO Apr-Age-Days
           IF CARD-PENDING
             MOVE Pend-Amount    TO Apr-Amount
             MOVE Pend-Clerk-Ref TO Apr-Clerk-Ref
             MOVE Pend-Date      TO Apr-Pend-Date
             COMPUTE Age-Days = Business-Day-Nr
                     - FUNCTION INTEGER-OF-DATE
                         (FUNCTION NUMVAL(Pend-Date))
             MOVE Age-Days       TO Apr-Age-Days
           END-IF

           MOVE Slip-Series  TO Settle-Series
           MOVE Slip-Game-Nr TO Settle-Game-Nr
           MOVE Slip-Series  TO Exp-Series
           MOVE Slip-Game-Nr TO Exp-Game-Nr
           EVALUATE TRUE
             WHEN Slip-Approver-Ref = SPACES
               MOVE 'NOAPPRVR' TO Slip-Status
             WHEN NOT CARD-PENDING
               MOVE 'NOTPEND ' TO Slip-Status
               READ Settle-Ledger RECORD
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'ALRDYPD ' TO Slip-Status
               END-READ
             WHEN Slip-Approver-Ref = Pend-Clerk-Ref
               MOVE 'SAMECLRK' TO Slip-Status
             WHEN OTHER
               MOVE 'APPROVED' TO Slip-Status
               READ Settle-Ledger RECORD
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'ALRDYPD ' TO Slip-Status
               END-READ
               IF Slip-Status = 'APPROVED'
                 READ Expired-Claims RECORD
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE 'EXPIRED ' TO Slip-Status
                 END-READ
               END-IF
               IF Slip-Status = 'APPROVED'
                 MOVE Slip-Series  TO Hold-Check-Series
                 MOVE Slip-Game-Nr TO Hold-Check-Game
                 PERFORM 926-Find-Hold
                 IF CARD-ON-HOLD
                   MOVE 'ONHOLD  ' TO Slip-Status
                 END-IF
               END-IF
           END-EVALUATE

           IF Slip-Status = 'APPROVED'
             PERFORM 110-Release-Card
           ELSE
             ADD 1 TO Refused-Count
           END-IF
           MOVE Slip-Status TO Apr-Status
           WRITE Approval-Report-Record
           ADD 1 TO Row-Count
           .

      * journal first: the ADD image is the settlement a backout
      * removes, the APR image the pending record it writes back
       110-Release-Card SECTION.
           MOVE Pend-Series       TO Settle-Series
           MOVE Pend-Game-Nr      TO Settle-Game-Nr
           MOVE Pend-Amount       TO Settle-Amount
           MOVE Run-Business-Date TO Settle-Paid-Date
           MOVE Pend-Clerk-Ref    TO Settle-Clerk-Ref
           MOVE Slip-Approver-Ref TO Settle-Approver-Ref
           MOVE Pend-Withheld     TO Settle-Withheld
           MOVE Pend-Claimant-Id  TO Settle-Claimant-Id
           MOVE Run-Id            TO Settle-Last-Run
           MOVE Run-Id         TO Jrn-Run-Id
           MOVE 'ADD'          TO Jrn-Action
           MOVE SPACES         TO Jrn-Before
           MOVE Settle-Record  TO Jrn-After
           WRITE Journal-Record
           MOVE Run-Id         TO Jrn-Run-Id
           MOVE 'APR'          TO Jrn-Action
           MOVE Pending-Record TO Jrn-Before
           MOVE SPACES         TO Jrn-After
           WRITE Journal-Record
           WRITE Settle-Record
           DELETE Pending-Approval RECORD
           ADD 1 TO Approved-Count
           ADD Pend-Amount TO Approved-Amount
           .

      * Whatever is still waiting after tonight's slips and has
      * waited longer than the approval period is listed OVERDUE.
       200-Report-Overdue SECTION.
           SET BROWSE-DONE TO FALSE
           MOVE LOW-VALUES TO Pend-Key
           START Pending-Approval KEY IS NOT LESS THAN Pend-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Pending-Approval NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 COMPUTE Age-Days = Business-Day-Nr
                         - FUNCTION INTEGER-OF-DATE
                             (FUNCTION NUMVAL(Pend-Date))
                 IF Age-Days > Approval-Days
                   MOVE SPACES TO Approval-Report-Record
                   MOVE Pend-Game-Nr   TO Apr-Game-Nr
                   MOVE Pend-Series    TO Apr-Series
                   MOVE Pend-Amount    TO Apr-Amount
                   MOVE Pend-Clerk-Ref TO Apr-Clerk-Ref
                   MOVE Pend-Date      TO Apr-Pend-Date
                   MOVE Age-Days       TO Apr-Age-Days
                   MOVE 'OVERDUE '     TO Apr-Status
                   WRITE Approval-Report-Record
                   ADD 1 TO Row-Count
                   ADD 1 TO Overdue-Count
                 END-IF
             END-READ
           END-PERFORM
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

       COPY CKHOLD.

      /
       END PROGRAM D52PAPR.
      /
