      ******************************************************************
      *  Stop-payment hold maintenance
      *
      *  The investigations desk stops payment on a range of cards
      *  (a stolen carton, a misprinted run) by placing a hold on the
      *  stop-payment hold list CARDHOLD. D16CVAL still values a held
      *  card but marks it HELD and leaves it out of the total
      *  payable; D22PSET and D52PAPR refuse to pay it. Holds are
      *  placed and released ONLY through this utility's transaction
      *  batch:
      *
      *  HOLDTRN carries one record per intended action:
      *    action X(1)   'H' place a hold, 'R' release one
      *    series X(2), first Game-Nr X(3), last Game-Nr X(3)
      *                  (right-justified or zero-padded; the last
      *                  Game-Nr defaults to the first)
      *    reason X(20), investigation reference X(10)
      *                  -- both required on a placement
      *    authorizing reference X(8) -- required on every record
      *
      *  A release names the hold by series and first Game-Nr only.
      *  The hold is not deleted: it stays on CARDHOLD marked
      *  released, with the release date and reference, so the list
      *  is its own history. A placement on the key of a released
      *  hold replaces it.
      *
      *  As in D44EMNT the whole batch is judged BEFORE anything is
      *  applied -- malformed records, missing references, a last
      *  Game-Nr below the first, a placement where a hold is
      *  already open, a release of a hold that is not open, one
      *  hold named twice in one batch -- and any error refuses the
      *  entire batch, RC 8, nothing touched. Every applied action
      *  writes a before/after image with its reference to the
      *  HOLDAUDT audit file first, and every release is also logged
      *  to OPSLOG (D53-I002) naming the hold and who released it.
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *       byte  62     'B' breaks a stale CARDHOLD marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D53HMNT.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HOLDSEL.
           SELECT OPTIONAL Hold-Audit ASSIGN TO HOLDAUDT
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Hold-Trans ASSIGN TO HOLDTRN
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Card-Hold.
       COPY CARDHOLD.

       FD Hold-Audit RECORDING MODE F.
       01  Hold-Audit-Record.
           05  Aud-Timestamp          PIC X(14).
           05  Aud-Action             PIC X(03).
           05  Aud-Auth-Ref           PIC X(08).
           05  Aud-Before             PIC X(85).
           05  Aud-After              PIC X(85).

       FD Hold-Trans RECORDING MODE F.
       01  Tran-Record.
           05  Tran-Action            PIC X(01).
           05  Tran-Series            PIC X(02).
           05  Tran-From-Game         PIC X(03).
           05  Tran-To-Game           PIC X(03).
           05  Tran-Reason            PIC X(20).
           05  Tran-Inv-Ref           PIC X(10).
           05  Tran-Auth-Ref          PIC X(08).
           05  FILLER                 PIC X(33).

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D53HMNT '.
           COPY WSFILST.

      * the transaction batch, held whole so it can be judged whole:
      * any error refuses everything
           05  Tran-Count         PIC 9(03) BINARY VALUE ZERO.
           05  Tran-Table.
               10  Tran-Entry OCCURS 500 TIMES INDEXED BY TrnIdx.
                   15  TT-Action      PIC X(01).
                   15  TT-Series      PIC X(02).
                   15  TT-From-Game   PIC 9(03).
                   15  TT-To-Game     PIC 9(03).
                   15  TT-Reason      PIC X(20).
                   15  TT-Inv-Ref     PIC X(10).
                   15  TT-Auth-Ref    PIC X(08).
           05  Trn2               PIC 9(03) BINARY.
           05  Tran-Seq-Disp      PIC 9(03) DISPLAY.
           05  Tran-Err-Count     PIC 9(03) BINARY VALUE ZERO.
           05  Tran-Err-Disp      PIC 9(03) DISPLAY.
           05  Tran-EOF-Sw        PIC 9(1) BINARY.
               88 TRAN-EOF            VALUE 1
                             WHEN SET TO FALSE 0.
           05  Hold-On-File-Sw    PIC 9(1) BINARY.
               88 HOLD-ON-FILE        VALUE 1
                             WHEN SET TO FALSE 0.
      * Game-Nr edit: the text is right-justified with leading
      * spaces or zero-padded; either way it must come out numeric
           05  Edit-Game          PIC X(03).
           05  Edit-Game-Ok-Sw    PIC 9(1) BINARY.
               88 EDIT-GAME-OK        VALUE 1
                             WHEN SET TO FALSE 0.
           05  Applied-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Released-Count     PIC 9(08) BINARY VALUE ZERO.
           05  Applied-Disp       PIC 9(08) DISPLAY.
           05  Released-Disp      PIC 9(08) DISPLAY.

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
             IF LS-Parm-Text(1:5) NOT = SPACES
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM bytes 1-5 must be blank here."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
           MOVE 'HOLDTRN ' TO Parm-Ddname-Echo
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

           PERFORM 510-Load-Transactions
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
             MOVE 'D53-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           MOVE 'CARDHOLD' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN I-O Card-Hold
           OPEN EXTEND Hold-Audit
           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             PERFORM 600-Apply-One-Transaction
           END-PERFORM
           CLOSE Card-Hold
           CLOSE Hold-Audit
           PERFORM 980-Release-Master-Lock

           MOVE Applied-Count  TO Applied-Disp
           MOVE Released-Count TO Released-Disp
           MOVE SPACES TO Output-Msg
           STRING Applied-Disp " hold action(s) applied, of them "
                  Released-Disp " release(s)."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D53-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           MOVE Applied-Count  TO History-Total-1
           MOVE Released-Count TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History
           PERFORM 965-Record-Run-End

           GOBACK
           .

       510-Load-Transactions SECTION.
           SET TRAN-EOF TO FALSE
           OPEN INPUT Hold-Trans
           READ Hold-Trans NEXT RECORD
                AT END SET TRAN-EOF TO TRUE
           END-READ
           PERFORM UNTIL TRAN-EOF
             IF Tran-Record(1:3) NOT = 'TRL'
               PERFORM 512-Take-Transaction
             END-IF
             READ Hold-Trans NEXT RECORD
                  AT END SET TRAN-EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Hold-Trans
           IF Tran-Count = ZERO
             ADD 1 TO Tran-Err-Count
             MOVE 'D53-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "HOLDTRN is empty -- nothing to judge."
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
             MOVE 'D53-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Tran-Table full -- batch refused."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * Record-level checks, and the default last Game-Nr a
      * placement takes when it names a single card.
       515-Edit-One-Transaction SECTION.
           MOVE TrnIdx TO Tran-Seq-Disp
           MOVE Tran-Action   TO TT-Action(TrnIdx)
           MOVE Tran-Series   TO TT-Series(TrnIdx)
           MOVE Tran-Reason   TO TT-Reason(TrnIdx)
           MOVE Tran-Inv-Ref  TO TT-Inv-Ref(TrnIdx)
           MOVE Tran-Auth-Ref TO TT-Auth-Ref(TrnIdx)
           MOVE ZERO TO TT-From-Game(TrnIdx)
           MOVE ZERO TO TT-To-Game(TrnIdx)
           IF Tran-Action NOT = 'H' AND Tran-Action NOT = 'R'
             PERFORM 518-Flag-Transaction
           END-IF
           IF Tran-Series = SPACES
             PERFORM 518-Flag-Transaction
           END-IF
           MOVE Tran-From-Game TO Edit-Game
           PERFORM 516-Edit-Game
           IF EDIT-GAME-OK
             MOVE Edit-Game TO TT-From-Game(TrnIdx)
           ELSE
             PERFORM 518-Flag-Transaction
           END-IF
           EVALUATE Tran-Action
             WHEN 'H'
               IF Tran-To-Game = SPACES
                 MOVE TT-From-Game(TrnIdx) TO TT-To-Game(TrnIdx)
               ELSE
                 MOVE Tran-To-Game TO Edit-Game
                 PERFORM 516-Edit-Game
                 IF EDIT-GAME-OK
                   MOVE Edit-Game TO TT-To-Game(TrnIdx)
                 ELSE
                   PERFORM 518-Flag-Transaction
                 END-IF
               END-IF
               IF TT-To-Game(TrnIdx) < TT-From-Game(TrnIdx)
                 PERFORM 518-Flag-Transaction
               END-IF
      * a hold nobody can trace back to an investigation is a
      * stopped payment nobody can lift
               IF Tran-Reason = SPACES OR Tran-Inv-Ref = SPACES
                 PERFORM 518-Flag-Transaction
               END-IF
             WHEN 'R'
      * a release names the hold by its key and nothing else
               IF Tran-To-Game NOT = SPACES
                  OR Tran-Reason NOT = SPACES
                  OR Tran-Inv-Ref NOT = SPACES
                 PERFORM 518-Flag-Transaction
               END-IF
           END-EVALUATE
      * an unreferenced stop or release of a payment is the audit
      * hole this utility exists to close
           IF Tran-Auth-Ref = SPACES
             PERFORM 518-Flag-Transaction
           END-IF
           .

      * At least one digit, right-justified or zero-padded; leaves
      * the zero-filled text in Edit-Game for the numeric move.
       516-Edit-Game SECTION.
           SET EDIT-GAME-OK TO FALSE
           IF Edit-Game NOT = SPACES
             INSPECT Edit-Game REPLACING LEADING SPACE BY ZERO
             IF Edit-Game IS NUMERIC
               SET EDIT-GAME-OK TO TRUE
             END-IF
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
           MOVE 'D53-E004' TO Log-Msg-Id
           MOVE 'E'        TO Log-Severity
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           .

      * Whole-batch checks that need the hold list or the other
      * transactions.
       520-Validate-Transactions SECTION.
           OPEN INPUT Card-Hold
           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             MOVE TrnIdx TO Tran-Seq-Disp
             MOVE TT-Series(TrnIdx)    TO Hold-Series
             MOVE TT-From-Game(TrnIdx) TO Hold-From-Game
             SET HOLD-ON-FILE TO FALSE
             READ Card-Hold RECORD
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET HOLD-ON-FILE TO TRUE
             END-READ
             MOVE SPACES TO Output-Msg
             EVALUATE TRUE
               WHEN TT-Action(TrnIdx) = 'H' AND HOLD-ON-FILE
                    AND HOLD-OPEN
                 STRING "Transaction " Tran-Seq-Disp
                        " places a hold that is already open."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
               WHEN TT-Action(TrnIdx) = 'R' AND NOT HOLD-ON-FILE
                 STRING "Transaction " Tran-Seq-Disp
                        " releases a hold not on CARDHOLD."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
               WHEN TT-Action(TrnIdx) = 'R' AND NOT HOLD-OPEN
                 STRING "Transaction " Tran-Seq-Disp
                        " releases a hold already released."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
             END-EVALUATE
             IF Output-Msg NOT = SPACES
               ADD 1 TO Tran-Err-Count
               MOVE 'D53-E005' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
      * one hold, one action per batch: a second would be judged
      * against a list the first has not changed yet
             PERFORM VARYING Trn2 FROM 1 BY 1
               UNTIL Trn2 >= TrnIdx
               IF TT-Series(Trn2) = TT-Series(TrnIdx)
                  AND TT-From-Game(Trn2) = TT-From-Game(TrnIdx)
                 ADD 1 TO Tran-Err-Count
                 MOVE SPACES TO Output-Msg
                 STRING "Transaction " Tran-Seq-Disp
                        " names a hold already in this batch."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
                 MOVE 'D53-E006' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE Output-Msg TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-PERFORM
           END-PERFORM
           CLOSE Card-Hold
           .

       600-Apply-One-Transaction SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Aud-Timestamp
           MOVE TT-Auth-Ref(TrnIdx) TO Aud-Auth-Ref
           MOVE TT-Series(TrnIdx)    TO Hold-Series
           MOVE TT-From-Game(TrnIdx) TO Hold-From-Game
           SET HOLD-ON-FILE TO FALSE
           MOVE SPACES TO Aud-Before
           READ Card-Hold RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET HOLD-ON-FILE TO TRUE
               MOVE Hold-Record TO Aud-Before
           END-READ
           IF TT-Action(TrnIdx) = 'H'
             MOVE SPACES TO Hold-Record
             MOVE TT-Series(TrnIdx)    TO Hold-Series
             MOVE TT-From-Game(TrnIdx) TO Hold-From-Game
             MOVE TT-To-Game(TrnIdx)   TO Hold-To-Game
             MOVE TT-Reason(TrnIdx)    TO Hold-Reason
             MOVE TT-Inv-Ref(TrnIdx)   TO Hold-Inv-Ref
             MOVE Run-Business-Date    TO Hold-Placed-Date
             MOVE TT-Auth-Ref(TrnIdx)  TO Hold-Placed-Ref
             SET HOLD-OPEN TO TRUE
             MOVE 'HLD' TO Aud-Action
           ELSE
             SET HOLD-RELEASED TO TRUE
             MOVE Run-Business-Date    TO Hold-Release-Date
             MOVE TT-Auth-Ref(TrnIdx)  TO Hold-Release-Ref
             MOVE 'REL' TO Aud-Action
           END-IF
           MOVE Run-Id      TO Hold-Last-Run
           MOVE Hold-Record TO Aud-After
           WRITE Hold-Audit-Record
           IF HOLD-ON-FILE
             REWRITE Hold-Record
           ELSE
             WRITE Hold-Record
           END-IF
           ADD 1 TO Applied-Count
           IF HOLD-RELEASED
             ADD 1 TO Released-Count
             MOVE SPACES TO Output-Msg
             STRING "Hold " Hold-Series " " Hold-From-Game "-"
                    Hold-To-Game " (" Hold-Inv-Ref
                    ") released by " Hold-Release-Ref
                    " -- placed " Hold-Placed-Date "."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D53-I002' TO Log-Msg-Id
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           .

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D53HMNT.
      /
