      ******************************************************************
      *  Legal-hold maintenance
      *
      *  When a prize dispute or a regulator's inquiry is opened, the
      *  evidence for the business dates involved must stay exactly
      *  as it is. Legal counsel places a hold on the legal-hold list
      *  LEGLHOLD naming the case, the dataset and the dates; from
      *  then on D08HMNT, D27RSMT, D30JMNT, D49CEXP and D67GSAV
      *  leave held data where it is, and D18LBKO, D24PBKO and
      *  D50CXBK refuse to back out a held run. Holds are placed and
      *  released ONLY through this utility's transaction batch:
      *
      *  LGLTRAN carries one record per intended action:
      *    action X(1)   'H' place a hold, 'R' release one
      *    case reference X(12)
      *    dataset X(8)  the ddname the utilities know it by --
      *                  RESHIST, RUNSTAT, CARDJRN, CARDLDG, PAYLDG,
      *                  CLMREG, a detail generation (GAMEDET,
      *                  CARDDET, CRANDET, RUCKAUD, CARDPAY, CALIRPT,
      *                  CARDVAL), or '*ALL' for every dataset
      *    first business date X(8), last business date X(8)
      *                  (YYYYMMDD; the last defaults to the first)
      *    reason X(30) -- required on a placement
      *    authorizing reference X(8) -- required on every record
      *
      *  A release names the hold by case and dataset only. The hold
      *  is not deleted: it stays on LEGLHOLD marked released, with
      *  the release date and reference, so the list is its own
      *  history. A placement on the key of a released hold replaces
      *  it.
      *
      *  As in D53HMNT the whole batch is judged BEFORE anything is
      *  applied -- malformed records, an unknown dataset, a date
      *  that is not a date, a last date before the first, missing
      *  references, a placement where a hold is already open, a
      *  release of a hold that is not open, one hold named twice in
      *  one batch -- and any error refuses the entire batch, RC 8,
      *  nothing touched. Every applied action writes a before/after
      *  image with its reference to the LGLAUDT audit file first,
      *  and every placement and release is also logged to OPSLOG
      *  (D82-I002, D82-I003) naming the hold and who acted on it.
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *       byte  62     'B' breaks a stale LEGLHOLD marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D82LHMT.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEGLSEL.
           SELECT OPTIONAL Legal-Audit ASSIGN TO LGLAUDT
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Legal-Trans ASSIGN TO LGLTRAN
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Legal-Hold.
       COPY LEGLHOLD.

       FD Legal-Audit RECORDING MODE F.
       01  Legal-Audit-Record.
           05  Aud-Timestamp          PIC X(14).
           05  Aud-Action             PIC X(03).
           05  Aud-Auth-Ref           PIC X(08).
           05  Aud-Before             PIC X(113).
           05  Aud-After              PIC X(113).

       FD Legal-Trans RECORDING MODE F.
       01  Tran-Record.
           05  Tran-Action            PIC X(01).
           05  Tran-Case-Ref          PIC X(12).
           05  Tran-Dataset           PIC X(08).
           05  Tran-From-Date         PIC X(08).
           05  Tran-To-Date           PIC X(08).
           05  Tran-Reason            PIC X(30).
           05  Tran-Auth-Ref          PIC X(08).
           05  FILLER                 PIC X(05).

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D82LHMT '.
           COPY WSFILST.

      * the transaction batch, held whole so it can be judged whole:
      * any error refuses everything
           05  Tran-Count         PIC 9(03) BINARY VALUE ZERO.
           05  Tran-Table.
               10  Tran-Entry OCCURS 500 TIMES INDEXED BY TrnIdx.
                   15  TT-Action      PIC X(01).
                   15  TT-Case-Ref    PIC X(12).
                   15  TT-Dataset     PIC X(08).
                   15  TT-From-Date   PIC X(08).
                   15  TT-To-Date     PIC X(08).
                   15  TT-Reason      PIC X(30).
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
      * the datasets a hold can name -- the ddnames the retention,
      * age-off and backout utilities check their data under
           05  Edit-Dataset       PIC X(08).
               88 DATASET-KNOWN       VALUE 'RESHIST ' 'RUNSTAT '
                                            'CARDJRN ' 'CARDLDG '
                                            'PAYLDG  ' 'CLMREG  '
                                            'GAMEDET ' 'CARDDET '
                                            'CRANDET ' 'RUCKAUD '
                                            'CARDPAY ' 'CALIRPT '
                                            'CARDVAL ' '*ALL    '.
      * Date edit: eight digits with a month and a day in range;
      * the calendar beyond that is the case officer's business
           05  Edit-Date          PIC X(08).
           05  Edit-Date-Parts REDEFINES Edit-Date.
               10  Edit-Date-CCYY PIC 9(04).
               10  Edit-Date-MM   PIC 9(02).
               10  Edit-Date-DD   PIC 9(02).
           05  Edit-Date-Ok-Sw    PIC 9(1) BINARY.
               88 EDIT-DATE-OK        VALUE 1
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
           MOVE 'LGLTRAN ' TO Parm-Ddname-Echo
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
             MOVE 'D82-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           MOVE 'LEGLHOLD' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN I-O Legal-Hold
           OPEN EXTEND Legal-Audit
           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             PERFORM 600-Apply-One-Transaction
           END-PERFORM
           CLOSE Legal-Hold
           CLOSE Legal-Audit
           PERFORM 980-Release-Master-Lock

           MOVE Applied-Count  TO Applied-Disp
           MOVE Released-Count TO Released-Disp
           MOVE SPACES TO Output-Msg
           STRING Applied-Disp " legal-hold action(s) applied, of"
                  " them " Released-Disp " release(s)."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D82-I001' TO Log-Msg-Id
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
           OPEN INPUT Legal-Trans
           READ Legal-Trans NEXT RECORD
                AT END SET TRAN-EOF TO TRUE
           END-READ
           PERFORM UNTIL TRAN-EOF
             IF Tran-Record(1:3) NOT = 'TRL'
               PERFORM 512-Take-Transaction
             END-IF
             READ Legal-Trans NEXT RECORD
                  AT END SET TRAN-EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Legal-Trans
           IF Tran-Count = ZERO
             ADD 1 TO Tran-Err-Count
             MOVE 'D82-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "LGLTRAN is empty -- nothing to judge."
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
             MOVE 'D82-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Tran-Table full -- batch refused."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * Record-level checks, and the default last date a placement
      * takes when it holds a single business date.
       515-Edit-One-Transaction SECTION.
           MOVE TrnIdx TO Tran-Seq-Disp
           MOVE Tran-Action    TO TT-Action(TrnIdx)
           MOVE Tran-Case-Ref  TO TT-Case-Ref(TrnIdx)
           MOVE Tran-Dataset   TO TT-Dataset(TrnIdx)
           MOVE Tran-Reason    TO TT-Reason(TrnIdx)
           MOVE Tran-Auth-Ref  TO TT-Auth-Ref(TrnIdx)
           MOVE SPACES TO TT-From-Date(TrnIdx)
           MOVE SPACES TO TT-To-Date(TrnIdx)
           IF Tran-Action NOT = 'H' AND Tran-Action NOT = 'R'
             PERFORM 518-Flag-Transaction
           END-IF
           IF Tran-Case-Ref = SPACES
             PERFORM 518-Flag-Transaction
           END-IF
           MOVE Tran-Dataset TO Edit-Dataset
           IF NOT DATASET-KNOWN
             PERFORM 518-Flag-Transaction
           END-IF
           EVALUATE Tran-Action
             WHEN 'H'
               MOVE Tran-From-Date TO Edit-Date
               PERFORM 516-Edit-Date
               IF EDIT-DATE-OK
                 MOVE Edit-Date TO TT-From-Date(TrnIdx)
               ELSE
                 PERFORM 518-Flag-Transaction
               END-IF
               IF Tran-To-Date = SPACES
                 MOVE TT-From-Date(TrnIdx) TO TT-To-Date(TrnIdx)
               ELSE
                 MOVE Tran-To-Date TO Edit-Date
                 PERFORM 516-Edit-Date
                 IF EDIT-DATE-OK
                   MOVE Edit-Date TO TT-To-Date(TrnIdx)
                 ELSE
                   PERFORM 518-Flag-Transaction
                 END-IF
               END-IF
               IF TT-To-Date(TrnIdx) < TT-From-Date(TrnIdx)
                 PERFORM 518-Flag-Transaction
               END-IF
      * a hold nobody can trace back to its case is evidence
      * nobody can say why it is being kept
               IF Tran-Reason = SPACES
                 PERFORM 518-Flag-Transaction
               END-IF
             WHEN 'R'
      * a release names the hold by its key and nothing else
               IF Tran-From-Date NOT = SPACES
                  OR Tran-To-Date NOT = SPACES
                  OR Tran-Reason NOT = SPACES
                 PERFORM 518-Flag-Transaction
               END-IF
           END-EVALUATE
      * an unreferenced hold or release is the gap this list
      * exists to close
           IF Tran-Auth-Ref = SPACES
             PERFORM 518-Flag-Transaction
           END-IF
           .

      * Eight digits, month 01-12, day 01-31.
       516-Edit-Date SECTION.
           SET EDIT-DATE-OK TO FALSE
           IF Edit-Date IS NUMERIC
             IF Edit-Date-MM >= 1 AND Edit-Date-MM <= 12
                AND Edit-Date-DD >= 1 AND Edit-Date-DD <= 31
               SET EDIT-DATE-OK TO TRUE
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
           MOVE 'D82-E004' TO Log-Msg-Id
           MOVE 'E'        TO Log-Severity
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           .

      * Whole-batch checks that need the hold list or the other
      * transactions.
       520-Validate-Transactions SECTION.
           OPEN INPUT Legal-Hold
           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             MOVE TrnIdx TO Tran-Seq-Disp
             MOVE TT-Case-Ref(TrnIdx) TO Lgl-Case-Ref
             MOVE TT-Dataset(TrnIdx)  TO Lgl-Dataset
             SET HOLD-ON-FILE TO FALSE
             READ Legal-Hold RECORD
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET HOLD-ON-FILE TO TRUE
             END-READ
             MOVE SPACES TO Output-Msg
             EVALUATE TRUE
               WHEN TT-Action(TrnIdx) = 'H' AND HOLD-ON-FILE
                    AND LGL-OPEN
                 STRING "Transaction " Tran-Seq-Disp
                        " places a hold that is already open."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
               WHEN TT-Action(TrnIdx) = 'R' AND NOT HOLD-ON-FILE
                 STRING "Transaction " Tran-Seq-Disp
                        " releases a hold not on LEGLHOLD."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
               WHEN TT-Action(TrnIdx) = 'R' AND NOT LGL-OPEN
                 STRING "Transaction " Tran-Seq-Disp
                        " releases a hold already released."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
             END-EVALUATE
             IF Output-Msg NOT = SPACES
               ADD 1 TO Tran-Err-Count
               MOVE 'D82-E005' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
      * one hold, one action per batch: a second would be judged
      * against a list the first has not changed yet
             PERFORM VARYING Trn2 FROM 1 BY 1
               UNTIL Trn2 >= TrnIdx
               IF TT-Case-Ref(Trn2) = TT-Case-Ref(TrnIdx)
                  AND TT-Dataset(Trn2) = TT-Dataset(TrnIdx)
                 ADD 1 TO Tran-Err-Count
                 MOVE SPACES TO Output-Msg
                 STRING "Transaction " Tran-Seq-Disp
                        " names a hold already in this batch."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
                 MOVE 'D82-E006' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE Output-Msg TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-PERFORM
           END-PERFORM
           CLOSE Legal-Hold
           .

       600-Apply-One-Transaction SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Aud-Timestamp
           MOVE TT-Auth-Ref(TrnIdx) TO Aud-Auth-Ref
           MOVE TT-Case-Ref(TrnIdx) TO Lgl-Case-Ref
           MOVE TT-Dataset(TrnIdx)  TO Lgl-Dataset
           SET HOLD-ON-FILE TO FALSE
           MOVE SPACES TO Aud-Before
           READ Legal-Hold RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET HOLD-ON-FILE TO TRUE
               MOVE Legal-Hold-Record TO Aud-Before
           END-READ
           IF TT-Action(TrnIdx) = 'H'
             MOVE SPACES TO Legal-Hold-Record
             MOVE TT-Case-Ref(TrnIdx)  TO Lgl-Case-Ref
             MOVE TT-Dataset(TrnIdx)   TO Lgl-Dataset
             MOVE TT-From-Date(TrnIdx) TO Lgl-From-Date
             MOVE TT-To-Date(TrnIdx)   TO Lgl-To-Date
             MOVE TT-Reason(TrnIdx)    TO Lgl-Reason
             MOVE Run-Business-Date    TO Lgl-Placed-Date
             MOVE TT-Auth-Ref(TrnIdx)  TO Lgl-Placed-Ref
             SET LGL-OPEN TO TRUE
             MOVE 'HLD' TO Aud-Action
           ELSE
             SET LGL-RELEASED TO TRUE
             MOVE Run-Business-Date    TO Lgl-Release-Date
             MOVE TT-Auth-Ref(TrnIdx)  TO Lgl-Release-Ref
             MOVE 'REL' TO Aud-Action
           END-IF
           MOVE Run-Id            TO Lgl-Last-Run
           MOVE Legal-Hold-Record TO Aud-After
           WRITE Legal-Audit-Record
           IF HOLD-ON-FILE
             REWRITE Legal-Hold-Record
           ELSE
             WRITE Legal-Hold-Record
           END-IF
           ADD 1 TO Applied-Count
           MOVE SPACES TO Output-Msg
           IF LGL-RELEASED
             ADD 1 TO Released-Count
             STRING "Hold " Lgl-Case-Ref " on " Lgl-Dataset " "
                    Lgl-From-Date "-" Lgl-To-Date
                    " released by " Lgl-Release-Ref "."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D82-I002' TO Log-Msg-Id
           ELSE
             STRING "Hold " Lgl-Case-Ref " on " Lgl-Dataset " "
                    Lgl-From-Date "-" Lgl-To-Date
                    " placed by " Lgl-Placed-Ref "."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D82-I003' TO Log-Msg-Id
           END-IF
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           .

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D82LHMT.
      /
