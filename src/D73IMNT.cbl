      ******************************************************************
      *  Incident maintenance
      *
      *  The escalation monitor D29LMON opens an incident in the
      *  incident register INCIDENT for every program/message id
      *  whose rule fires, and keeps attaching repeats to it for as
      *  long as it stays open. An incident is closed ONLY through
      *  this utility's transaction batch, once the operator has
      *  dealt with it:
      *
      *  INCTRN carries one record per incident to close:
      *    program X(8), message id X(8)
      *                  -- the incident is the open one of that
      *                  program/message id
      *    resolution X(4)  FIXD fixed, RRUN rerun clean, DATA data
      *                     corrected, NOAC no action needed, FALS
      *                     false alarm
      *    note X(50)       what was done -- required
      *    authorizing reference X(8) -- required
      *
      *  A closed incident is not deleted: it stays on INCIDENT with
      *  its resolution, note, reference and closing business date,
      *  so the register is its own history, and the next firing of
      *  the same message opens a new incident.
      *
      *  As in D53HMNT the whole batch is judged BEFORE anything is
      *  applied -- a malformed record, an unknown resolution code,
      *  a missing note or reference, no open incident for the
      *  program/message id, one incident named twice -- and any
      *  error refuses the entire batch, RC 8, nothing touched.
      *  Each close is logged to OPSLOG (D73-I002).
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *       byte  62     'B' breaks a stale INCIDENT marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D73IMNT.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Incident-Register ASSIGN TO INCIDENT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Inc-Key.
           SELECT OPTIONAL Incident-Trans ASSIGN TO INCTRN
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Incident-Register.
       COPY INCREG.

       FD Incident-Trans RECORDING MODE F.
       01  Tran-Record.
           05  Tran-Program           PIC X(08).
           05  Tran-Msg-Id            PIC X(08).
           05  Tran-Resolution        PIC X(04).
           05  Tran-Note              PIC X(50).
           05  Tran-Auth-Ref          PIC X(08).
           05  FILLER                 PIC X(02).

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D73IMNT '.
           COPY WSFILST.

      * the transaction batch, held whole so it can be judged whole:
      * any error refuses everything
           05  Tran-Count         PIC 9(03) BINARY VALUE ZERO.
           05  Tran-Table.
               10  Tran-Entry OCCURS 200 TIMES INDEXED BY TrnIdx.
                   15  TT-Program     PIC X(08).
                   15  TT-Msg-Id      PIC X(08).
                   15  TT-Resolution  PIC X(04).
                   15  TT-Note        PIC X(50).
                   15  TT-Auth-Ref    PIC X(08).
      * the open incident's opened stamp, found while judging
                   15  TT-Opened-Stamp PIC X(14).
           05  Trn2               PIC 9(03) BINARY.
           05  Tran-Seq-Disp      PIC 9(03) DISPLAY.
           05  Tran-Err-Count     PIC 9(03) BINARY VALUE ZERO.
           05  Tran-Err-Disp      PIC 9(03) DISPLAY.
           05  Tran-EOF-Sw        PIC 9(1) BINARY.
               88 TRAN-EOF            VALUE 1
                             WHEN SET TO FALSE 0.
           05  Incident-Found-Sw  PIC 9(1) BINARY.
               88 INCIDENT-FOUND      VALUE 1
                             WHEN SET TO FALSE 0.
           05  Inc-Browse-Sw      PIC 9(1) BINARY.
               88 INC-BROWSE-DONE     VALUE 1
                             WHEN SET TO FALSE 0.
           05  Edit-Resolution    PIC X(04).
               88 KNOWN-RESOLUTION    VALUE 'FIXD' 'RRUN' 'DATA'
                                            'NOAC' 'FALS'.
           05  Applied-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Closed-E-Count     PIC 9(08) BINARY VALUE ZERO.
           05  Applied-Disp       PIC 9(08) DISPLAY.
           05  Closed-E-Disp      PIC 9(08) DISPLAY.

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
           MOVE 'INCTRN  ' TO Parm-Ddname-Echo
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

      * the monitor attaches to open incidents while it runs, so
      * the batch is judged under the marker it is applied under
           MOVE 'INCIDENT' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           PERFORM 510-Load-Transactions
           OPEN I-O Incident-Register
           PERFORM 520-Validate-Transactions
           IF Tran-Err-Count > ZERO
             CLOSE Incident-Register
             PERFORM 980-Release-Master-Lock
             MOVE Tran-Err-Count TO Tran-Err-Disp
             MOVE SPACES TO Output-Msg
             STRING Tran-Err-Disp
                    " transaction error(s) -- batch REFUSED,"
                    " nothing applied."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D73-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             PERFORM 600-Apply-One-Transaction
           END-PERFORM
           CLOSE Incident-Register
           PERFORM 980-Release-Master-Lock

           MOVE Applied-Count  TO Applied-Disp
           MOVE Closed-E-Count TO Closed-E-Disp
           MOVE SPACES TO Output-Msg
           STRING Applied-Disp " incident(s) closed, of them "
                  Closed-E-Disp " of severity E."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D73-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           MOVE Applied-Count  TO History-Total-1
           MOVE Closed-E-Count TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History
           PERFORM 965-Record-Run-End

           GOBACK
           .

       510-Load-Transactions SECTION.
           SET TRAN-EOF TO FALSE
           OPEN INPUT Incident-Trans
           READ Incident-Trans NEXT RECORD
                AT END SET TRAN-EOF TO TRUE
           END-READ
           PERFORM UNTIL TRAN-EOF
             IF Tran-Record(1:3) NOT = 'TRL'
               PERFORM 512-Take-Transaction
             END-IF
             READ Incident-Trans NEXT RECORD
                  AT END SET TRAN-EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Incident-Trans
           IF Tran-Count = ZERO
             ADD 1 TO Tran-Err-Count
             MOVE 'D73-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "INCTRN is empty -- nothing to judge."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           .

       512-Take-Transaction SECTION.
           IF Tran-Count < 200
             ADD 1 TO Tran-Count
             SET TrnIdx TO Tran-Count
             PERFORM 515-Edit-One-Transaction
           ELSE
             MOVE 'D73-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Tran-Table full -- batch refused."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       515-Edit-One-Transaction SECTION.
           MOVE TrnIdx TO Tran-Seq-Disp
           MOVE Tran-Program    TO TT-Program(TrnIdx)
           MOVE Tran-Msg-Id     TO TT-Msg-Id(TrnIdx)
           MOVE Tran-Resolution TO TT-Resolution(TrnIdx)
           MOVE Tran-Note       TO TT-Note(TrnIdx)
           MOVE Tran-Auth-Ref   TO TT-Auth-Ref(TrnIdx)
           MOVE SPACES          TO TT-Opened-Stamp(TrnIdx)
           IF Tran-Program = SPACES OR Tran-Msg-Id = SPACES
             PERFORM 518-Flag-Transaction
           END-IF
           MOVE Tran-Resolution TO Edit-Resolution
           IF NOT KNOWN-RESOLUTION
             PERFORM 518-Flag-Transaction
           END-IF
      * an incident closed without saying what was done, or on
      * nobody's authority, is one the next shift cannot trust
           IF Tran-Note = SPACES OR Tran-Auth-Ref = SPACES
             PERFORM 518-Flag-Transaction
           END-IF
           .

       518-Flag-Transaction SECTION.
           ADD 1 TO Tran-Err-Count
           MOVE SPACES TO Output-Msg
           STRING "Transaction " Tran-Seq-Disp
                  " is malformed or has no note or reference."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D73-E004' TO Log-Msg-Id
           MOVE 'E'        TO Log-Severity
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           .

      * Whole-batch checks that need the register or the other
      * transactions.
       520-Validate-Transactions SECTION.
           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             MOVE TrnIdx TO Tran-Seq-Disp
             PERFORM 530-Find-Open-Incident
             IF INCIDENT-FOUND
               MOVE Inc-Opened-Stamp TO TT-Opened-Stamp(TrnIdx)
             ELSE
               ADD 1 TO Tran-Err-Count
               MOVE SPACES TO Output-Msg
               STRING "Transaction " Tran-Seq-Disp
                      " closes " TT-Program(TrnIdx) " "
                      TT-Msg-Id(TrnIdx) ", which has no open"
                      " incident."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               MOVE 'D73-E005' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
      * one incident, one close per batch
             PERFORM VARYING Trn2 FROM 1 BY 1
               UNTIL Trn2 >= TrnIdx
               IF TT-Program(Trn2) = TT-Program(TrnIdx)
                  AND TT-Msg-Id(Trn2) = TT-Msg-Id(TrnIdx)
                 ADD 1 TO Tran-Err-Count
                 MOVE SPACES TO Output-Msg
                 STRING "Transaction " Tran-Seq-Disp
                        " names an incident already in this batch."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
                 MOVE 'D73-E006' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE Output-Msg TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-PERFORM
           END-PERFORM
           .

      * The program/message id's incidents sit together in key
      * order, oldest first; at most one of them is open.
       530-Find-Open-Incident SECTION.
           SET INCIDENT-FOUND TO FALSE
           SET INC-BROWSE-DONE TO FALSE
           MOVE TT-Program(TrnIdx) TO Inc-Program
           MOVE TT-Msg-Id(TrnIdx)  TO Inc-Msg-Id
           MOVE LOW-VALUES         TO Inc-Opened-Stamp
           START Incident-Register KEY IS NOT LESS THAN Inc-Key
             INVALID KEY
               SET INC-BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL INC-BROWSE-DONE OR INCIDENT-FOUND
             READ Incident-Register NEXT RECORD
               AT END
                 SET INC-BROWSE-DONE TO TRUE
               NOT AT END
                 IF Inc-Program NOT = TT-Program(TrnIdx)
                    OR Inc-Msg-Id NOT = TT-Msg-Id(TrnIdx)
                   SET INC-BROWSE-DONE TO TRUE
                 ELSE
                   IF INC-OPEN
                     SET INCIDENT-FOUND TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       600-Apply-One-Transaction SECTION.
           MOVE TT-Program(TrnIdx)      TO Inc-Program
           MOVE TT-Msg-Id(TrnIdx)       TO Inc-Msg-Id
           MOVE TT-Opened-Stamp(TrnIdx) TO Inc-Opened-Stamp
           READ Incident-Register RECORD
             INVALID KEY
               CONTINUE
           END-READ
           SET INC-CLOSED TO TRUE
           MOVE TT-Resolution(TrnIdx) TO Inc-Resolution
           MOVE TT-Note(TrnIdx)       TO Inc-Note
           MOVE TT-Auth-Ref(TrnIdx)   TO Inc-Closed-Ref
           MOVE Run-Business-Date     TO Inc-Closed-Date
           MOVE Run-Id                TO Inc-Last-Run
           REWRITE Incident-Record
           ADD 1 TO Applied-Count
           IF Inc-Severity = 'E'
             ADD 1 TO Closed-E-Count
           END-IF

           MOVE SPACES TO Output-Msg
           STRING "Incident " Inc-Program " " Inc-Msg-Id
                  " of " Inc-Business-Date " closed "
                  Inc-Resolution " by " Inc-Closed-Ref "."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D73-I002' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           .

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D73IMNT.
      /
