      ******************************************************************
      *  Device recalibration work-order maintenance
      *
      *  D19DVMT raises a recalibration work order on DEVWORK for a
      *  device left on DRIFT or QUIET too many business dates in a
      *  row. The technician who recalibrates the device closes the
      *  order here, and closing it resets the device's baseline on
      *  DEVMSTR: the cumulative figures the drift test compares
      *  against are zeroed, so the next night starts the device's
      *  history afresh (D19DVMT reports it RECAL) instead of
      *  comparing it with the faulty period. The quiet clock
      *  restarts from the recalibration too.
      *
      *  DEVWTRN carries one record per order to close:
      *    action X(1)          'C' close
      *    device id X(8)       the device whose open order it closes
      *    technician X(8)      who did the work -- required
      *    correction 9(1)V9(4) the correction factor the device was
      *                         set to, as CALCORR carries it --
      *                         required, above zero
      *    work done X(40)      what was done -- required
      *
      *  As in D44EMNT the whole batch is judged BEFORE anything is
      *  applied -- malformed records, devices not on DEVMSTR or
      *  without an open order, a device named twice in one batch --
      *  and any error refuses the entire batch, RC 8, nothing
      *  touched. The device master before and after every reset is
      *  written with the technician to the DEVWAUD audit file first,
      *  so the history the reset discards stays on record.
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *       byte  62     'B' breaks a stale DEVMSTR marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D58DWMT.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Device-Master ASSIGN TO DEVMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DM-Device-Id.
           SELECT OPTIONAL Work-Orders ASSIGN TO DEVWORK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WO-Key.
           SELECT OPTIONAL Device-Audit ASSIGN TO DEVWAUD
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Work-Trans ASSIGN TO DEVWTRN
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Device-Master.
       COPY DEVMSTR.

       FD Work-Orders.
       COPY DEVWORK.

       FD Device-Audit RECORDING MODE F.
       01  Device-Audit-Record.
           05  Aud-Timestamp          PIC X(14).
           05  Aud-Action             PIC X(03).
           05  Aud-Auth-Ref           PIC X(08).
           05  Aud-Before             PIC X(75).
           05  Aud-After              PIC X(75).

       FD Work-Trans RECORDING MODE F.
       01  Tran-Record.
           05  Tran-Action            PIC X(01).
           05  Tran-Device-Id         PIC X(08).
           05  Tran-Technician        PIC X(08).
           05  Tran-Correction        PIC X(05).
           05  Tran-Correction-Num REDEFINES Tran-Correction
                                      PIC 9(01)V9(04).
           05  Tran-Work-Done         PIC X(40).
           05  FILLER                 PIC X(18).

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D58DWMT '.
           COPY WSFILST.

      * the transaction batch, held whole so it can be judged whole:
      * any error refuses everything
           05  Tran-Count         PIC 9(03) BINARY VALUE ZERO.
           05  Tran-Table.
               10  Tran-Entry OCCURS 200 TIMES INDEXED BY TrnIdx.
                   15  TT-Device-Id   PIC X(08).
                   15  TT-Technician  PIC X(08).
                   15  TT-Correction  PIC 9(01)V9(04).
                   15  TT-Work-Done   PIC X(40).
           05  Trn2               PIC 9(03) BINARY.
           05  Tran-Seq-Disp      PIC 9(03) DISPLAY.
           05  Tran-Err-Count     PIC 9(03) BINARY VALUE ZERO.
           05  Tran-Err-Disp      PIC 9(03) DISPLAY.
           05  Tran-EOF-Sw        PIC 9(1) BINARY.
               88 TRAN-EOF            VALUE 1
                             WHEN SET TO FALSE 0.
           05  Device-Found-Sw    PIC 9(1) BINARY.
               88 DEVICE-ON-FILE      VALUE 1
                             WHEN SET TO FALSE 0.
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
           MOVE 'DEVWTRN ' TO Parm-Ddname-Echo
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
             MOVE 'D58-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           MOVE 'DEVMSTR ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN I-O Device-Master
           OPEN I-O Work-Orders
           OPEN EXTEND Device-Audit
           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             PERFORM 600-Close-One-Order
           END-PERFORM
           CLOSE Device-Master
           CLOSE Work-Orders
           CLOSE Device-Audit
           PERFORM 980-Release-Master-Lock

           MOVE Applied-Count TO Applied-Disp
           MOVE SPACES TO Output-Msg
           STRING Applied-Disp
                  " recalibration work order(s) closed, baselines"
                  " reset."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D58-I001' TO Log-Msg-Id
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
           OPEN INPUT Work-Trans
           READ Work-Trans NEXT RECORD
                AT END SET TRAN-EOF TO TRUE
           END-READ
           PERFORM UNTIL TRAN-EOF
             PERFORM 512-Take-Transaction
             READ Work-Trans NEXT RECORD
                  AT END SET TRAN-EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Work-Trans
           IF Tran-Count = ZERO
             ADD 1 TO Tran-Err-Count
             MOVE 'D58-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "DEVWTRN is empty -- nothing to judge."
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
             MOVE 'D58-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Tran-Table full -- batch refused."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * Record-level checks: every field a closing needs, and a
      * correction factor that is a number above zero.
       515-Edit-One-Transaction SECTION.
           MOVE TrnIdx TO Tran-Seq-Disp
           MOVE Tran-Device-Id  TO TT-Device-Id(TrnIdx)
           MOVE Tran-Technician TO TT-Technician(TrnIdx)
           MOVE Tran-Work-Done  TO TT-Work-Done(TrnIdx)
           MOVE ZERO            TO TT-Correction(TrnIdx)
           IF Tran-Action NOT = 'C'
              OR Tran-Device-Id = SPACES
              OR Tran-Work-Done = SPACES
             PERFORM 518-Flag-Transaction
           END-IF
           IF Tran-Correction IS NUMERIC
             MOVE Tran-Correction-Num TO TT-Correction(TrnIdx)
           END-IF
           IF TT-Correction(TrnIdx) = ZERO
             PERFORM 518-Flag-Transaction
           END-IF
      * an unsigned closing resets a device nobody answers for
           IF Tran-Technician = SPACES
             PERFORM 518-Flag-Transaction
           END-IF
           .

       518-Flag-Transaction SECTION.
           ADD 1 TO Tran-Err-Count
           MOVE SPACES TO Output-Msg
           STRING "Transaction " Tran-Seq-Disp
                  " is malformed or unsigned."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D58-E004' TO Log-Msg-Id
           MOVE 'E'        TO Log-Severity
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           .

      * Whole-batch checks that need the master or the other
      * transactions.
       520-Validate-Transactions SECTION.
           OPEN INPUT Device-Master
           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             MOVE TrnIdx TO Tran-Seq-Disp
             MOVE TT-Device-Id(TrnIdx) TO DM-Device-Id
             SET DEVICE-ON-FILE TO FALSE
             READ Device-Master RECORD
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET DEVICE-ON-FILE TO TRUE
             END-READ
             MOVE SPACES TO Output-Msg
             EVALUATE TRUE
               WHEN NOT DEVICE-ON-FILE
                 STRING "Transaction " Tran-Seq-Disp
                        " names a device not on DEVMSTR."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
               WHEN DM-Order-Date = SPACES
                 STRING "Transaction " Tran-Seq-Disp
                        " names a device with no open order."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
             END-EVALUATE
             IF Output-Msg NOT = SPACES
               ADD 1 TO Tran-Err-Count
               MOVE 'D58-E005' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
      * one device, one closing per batch: a device has one open
      * order, and the second would find it already closed
             PERFORM VARYING Trn2 FROM 1 BY 1
               UNTIL Trn2 >= TrnIdx
               IF TT-Device-Id(Trn2) = TT-Device-Id(TrnIdx)
                 ADD 1 TO Tran-Err-Count
                 MOVE SPACES TO Output-Msg
                 STRING "Transaction " Tran-Seq-Disp
                        " names a device already in this batch."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
                 MOVE 'D58-E006' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE Output-Msg TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-PERFORM
           END-PERFORM
           CLOSE Device-Master
           .

      * Closes the device's open order with the work done and resets
      * its baseline; the audit image goes first.
       600-Close-One-Order SECTION.
           MOVE TT-Device-Id(TrnIdx) TO DM-Device-Id
           READ Device-Master RECORD
             INVALID KEY
               CONTINUE
           END-READ
           MOVE FUNCTION CURRENT-DATE(1:14) TO Aud-Timestamp
           MOVE 'CLS'                 TO Aud-Action
           MOVE TT-Technician(TrnIdx) TO Aud-Auth-Ref
           MOVE Device-Master-Record  TO Aud-Before

           MOVE DM-Device-Id  TO WO-Device-Id
           MOVE DM-Order-Date TO WO-Open-Date
           READ Work-Orders RECORD
             INVALID KEY
               CONTINUE
           END-READ
           SET WO-CLOSED TO TRUE
           MOVE Run-Business-Date     TO WO-Closed-Date
           MOVE TT-Technician(TrnIdx) TO WO-Technician
           MOVE TT-Work-Done(TrnIdx)  TO WO-Work-Done
           MOVE TT-Correction(TrnIdx) TO WO-Correction
           MOVE Run-Id                TO WO-Last-Run

           MOVE ZERO   TO DM-Days-Seen
           MOVE ZERO   TO DM-Total-Lines
           MOVE ZERO   TO DM-Total-Subtotal
           MOVE ZERO   TO DM-Mean-Hundredths
           MOVE ZERO   TO DM-Flag-Days
           MOVE SPACES TO DM-Order-Date
           MOVE TT-Correction(TrnIdx) TO DM-Correction
           MOVE Run-Business-Date     TO DM-Baseline-Date
           MOVE Run-Business-Date     TO DM-Last-Date
           MOVE Device-Master-Record  TO Aud-After
           WRITE Device-Audit-Record

           REWRITE Work-Order-Record
           REWRITE Device-Master-Record
           ADD 1 TO Applied-Count
           .

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D58DWMT.
      /
