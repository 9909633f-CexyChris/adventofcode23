      *
      *    DRIFT  tonight's mean moved beyond the tolerance against
      *           the device's own trailing cumulative mean
      *    QUIET  no lines for N business dates (processing days on
      *           the business calendar) -- a silent device is
      *           usually a broken transmission, not a retired one
      *    NEW    first night this device has ever reported
      *    RECAL  first night after a recalibration reset the
      *           device's baseline -- tonight starts its history
      *    OK     everything else
      *
      *  A device that stands on DRIFT or QUIET for the order
      *  threshold in consecutive business dates gets a recalibration
      *  work order on DEVWORK, once: no second order is raised while
      *  one is open. Technicians close orders through D58DWMT, which
      *  resets the device's baseline here so the next drift test
      *  does not compare against the faulty period.
      *
      *  Every DEVDRIFT row is also appended, dated, to the device
      *  night history DEVHIST that the quarterly calibration
      *  certificates are built from.
      *
      *  PARM bytes 1-3    quiet threshold in business dates
      *                    (numeric; default 3)
      *       bytes 4-5    work-order threshold in business dates
      *                    (numeric; default 5)
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *       bytes 40-45  drift tolerance: 'P' percent of the
      *                    trailing mean / 'C' absolute difference in
      *                    hundredths, value in 41-45 (default P 20)
      *       byte  62     'B' breaks a stale DEVMSTR marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-Device-Id.
      * OPTIONAL so the first order raised creates it.
           SELECT OPTIONAL Work-Orders ASSIGN TO DEVWORK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WO-Key.
           SELECT Drift-Report ASSIGN TO DEVDRIFT
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Device-History ASSIGN TO DEVHIST
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.
           05  Device-Subtotal        PIC 9(10).

       FD Device-Master.
       COPY DEVMSTR.

       FD Work-Orders.
       COPY DEVWORK.

       FD Drift-Report RECORDING MODE F.
       01  Drift-Report-Record.
           05  Drift-Last-Date        PIC X(08).
           05  Drift-Status           PIC X(08).

       FD Device-History RECORDING MODE F.
       COPY DEVHIST.

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.
           COPY WSFILST.

           05  Quiet-Days         PIC 9(03) VALUE 3.
           05  Order-Days         PIC 9(02) VALUE 5.
           05  Quiet-Cutoff-Num   PIC 9(08).
           05  Quiet-Cutoff      REDEFINES Quiet-Cutoff-Num PIC X(08).

           05  Master-Found-Sw    PIC 9(1) BINARY.
               88 MASTER-ENTRY-FOUND  VALUE 1
                             WHEN SET TO FALSE 0.
           05  Rebaseline-Sw      PIC 9(1) BINARY.
               88 FIRST-NIGHT-RECAL   VALUE 1
                             WHEN SET TO FALSE 0.
           05  Browse-Done-Sw     PIC 9(1) BINARY.
               88 BROWSE-DONE         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Trail-Mean         PIC 9(08) BINARY.
           05  Mean-Delta         PIC S9(09) BINARY.
           05  Delta-Limit        PIC 9(09) BINARY.
           05  Night-Subtotal     PIC 9(10).

           05  Updated-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Flagged-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Updated-Disp       PIC 9(08) DISPLAY.
           05  Flagged-Disp       PIC 9(08) DISPLAY.
           05  Raised-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Raised-Disp        PIC 9(08) DISPLAY.

       01  Run-Id-Fields.
           05  Run-Id             PIC X(14).

       01  Output-Msg             PIC X(80).

               MOVE LS-Parm-Text(1:3) TO Quiet-Days
             END-IF
           END-IF
           IF LS-Parm-Len > 4
             IF LS-Parm-Text(4:2) IS NUMERIC
                AND LS-Parm-Text(4:2) NOT = "00"
               MOVE LS-Parm-Text(4:2) TO Order-Days
             END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO Run-Business-Date
      * A catch-up run of a missed suite books to the date the data
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
           IF LS-Parm-Len > 3
             IF LS-Parm-Text(4:2) NOT = SPACES
               AND (LS-Parm-Text(4:2) NOT NUMERIC
                    OR LS-Parm-Text(4:2) = "00")
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM bytes 4-5 must be blank or 01-99."
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
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
             GOBACK
           END-IF

      * N business days back on the business calendar, so a holiday
      * weekend does not turn every device QUIET on the next night
           SET BCAL-STEP-BACK TO TRUE
           MOVE Run-Business-Date TO Bcal-Date
           MOVE Quiet-Days        TO Bcal-Days
           CALL 'D64BCAL' USING Business-Calendar-Request
           MOVE Bcal-Result-Date  TO Quiet-Cutoff

           MOVE SPACES TO Run-Id
           STRING Run-Business-Date
                  FUNCTION CURRENT-DATE(9:6)
             DELIMITED BY SIZE
             INTO Run-Id
           END-STRING

           PERFORM 100-Load-Tonights-Devices

           MOVE 'DEVMSTR ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN I-O Device-Master
           OPEN I-O Work-Orders
           OPEN OUTPUT Drift-Report
           OPEN EXTEND Device-History
           OPEN EXTEND Results-History

           PERFORM VARYING DevIdx FROM 1 BY 1
           PERFORM 950-Write-History

           CLOSE Device-Master
           CLOSE Work-Orders
           PERFORM 980-Release-Master-Lock
           CLOSE Drift-Report
           CLOSE Device-History
           CLOSE Results-History

           MOVE Updated-Count TO Updated-Disp
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Raised-Count > ZERO
             MOVE Raised-Count TO Raised-Disp
             MOVE SPACES TO Output-Msg
             STRING Raised-Disp
                    " recalibration work order(s) raised -- see"
                    " DEVWORK."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D19-I002' TO Log-Msg-Id
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF

           IF Flagged-Count > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF
      * Folds one device's night into the master and decides its
      * drift status. The trailing mean is the cumulative mean as it
      * stood BEFORE tonight -- a device is compared against its own
      * history, not against a history tonight already polluted. A
      * recalibrated device has no history yet (D58DWMT zeroed it),
      * so its first night is reported RECAL and judged by nothing.
       200-Apply-One-Device SECTION.
           MOVE Dev-Id(DevIdx) TO DM-Device-Id
           SET MASTER-ENTRY-FOUND TO FALSE
           SET FIRST-NIGHT-RECAL TO FALSE
           READ Device-Master RECORD
             INVALID KEY
               MOVE Dev-Id(DevIdx) TO DM-Device-Id
               MOVE ZERO   TO DM-Total-Lines
               MOVE ZERO   TO DM-Total-Subtotal
               MOVE ZERO   TO DM-Mean-Hundredths
               MOVE ZERO   TO DM-Flag-Days
               MOVE SPACES TO DM-Order-Date
               MOVE 1      TO DM-Correction
               MOVE SPACES TO DM-Baseline-Date
             NOT INVALID KEY
               SET MASTER-ENTRY-FOUND TO TRUE
               IF DM-Days-Seen = ZERO
                 SET FIRST-NIGHT-RECAL TO TRUE
               END-IF
           END-READ

           MOVE DM-Mean-Hundredths TO Trail-Mean
             MOVE ZERO TO DM-Mean-Hundredths
           END-IF

           MOVE Dev-Id(DevIdx)    TO Drift-Device-Id
           MOVE Dev-Lines(DevIdx) TO Drift-Lines
           MOVE Tonight-Mean      TO Drift-Mean
           MOVE Trail-Mean        TO Drift-Trail-Mean
           MOVE Run-Business-Date TO Drift-Last-Date
           EVALUATE TRUE
             WHEN NOT MASTER-ENTRY-FOUND
               MOVE 'NEW     ' TO Drift-Status
             WHEN FIRST-NIGHT-RECAL
               MOVE 'RECAL   ' TO Drift-Status
             WHEN OTHER
               PERFORM 210-Judge-Drift
           END-EVALUATE

           IF Drift-Status = 'DRIFT   '
             ADD 1 TO DM-Flag-Days
             PERFORM 400-Raise-Work-Order
           ELSE
             MOVE ZERO TO DM-Flag-Days
           END-IF

           IF MASTER-ENTRY-FOUND
             REWRITE Device-Master-Record
           ELSE
             WRITE Device-Master-Record
           END-IF
           ADD 1 TO Updated-Count
           WRITE Drift-Report-Record
           MOVE Dev-Subtotal(DevIdx) TO Night-Subtotal
           PERFORM 250-Write-History-Row
           .

      * Tonight's DEVDRIFT row, dated, onto DEVHIST; the caller sets
      * Night-Subtotal.
       250-Write-History-Row SECTION.
           MOVE SPACES            TO Device-History-Record
           MOVE Run-Business-Date TO Hist-Date
           MOVE Drift-Device-Id   TO Hist-Device-Id
           MOVE Drift-Lines       TO Hist-Lines
           MOVE Night-Subtotal    TO Hist-Subtotal
           MOVE Drift-Status      TO Hist-Status
           WRITE Device-History-Record
           .

      * Tonight's mean against the trailing mean, within the
      * tolerance the PARM armed.
       210-Judge-Drift SECTION.
           COMPUTE Mean-Delta = Tonight-Mean - Trail-Mean
           IF Mean-Delta < ZERO
             COMPUTE Mean-Delta = ZERO - Mean-Delta
           END-IF
           IF DRIFT-TOL-PERCENT
             COMPUTE Delta-Limit = Trail-Mean
                                 * Drift-Tol-Value / 100
           ELSE
             MOVE Drift-Tol-Value TO Delta-Limit
           END-IF
           IF Mean-Delta > Delta-Limit
             MOVE 'DRIFT   ' TO Drift-Status
             ADD 1 TO Flagged-Count
           ELSE
             MOVE 'OK      ' TO Drift-Status
           END-IF
           .

      * Walks the whole master after tonight's figures are applied:
                   MOVE DM-Last-Date       TO Drift-Last-Date
                   MOVE 'QUIET   '         TO Drift-Status
                   WRITE Drift-Report-Record
                   MOVE ZERO TO Night-Subtotal
                   PERFORM 250-Write-History-Row
                   ADD 1 TO Flagged-Count
                   ADD 1 TO DM-Flag-Days
                   PERFORM 400-Raise-Work-Order
                   REWRITE Device-Master-Record
                 END-IF
             END-READ
           END-PERFORM
           .

      * A device flagged for the order threshold in a row, with no
      * order already open, gets one -- raised under tonight's flag.
       400-Raise-Work-Order SECTION.
           IF DM-Flag-Days >= Order-Days
              AND DM-Order-Date = SPACES
             MOVE SPACES TO Work-Order-Record
             MOVE DM-Device-Id       TO WO-Device-Id
             MOVE Run-Business-Date  TO WO-Open-Date
             SET WO-OPEN TO TRUE
             MOVE Drift-Status       TO WO-Reason
             MOVE DM-Flag-Days       TO WO-Flag-Days
             MOVE Drift-Trail-Mean   TO WO-Trail-Mean
             MOVE ZERO               TO WO-Correction
             MOVE Run-Id             TO WO-Last-Run
             WRITE Work-Order-Record
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD 1 TO Raised-Count
             END-WRITE
             MOVE Run-Business-Date  TO DM-Order-Date
           END-IF
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D19DVMT.
      /
