      ******************************************************************
      *  Quarterly calibration certificates
      *
      *  Compliance wants a calibration certificate for every
      *  trebuchet device each quarter. This run builds the quarter's
      *  figures for each device from the device night history
      *  DEVHIST that D19DVMT appends every night: business dates
      *  reported, lines processed, the device's mean (hundredths)
      *  against the fleet mean over the same quarter, and the DRIFT
      *  nights it had. The correction factor in force is the one
      *  D01TRBCT applies from CALCORR (1.0000 for a device not on
      *  it); the last recalibration date comes from DEVMSTR.
      *
      *  A device that reported lines in the quarter and whose mean
      *  lies within the acceptance limit of the fleet mean gets a
      *  certificate: a CALCERT record and a printed certificate page
      *  on CERTPRT. A device outside the limit gets no certificate:
      *  it goes on the refused-certificate list CALCREF instead, in
      *  the same layout, and the run ends RC 4. A device silent all
      *  quarter is on neither.
      *
      *  CALCERT and CALCREF rows: quarter (YYYYQ), device, business
      *  dates reported, lines, device mean, fleet mean, difference,
      *  correction factor, DRIFT nights, last recalibration date,
      *  ISSUED or REFUSED; the last record is the control-total
      *  trailer (rows, lines on them).
      *
      *  PARM bytes 1-5    quarter YYYYQ (Q 1-4); blank is the last
      *                    quarter ended before the business date
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *       bytes 40-45  acceptance limit: 'P' percent of the fleet
      *                    mean / 'C' absolute difference in
      *                    hundredths, value in 41-45 (default P 10)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D60CCRT.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Device-History ASSIGN TO DEVHIST
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Device-Master ASSIGN TO DEVMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-Device-Id.
           SELECT OPTIONAL Calib-Corr ASSIGN TO CALCORR
           ORGANIZATION IS SEQUENTIAL.
           SELECT Certificates ASSIGN TO CALCERT
           ORGANIZATION IS SEQUENTIAL.
           SELECT Refused-Certs ASSIGN TO CALCREF
           ORGANIZATION IS SEQUENTIAL.
           SELECT Print-File ASSIGN TO CERTPRT
           ORGANIZATION IS SEQUENTIAL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Device-History RECORDING MODE F.
       COPY DEVHIST.

       FD Device-Master.
       COPY DEVMSTR.

      * Mirrors D01TRBCT's Corr-Record.
       FD Calib-Corr RECORDING MODE F.
       01  Corr-Record.
           05  Corr-Device-Id         PIC X(08).
           05  Corr-Factor            PIC 9(01)V9(04).

      * One row per certificate issued; last record is the
      * control-total trailer (TRL in bytes 1-3).
       FD Certificates RECORDING MODE F.
       01  Cert-Record.
           05  Cert-Quarter           PIC X(05).
           05  Cert-Device-Id         PIC X(08).
           05  Cert-Nights            PIC 9(03).
           05  Cert-Lines             PIC 9(10).
           05  Cert-Mean              PIC 9(08).
           05  Cert-Fleet-Mean        PIC 9(08).
           05  Cert-Difference        PIC 9(08).
           05  Cert-Correction        PIC 9(01)V9(04).
           05  Cert-Drift-Nights      PIC 9(03).
           05  Cert-Recal-Date        PIC X(08).
           05  Cert-Status            PIC X(08).
           05  FILLER                 PIC X(06).

      * Cert-Record's layout, for the devices refused one.
       FD Refused-Certs RECORDING MODE F.
       01  Refused-Record             PIC X(80).

       FD Print-File RECORDING MODE F.
       01  Print-Record.
           05  Print-CC               PIC X(01).
           05  Print-Text             PIC X(132).

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D60CCRT '.
           COPY WSFILST.

           05  Quarter-Id.
               10  Quarter-Year   PIC 9(04).
               10  Quarter-Nr     PIC 9(01).
           05  Quarter-From       PIC X(08).
           05  Quarter-To         PIC X(08).
           05  Month-Nr           PIC 9(02).
           05  Date-Work.
               10  Date-Work-Year PIC 9(04).
               10  Date-Work-Mon  PIC 9(02).
               10  Date-Work-Day  PIC X(02).

      * Default limit: a device more than 10 percent off the fleet
      * it ran with is not certified.
           05  Accept-Tol-Type    PIC X(01) VALUE 'P'.
               88 ACCEPT-TOL-PERCENT  VALUE 'P'.
           05  Accept-Tol-Value   PIC 9(05) VALUE 10.

      * The quarter's nights, device by device. A dropped device
      * would go without the certificate compliance expects, so a
      * full table aborts the run the way D19DVMT's does.
           05  Quarter-Count      PIC 9(04) BINARY VALUE ZERO.
           05  Quarter-Table.
               10  Quarter-Entry OCCURS 500 TIMES INDEXED BY QtrIdx.
                   15  QT-Device-Id   PIC X(08).
                   15  QT-Nights      PIC 9(04) BINARY.
                   15  QT-Drift       PIC 9(04) BINARY.
                   15  QT-Lines       PIC 9(12) BINARY.
                   15  QT-Subtotal    PIC 9(14) BINARY.
           05  Fleet-Lines        PIC 9(14) BINARY VALUE ZERO.
           05  Fleet-Subtotal     PIC 9(16) BINARY VALUE ZERO.
           05  Fleet-Mean         PIC 9(08) BINARY VALUE ZERO.
           05  Device-Mean        PIC 9(08) BINARY.
           05  Mean-Delta         PIC S9(09) BINARY.
           05  Delta-Limit        PIC 9(09) BINARY.

           05  Corr-Count         PIC 9(03) BINARY VALUE ZERO.
           05  Corr-Table.
               10  Corr-Entry OCCURS 200 TIMES INDEXED BY CorrIdx.
                   15  Corr-Tab-Device PIC X(08).
                   15  Corr-Tab-Factor PIC 9(01)V9(04).
           05  Factor-In-Force    PIC 9(01)V9(04).

           05  Match-Found        PIC 9(1) BINARY.
               88 FOUND-MATCH         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Browse-Done-Sw     PIC 9(1) BINARY.
               88 BROWSE-DONE         VALUE 1
                             WHEN SET TO FALSE 0.

           05  Issued-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Refused-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Issued-Lines       PIC 9(10) BINARY VALUE ZERO.
           05  Refused-Lines      PIC 9(10) BINARY VALUE ZERO.
           05  Issued-Disp        PIC 9(08) DISPLAY.
           05  Refused-Disp       PIC 9(08) DISPLAY.

       01  Print-Work.
           05  Line-Buffer        PIC X(132).
           05  Count-Edit         PIC ZZ9.
           05  Lines-Edit         PIC Z,ZZZ,ZZZ,ZZ9.
           05  Mean-Work          PIC 9(06)V99.
           05  Mean-Edit          PIC ZZZ,ZZ9.99.
           05  Factor-Edit        PIC 9.9999.
           05  Limit-Edit         PIC ZZZZ9.

       01  Output-Msg             PIC X(80).
       COPY TRAILER.

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
      * Acceptance limit: style in byte 40, value in 41-45 -- parsed
      * into the common slots first (so the echoed "tol=" shows what
      * the run actually armed) and mirrored into the fields the
      * comparisons use.
           IF LS-Parm-Len > 40
             IF (LS-Parm-Text(40:1) = 'P' OR LS-Parm-Text(40:1) = 'C')
                AND LS-Parm-Text(41:5) IS NUMERIC
               MOVE LS-Parm-Text(40:1) TO Tolerance-Type-Parm
               MOVE LS-Parm-Text(41:5) TO Tolerance-Limit
               MOVE Tolerance-Type-Parm TO Accept-Tol-Type
               MOVE Tolerance-Limit     TO Accept-Tol-Value
             END-IF
           END-IF
      * Strict PARM discipline: the mode bytes are judged here,
      * the common absolute slots in 940-Check-Common-Parm, and
      * the parsed interpretation is echoed to OPSLOG in one
      * message before anything runs.
           MOVE Run-Business-Date(5:2) TO Month-Nr
           MOVE Run-Business-Date(1:4) TO Quarter-Year
           COMPUTE Quarter-Nr = (Month-Nr + 2) / 3
           IF Quarter-Nr = 1
             SUBTRACT 1 FROM Quarter-Year
             MOVE 4 TO Quarter-Nr
           ELSE
             SUBTRACT 1 FROM Quarter-Nr
           END-IF
           IF LS-Parm-Len > 0
             MOVE LS-Parm-Text(1:5) TO Parm-Mode-Echo
             EVALUATE TRUE
               WHEN LS-Parm-Text(1:5) = SPACES
                 CONTINUE
               WHEN LS-Parm-Text(1:5) IS NUMERIC
                    AND LS-Parm-Text(5:1) >= '1'
                    AND LS-Parm-Text(5:1) <= '4'
                 MOVE LS-Parm-Text(1:5) TO Quarter-Id
               WHEN OTHER
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM bytes 1-5 must be a quarter YYYYQ."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
             END-EVALUATE
           END-IF
           MOVE 'DEVHIST ' TO Parm-Ddname-Echo
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           MOVE Quarter-Year TO Date-Work-Year
           COMPUTE Date-Work-Mon = Quarter-Nr * 3 - 2
           MOVE '01' TO Date-Work-Day
           MOVE Date-Work TO Quarter-From
           COMPUTE Date-Work-Mon = Quarter-Nr * 3
           MOVE '31' TO Date-Work-Day
           MOVE Date-Work TO Quarter-To

           PERFORM 100-Load-Quarter
           PERFORM 150-Load-Corrections
           IF Fleet-Lines > ZERO
             COMPUTE Fleet-Mean = Fleet-Subtotal * 100 / Fleet-Lines
           END-IF

           OPEN INPUT Device-Master
           OPEN OUTPUT Certificates
           OPEN OUTPUT Refused-Certs
           OPEN OUTPUT Print-File
           PERFORM 200-Judge-Devices
           CLOSE Device-Master
           CLOSE Print-File

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Issued-Count TO Trailer-Record-Count
           MOVE Issued-Lines TO Trailer-Key-Figure
           WRITE Cert-Record FROM Trailer-Layout
           CLOSE Certificates
           MOVE Refused-Count TO Trailer-Record-Count
           MOVE Refused-Lines TO Trailer-Key-Figure
           WRITE Refused-Record FROM Trailer-Layout
           CLOSE Refused-Certs

           MOVE Issued-Count  TO History-Total-1
           MOVE Refused-Count TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Issued-Count  TO Issued-Disp
           MOVE Refused-Count TO Refused-Disp
           MOVE SPACES TO Output-Msg
           STRING "Quarter " Quarter-Id ": " Issued-Disp
                  " certificate(s) issued, " Refused-Disp
                  " refused."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D60-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Refused-Count > ZERO
             MOVE SPACES TO Output-Msg
             STRING Refused-Disp
                    " device(s) outside the acceptance limit"
                    " -- see CALCREF."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D60-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * Every DEVHIST night dated in the quarter, into its device's
      * entry and the fleet totals.
       100-Load-Quarter SECTION.
           SET EOF TO FALSE
           OPEN INPUT Device-History
           READ Device-History NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             IF Hist-Date >= Quarter-From
                AND Hist-Date <= Quarter-To
               PERFORM 110-Tally-Night
             END-IF
             READ Device-History NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Device-History
           SET EOF TO FALSE
           .

       110-Tally-Night SECTION.
           SET FOUND-MATCH TO FALSE
           PERFORM VARYING QtrIdx FROM 1 BY 1
             UNTIL QtrIdx > Quarter-Count OR FOUND-MATCH
             IF QT-Device-Id(QtrIdx) = Hist-Device-Id
               SET FOUND-MATCH TO TRUE
             END-IF
           END-PERFORM
           IF FOUND-MATCH
             SET QtrIdx DOWN BY 1
           ELSE
             IF Quarter-Count < 500
               ADD 1 TO Quarter-Count
               SET QtrIdx TO Quarter-Count
               MOVE Hist-Device-Id TO QT-Device-Id(QtrIdx)
               MOVE ZERO TO QT-Nights(QtrIdx)
               MOVE ZERO TO QT-Drift(QtrIdx)
               MOVE ZERO TO QT-Lines(QtrIdx)
               MOVE ZERO TO QT-Subtotal(QtrIdx)
             ELSE
               MOVE 'D60-E001' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "Quarter-Table full -- certificates aborted."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           IF Hist-Lines > ZERO
             ADD 1 TO QT-Nights(QtrIdx)
           END-IF
           IF Hist-Status = 'DRIFT   '
             ADD 1 TO QT-Drift(QtrIdx)
           END-IF
           ADD Hist-Lines    TO QT-Lines(QtrIdx)
           ADD Hist-Subtotal TO QT-Subtotal(QtrIdx)
           ADD Hist-Lines    TO Fleet-Lines
           ADD Hist-Subtotal TO Fleet-Subtotal
           .

      * CALCORR loaded the way D01TRBCT loads it; entries past the
      * table are ignored there too, so they are ignored here.
       150-Load-Corrections SECTION.
           SET EOF TO FALSE
           OPEN INPUT Calib-Corr
           READ Calib-Corr NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             IF Corr-Count < 200 AND Corr-Factor IS NUMERIC
               ADD 1 TO Corr-Count
               SET CorrIdx TO Corr-Count
               MOVE Corr-Device-Id TO Corr-Tab-Device(CorrIdx)
               MOVE Corr-Factor    TO Corr-Tab-Factor(CorrIdx)
             END-IF
             READ Calib-Corr NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Calib-Corr
           SET EOF TO FALSE
           .

      * DEVMSTR in key order gives the certificates in device order;
      * a device with no lines in the quarter is on neither list.
       200-Judge-Devices SECTION.
           SET BROWSE-DONE TO FALSE
           MOVE LOW-VALUES TO DM-Device-Id
           START Device-Master KEY IS NOT LESS THAN DM-Device-Id
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Device-Master NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 SET FOUND-MATCH TO FALSE
                 PERFORM VARYING QtrIdx FROM 1 BY 1
                   UNTIL QtrIdx > Quarter-Count OR FOUND-MATCH
                   IF QT-Device-Id(QtrIdx) = DM-Device-Id
                     SET FOUND-MATCH TO TRUE
                   END-IF
                 END-PERFORM
                 IF FOUND-MATCH
                   SET QtrIdx DOWN BY 1
                   IF QT-Lines(QtrIdx) > ZERO
                     PERFORM 210-Judge-One-Device
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       210-Judge-One-Device SECTION.
           COMPUTE Device-Mean = QT-Subtotal(QtrIdx) * 100
                               / QT-Lines(QtrIdx)
           COMPUTE Mean-Delta = Device-Mean - Fleet-Mean
           IF Mean-Delta < ZERO
             COMPUTE Mean-Delta = ZERO - Mean-Delta
           END-IF
           IF ACCEPT-TOL-PERCENT
             COMPUTE Delta-Limit = Fleet-Mean * Accept-Tol-Value / 100
           ELSE
             MOVE Accept-Tol-Value TO Delta-Limit
           END-IF

           MOVE 1 TO Factor-In-Force
           PERFORM VARYING CorrIdx FROM 1 BY 1
             UNTIL CorrIdx > Corr-Count
             IF Corr-Tab-Device(CorrIdx) = DM-Device-Id
               MOVE Corr-Tab-Factor(CorrIdx) TO Factor-In-Force
             END-IF
           END-PERFORM

           MOVE SPACES TO Cert-Record
           MOVE Quarter-Id          TO Cert-Quarter
           MOVE DM-Device-Id        TO Cert-Device-Id
           MOVE QT-Nights(QtrIdx)   TO Cert-Nights
           MOVE QT-Lines(QtrIdx)    TO Cert-Lines
           MOVE Device-Mean         TO Cert-Mean
           MOVE Fleet-Mean          TO Cert-Fleet-Mean
           MOVE Mean-Delta          TO Cert-Difference
           MOVE Factor-In-Force     TO Cert-Correction
           MOVE QT-Drift(QtrIdx)    TO Cert-Drift-Nights
           MOVE DM-Baseline-Date    TO Cert-Recal-Date
           IF Mean-Delta > Delta-Limit
             MOVE 'REFUSED ' TO Cert-Status
             WRITE Refused-Record FROM Cert-Record
             ADD 1 TO Refused-Count
             ADD QT-Lines(QtrIdx) TO Refused-Lines
           ELSE
             MOVE 'ISSUED  ' TO Cert-Status
             WRITE Cert-Record
             ADD 1 TO Issued-Count
             ADD QT-Lines(QtrIdx) TO Issued-Lines
             PERFORM 300-Print-Certificate
           END-IF
           .

      * One page per certificate issued, from the row just written.
       300-Print-Certificate SECTION.
           MOVE SPACES TO Line-Buffer
           STRING "TREBUCHET CALIBRATION CERTIFICATE -- QUARTER "
                  Quarter-Nr " OF " Quarter-Year
             DELIMITED BY SIZE
             INTO Line-Buffer
           END-STRING
           MOVE '1' TO Print-CC
           PERFORM 390-Write-Print-Line

           MOVE SPACES TO Line-Buffer
           STRING "DEVICE                " Cert-Device-Id
             DELIMITED BY SIZE
             INTO Line-Buffer
           END-STRING
           MOVE '-' TO Print-CC
           PERFORM 390-Write-Print-Line

           MOVE SPACES TO Line-Buffer
           STRING "PERIOD                " Quarter-From
                  " TO " Quarter-To
             DELIMITED BY SIZE
             INTO Line-Buffer
           END-STRING
           MOVE '0' TO Print-CC
           PERFORM 390-Write-Print-Line

           MOVE Cert-Nights TO Count-Edit
           MOVE SPACES TO Line-Buffer
           STRING "BUSINESS DATES        " Count-Edit
             DELIMITED BY SIZE
             INTO Line-Buffer
           END-STRING
           MOVE '0' TO Print-CC
           PERFORM 390-Write-Print-Line

           MOVE Cert-Lines TO Lines-Edit
           MOVE SPACES TO Line-Buffer
           STRING "LINES PROCESSED       " Lines-Edit
             DELIMITED BY SIZE
             INTO Line-Buffer
           END-STRING
           MOVE ' ' TO Print-CC
           PERFORM 390-Write-Print-Line

           COMPUTE Mean-Work = Cert-Mean / 100
           MOVE Mean-Work TO Mean-Edit
           MOVE SPACES TO Line-Buffer
           STRING "DEVICE MEAN           " Mean-Edit
             DELIMITED BY SIZE
             INTO Line-Buffer
           END-STRING
           MOVE '0' TO Print-CC
           PERFORM 390-Write-Print-Line

           COMPUTE Mean-Work = Cert-Fleet-Mean / 100
           MOVE Mean-Work TO Mean-Edit
           MOVE SPACES TO Line-Buffer
           STRING "FLEET MEAN            " Mean-Edit
             DELIMITED BY SIZE
             INTO Line-Buffer
           END-STRING
           MOVE ' ' TO Print-CC
           PERFORM 390-Write-Print-Line

           COMPUTE Mean-Work = Cert-Difference / 100
           MOVE Mean-Work TO Mean-Edit
           MOVE Accept-Tol-Value TO Limit-Edit
           MOVE SPACES TO Line-Buffer
           STRING "DIFFERENCE            " Mean-Edit
                  "   ACCEPTANCE LIMIT " Accept-Tol-Type
                  Limit-Edit
             DELIMITED BY SIZE
             INTO Line-Buffer
           END-STRING
           MOVE ' ' TO Print-CC
           PERFORM 390-Write-Print-Line

           MOVE Cert-Correction TO Factor-Edit
           MOVE SPACES TO Line-Buffer
           STRING "CORRECTION FACTOR     " Factor-Edit
             DELIMITED BY SIZE
             INTO Line-Buffer
           END-STRING
           MOVE '0' TO Print-CC
           PERFORM 390-Write-Print-Line

           MOVE SPACES TO Line-Buffer
           IF Cert-Recal-Date = SPACES
             MOVE "LAST RECALIBRATION    NONE ON FILE"
               TO Line-Buffer
           ELSE
             STRING "LAST RECALIBRATION    " Cert-Recal-Date
               DELIMITED BY SIZE
               INTO Line-Buffer
             END-STRING
           END-IF
           MOVE ' ' TO Print-CC
           PERFORM 390-Write-Print-Line

           MOVE Cert-Drift-Nights TO Count-Edit
           MOVE SPACES TO Line-Buffer
           STRING "DRIFT NIGHTS          " Count-Edit
             DELIMITED BY SIZE
             INTO Line-Buffer
           END-STRING
           MOVE ' ' TO Print-CC
           PERFORM 390-Write-Print-Line

           MOVE SPACES TO Line-Buffer
           STRING "ISSUED " Run-Business-Date " BY " MY-PGM
             DELIMITED BY SIZE
             INTO Line-Buffer
           END-STRING
           MOVE '-' TO Print-CC
           PERFORM 390-Write-Print-Line
           .

       390-Write-Print-Line SECTION.
           MOVE Line-Buffer TO Print-Text
           WRITE Print-Record
           .

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

      /
       END PROGRAM D60CCRT.
      /
