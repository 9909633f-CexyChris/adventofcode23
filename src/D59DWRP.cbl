      ******************************************************************
      *  Open recalibration work-orders report
      *
      *  A work order D19DVMT raised stays open until a technician
      *  closes it through D58DWMT; this run makes sure none is
      *  forgotten. It walks the work-order file DEVWORK and lists
      *  every order still OPEN, with its age in days since it was
      *  raised, so the instrument team can chase the old ones.
      *  Closed orders stay on DEVWORK as the device's recalibration
      *  history and are not listed.
      *
      *  DEVWRPT rows: device, raised date, reason (DRIFT or QUIET),
      *  flagged business dates that raised it, trailing mean then
      *  (hundredths) and age in days; the last record is the
      *  control-total trailer (open orders, age of the oldest in
      *  days).
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D59DWRP.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Work-Orders ASSIGN TO DEVWORK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WO-Key.
           SELECT Order-Report ASSIGN TO DEVWRPT
           ORGANIZATION IS SEQUENTIAL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Work-Orders.
       COPY DEVWORK.

      * One row per open order; last record is the control-total
      * trailer (TRL in bytes 1-3).
       FD Order-Report RECORDING MODE F.
       01  Order-Report-Record.
           05  Rpt-Device-Id          PIC X(08).
           05  Rpt-Open-Date          PIC X(08).
           05  Rpt-Reason             PIC X(08).
           05  Rpt-Flag-Days          PIC 9(03).
           05  Rpt-Trail-Mean         PIC 9(08).
           05  Rpt-Age-Days           PIC 9(04).
           05  FILLER                 PIC X(04).

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D59DWRP '.
           COPY WSFILST.

           05  Business-Day-Nr    PIC S9(08) BINARY.
           05  Age-Days           PIC S9(08) BINARY.
           05  Oldest-Age         PIC 9(08) BINARY VALUE ZERO.
           05  Open-Count         PIC 9(08) BINARY VALUE ZERO.
           05  Open-Disp          PIC 9(08) DISPLAY.
           05  Oldest-Disp        PIC 9(04) DISPLAY.
           05  Browse-Done-Sw     PIC 9(1) BINARY.
               88 BROWSE-DONE         VALUE 1
                             WHEN SET TO FALSE 0.

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
           MOVE 'DEVWORK ' TO Parm-Ddname-Echo
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           COMPUTE Business-Day-Nr =
                   FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL(Run-Business-Date))
           OPEN INPUT Work-Orders
           OPEN OUTPUT Order-Report
           OPEN EXTEND Results-History
           PERFORM 100-List-Open-Orders
           CLOSE Work-Orders

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Open-Count TO Trailer-Record-Count
           MOVE Oldest-Age TO Trailer-Key-Figure
           WRITE Order-Report-Record FROM Trailer-Layout
           CLOSE Order-Report

           MOVE Open-Count TO History-Total-1
           MOVE Oldest-Age TO History-Total-2
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Open-Count TO Open-Disp
           MOVE Oldest-Age TO Oldest-Disp
           MOVE SPACES TO Output-Msg
           STRING Open-Disp " recalibration order(s) open, oldest "
                  Oldest-Disp " day(s) -- see DEVWRPT."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D59-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * Every OPEN order, in key order, aged from the date it was
      * raised to the business date.
       100-List-Open-Orders SECTION.
           SET BROWSE-DONE TO FALSE
           MOVE LOW-VALUES TO WO-Key
           START Work-Orders KEY IS NOT LESS THAN WO-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Work-Orders NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF WO-OPEN
                   COMPUTE Age-Days = Business-Day-Nr
                           - FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL(WO-Open-Date))
                   IF Age-Days < ZERO
                     MOVE ZERO TO Age-Days
                   END-IF
                   MOVE SPACES TO Order-Report-Record
                   MOVE WO-Device-Id  TO Rpt-Device-Id
                   MOVE WO-Open-Date  TO Rpt-Open-Date
                   MOVE WO-Reason     TO Rpt-Reason
                   MOVE WO-Flag-Days  TO Rpt-Flag-Days
                   MOVE WO-Trail-Mean TO Rpt-Trail-Mean
                   MOVE Age-Days      TO Rpt-Age-Days
                   WRITE Order-Report-Record
                   ADD 1 TO Open-Count
                   IF Age-Days > Oldest-Age
                     MOVE Age-Days TO Oldest-Age
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

      /
       END PROGRAM D59DWRP.
      /
