      ******************************************************************
      *  Open stop-payment holds report
      *
      *  A hold placed through D53HMNT stops payment until somebody
      *  remembers to release it; this weekly run makes sure somebody
      *  does. It walks the stop-payment hold list CARDHOLD and lists
      *  every hold still OPEN, with its age in days since it was
      *  placed, so the investigations desk can chase the old ones.
      *  Released holds stay on CARDHOLD for audit and are not
      *  listed.
      *
      *  HOLDRPT rows: series, first and last Game-Nr, reason,
      *  investigation reference, placed date, placing reference and
      *  age in days; the last record is the control-total trailer
      *  (open holds, age of the oldest in days).
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D54HRPT.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HOLDSEL.
           SELECT Hold-Report ASSIGN TO HOLDRPT
           ORGANIZATION IS SEQUENTIAL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Card-Hold.
       COPY CARDHOLD.

      * One row per open hold; last record is the control-total
      * trailer (TRL in bytes 1-3).
       FD Hold-Report RECORDING MODE F.
       01  Hold-Report-Record.
           05  Rpt-Series             PIC X(02).
           05  Rpt-From-Game          PIC 9(03).
           05  Rpt-To-Game            PIC 9(03).
           05  Rpt-Reason             PIC X(20).
           05  Rpt-Inv-Ref            PIC X(10).
           05  Rpt-Placed-Date        PIC X(08).
           05  Rpt-Placed-Ref         PIC X(08).
           05  Rpt-Age-Days           PIC 9(04).

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D54HRPT '.
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
           MOVE 'CARDHOLD' TO Parm-Ddname-Echo
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
           OPEN INPUT Card-Hold
           OPEN OUTPUT Hold-Report
           OPEN EXTEND Results-History
           PERFORM 100-List-Open-Holds
           CLOSE Card-Hold

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Open-Count TO Trailer-Record-Count
           MOVE Oldest-Age TO Trailer-Key-Figure
           WRITE Hold-Report-Record FROM Trailer-Layout
           CLOSE Hold-Report

           MOVE Open-Count TO History-Total-1
           MOVE Oldest-Age TO History-Total-2
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Open-Count TO Open-Disp
           MOVE Oldest-Age TO Oldest-Disp
           MOVE SPACES TO Output-Msg
           STRING Open-Disp " stop-payment hold(s) open, oldest "
                  Oldest-Disp " day(s) -- see HOLDRPT."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D54-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * Every OPEN hold, in key order, aged from its placed date to
      * the business date.
       100-List-Open-Holds SECTION.
           SET BROWSE-DONE TO FALSE
           MOVE LOW-VALUES TO Hold-Key
           START Card-Hold KEY IS NOT LESS THAN Hold-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Card-Hold NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF HOLD-OPEN
                   COMPUTE Age-Days = Business-Day-Nr
                           - FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL(Hold-Placed-Date))
                   IF Age-Days < ZERO
                     MOVE ZERO TO Age-Days
                   END-IF
                   MOVE SPACES TO Hold-Report-Record
                   MOVE Hold-Series      TO Rpt-Series
                   MOVE Hold-From-Game   TO Rpt-From-Game
                   MOVE Hold-To-Game     TO Rpt-To-Game
                   MOVE Hold-Reason      TO Rpt-Reason
                   MOVE Hold-Inv-Ref     TO Rpt-Inv-Ref
                   MOVE Hold-Placed-Date TO Rpt-Placed-Date
                   MOVE Hold-Placed-Ref  TO Rpt-Placed-Ref
                   MOVE Age-Days         TO Rpt-Age-Days
                   WRITE Hold-Report-Record
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
       END PROGRAM D54HRPT.
      /
