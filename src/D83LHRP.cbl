      ******************************************************************
      *  Legal-hold report
      *
      *  Shows legal counsel what is being preserved and under which
      *  case. It walks the legal-hold list LEGLHOLD and lists every
      *  hold still OPEN -- case, dataset, the business dates held
      *  and how many they are, reason, placed date and reference,
      *  age in days -- and, from the operations log, how often a
      *  retention, age-off or backout utility has since left data
      *  alone under that hold (the CMN-W005 refusals) and when it
      *  last did. Released holds stay on LEGLHOLD for audit and are
      *  not listed.
      *
      *  LGLHRPT rows: case reference, dataset, first and last date
      *  held, days held, reason, placed date, placing reference,
      *  age in days, refusals, last refusal date; the last record
      *  is the control-total trailer (open holds, refusals).
      *
      *  A refusal logged against a dataset counts under the open
      *  hold of that case on that dataset, or failing one under the
      *  case's '*ALL' hold. The log is read on its own ddname
      *  OPSLOGI (pointed at the same dataset as OPSLOG), as D29LMON
      *  does.
      *
      *  More open holds than the report table carries (200) lists
      *  the first 200 and ends RC 8 (D83-E001) -- the retention
      *  utilities refuse to run at that point too.
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D83LHRP.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEGLSEL.
           SELECT Legal-Report ASSIGN TO LGLHRPT
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Ops-Log-In ASSIGN TO OPSLOGI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Legal-Hold.
       COPY LEGLHOLD.

      * One row per open hold; last record is the control-total
      * trailer (TRL in bytes 1-3).
       FD Legal-Report RECORDING MODE F.
       01  Legal-Report-Record.
           05  Rpt-Case-Ref           PIC X(12).
           05  Rpt-Dataset            PIC X(08).
           05  Rpt-From-Date          PIC X(08).
           05  Rpt-To-Date            PIC X(08).
           05  Rpt-Days-Held          PIC 9(05).
           05  Rpt-Reason             PIC X(30).
           05  Rpt-Placed-Date        PIC X(08).
           05  Rpt-Placed-Ref         PIC X(08).
           05  Rpt-Age-Days           PIC 9(04).
           05  Rpt-Refusals           PIC 9(05).
           05  Rpt-Last-Refusal       PIC X(08).

      * The report reads the log on its own ddname (point OPSLOGI
      * at the same dataset as OPSLOG) so COPY OPSLOG below can keep
      * serving the 970 writer without a SELECT collision.
       FD Ops-Log-In RECORDING MODE F.
       01  Ops-Log-In-Record.
           05  LGI-Timestamp          PIC X(14).
           05  LGI-Program            PIC X(08).
           05  LGI-Msg-Id             PIC X(08).
           05  LGI-Severity           PIC X(01).
           05  LGI-Text.
      * as 929-Log-Legal-Refusal builds it: "<dataset> <date> is
      * under legal hold <case> -- not <action>."
               10  LGI-Lgl-Dataset    PIC X(08).
               10  FILLER             PIC X(01).
               10  LGI-Lgl-Date       PIC X(08).
               10  FILLER             PIC X(21).
               10  LGI-Lgl-Case       PIC X(12).
               10  FILLER             PIC X(30).

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D83LHRP '.
           COPY WSFILST.

      * the open holds, in key order, with what the log says has
      * been kept under each
           05  Hold-Count         PIC 9(04) BINARY VALUE ZERO.
           05  Hold-Table.
               10  Hold-Entry OCCURS 200 TIMES INDEXED BY HldIdx.
                   15  HT-Record      PIC X(113).
                   15  HT-Refusals    PIC 9(05) BINARY.
                   15  HT-Last-Refusal PIC X(08).
           05  Hold-Full-Sw       PIC 9(1) BINARY.
               88 HOLD-TABLE-FULL     VALUE 1
                             WHEN SET TO FALSE 0.
           05  Hit-Idx            PIC 9(04) BINARY.
           05  Business-Day-Nr    PIC S9(08) BINARY.
           05  Age-Days           PIC S9(08) BINARY.
           05  Days-Held          PIC S9(08) BINARY.
           05  Open-Count         PIC 9(08) BINARY VALUE ZERO.
           05  Refusal-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Open-Disp          PIC 9(08) DISPLAY.
           05  Refusal-Disp       PIC 9(08) DISPLAY.
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
           MOVE 'LEGLHOLD' TO Parm-Ddname-Echo
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
           PERFORM 100-Load-Open-Holds
           PERFORM 200-Scan-Refusals
           OPEN OUTPUT Legal-Report
           PERFORM VARYING HldIdx FROM 1 BY 1
             UNTIL HldIdx > Hold-Count
             PERFORM 300-Write-Hold-Row
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Open-Count    TO Trailer-Record-Count
           MOVE Refusal-Count TO Trailer-Key-Figure
           WRITE Legal-Report-Record FROM Trailer-Layout
           CLOSE Legal-Report

           MOVE Open-Count    TO History-Total-1
           MOVE Refusal-Count TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Open-Count    TO Open-Disp
           MOVE Refusal-Count TO Refusal-Disp
           MOVE SPACES TO Output-Msg
           STRING Open-Disp " legal hold(s) open, "
                  Refusal-Disp " refusal(s) under them"
                  " -- see LGLHRPT."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D83-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF HOLD-TABLE-FULL
             MOVE 'D83-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Over 200 open holds -- LGLHRPT lists the first 200."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * Every OPEN hold, in key order.
       100-Load-Open-Holds SECTION.
           SET BROWSE-DONE TO FALSE
           SET HOLD-TABLE-FULL TO FALSE
           OPEN INPUT Legal-Hold
           MOVE LOW-VALUES TO Lgl-Key
           START Legal-Hold KEY IS NOT LESS THAN Lgl-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Legal-Hold NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF LGL-OPEN
                   IF Hold-Count < 200
                     ADD 1 TO Hold-Count
                     SET HldIdx TO Hold-Count
                     MOVE Legal-Hold-Record TO HT-Record(HldIdx)
                     MOVE ZERO   TO HT-Refusals(HldIdx)
                     MOVE SPACES TO HT-Last-Refusal(HldIdx)
                   ELSE
                     SET HOLD-TABLE-FULL TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Legal-Hold
           .

      * Every CMN-W005 refusal in the log, charged to the open hold
      * it names.
       200-Scan-Refusals SECTION.
           SET EOF TO FALSE
           OPEN INPUT Ops-Log-In
           READ Ops-Log-In NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF LGI-Msg-Id = 'CMN-W005'
               PERFORM 210-Charge-Refusal
             END-IF
             READ Ops-Log-In NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Ops-Log-In
           .

      * The case's hold on the logged dataset, else its '*ALL' hold;
      * a refusal logged before the hold was (re)placed belongs to
      * an earlier hold and is not counted.
       210-Charge-Refusal SECTION.
           MOVE ZERO TO Hit-Idx
           PERFORM VARYING HldIdx FROM 1 BY 1
             UNTIL HldIdx > Hold-Count OR Hit-Idx > ZERO
             MOVE HT-Record(HldIdx) TO Legal-Hold-Record
             IF Lgl-Case-Ref = LGI-Lgl-Case
                AND Lgl-Dataset = LGI-Lgl-Dataset
               SET Hit-Idx TO HldIdx
             END-IF
           END-PERFORM
           PERFORM VARYING HldIdx FROM 1 BY 1
             UNTIL HldIdx > Hold-Count OR Hit-Idx > ZERO
             MOVE HT-Record(HldIdx) TO Legal-Hold-Record
             IF Lgl-Case-Ref = LGI-Lgl-Case
                AND Lgl-Dataset = '*ALL    '
               SET Hit-Idx TO HldIdx
             END-IF
           END-PERFORM
           IF Hit-Idx > ZERO
             MOVE HT-Record(Hit-Idx) TO Legal-Hold-Record
             IF LGI-Timestamp(1:8) >= Lgl-Placed-Date
               ADD 1 TO HT-Refusals(Hit-Idx)
               MOVE LGI-Timestamp(1:8) TO HT-Last-Refusal(Hit-Idx)
               ADD 1 TO Refusal-Count
             END-IF
           END-IF
           .

      * One row per open hold, aged from its placed date to the
      * business date.
       300-Write-Hold-Row SECTION.
           MOVE HT-Record(HldIdx) TO Legal-Hold-Record
           COMPUTE Age-Days = Business-Day-Nr
                   - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(Lgl-Placed-Date))
           IF Age-Days < ZERO
             MOVE ZERO TO Age-Days
           END-IF
           COMPUTE Days-Held =
                   FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL(Lgl-To-Date))
                   - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(Lgl-From-Date)) + 1
           MOVE SPACES TO Legal-Report-Record
           MOVE Lgl-Case-Ref     TO Rpt-Case-Ref
           MOVE Lgl-Dataset      TO Rpt-Dataset
           MOVE Lgl-From-Date    TO Rpt-From-Date
           MOVE Lgl-To-Date      TO Rpt-To-Date
           MOVE Days-Held        TO Rpt-Days-Held
           MOVE Lgl-Reason       TO Rpt-Reason
           MOVE Lgl-Placed-Date  TO Rpt-Placed-Date
           MOVE Lgl-Placed-Ref   TO Rpt-Placed-Ref
           MOVE Age-Days         TO Rpt-Age-Days
           MOVE HT-Refusals(HldIdx)     TO Rpt-Refusals
           MOVE HT-Last-Refusal(HldIdx) TO Rpt-Last-Refusal
           WRITE Legal-Report-Record
           ADD 1 TO Open-Count
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

      /
       END PROGRAM D83LHRP.
      /
