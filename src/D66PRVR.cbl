      ******************************************************************
      *  Monthly privileged-use report
      *
      *  Audit wants every use of the suite's privileged actions
      *  named: this monthly run lists, from the privileged-use log
      *  PRIVLOG that the operator-authority routine D65OAUT books
      *  to, every forced rerun, master lock break, journal backout,
      *  card ledger delete or reset, closed-period reopen and
      *  master reload carried out in one calendar month -- when,
      *  by which program, by which operator (id and name from the
      *  authority table), for which business date, and what it
      *  touched.
      *
      *  PRVRPT rows: timestamp, program, action, operator id,
      *  operator name, business date, detail -- in the order they
      *  happened; the last record is the control-total trailer
      *  (rows listed, of which forced reruns, lock breaks and
      *  backouts).
      *
      *  PARM bytes 1-6    report month (YYYYMM; blank = the month
      *                    before the business date's)
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D66PRVR.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: a log nobody has written to yet is a month with
      * nothing to report, not an error.
           SELECT OPTIONAL Privileged-Log ASSIGN TO PRIVLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT Privileged-Report ASSIGN TO PRVRPT
           ORGANIZATION IS SEQUENTIAL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Privileged-Log RECORDING MODE F.
       COPY PRIVLOG.

      * One row per privileged use -- the log row as booked; last
      * record is the control-total trailer (TRL in bytes 1-3).
       FD Privileged-Report RECORDING MODE F.
       01  Privileged-Report-Record  PIC X(120).

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D66PRVR '.
           COPY WSFILST.

           05  Report-Month       PIC X(06) VALUE SPACES.
           05  Report-Month-Num REDEFINES Report-Month.
               10  Report-Year    PIC 9(04).
               10  Report-Mon     PIC 9(02).
           05  Force-Count        PIC 9(08) BINARY VALUE ZERO.
           05  Break-Count        PIC 9(08) BINARY VALUE ZERO.
           05  Backout-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Ledger-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Listed-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Force-Disp         PIC 9(04) DISPLAY.
           05  Break-Disp         PIC 9(04) DISPLAY.
           05  Backout-Disp       PIC 9(04) DISPLAY.
           05  Ledger-Disp        PIC 9(04) DISPLAY.

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
           END-IF
           IF LS-Parm-Len > 5
             MOVE LS-Parm-Text(1:6) TO Report-Month
           END-IF
           IF Report-Month NOT = SPACES
             IF Report-Month IS NUMERIC
                AND Report-Month(5:2) >= '01'
                AND Report-Month(5:2) <= '12'
               CONTINUE
             ELSE
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM bytes 1-6 must be a YYYYMM month or blank."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
           MOVE 'PRIVLOG ' TO Parm-Ddname-Echo
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

      * run in the first days of a month, the report is for the
      * month just closed
           IF Report-Month = SPACES
             MOVE Run-Business-Date(1:6) TO Report-Month
             IF Report-Mon = 1
               SUBTRACT 1 FROM Report-Year
               MOVE 12 TO Report-Mon
             ELSE
               SUBTRACT 1 FROM Report-Mon
             END-IF
           END-IF

           OPEN INPUT Privileged-Log
           OPEN OUTPUT Privileged-Report
           READ Privileged-Log NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             PERFORM 100-Select-Use
             READ Privileged-Log NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Privileged-Log

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Listed-Count TO Trailer-Record-Count
           COMPUTE Trailer-Key-Figure =
                   Force-Count + Break-Count + Backout-Count
           WRITE Privileged-Report-Record FROM Trailer-Layout
           CLOSE Privileged-Report

           MOVE Listed-Count TO History-Total-1
           COMPUTE History-Total-2 =
                   Force-Count + Break-Count + Backout-Count
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Force-Count   TO Force-Disp
           MOVE Break-Count   TO Break-Disp
           MOVE Backout-Count TO Backout-Disp
           MOVE Ledger-Count  TO Ledger-Disp
           MOVE SPACES TO Output-Msg
           STRING "Privileged use " Report-Month
                  ": force " Force-Disp
                  " break " Break-Disp
                  " backout " Backout-Disp
                  " other " Ledger-Disp
                  " -- see PRVRPT."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D66-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * A use belongs to the month it was carried out in -- a
      * catch-up forced on the 2nd for the 30th is next month's.
       100-Select-Use SECTION.
           IF Prv-Timestamp(1:6) = Report-Month
             WRITE Privileged-Report-Record
               FROM Privileged-Use-Record
             ADD 1 TO Listed-Count
             EVALUATE Prv-Action
               WHEN 'FORCE   '
                 ADD 1 TO Force-Count
               WHEN 'BREAK   '
                 ADD 1 TO Break-Count
               WHEN 'BACKOUT '
                 ADD 1 TO Backout-Count
               WHEN OTHER
                 ADD 1 TO Ledger-Count
             END-EVALUATE
           END-IF
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

      /
       END PROGRAM D66PRVR.
      /
