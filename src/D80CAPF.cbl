      ******************************************************************
      *  Append-only dataset capacity forecast
      *
      *  OPSLOG, QUALHIST, GAMEARC, GAMEPARH, XMITREG, PAYJRN,
      *  CARDJRN and RESHARC are extended every night and never
      *  shrink on their own, and the first anyone heard of one
      *  being full was a space abend at 02:00. This nightly step
      *  counts the records of each, appends one row per dataset to
      *  the persistent growth history CAPHIST (count, growth since
      *  the previous night on file, limit, projection), and writes
      *  a CAPRPT forecast row per dataset.
      *
      *  The growth rate is the trailing one: records gained since
      *  the oldest of the dataset's last N nights on CAPHIST (PARM
      *  bytes 4-5, default 10), per business date elapsed on the
      *  business calendar. The projection is how many business
      *  dates that rate leaves before the dataset's limit -- its
      *  allocation in records, one CAPLIMIT card per dataset
      *  (ddname X(8), limit 9(10)), kept by operations as data so a
      *  reallocation needs no program change.
      *
      *  CAPRPT status per dataset:
      *    OK      the projection is beyond the warning horizon, or
      *            the dataset is not growing
      *    WARN    it reaches its limit within the warning horizon
      *            (PARM bytes 1-3, business dates, default 030)
      *    FULL    it is at or past its limit already
      *    NEW     no earlier night on CAPHIST yet -- no rate
      *    NOLIMIT no CAPLIMIT card (or limit zero) -- no projection
      *  WARN, FULL and NOLIMIT are each named in OPSLOG and end the
      *  step RC 4.
      *
      *  PARM bytes 1-3    warning horizon in business dates
      *       bytes 4-5    trailing window in nights (01-30)
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D80CAPF.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL throughout: a dataset nothing has written yet
      * counts as empty. OPSLOGI reads the same dataset as OPSLOG,
      * which this step's own messages go to.
           SELECT OPTIONAL Ops-Log-In ASSIGN TO OPSLOGI
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Quality-History ASSIGN TO QUALHIST
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Game-Archive ASSIGN TO GAMEARC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS Arch-Key.
           SELECT OPTIONAL Param-History ASSIGN TO GAMEPARH
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Xmit-Register ASSIGN TO XMITREG
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Settle-Journal ASSIGN TO PAYJRN
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Card-Journal ASSIGN TO CARDJRN
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL History-Archive ASSIGN TO RESHARC
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Capacity-Limits ASSIGN TO CAPLIMIT
           ORGANIZATION IS SEQUENTIAL.
      * OPTIONAL so the first forecast night opens it empty
           SELECT OPTIONAL Capacity-History ASSIGN TO CAPHIST
           ORGANIZATION IS SEQUENTIAL.
           SELECT Capacity-Report ASSIGN TO CAPRPT
           ORGANIZATION IS SEQUENTIAL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

      * Only the count is wanted from the eight datasets.
       FD Ops-Log-In RECORDING MODE F.
       01  Ops-Log-In-Record          PIC X(111).

       FD Quality-History RECORDING MODE F.
       01  Quality-Record             PIC X(52).

       FD Game-Archive.
       01  Archive-Record.
           05  Arch-Key.
               10  Arch-Date            PIC X(08).
               10  Arch-Game-ID         PIC 9(03).
           05  Arch-Line                PIC X(251).

       FD Param-History RECORDING MODE F.
       01  Param-History-Record       PIC X(15).

       FD Xmit-Register RECORDING MODE F.
       01  Register-Record            PIC X(48).

       FD Settle-Journal RECORDING MODE F.
       01  Settle-Journal-Record      PIC X(171).

       FD Card-Journal RECORDING MODE F.
       01  Card-Journal-Record        PIC X(73).

       FD History-Archive RECORDING MODE F.
       01  Archive-History-Record     PIC X(46).

       FD Capacity-Limits RECORDING MODE F.
       01  Limit-Record.
           05  Lim-Ddname             PIC X(08).
           05  Lim-Records            PIC 9(10).
           05  FILLER                 PIC X(62).

      * One row per dataset per night.
       FD Capacity-History RECORDING MODE F.
       01  Capacity-History-Record.
           05  CH-Date                PIC X(08).
           05  CH-Ddname              PIC X(08).
           05  CH-Records             PIC 9(10).
      * since the previous night on file; negative after a trim
           05  CH-Growth              PIC S9(10) SIGN LEADING SEPARATE.
           05  CH-Limit               PIC 9(10).
           05  CH-Days-Left           PIC 9(06).
           05  CH-Status              PIC X(08).

       FD Capacity-Report RECORDING MODE F.
       01  Capacity-Report-Record.
           05  CR-Ddname              PIC X(08).
           05  CR-Records             PIC 9(10).
           05  CR-Growth              PIC S9(10) SIGN LEADING SEPARATE.
      * records per business date over the trailing window
           05  CR-Rate                PIC 9(08)V99.
           05  CR-Window-Days         PIC 9(04).
           05  CR-Limit               PIC 9(10).
      * business dates to the limit at that rate (999999 = not
      * growing, or no projection)
           05  CR-Days-Left           PIC 9(06).
           05  CR-Status              PIC X(08).

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D80CAPF '.
           COPY WSFILST.

           05  Horizon-Days       PIC 9(03) VALUE 30.
           05  Window-Nights      PIC 9(02) VALUE 10.

      * one slot per dataset, in a fixed order: OPSLOG, QUALHIST,
      * GAMEARC, GAMEPARH, XMITREG, PAYJRN, CARDJRN, RESHARC
           05  Dataset-Table.
               10  Dataset-Entry OCCURS 8 TIMES.
                   15  DS-Ddname      PIC X(08).
                   15  DS-Records     PIC 9(10) BINARY.
                   15  DS-Limit       PIC 9(10) BINARY.
                   15  DS-Growth      PIC S9(10) BINARY.
                   15  DS-Rate        PIC 9(08)V99.
                   15  DS-Window-Days PIC 9(04) BINARY.
                   15  DS-Days-Left   PIC 9(06) BINARY.
                   15  DS-Status      PIC X(08).
                       88 DS-OK           VALUE 'OK      '.
                       88 DS-WARN         VALUE 'WARN    '.
                       88 DS-FULL         VALUE 'FULL    '.
                       88 DS-NEW          VALUE 'NEW     '.
                       88 DS-NOLIMIT      VALUE 'NOLIMIT '.
      * its last nights on CAPHIST before tonight, oldest first
                   15  DS-Night-Count PIC 9(02) BINARY.
                   15  DS-Night OCCURS 30 TIMES.
                       20  DS-Night-Date    PIC X(08).
                       20  DS-Night-Records PIC 9(10) BINARY.
           05  Dx                 PIC 9(02) BINARY.
           05  Nx                 PIC 9(02) BINARY.
           05  Count-WK           PIC 9(10) BINARY.
           05  Remain-WK          PIC 9(12) BINARY.
           05  Days-WK            PIC 9(12) BINARY.
           05  Same-Night-Sw      PIC 9(1) BINARY.
               88 SAME-NIGHT          VALUE 1
                             WHEN SET TO FALSE 0.
           05  Alert-Count        PIC 9(02) BINARY VALUE ZERO.
           05  Alert-Disp         PIC 9(02) DISPLAY.
           05  Records-Disp       PIC 9(10) DISPLAY.
           05  Days-Disp          PIC 9(06) DISPLAY.
           05  Horizon-Disp       PIC 9(03) DISPLAY.

       01  Output-Msg             PIC X(80).

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Len        PIC S9(4) COMP.
           05  LS-Parm-Text       PIC X(80).

      /
       PROCEDURE DIVISION USING LS-Parm-Area.

       000-Main SECTION.
           SET EOF TO FALSE
           IF LS-Parm-Len > 2
             IF LS-Parm-Text(1:3) IS NUMERIC
               MOVE LS-Parm-Text(1:3) TO Horizon-Days
             END-IF
           END-IF
           IF LS-Parm-Len > 4
             IF LS-Parm-Text(4:2) IS NUMERIC
               MOVE LS-Parm-Text(4:2) TO Window-Nights
             END-IF
           END-IF
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
           IF LS-Parm-Len > 0
             IF LS-Parm-Text(1:3) NOT = SPACES
                AND LS-Parm-Text(1:3) NOT NUMERIC
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM bytes 1-3 must be the horizon in days."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
           IF LS-Parm-Len > 3
             IF LS-Parm-Text(4:2) NOT = SPACES
               IF LS-Parm-Text(4:2) NOT NUMERIC
                  OR Window-Nights < 1 OR Window-Nights > 30
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM bytes 4-5 must be a window of 01-30."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
           MOVE 'CAPHIST' TO Parm-Ddname-Echo
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           MOVE 'OPSLOG  ' TO DS-Ddname(1)
           MOVE 'QUALHIST' TO DS-Ddname(2)
           MOVE 'GAMEARC ' TO DS-Ddname(3)
           MOVE 'GAMEPARH' TO DS-Ddname(4)
           MOVE 'XMITREG ' TO DS-Ddname(5)
           MOVE 'PAYJRN  ' TO DS-Ddname(6)
           MOVE 'CARDJRN ' TO DS-Ddname(7)
           MOVE 'RESHARC ' TO DS-Ddname(8)
           PERFORM VARYING Dx FROM 1 BY 1 UNTIL Dx > 8
             MOVE ZERO   TO DS-Records(Dx)
             MOVE ZERO   TO DS-Limit(Dx)
             MOVE ZERO   TO DS-Growth(Dx)
             MOVE ZERO   TO DS-Rate(Dx)
             MOVE ZERO   TO DS-Window-Days(Dx)
             MOVE ZERO   TO DS-Days-Left(Dx)
             MOVE SPACES TO DS-Status(Dx)
             MOVE ZERO   TO DS-Night-Count(Dx)
           END-PERFORM

           PERFORM 100-Count-Datasets
           PERFORM 200-Load-Limits
           PERFORM 300-Load-Growth-History

           OPEN OUTPUT Capacity-Report
           OPEN EXTEND Capacity-History
           PERFORM VARYING Dx FROM 1 BY 1 UNTIL Dx > 8
             PERFORM 400-Forecast-One-Dataset
           END-PERFORM
           CLOSE Capacity-Report
           CLOSE Capacity-History

           MOVE 8           TO History-Total-1
           MOVE Alert-Count TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History

           IF Alert-Count > ZERO
             MOVE Alert-Count TO Alert-Disp
             MOVE SPACES TO Output-Msg
             STRING Alert-Disp
                    " dataset(s) need space attention -- see CAPRPT."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D80-W003' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             MOVE "Every append-only dataset clears the horizon."
               TO Output-Msg
             MOVE 'D80-I001' TO Log-Msg-Id
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

       100-Count-Datasets SECTION.
           PERFORM 110-Count-Opslog
           MOVE Count-WK TO DS-Records(1)
           PERFORM 115-Count-Qualhist
           MOVE Count-WK TO DS-Records(2)
           PERFORM 120-Count-Gamearc
           MOVE Count-WK TO DS-Records(3)
           PERFORM 125-Count-Gameparh
           MOVE Count-WK TO DS-Records(4)
           PERFORM 130-Count-Xmitreg
           MOVE Count-WK TO DS-Records(5)
           PERFORM 135-Count-Payjrn
           MOVE Count-WK TO DS-Records(6)
           PERFORM 140-Count-Cardjrn
           MOVE Count-WK TO DS-Records(7)
           PERFORM 145-Count-Resharc
           MOVE Count-WK TO DS-Records(8)
           .

       110-Count-Opslog SECTION.
           MOVE ZERO TO Count-WK
           SET EOF TO FALSE
           OPEN INPUT Ops-Log-In
           READ Ops-Log-In NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             ADD 1 TO Count-WK
             READ Ops-Log-In NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Ops-Log-In
           .

       115-Count-Qualhist SECTION.
           MOVE ZERO TO Count-WK
           SET EOF TO FALSE
           OPEN INPUT Quality-History
           READ Quality-History NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             ADD 1 TO Count-WK
             READ Quality-History NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Quality-History
           .

       120-Count-Gamearc SECTION.
           MOVE ZERO TO Count-WK
           SET EOF TO FALSE
           OPEN INPUT Game-Archive
           READ Game-Archive NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             ADD 1 TO Count-WK
             READ Game-Archive NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Game-Archive
           .

       125-Count-Gameparh SECTION.
           MOVE ZERO TO Count-WK
           SET EOF TO FALSE
           OPEN INPUT Param-History
           READ Param-History NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             ADD 1 TO Count-WK
             READ Param-History NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Param-History
           .

       130-Count-Xmitreg SECTION.
           MOVE ZERO TO Count-WK
           SET EOF TO FALSE
           OPEN INPUT Xmit-Register
           READ Xmit-Register NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             ADD 1 TO Count-WK
             READ Xmit-Register NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Xmit-Register
           .

       135-Count-Payjrn SECTION.
           MOVE ZERO TO Count-WK
           SET EOF TO FALSE
           OPEN INPUT Settle-Journal
           READ Settle-Journal NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             ADD 1 TO Count-WK
             READ Settle-Journal NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Settle-Journal
           .

       140-Count-Cardjrn SECTION.
           MOVE ZERO TO Count-WK
           SET EOF TO FALSE
           OPEN INPUT Card-Journal
           READ Card-Journal NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             ADD 1 TO Count-WK
             READ Card-Journal NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Card-Journal
           .

       145-Count-Resharc SECTION.
           MOVE ZERO TO Count-WK
           SET EOF TO FALSE
           OPEN INPUT History-Archive
           READ History-Archive NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             ADD 1 TO Count-WK
             READ History-Archive NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE History-Archive
           .

       200-Load-Limits SECTION.
           SET EOF TO FALSE
           OPEN INPUT Capacity-Limits
           READ Capacity-Limits NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             PERFORM VARYING Dx FROM 1 BY 1 UNTIL Dx > 8
               IF Lim-Ddname = DS-Ddname(Dx)
                  AND Lim-Records IS NUMERIC
                 MOVE Lim-Records TO DS-Limit(Dx)
               END-IF
             END-PERFORM
             READ Capacity-Limits NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Capacity-Limits
           .

      * each dataset's last nights, out of the growth history this
      * very step has been appending -- earlier dates only; a forced
      * rerun's second row for a night replaces its first
       300-Load-Growth-History SECTION.
           SET EOF TO FALSE
           OPEN INPUT Capacity-History
           READ Capacity-History NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             IF CH-Date < Run-Business-Date
               PERFORM VARYING Dx FROM 1 BY 1 UNTIL Dx > 8
                 IF CH-Ddname = DS-Ddname(Dx)
                   PERFORM 310-Keep-Night
                 END-IF
               END-PERFORM
             END-IF
             READ Capacity-History NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Capacity-History
           .

       310-Keep-Night SECTION.
           MOVE DS-Night-Count(Dx) TO Nx
           SET SAME-NIGHT TO FALSE
           IF Nx > ZERO
             IF DS-Night-Date(Dx, Nx) = CH-Date
               SET SAME-NIGHT TO TRUE
             END-IF
           END-IF
           IF SAME-NIGHT
             MOVE CH-Records TO DS-Night-Records(Dx, Nx)
           ELSE
             IF Nx < Window-Nights
               ADD 1 TO DS-Night-Count(Dx)
             ELSE
               PERFORM VARYING Nx FROM 1 BY 1
                 UNTIL Nx >= Window-Nights
                 MOVE DS-Night(Dx, Nx + 1) TO DS-Night(Dx, Nx)
               END-PERFORM
             END-IF
             MOVE DS-Night-Count(Dx) TO Nx
             MOVE CH-Date    TO DS-Night-Date(Dx, Nx)
             MOVE CH-Records TO DS-Night-Records(Dx, Nx)
           END-IF
           .

       400-Forecast-One-Dataset SECTION.
           MOVE DS-Night-Count(Dx) TO Nx
           IF Nx > ZERO
             COMPUTE DS-Growth(Dx) = DS-Records(Dx)
                                   - DS-Night-Records(Dx, Nx)
      * the trailing rate: from the oldest night in the window
             SET BCAL-COUNT-DAYS TO TRUE
             MOVE DS-Night-Date(Dx, 1) TO Bcal-Date
             MOVE Run-Business-Date    TO Bcal-To-Date
             CALL 'D64BCAL' USING Business-Calendar-Request
             IF BCAL-ANSWERED
               MOVE Bcal-Days TO DS-Window-Days(Dx)
             END-IF
             IF DS-Window-Days(Dx) > ZERO
                AND DS-Records(Dx) > DS-Night-Records(Dx, 1)
               COMPUTE DS-Rate(Dx) ROUNDED =
                       (DS-Records(Dx) - DS-Night-Records(Dx, 1))
                     / DS-Window-Days(Dx)
             END-IF
           END-IF

           MOVE 999999 TO DS-Days-Left(Dx)
           EVALUATE TRUE
             WHEN DS-Limit(Dx) = ZERO
               SET DS-NOLIMIT(Dx) TO TRUE
             WHEN DS-Records(Dx) >= DS-Limit(Dx)
               SET DS-FULL(Dx) TO TRUE
               MOVE ZERO TO DS-Days-Left(Dx)
             WHEN Nx = ZERO
               SET DS-NEW(Dx) TO TRUE
             WHEN DS-Rate(Dx) = ZERO
               SET DS-OK(Dx) TO TRUE
             WHEN OTHER
               COMPUTE Remain-WK = DS-Limit(Dx) - DS-Records(Dx)
               COMPUTE Days-WK = Remain-WK / DS-Rate(Dx)
               IF Days-WK < 999999
                 MOVE Days-WK TO DS-Days-Left(Dx)
               END-IF
               IF DS-Days-Left(Dx) <= Horizon-Days
                 SET DS-WARN(Dx) TO TRUE
               ELSE
                 SET DS-OK(Dx) TO TRUE
               END-IF
           END-EVALUATE

           MOVE Run-Business-Date  TO CH-Date
           MOVE DS-Ddname(Dx)      TO CH-Ddname
           MOVE DS-Records(Dx)     TO CH-Records
           MOVE DS-Growth(Dx)      TO CH-Growth
           MOVE DS-Limit(Dx)       TO CH-Limit
           MOVE DS-Days-Left(Dx)   TO CH-Days-Left
           MOVE DS-Status(Dx)      TO CH-Status
           WRITE Capacity-History-Record

           MOVE DS-Ddname(Dx)      TO CR-Ddname
           MOVE DS-Records(Dx)     TO CR-Records
           MOVE DS-Growth(Dx)      TO CR-Growth
           MOVE DS-Rate(Dx)        TO CR-Rate
           MOVE DS-Window-Days(Dx) TO CR-Window-Days
           MOVE DS-Limit(Dx)       TO CR-Limit
           MOVE DS-Days-Left(Dx)   TO CR-Days-Left
           MOVE DS-Status(Dx)      TO CR-Status
           WRITE Capacity-Report-Record

           EVALUATE TRUE
             WHEN DS-WARN(Dx)
               MOVE DS-Days-Left(Dx) TO Days-Disp
               MOVE Horizon-Days     TO Horizon-Disp
               MOVE SPACES TO Output-Msg
               STRING DS-Ddname(Dx) " reaches its limit in "
                      Days-Disp " business date(s) (horizon "
                      Horizon-Disp ")."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               MOVE 'D80-W001' TO Log-Msg-Id
               MOVE 'W'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
               ADD 1 TO Alert-Count
             WHEN DS-FULL(Dx)
               MOVE DS-Records(Dx) TO Records-Disp
               MOVE SPACES TO Output-Msg
               STRING DS-Ddname(Dx) " is at its limit with "
                      Records-Disp " records -- reallocate now."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               MOVE 'D80-W001' TO Log-Msg-Id
               MOVE 'W'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
               ADD 1 TO Alert-Count
             WHEN DS-NOLIMIT(Dx)
               MOVE SPACES TO Output-Msg
               STRING DS-Ddname(Dx)
                      " has no CAPLIMIT limit -- no projection made."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               MOVE 'D80-W002' TO Log-Msg-Id
               MOVE 'W'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
               ADD 1 TO Alert-Count
           END-EVALUATE
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

      /
       END PROGRAM D80CAPF.
      /
