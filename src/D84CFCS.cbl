      ******************************************************************
      *  Per-color cube demand forecast
      *
      *  D02CUBEC's restock recommendation sizes the stock on
      *  tonight's games alone, and the supplier needs weeks of lead
      *  time -- an order cut from tonight's figure lands after the
      *  demand it was meant for. This step reads the per-date game
      *  history in GAMEARC over the last 26 weeks together with the
      *  bag limits in force on each date (GAMEPARH), and per color
      *  per week takes the demand D02CUBEC's restock report knows
      *  as the required stock: the most cubes of the color any one
      *  game drew that week. Weeks are counted back from the
      *  business date, the latest ending on it.
      *
      *  The demand trend is the least-squares line through the
      *  weeks of the fit window (PARM bytes 3-4, default 8) that
      *  had games; the forecast required stock is the highest
      *  point that line reaches over the coming lead-time window
      *  (PARM bytes 1-2, default 4 weeks), rounded up to a whole
      *  cube, never below zero nor above 99. CUBFCST carries it in
      *  the layout of D02CUBEC's CUBRSTK, so D20CPOR can order from
      *  either (its PARM byte 1).
      *
      *  CUBFRPT shows purchasing how far the forecast can be
      *  trusted:
      *    HIS  one row per color per past week: limit in force,
      *         actual demand, games played, games over the limit,
      *         and what the same forecast would have projected for
      *         that week one lead time earlier, with the error
      *    FCS  one row per color per coming week of the lead-time
      *         window: the projected demand
      *    SUM  one row per color: forecast required stock, limit in
      *         force, trend per week, mean absolute error over the
      *         past weeks that had both a forecast and games
      *  and closes with the shared control-total trailer (rows,
      *  total forecast stock).
      *
      *  A color with no games anywhere in the fit window gets no
      *  forecast (NOHIST, required stock zero); it is named in
      *  OPSLOG and the step ends RC 4.
      *
      *  PARM bytes 1-2    lead time in weeks (01-13, default 04)
      *       bytes 3-4    fit window in weeks (02-13, default 08)
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D84CFCS.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL both: a site with no archive yet forecasts nothing,
      * and with no parameter history the seeded bag stands.
           SELECT OPTIONAL Game-Archive ASSIGN TO GAMEARC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Arch-Key.
           SELECT OPTIONAL Param-History ASSIGN TO GAMEPARH
           ORGANIZATION IS SEQUENTIAL.
           SELECT Cube-Forecast ASSIGN TO CUBFCST
           ORGANIZATION IS SEQUENTIAL.
           SELECT Forecast-Report ASSIGN TO CUBFRPT
           ORGANIZATION IS SEQUENTIAL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Game-Archive.
       01  Archive-Record.
           05  Arch-Key.
               10  Arch-Date            PIC X(08).
               10  Arch-Game-ID         PIC 9(03).
           05  Arch-Line                PIC X(251).

       FD Param-History RECORDING MODE F.
       01  Param-History-Record.
           05  PH-Date                  PIC X(08).
           05  PH-Color-Name            PIC X(05).
           05  PH-Color-Limit           PIC 9(02).

      * Laid out as D02CUBEC's Cube-Restock-Record as far as D20CPOR
      * reads it (color, current limit, required stock); the rest
      * says what the forecast rests on. Last record is the
      * control-total trailer (TRL in bytes 1-3).
       FD Cube-Forecast RECORDING MODE F.
       01  Cube-Forecast-Record.
           05  FC-Color-Name          PIC X(05).
           05  FC-Current-Limit       PIC 9(02).
           05  FC-Required-Stock      PIC 9(02).
           05  FC-Status              PIC X(08).
           05  FC-Lead-Weeks          PIC 9(02).
           05  FC-Fit-Weeks           PIC 9(02).
           05  FC-Weeks-Used          PIC 9(03).
           05  FC-Basis-Date          PIC X(08).
           05  FILLER                 PIC X(32).

      * HIS/FCS rows carry a week, SUM rows the color's verdict;
      * last record is the control-total trailer.
       FD Forecast-Report RECORDING MODE F.
       01  Forecast-Report-Record.
           05  FR-Type                PIC X(03).
           05  FR-Color-Name          PIC X(05).
           05  FR-Body                PIC X(72).
           05  FR-Week-Body REDEFINES FR-Body.
               10  FR-Week-Start          PIC X(08).
               10  FR-Week-End            PIC X(08).
               10  FR-Limit               PIC 9(02).
               10  FR-Actual              PIC 9(03).
               10  FR-Forecast            PIC 9(03).
               10  FR-Abs-Error           PIC 9(03).
               10  FR-Games               PIC 9(05).
               10  FR-Over-Limit          PIC 9(05).
      * OK, NOFCST (no forecast could be made that early), NODATA
      * (no games that week), or PROJECTD on the coming weeks
               10  FR-Status              PIC X(08).
               10  FILLER                 PIC X(27).
           05  FR-Sum-Body REDEFINES FR-Body.
               10  FR-Sum-Required        PIC 9(03).
               10  FR-Sum-Limit           PIC 9(02).
               10  FR-Sum-Slope           PIC S9(03)V99
                                          SIGN LEADING SEPARATE.
               10  FR-Sum-Mean-Error      PIC 9(03)V99.
               10  FR-Sum-Weeks-Judged    PIC 9(03).
               10  FR-Sum-Lead-Weeks      PIC 9(02).
               10  FR-Sum-Fit-Weeks       PIC 9(02).
               10  FR-Sum-Status          PIC X(08).
               10  FILLER                 PIC X(41).

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D84CFCS '.
           COPY WSFILST.

           05  Lead-Weeks         PIC 9(02) VALUE 4.
           05  Fit-Weeks          PIC 9(02) VALUE 8.
      * the history read: 26 weeks, half a year of seasons
           05  History-Weeks      PIC 9(02) BINARY VALUE 26.

      * The bag as D02CUBEC seeds it, brought forward night by night
      * from GAMEPARH as the archive is read in date order.
           05  Color-Table-Area.
               10  Color-Count          PIC 9(02) BINARY VALUE 3.
               10  Color-Entry OCCURS 20 TIMES INDEXED BY ColorIdx.
                   15  Color-Name       PIC X(05).
                   15  Color-Limit      PIC 9(02).
      * the most cubes of the color the game being parsed drew
                   15  Color-Game-Max   PIC 9(02) BINARY.
           05  Color-Found        PIC 9(1) BINARY.
               88 FOUND-COLOR         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Arch-Done-Switch   PIC 9(1) BINARY.
               88 ARCH-DONE           VALUE 1
                             WHEN SET TO FALSE 0.
           05  Param-Up-To-Date   PIC X(08).

      * Week 1 is the oldest, week 26 the one ending on the business
      * date.
           05  Week-Table.
               10  Week-Entry OCCURS 26 TIMES INDEXED BY WkIdx.
                   15  Wk-Games         PIC 9(05) BINARY.
                   15  Wk-Color OCCURS 20 TIMES.
                       20  Wk-Peak          PIC 9(02) BINARY.
                       20  Wk-Over-Limit    PIC 9(05) BINARY.
                       20  Wk-Limit         PIC 9(02) BINARY.
           05  Week-Nr            PIC 9(02) BINARY.

      * One game line, taken apart the way D02CUBEC's 105-Check does.
           05  Game-Line          PIC X(251).
           05  Line-Head          PIC X(08).
           05  Line-Pointer       PIC 9(04) BINARY.
           05  Cube-Number        PIC 9(02) DISPLAY.
           05  Cube-Color         PIC X(05).
           05  Delim              PIC X(02).
               88 END-OF-LINE         VALUE SPACES
                                WHEN SET TO FALSE IS "XX".

           05  Business-Day-Nr    PIC S9(08) BINARY.
           05  Arch-Day-Nr        PIC S9(08) BINARY.
           05  Age-Days           PIC S9(08) BINARY.
           05  Age-Weeks          PIC S9(08) BINARY.
           05  Day-Nr             PIC S9(08) BINARY.
           05  Date-Num           PIC 9(08).
           05  Window-Start-Date  PIC X(08).

      * Least-squares fit over weeks Fit-From .. Fit-To of one color
      * (ColorIdx), weeks without games left out.
           05  Fit-From           PIC S9(04) BINARY.
           05  Fit-To             PIC S9(04) BINARY.
           05  Fit-N              PIC S9(04) BINARY.
           05  Fit-St             PIC S9(09) BINARY.
           05  Fit-Sy             PIC S9(09) BINARY.
           05  Fit-Stt            PIC S9(09) BINARY.
           05  Fit-Sty            PIC S9(09) BINARY.
           05  Fit-Denom          PIC S9(09) BINARY.
           05  Fit-Slope          PIC S9(05)V9(04).
           05  Fit-Intercept      PIC S9(05)V9(04).
           05  Fit-Found-Switch   PIC 9(1) BINARY.
               88 FIT-FOUND           VALUE 1
                             WHEN SET TO FALSE 0.
           05  Proj-Week          PIC S9(04) BINARY.
           05  Proj-First         PIC S9(04) BINARY.
           05  Proj-Last          PIC S9(04) BINARY.
           05  Proj-Value         PIC S9(05)V9(04).
           05  Proj-Whole         PIC S9(05) BINARY.
           05  Window-Max         PIC S9(05) BINARY.

           05  Abs-Error          PIC S9(05) BINARY.
           05  Error-Sum          PIC 9(07) BINARY.
           05  Weeks-Judged       PIC 9(03) BINARY.

           05  Row-Count          PIC 9(08) BINARY VALUE ZERO.
           05  Stock-Total        PIC 9(08) BINARY VALUE ZERO.
           05  Forecast-Count     PIC 9(04) BINARY VALUE ZERO.
           05  NoHist-Count       PIC 9(04) BINARY VALUE ZERO.
           05  Forecast-Disp      PIC 9(04) DISPLAY.
           05  NoHist-Disp        PIC 9(04) DISPLAY.
           05  Stock-Disp         PIC 9(08) DISPLAY.

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
           IF LS-Parm-Len > 1
             IF LS-Parm-Text(1:2) IS NUMERIC
               MOVE LS-Parm-Text(1:2) TO Lead-Weeks
             END-IF
           END-IF
           IF LS-Parm-Len > 3
             IF LS-Parm-Text(3:2) IS NUMERIC
               MOVE LS-Parm-Text(3:2) TO Fit-Weeks
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
             IF LS-Parm-Text(1:2) NOT = SPACES
               IF LS-Parm-Text(1:2) NOT NUMERIC
                  OR Lead-Weeks < 1 OR Lead-Weeks > 13
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM bytes 1-2 must be a lead time of 01-13."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
           IF LS-Parm-Len > 2
             IF LS-Parm-Text(3:2) NOT = SPACES
               IF LS-Parm-Text(3:2) NOT NUMERIC
                  OR Fit-Weeks < 2 OR Fit-Weeks > 13
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM bytes 3-4 must be a fit window of 02-13."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
           IF LS-Parm-Len > 4
             IF LS-Parm-Text(5:1) NOT = SPACE
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM byte 5 must be blank here."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
           MOVE 'GAMEARC ' TO Parm-Ddname-Echo
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           MOVE 3 TO Color-Count
           MOVE "red  " TO Color-Name(1)
           MOVE 12      TO Color-Limit(1)
           MOVE "green" TO Color-Name(2)
           MOVE 13      TO Color-Limit(2)
           MOVE "blue " TO Color-Name(3)
           MOVE 14      TO Color-Limit(3)
           INITIALIZE Week-Table

           COMPUTE Business-Day-Nr =
                   FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL(Run-Business-Date))
           COMPUTE Day-Nr = Business-Day-Nr - (History-Weeks * 7) + 1
           COMPUTE Date-Num = FUNCTION DATE-OF-INTEGER(Day-Nr)
           MOVE Date-Num TO Window-Start-Date

           PERFORM 100-Read-Game-History

           OPEN OUTPUT Cube-Forecast
           OPEN OUTPUT Forecast-Report
           PERFORM VARYING ColorIdx FROM 1 BY 1
             UNTIL ColorIdx > Color-Count
             PERFORM 200-Forecast-One-Color
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Forecast-Count TO Trailer-Record-Count
           MOVE Stock-Total    TO Trailer-Key-Figure
           WRITE Cube-Forecast-Record FROM Trailer-Layout
           CLOSE Cube-Forecast
           MOVE Row-Count      TO Trailer-Record-Count
           WRITE Forecast-Report-Record FROM Trailer-Layout
           CLOSE Forecast-Report

           MOVE Forecast-Count TO History-Total-1
           MOVE Stock-Total    TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Forecast-Count TO Forecast-Disp
           MOVE Stock-Total    TO Stock-Disp
           MOVE SPACES TO Output-Msg
           STRING Forecast-Disp " color(s) forecast, "
                  Stock-Disp " cube(s) required over the lead"
                  " time -- see CUBFRPT."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D84-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF NoHist-Count > ZERO
             MOVE NoHist-Count TO NoHist-Disp
             MOVE SPACES TO Output-Msg
             STRING NoHist-Disp
                    " color(s) had no games in the fit window --"
                    " NOHIST, nothing forecast."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D84-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * The archive in key (date) order from the first day of the
      * oldest week to the business date, with GAMEPARH brought
      * forward to each night before its games are judged.
       100-Read-Game-History SECTION.
           OPEN INPUT Param-History
           READ Param-History NEXT RECORD
                AT END MOVE HIGH-VALUES TO PH-Date
           END-READ
           SET ARCH-DONE TO FALSE
           OPEN INPUT Game-Archive
           MOVE Window-Start-Date TO Arch-Date
           MOVE ZERO              TO Arch-Game-ID
           START Game-Archive KEY IS NOT LESS THAN Arch-Key
             INVALID KEY
               SET ARCH-DONE TO TRUE
           END-START
           PERFORM UNTIL ARCH-DONE
             READ Game-Archive NEXT RECORD
               AT END
                 SET ARCH-DONE TO TRUE
               NOT AT END
                 IF Arch-Date > Run-Business-Date
                   SET ARCH-DONE TO TRUE
                 ELSE
                   MOVE Arch-Date TO Param-Up-To-Date
                   PERFORM 120-Advance-Param-History
                   PERFORM 110-Tally-Archived-Game
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Game-Archive
      * the limits the coming order is judged against: the bag in
      * force tonight
           MOVE Run-Business-Date TO Param-Up-To-Date
           PERFORM 120-Advance-Param-History
           CLOSE Param-History
           .

      * One archived game: each color's largest draw, into its week.
       110-Tally-Archived-Game SECTION.
           COMPUTE Arch-Day-Nr =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(Arch-Date))
           COMPUTE Age-Days = Business-Day-Nr - Arch-Day-Nr
           DIVIDE Age-Days BY 7 GIVING Age-Weeks
           COMPUTE Week-Nr = History-Weeks - Age-Weeks
           SET WkIdx TO Week-Nr
           ADD 1 TO Wk-Games(WkIdx)

           PERFORM VARYING ColorIdx FROM 1 BY 1
             UNTIL ColorIdx > Color-Count
             MOVE ZERO TO Color-Game-Max(ColorIdx)
           END-PERFORM
           MOVE Arch-Line TO Game-Line
           MOVE 1 TO Line-Pointer
           UNSTRING Game-Line
             DELIMITED BY ": "
             INTO Line-Head
             WITH POINTER Line-Pointer
           END-UNSTRING
           SET END-OF-LINE TO FALSE
           PERFORM 115-Take-One-Draw
             UNTIL END-OF-LINE OR Line-Pointer > 251

           PERFORM VARYING ColorIdx FROM 1 BY 1
             UNTIL ColorIdx > Color-Count
             IF Color-Game-Max(ColorIdx) > Wk-Peak(WkIdx, ColorIdx)
               MOVE Color-Game-Max(ColorIdx)
                 TO Wk-Peak(WkIdx, ColorIdx)
             END-IF
             IF Color-Game-Max(ColorIdx) > Color-Limit(ColorIdx)
               ADD 1 TO Wk-Over-Limit(WkIdx, ColorIdx)
             END-IF
             MOVE Color-Limit(ColorIdx) TO Wk-Limit(WkIdx, ColorIdx)
           END-PERFORM
           .

      * One "count color" pair; a color the bag does not know is
      * D02CUBEC's exception, not demand.
       115-Take-One-Draw SECTION.
           MOVE ZERO   TO Cube-Number
           MOVE SPACES TO Cube-Color
           UNSTRING Game-Line
             DELIMITED BY SPACE
             INTO Cube-Number
             WITH POINTER Line-Pointer
           END-UNSTRING
           UNSTRING Game-Line
             DELIMITED BY ", " OR "; "
             INTO Cube-Color
             DELIMITER IN Delim
             WITH POINTER Line-Pointer
           END-UNSTRING
           PERFORM VARYING ColorIdx FROM 1 BY 1
             UNTIL ColorIdx > Color-Count
             IF Cube-Color = Color-Name(ColorIdx)
               IF Cube-Number > Color-Game-Max(ColorIdx)
                 MOVE Cube-Number TO Color-Game-Max(ColorIdx)
               END-IF
               SET ColorIdx TO Color-Count
             END-IF
           END-PERFORM
           .

      * Applies every GAMEPARH row dated up to Param-Up-To-Date, in
      * file order -- the snapshot last written for a date wins, as
      * in D02CUBEC's archive inquiry. A row dated past that night
      * stays read ahead for the next; the end of the file reads as
      * a date past every night.
       120-Advance-Param-History SECTION.
           PERFORM UNTIL PH-Date > Param-Up-To-Date
             PERFORM 125-Apply-Param-Row
             READ Param-History NEXT RECORD
                  AT END MOVE HIGH-VALUES TO PH-Date
             END-READ
           END-PERFORM
           .

       125-Apply-Param-Row SECTION.
           SET FOUND-COLOR TO FALSE
           PERFORM VARYING ColorIdx FROM 1 BY 1
             UNTIL ColorIdx > Color-Count
             IF PH-Color-Name = Color-Name(ColorIdx)
               MOVE PH-Color-Limit TO Color-Limit(ColorIdx)
               SET FOUND-COLOR TO TRUE
               SET ColorIdx TO Color-Count
             END-IF
           END-PERFORM
           IF NOT FOUND-COLOR AND Color-Count < 20
             ADD 1 TO Color-Count
             MOVE PH-Color-Name  TO Color-Name(Color-Count)
             MOVE PH-Color-Limit TO Color-Limit(Color-Count)
           END-IF
           .

      * The past weeks judged against the forecast one lead time
      * earlier would have made, the coming weeks projected, the
      * verdict row, and the CUBFCST line D20CPOR orders from.
       200-Forecast-One-Color SECTION.
           MOVE ZERO TO Error-Sum
           MOVE ZERO TO Weeks-Judged
           PERFORM VARYING WkIdx FROM 1 BY 1
             UNTIL WkIdx > History-Weeks
             PERFORM 210-Report-Past-Week
           END-PERFORM

           COMPUTE Fit-To = History-Weeks
           PERFORM 300-Fit-Trend
           MOVE ZERO TO Window-Max
           IF FIT-FOUND
             COMPUTE Proj-Last = History-Weeks + Lead-Weeks
             COMPUTE Proj-First = History-Weeks + 1
             PERFORM VARYING Proj-Week FROM Proj-First BY 1
               UNTIL Proj-Week > Proj-Last
               PERFORM 310-Project-Week
               IF Proj-Whole > Window-Max
                 MOVE Proj-Whole TO Window-Max
               END-IF
               PERFORM 220-Report-Coming-Week
             END-PERFORM
           END-IF

           MOVE SPACES TO Forecast-Report-Record
           MOVE 'SUM'                 TO FR-Type
           MOVE Color-Name(ColorIdx)  TO FR-Color-Name
           MOVE Window-Max            TO FR-Sum-Required
           MOVE Color-Limit(ColorIdx) TO FR-Sum-Limit
           MOVE Fit-Slope             TO FR-Sum-Slope
           IF Weeks-Judged > ZERO
             COMPUTE FR-Sum-Mean-Error ROUNDED =
                     Error-Sum / Weeks-Judged
           ELSE
             MOVE ZERO TO FR-Sum-Mean-Error
           END-IF
           MOVE Weeks-Judged          TO FR-Sum-Weeks-Judged
           MOVE Lead-Weeks            TO FR-Sum-Lead-Weeks
           MOVE Fit-Weeks             TO FR-Sum-Fit-Weeks
           IF FIT-FOUND
             MOVE 'OK      ' TO FR-Sum-Status
           ELSE
             MOVE 'NOHIST  ' TO FR-Sum-Status
           END-IF
           WRITE Forecast-Report-Record
           ADD 1 TO Row-Count

           MOVE SPACES TO Cube-Forecast-Record
           MOVE Color-Name(ColorIdx)  TO FC-Color-Name
           MOVE Color-Limit(ColorIdx) TO FC-Current-Limit
           MOVE Window-Max            TO FC-Required-Stock
           MOVE Lead-Weeks            TO FC-Lead-Weeks
           MOVE Fit-Weeks             TO FC-Fit-Weeks
           MOVE Fit-N                 TO FC-Weeks-Used
           MOVE Run-Business-Date     TO FC-Basis-Date
           IF FIT-FOUND
             MOVE 'OK      ' TO FC-Status
           ELSE
             MOVE 'NOHIST  ' TO FC-Status
             ADD 1 TO NoHist-Count
           END-IF
           WRITE Cube-Forecast-Record
           ADD 1 TO Forecast-Count
           ADD Window-Max TO Stock-Total
           .

      * Week WkIdx as it happened, and what the forecast made at the
      * end of the week one lead time before it projected for it.
       210-Report-Past-Week SECTION.
           MOVE SPACES TO Forecast-Report-Record
           MOVE 'HIS'                TO FR-Type
           MOVE Color-Name(ColorIdx) TO FR-Color-Name
           SET Proj-Week TO WkIdx
           PERFORM 320-Week-Dates
           MOVE Wk-Limit(WkIdx, ColorIdx)      TO FR-Limit
           MOVE Wk-Peak(WkIdx, ColorIdx)       TO FR-Actual
           MOVE Wk-Games(WkIdx)                TO FR-Games
           MOVE Wk-Over-Limit(WkIdx, ColorIdx) TO FR-Over-Limit
           MOVE ZERO TO FR-Forecast
           MOVE ZERO TO FR-Abs-Error
           COMPUTE Fit-To = Proj-Week - Lead-Weeks
           SET FIT-FOUND TO FALSE
           IF Fit-To >= 1
             PERFORM 300-Fit-Trend
           END-IF
           EVALUATE TRUE
             WHEN NOT FIT-FOUND
               MOVE 'NOFCST  ' TO FR-Status
             WHEN Wk-Games(WkIdx) = ZERO
               PERFORM 310-Project-Week
               MOVE Proj-Whole TO FR-Forecast
               MOVE 'NODATA  ' TO FR-Status
             WHEN OTHER
               PERFORM 310-Project-Week
               MOVE Proj-Whole TO FR-Forecast
               COMPUTE Abs-Error = Proj-Whole
                                 - Wk-Peak(WkIdx, ColorIdx)
               IF Abs-Error < ZERO
                 COMPUTE Abs-Error = ZERO - Abs-Error
               END-IF
               MOVE Abs-Error TO FR-Abs-Error
               ADD Abs-Error TO Error-Sum
               ADD 1 TO Weeks-Judged
               MOVE 'OK      ' TO FR-Status
           END-EVALUATE
           WRITE Forecast-Report-Record
           ADD 1 TO Row-Count
           .

       220-Report-Coming-Week SECTION.
           MOVE SPACES TO Forecast-Report-Record
           MOVE 'FCS'                 TO FR-Type
           MOVE Color-Name(ColorIdx)  TO FR-Color-Name
           PERFORM 320-Week-Dates
           MOVE Color-Limit(ColorIdx) TO FR-Limit
           MOVE ZERO                  TO FR-Actual
           MOVE Proj-Whole            TO FR-Forecast
           MOVE ZERO                  TO FR-Abs-Error
           MOVE ZERO                  TO FR-Games
           MOVE ZERO                  TO FR-Over-Limit
           MOVE 'PROJECTD'            TO FR-Status
           WRITE Forecast-Report-Record
           ADD 1 TO Row-Count
           .

      * Least-squares line through the weeks of the fit window
      * ending at week Fit-To that had games. One such week gives a
      * flat line at its demand; none gives no forecast.
       300-Fit-Trend SECTION.
           COMPUTE Fit-From = Fit-To - Fit-Weeks + 1
           IF Fit-From < 1
             MOVE 1 TO Fit-From
           END-IF
           MOVE ZERO TO Fit-N
           MOVE ZERO TO Fit-St
           MOVE ZERO TO Fit-Sy
           MOVE ZERO TO Fit-Stt
           MOVE ZERO TO Fit-Sty
           MOVE ZERO TO Fit-Slope
           MOVE ZERO TO Fit-Intercept
           SET FIT-FOUND TO FALSE
           PERFORM VARYING Week-Nr FROM Fit-From BY 1
             UNTIL Week-Nr > Fit-To
             IF Wk-Games(Week-Nr) > ZERO
               ADD 1 TO Fit-N
               ADD Week-Nr TO Fit-St
               ADD Wk-Peak(Week-Nr, ColorIdx) TO Fit-Sy
               COMPUTE Fit-Stt = Fit-Stt + Week-Nr * Week-Nr
               COMPUTE Fit-Sty = Fit-Sty
                               + Week-Nr * Wk-Peak(Week-Nr, ColorIdx)
             END-IF
           END-PERFORM
           IF Fit-N > ZERO
             SET FIT-FOUND TO TRUE
             COMPUTE Fit-Denom = Fit-N * Fit-Stt - Fit-St * Fit-St
             IF Fit-Denom NOT = ZERO
               COMPUTE Fit-Slope ROUNDED =
                       (Fit-N * Fit-Sty - Fit-St * Fit-Sy) / Fit-Denom
             END-IF
             COMPUTE Fit-Intercept ROUNDED =
                     (Fit-Sy - Fit-Slope * Fit-St) / Fit-N
           END-IF
           .

      * The line at week Proj-Week, rounded up to a whole cube and
      * kept within what a bag limit can say (0-99).
       310-Project-Week SECTION.
           COMPUTE Proj-Value = Fit-Intercept + Fit-Slope * Proj-Week
           IF Proj-Value <= ZERO
             MOVE ZERO TO Proj-Whole
           ELSE
             MOVE Proj-Value TO Proj-Whole
             IF Proj-Whole < Proj-Value
               ADD 1 TO Proj-Whole
             END-IF
           END-IF
           IF Proj-Whole > 99
             MOVE 99 TO Proj-Whole
           END-IF
           .

      * First and last business date of week Proj-Week.
       320-Week-Dates SECTION.
           COMPUTE Day-Nr = Business-Day-Nr
                          - (History-Weeks - Proj-Week) * 7 - 6
           COMPUTE Date-Num = FUNCTION DATE-OF-INTEGER(Day-Nr)
           MOVE Date-Num TO FR-Week-Start
           ADD 6 TO Day-Nr
           COMPUTE Date-Num = FUNCTION DATE-OF-INTEGER(Day-Nr)
           MOVE Date-Num TO FR-Week-End
           .

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

      /
       END PROGRAM D84CFCS.
      /
