      ******************************************************************
      *  Group sign-off across sites
      *
      *  The suite runs for every site under that site's own HLQ,
      *  and each site signs off its own night with D07SUMM. Head
      *  office used to get one SUMMRPT per site and add them up by
      *  hand. This step reads every site named in the site list
      *  SITELIST -- its RESHIST, RUNSTAT and QUALHIST, each by the
      *  ddname the list gives it -- and writes one group sign-off
      *  sheet, GRPSUMM, for the business date:
      *
      *    D  one row per site per Program/Variant: the site's
      *       latest run up to the business date, its totals and
      *       status (OK, STALE, RC-FAIL, MISSING, or the site's own
      *       OUTSTAND/MISSING when the site has not signed)
      *    G  one row per Program/Variant: the group totals, with
      *       every site's totals and status side by side
      *    S  one row per site: how its night stands (SIGNED,
      *       FAILED, OUTSTAND or MISSING, and why), its D07SUMM
      *       sign-off stamp and RC, and its QUALHIST figures for the
      *       date (feeds scored, volume, rejects, feeds whose
      *       verification or balancing was not clean)
      *    T  the group total, with every site side by side
      *
      *  A site has signed when its RUNSTAT holds a D07SUMM END for
      *  the business date by the consolidation deadline, FAILED
      *  when that END is RC 8 or worse. A site with runs for the
      *  date but no sign-off by the deadline is OUTSTAND; a site
      *  with nothing for the date, or whose files cannot be opened,
      *  is MISSING. Group totals add only signed sites' OK rows,
      *  but a site that is not in them is never just left out: its
      *  rows stay on the sheet under its status, the G and T rows
      *  count it as excluded and read PARTIAL rather than
      *  COMPLETE, and the step ends RC 8 with each such site named
      *  in OPSLOG.
      *
      *  PARM bytes 1-12   consolidation deadline (YYYYMMDDHHMM):
      *                    a sign-off stamped later counts as
      *                    OUTSTAND, so a rerun shows the night as
      *                    it stood at the deadline. Blank: every
      *                    sign-off on file counts.
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D78GSUM.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Site-List ASSIGN TO SITELIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
      * One site at a time, by the ddnames its site list entry
      * names; a file that cannot be opened makes the site MISSING
      * instead of ending the step.
           SELECT Site-History ASSIGN TO Site-Resh-Ddname
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Site-File-Status.
           SELECT Site-Run-Status ASSIGN TO Site-Runs-Ddname
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SR-Key
           FILE STATUS IS Site-File-Status.
           SELECT Site-Quality ASSIGN TO Site-Qual-Ddname
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Site-File-Status.
           SELECT Group-Summary ASSIGN TO GRPSUMM
           ORGANIZATION IS SEQUENTIAL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

      * One record per site, in the order the sheet shows them.
       FD Site-List RECORDING MODE F.
       01  Site-List-Record.
           05  SL-Site-Code           PIC X(04).
           05  SL-Site-Name           PIC X(20).
           05  SL-Resh-Ddname         PIC X(08).
           05  SL-Runs-Ddname         PIC X(08).
           05  SL-Qual-Ddname         PIC X(08).

      * The site's own RESHIST, field for field.
       FD Site-History RECORDING MODE F.
       01  Site-History-Record.
           05  SH-Program             PIC X(08).
           05  SH-Run-Date            PIC X(08).
           05  SH-Run-Time            PIC X(06).
           05  SH-Total-1             PIC 9(08).
           05  SH-Total-2             PIC 9(08).
           05  SH-Variant             PIC X(08).

      * The site's own RUNSTAT, field for field.
       FD Site-Run-Status.
       01  Site-Run-Status-Record.
           05  SR-Key.
               10  SR-Business-Date   PIC X(08).
               10  SR-Program         PIC X(08).
               10  SR-Variant         PIC X(08).
               10  SR-Type            PIC X(05).
           05  SR-Return-Code         PIC 9(04).
           05  SR-Timestamp           PIC X(14).

      * Mirrors D38QSCD's quality history, field for field.
       FD Site-Quality RECORDING MODE F.
       01  Quality-Record.
           05  QH-Date                PIC X(08).
           05  QH-Input               PIC X(08).
           05  QH-Volume              PIC 9(08).
           05  QH-Rejects             PIC 9(08).
           05  QH-Rate-Pm             PIC 9(04).
           05  QH-Xmit-Status         PIC X(08).
           05  QH-Bal-Status          PIC X(08).

       FD Group-Summary RECORDING MODE F.
       01  Group-Summary-Record.
           05  Grp-Row-Type           PIC X(01).
               88 GRP-DETAIL-ROW          VALUE 'D'.
               88 GRP-PROGRAM-ROW         VALUE 'G'.
               88 GRP-SITE-ROW            VALUE 'S'.
               88 GRP-TOTAL-ROW           VALUE 'T'.
           05  Grp-Program            PIC X(08).
           05  Grp-Variant            PIC X(08).
           05  Grp-Site               PIC X(04).
           05  Grp-Run-Date           PIC X(08).
           05  Grp-Run-Time           PIC X(06).
           05  Grp-Total-1            PIC 9(10).
           05  Grp-Total-2            PIC 9(10).
      * D rows: OK, STALE, RC-FAIL or MISSING as the site's own
      * sheet would judge the row, or the site's OUTSTAND/MISSING;
      * S rows: SIGNED, FAILED, OUTSTAND or MISSING; G and T rows:
      * COMPLETE when every site is in the total, else PARTIAL
           05  Grp-Status             PIC X(08).
      * G and T rows: sites in the total, and sites left out of it
           05  Grp-Sites-Included     PIC 9(02).
           05  Grp-Sites-Excluded     PIC 9(02).
           05  Grp-Site-Columns.
               10  Grp-Column OCCURS 9 TIMES.
                   15  Grp-Col-Site       PIC X(04).
                   15  Grp-Col-Total-1    PIC 9(08).
                   15  Grp-Col-Total-2    PIC 9(08).
                   15  Grp-Col-Status     PIC X(08).
           05  Grp-Site-Detail REDEFINES Grp-Site-Columns.
               10  Grp-Site-Name          PIC X(20).
               10  Grp-Signoff-Stamp      PIC X(14).
               10  Grp-Signoff-RC         PIC 9(04).
               10  Grp-Qual-Feeds         PIC 9(04).
               10  Grp-Qual-Volume        PIC 9(10).
               10  Grp-Qual-Rejects       PIC 9(10).
               10  Grp-Qual-Flagged       PIC 9(04).
               10  Grp-Site-Reason        PIC X(40).
               10  FILLER                 PIC X(146).

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D78GSUM '.
           COPY WSFILST.

           05  Site-Resh-Ddname   PIC X(08) VALUE SPACES.
           05  Site-Runs-Ddname   PIC X(08) VALUE SPACES.
           05  Site-Qual-Ddname   PIC X(08) VALUE SPACES.
           05  Site-File-Status   PIC X(02).
           05  Site-EOF-Switch    PIC 9(1) BINARY.
               88 SITE-EOF            VALUE 1
                             WHEN SET TO FALSE 0.
           05  Run-Date           PIC X(08).
           05  Deadline-Stamp     PIC X(12) VALUE HIGH-VALUES.
           05  Home-Site          PIC X(04) VALUE SPACES.
           05  Sx                 PIC 9(02) BINARY.
           05  Px                 PIC 9(02) BINARY.
           05  Cx                 PIC 9(02) BINARY.

      * Loaded from SITELIST; nine is three times the sites we run,
      * and a site this table cannot hold is a HARD failure -- it
      * would vanish from a sheet someone signs.
           05  Site-Count         PIC 9(02) BINARY VALUE ZERO.
           05  Site-Table.
               10  Site-Entry OCCURS 9 TIMES.
                   15  ST-Code            PIC X(04).
                   15  ST-Name            PIC X(20).
                   15  ST-Resh-Ddname     PIC X(08).
                   15  ST-Runs-Ddname     PIC X(08).
                   15  ST-Qual-Ddname     PIC X(08).
                   15  ST-Status          PIC X(08).
                       88 ST-SIGNED           VALUE 'SIGNED  '.
                       88 ST-FAILED           VALUE 'FAILED  '.
                       88 ST-OUTSTANDING      VALUE 'OUTSTAND'.
                       88 ST-MISSING          VALUE 'MISSING '.
                   15  ST-Reason          PIC X(40).
                   15  ST-Runs-Seen       PIC 9(1) BINARY.
                       88 ST-RAN-TONIGHT      VALUE 1
                                     WHEN SET TO FALSE 0.
                   15  ST-Signoff-Stamp   PIC X(14).
                   15  ST-Signoff-RC      PIC 9(04).
                   15  ST-Qual-Feeds      PIC 9(04).
                   15  ST-Qual-Volume     PIC 9(10).
                   15  ST-Qual-Rejects    PIC 9(10).
                   15  ST-Qual-Flagged    PIC 9(04).
                   15  ST-Total-1         PIC 9(10).
                   15  ST-Total-2         PIC 9(10).

      * One entry per Program/Variant any site has history for,
      * each with one cell per site: that site's latest run up to
      * the business date. A combination one site never ran shows
      * MISSING in that site's cell.
           05  PV-Count           PIC 9(02) BINARY VALUE ZERO.
           05  PV-Table.
               10  PV-Entry OCCURS 64 TIMES.
                   15  PV-Program         PIC X(08).
                   15  PV-Variant         PIC X(08).
                   15  PV-Cell OCCURS 9 TIMES.
                       20  Cell-Run-Date      PIC X(08).
                       20  Cell-Run-Time      PIC X(06).
                       20  Cell-Total-1       PIC 9(08).
                       20  Cell-Total-2       PIC 9(08).
                       20  Cell-Status        PIC X(08).
                       20  Cell-Seen-Switch   PIC 9(1) BINARY.
                           88 CELL-SEEN           VALUE 1
                                         WHEN SET TO FALSE 0.

           05  Match-Found        PIC 9(1) BINARY.
               88 FOUND-MATCH     VALUE 1
                             WHEN SET TO FALSE 0.

      * Worst END return code per program out of the current site's
      * RUNSTAT for the business date, reloaded for every site.
           05  RC-Count           PIC 9(02) BINARY VALUE ZERO.
           05  RC-Table.
               10  RC-Entry OCCURS 64 TIMES INDEXED BY RcIdx.
                   15  RCT-Program        PIC X(08).
                   15  RCT-Worst-RC       PIC 9(04).
           05  RC-Fail-Switch     PIC 9(1) BINARY.
               88 RUN-ENDED-BAD       VALUE 1
                             WHEN SET TO FALSE 0.

           05  Group-Total-1      PIC 9(10).
           05  Group-Total-2      PIC 9(10).
           05  Sites-Included     PIC 9(02) BINARY.
           05  Sites-Excluded     PIC 9(02) BINARY.
           05  Signed-Count       PIC 9(02) BINARY VALUE ZERO.
           05  Unsigned-Count     PIC 9(02) BINARY VALUE ZERO.
           05  Count-Disp         PIC 9(02) DISPLAY.
           05  Count-Disp-2       PIC 9(02) DISPLAY.
           05  RC-Disp            PIC 9(04) DISPLAY.

       01  Output-Msg             PIC X(80).

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Len        PIC S9(4) COMP.
           05  LS-Parm-Text       PIC X(80).

      /
       PROCEDURE DIVISION USING LS-Parm-Area.

       000-Main SECTION.
           SET EOF TO FALSE
           IF LS-Parm-Len > 0
             IF LS-Parm-Text(1:12) IS NUMERIC
               MOVE LS-Parm-Text(1:12) TO Deadline-Stamp
             END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO Run-Date
           IF LS-Parm-Len > 30
             IF LS-Parm-Text(31:8) IS NUMERIC
               MOVE LS-Parm-Text(31:8) TO Run-Date
             END-IF
           END-IF
           MOVE Run-Date TO Run-Business-Date
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
             IF LS-Parm-Text(1:12) NOT = SPACES
                AND LS-Parm-Text(1:12) NOT NUMERIC
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM bytes 1-12 must be blank or YYYYMMDDHHMM."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
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
      * each site's staleness is judged on that site's calendar
           MOVE Bcal-Site TO Home-Site

           PERFORM 100-Load-Site-List
           PERFORM VARYING Sx FROM 1 BY 1 UNTIL Sx > Site-Count
             PERFORM 200-Read-Site
           END-PERFORM
           MOVE Home-Site TO Bcal-Site
           PERFORM 300-Settle-Cells

           OPEN OUTPUT Group-Summary
           PERFORM VARYING Px FROM 1 BY 1 UNTIL Px > PV-Count
             PERFORM 400-Write-Program-Rows
           END-PERFORM
           PERFORM VARYING Sx FROM 1 BY 1 UNTIL Sx > Site-Count
             PERFORM 500-Write-Site-Row
           END-PERFORM
           PERFORM 600-Write-Group-Total
           CLOSE Group-Summary

      * a group sheet with a site missing, failed or still out is
      * not a group sign-off, however clean the rest looks
           IF Site-Count = ZERO
             MOVE 'D78-E005' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "SITELIST names no site -- nothing consolidated."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
           END-IF
           IF Unsigned-Count > 0
             MOVE Unsigned-Count TO Count-Disp
             MOVE Site-Count     TO Count-Disp-2
             MOVE SPACES TO Output-Msg
             STRING Count-Disp " of " Count-Disp-2
                    " site(s) MISSING, FAILED or OUTSTAND --"
                    " group sheet PARTIAL."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D78-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
           END-IF

           MOVE Signed-Count TO Count-Disp
           MOVE Site-Count   TO Count-Disp-2
           MOVE SPACES TO Output-Msg
           STRING "Group sign-off for " Run-Date " written to GRPSUMM, "
                  Count-Disp " of " Count-Disp-2 " site(s) signed."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D78-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           MOVE Signed-Count   TO History-Total-1
           MOVE Unsigned-Count TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History
           PERFORM 965-Record-Run-End

           GOBACK
           .

       100-Load-Site-List SECTION.
           OPEN INPUT Site-List
           READ Site-List NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF Site-Count < 9
               ADD 1 TO Site-Count
               MOVE Site-Count TO Sx
               MOVE SPACES         TO Site-Entry(Sx)
               MOVE SL-Site-Code   TO ST-Code(Sx)
               MOVE SL-Site-Name   TO ST-Name(Sx)
               MOVE SL-Resh-Ddname TO ST-Resh-Ddname(Sx)
               MOVE SL-Runs-Ddname TO ST-Runs-Ddname(Sx)
               MOVE SL-Qual-Ddname TO ST-Qual-Ddname(Sx)
               SET ST-RAN-TONIGHT(Sx) TO FALSE
               MOVE ZERO TO ST-Signoff-RC(Sx)
               MOVE ZERO TO ST-Qual-Feeds(Sx)
               MOVE ZERO TO ST-Qual-Volume(Sx)
               MOVE ZERO TO ST-Qual-Rejects(Sx)
               MOVE ZERO TO ST-Qual-Flagged(Sx)
               MOVE ZERO TO ST-Total-1(Sx)
               MOVE ZERO TO ST-Total-2(Sx)
             ELSE
             MOVE 'D78-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Site-Table full -- group sign-off aborted."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 16 TO RETURN-CODE
             STOP RUN
             END-IF
             READ Site-List NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Site-List
           .

      * One site's RUNSTAT, RESHIST and QUALHIST, then the site's
      * standing for the night and the status of each of its rows.
       200-Read-Site SECTION.
           PERFORM 210-Read-Site-Runs
           IF NOT ST-MISSING(Sx)
             PERFORM 220-Read-Site-History
           END-IF
           IF NOT ST-MISSING(Sx)
             PERFORM 240-Read-Site-Quality
             PERFORM 250-Judge-Site
           END-IF
           IF ST-SIGNED(Sx)
             ADD 1 TO Signed-Count
           ELSE
             ADD 1 TO Unsigned-Count
             MOVE SPACES TO Output-Msg
             STRING "Site " ST-Code(Sx) " " ST-Name(Sx) " "
                    ST-Status(Sx) ": " ST-Reason(Sx)
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D78-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           .

      * The site's sign-off (its D07SUMM END for the business date)
      * and the worst END return code of every other program.
       210-Read-Site-Runs SECTION.
           MOVE ZERO TO RC-Count
           MOVE ST-Runs-Ddname(Sx) TO Site-Runs-Ddname
           OPEN INPUT Site-Run-Status
           IF Site-File-Status NOT = '00'
             SET ST-MISSING(Sx) TO TRUE
             MOVE SPACES TO ST-Reason(Sx)
             STRING "RUNSTAT " Site-Runs-Ddname
                    " not opened, status " Site-File-Status
               DELIMITED BY SIZE
               INTO ST-Reason(Sx)
             END-STRING
           ELSE
             SET SITE-EOF TO FALSE
             READ Site-Run-Status NEXT RECORD
                  AT END SET SITE-EOF TO TRUE
             END-READ
             PERFORM UNTIL SITE-EOF
               IF SR-Business-Date = Run-Date
                 SET ST-RAN-TONIGHT(Sx) TO TRUE
                 IF SR-Type = 'END  '
                   IF SR-Program = 'D07SUMM '
                     MOVE SR-Timestamp   TO ST-Signoff-Stamp(Sx)
                     MOVE SR-Return-Code TO ST-Signoff-RC(Sx)
                   ELSE
                     PERFORM 215-Tally-Run-Code
                   END-IF
                 END-IF
               END-IF
               READ Site-Run-Status NEXT RECORD
                    AT END SET SITE-EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE Site-Run-Status
           END-IF
           .

       215-Tally-Run-Code SECTION.
           SET FOUND-MATCH TO FALSE
           PERFORM VARYING RcIdx FROM 1 BY 1
             UNTIL RcIdx > RC-Count OR FOUND-MATCH
             IF SR-Program = RCT-Program(RcIdx)
               SET FOUND-MATCH TO TRUE
               IF SR-Return-Code > RCT-Worst-RC(RcIdx)
                 MOVE SR-Return-Code TO RCT-Worst-RC(RcIdx)
               END-IF
             END-IF
           END-PERFORM
           IF NOT FOUND-MATCH
             IF RC-Count < 64
               ADD 1 TO RC-Count
               SET RcIdx TO RC-Count
               MOVE SR-Program     TO RCT-Program(RcIdx)
               MOVE SR-Return-Code TO RCT-Worst-RC(RcIdx)
             ELSE
             MOVE 'D78-E004' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "RC-Table full -- group sign-off aborted."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 16 TO RETURN-CODE
             STOP RUN
             END-IF
           END-IF
           .

      * The latest row per Program/Variant up to the business date;
      * rows of later nights are left alone, so a rerun for an
      * earlier date shows that date as it was.
       220-Read-Site-History SECTION.
           MOVE ST-Resh-Ddname(Sx) TO Site-Resh-Ddname
           OPEN INPUT Site-History
           IF Site-File-Status NOT = '00'
             SET ST-MISSING(Sx) TO TRUE
             MOVE SPACES TO ST-Reason(Sx)
             STRING "RESHIST " Site-Resh-Ddname
                    " not opened, status " Site-File-Status
               DELIMITED BY SIZE
               INTO ST-Reason(Sx)
             END-STRING
           ELSE
             SET SITE-EOF TO FALSE
             READ Site-History NEXT RECORD
                  AT END SET SITE-EOF TO TRUE
             END-READ
             PERFORM UNTIL SITE-EOF
               IF SH-Run-Date <= Run-Date
                 PERFORM 230-Update-Cell
               END-IF
               READ Site-History NEXT RECORD
                    AT END SET SITE-EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE Site-History
           END-IF
           .

       230-Update-Cell SECTION.
           SET FOUND-MATCH TO FALSE
           PERFORM VARYING Px FROM 1 BY 1
             UNTIL Px > PV-Count OR FOUND-MATCH
             IF SH-Program = PV-Program(Px)
                AND SH-Variant = PV-Variant(Px)
               SET FOUND-MATCH TO TRUE
             END-IF
           END-PERFORM
           IF FOUND-MATCH
             SUBTRACT 1 FROM Px
           ELSE
             IF PV-Count < 64
               ADD 1 TO PV-Count
               MOVE PV-Count TO Px
               PERFORM 235-Clear-Program-Entry
             ELSE
             MOVE 'D78-E004' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Program table full -- group sign-off aborted."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 16 TO RETURN-CODE
             STOP RUN
             END-IF
           END-IF
           SET CELL-SEEN(Px, Sx)  TO TRUE
           MOVE SH-Run-Date       TO Cell-Run-Date(Px, Sx)
           MOVE SH-Run-Time       TO Cell-Run-Time(Px, Sx)
           MOVE SH-Total-1        TO Cell-Total-1(Px, Sx)
           MOVE SH-Total-2        TO Cell-Total-2(Px, Sx)
           .

       235-Clear-Program-Entry SECTION.
           MOVE SH-Program TO PV-Program(Px)
           MOVE SH-Variant TO PV-Variant(Px)
           PERFORM VARYING Cx FROM 1 BY 1 UNTIL Cx > 9
             MOVE SPACES TO Cell-Run-Date(Px, Cx)
             MOVE SPACES TO Cell-Run-Time(Px, Cx)
             MOVE ZERO   TO Cell-Total-1(Px, Cx)
             MOVE ZERO   TO Cell-Total-2(Px, Cx)
             MOVE SPACES TO Cell-Status(Px, Cx)
             SET CELL-SEEN(Px, Cx) TO FALSE
           END-PERFORM
           .

      * The scorecard's rows for the business date. A site that
      * does not run the scorecard still signs; its quality figures
      * just stay zero, with a warning.
       240-Read-Site-Quality SECTION.
           MOVE ST-Qual-Ddname(Sx) TO Site-Qual-Ddname
           OPEN INPUT Site-Quality
           IF Site-File-Status NOT = '00'
             MOVE SPACES TO Output-Msg
             STRING "Site " ST-Code(Sx) " QUALHIST " Site-Qual-Ddname
                    " cannot be opened, status " Site-File-Status
                    " -- no quality figures."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D78-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           ELSE
             SET SITE-EOF TO FALSE
             READ Site-Quality NEXT RECORD
                  AT END SET SITE-EOF TO TRUE
             END-READ
             PERFORM UNTIL SITE-EOF
               IF QH-Date = Run-Date
                 ADD 1          TO ST-Qual-Feeds(Sx)
                 ADD QH-Volume  TO ST-Qual-Volume(Sx)
                 ADD QH-Rejects TO ST-Qual-Rejects(Sx)
                 IF QH-Xmit-Status NOT = 'OK      '
                    OR (QH-Bal-Status NOT = 'OK      '
                        AND QH-Bal-Status NOT = 'NOBAL   ')
                   ADD 1 TO ST-Qual-Flagged(Sx)
                 END-IF
               END-IF
               READ Site-Quality NEXT RECORD
                    AT END SET SITE-EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE Site-Quality
           END-IF
           .

      * The site's standing, then each of its rows as the site's own
      * sheet would judge it.
       250-Judge-Site SECTION.
           EVALUATE TRUE
             WHEN NOT ST-RAN-TONIGHT(Sx)
               SET ST-MISSING(Sx) TO TRUE
               MOVE "nothing on RUNSTAT for the business date"
                 TO ST-Reason(Sx)
             WHEN ST-Signoff-Stamp(Sx) = SPACES
               SET ST-OUTSTANDING(Sx) TO TRUE
               MOVE "no D07SUMM sign-off on file yet"
                 TO ST-Reason(Sx)
             WHEN ST-Signoff-Stamp(Sx)(1:12) > Deadline-Stamp
               SET ST-OUTSTANDING(Sx) TO TRUE
               MOVE SPACES TO ST-Reason(Sx)
               STRING "signed " ST-Signoff-Stamp(Sx)(1:12)
                      ", after the deadline"
                 DELIMITED BY SIZE
                 INTO ST-Reason(Sx)
               END-STRING
             WHEN ST-Signoff-RC(Sx) >= 8
               SET ST-FAILED(Sx) TO TRUE
               MOVE ST-Signoff-RC(Sx) TO RC-Disp
               MOVE SPACES TO ST-Reason(Sx)
               STRING "D07SUMM sign-off ended RC " RC-Disp
                 DELIMITED BY SIZE
                 INTO ST-Reason(Sx)
               END-STRING
             WHEN OTHER
               SET ST-SIGNED(Sx) TO TRUE
           END-EVALUATE
           MOVE ST-Code(Sx) TO Bcal-Site
           PERFORM VARYING Px FROM 1 BY 1 UNTIL Px > PV-Count
             IF CELL-SEEN(Px, Sx)
               PERFORM 260-Judge-Cell
             END-IF
           END-PERFORM
           .

      * As D07SUMM: a failing END outranks the history; a row not
      * from tonight is STALE unless no processing day of the
      * site's calendar has passed since.
       260-Judge-Cell SECTION.
           SET RUN-ENDED-BAD TO FALSE
           PERFORM VARYING RcIdx FROM 1 BY 1
             UNTIL RcIdx > RC-Count OR RUN-ENDED-BAD
             IF RCT-Program(RcIdx) = PV-Program(Px)
                AND RCT-Worst-RC(RcIdx) >= 8
               SET RUN-ENDED-BAD TO TRUE
             END-IF
           END-PERFORM
           IF RUN-ENDED-BAD
             MOVE 'RC-FAIL ' TO Cell-Status(Px, Sx)
           ELSE
             IF Cell-Run-Date(Px, Sx) = Run-Date
               MOVE 'OK      ' TO Cell-Status(Px, Sx)
             ELSE
               SET BCAL-COUNT-DAYS TO TRUE
               MOVE Cell-Run-Date(Px, Sx) TO Bcal-Date
               MOVE Run-Date              TO Bcal-To-Date
               CALL 'D64BCAL' USING Business-Calendar-Request
               IF BCAL-ANSWERED AND Bcal-Days = ZERO
                 MOVE 'OK      ' TO Cell-Status(Px, Sx)
               ELSE
                 MOVE 'STALE   ' TO Cell-Status(Px, Sx)
               END-IF
             END-IF
           END-IF
           .

      * A site that has not signed lends its own status to every
      * one of its rows, figures and all; a signed or failed site's
      * row that has no history at all is MISSING. Only OK rows go
      * into the site's totals.
       300-Settle-Cells SECTION.
           PERFORM VARYING Px FROM 1 BY 1 UNTIL Px > PV-Count
             PERFORM VARYING Sx FROM 1 BY 1 UNTIL Sx > Site-Count
               IF ST-MISSING(Sx) OR ST-OUTSTANDING(Sx)
                 MOVE ST-Status(Sx) TO Cell-Status(Px, Sx)
               ELSE
                 IF NOT CELL-SEEN(Px, Sx)
                   MOVE 'MISSING ' TO Cell-Status(Px, Sx)
                 END-IF
               END-IF
               IF Cell-Status(Px, Sx) = 'OK      '
                 ADD Cell-Total-1(Px, Sx) TO ST-Total-1(Sx)
                 ADD Cell-Total-2(Px, Sx) TO ST-Total-2(Sx)
               END-IF
             END-PERFORM
           END-PERFORM
           .

      * The sites' rows of one Program/Variant, then its group row
      * with the sites side by side.
       400-Write-Program-Rows SECTION.
           MOVE ZERO TO Group-Total-1
           MOVE ZERO TO Group-Total-2
           MOVE ZERO TO Sites-Included
           MOVE ZERO TO Sites-Excluded
           PERFORM VARYING Sx FROM 1 BY 1 UNTIL Sx > Site-Count
             MOVE SPACES                TO Group-Summary-Record
             SET GRP-DETAIL-ROW         TO TRUE
             MOVE PV-Program(Px)        TO Grp-Program
             MOVE PV-Variant(Px)        TO Grp-Variant
             MOVE ST-Code(Sx)           TO Grp-Site
             MOVE Cell-Run-Date(Px, Sx) TO Grp-Run-Date
             MOVE Cell-Run-Time(Px, Sx) TO Grp-Run-Time
             MOVE Cell-Total-1(Px, Sx)  TO Grp-Total-1
             MOVE Cell-Total-2(Px, Sx)  TO Grp-Total-2
             MOVE Cell-Status(Px, Sx)   TO Grp-Status
             MOVE ZERO                  TO Grp-Sites-Included
             MOVE ZERO                  TO Grp-Sites-Excluded
             PERFORM 410-Clear-Columns
             WRITE Group-Summary-Record
             IF Cell-Status(Px, Sx) = 'OK      ' AND ST-SIGNED(Sx)
               ADD Cell-Total-1(Px, Sx) TO Group-Total-1
               ADD Cell-Total-2(Px, Sx) TO Group-Total-2
               ADD 1 TO Sites-Included
             ELSE
               ADD 1 TO Sites-Excluded
             END-IF
           END-PERFORM
           MOVE SPACES           TO Group-Summary-Record
           SET GRP-PROGRAM-ROW   TO TRUE
           MOVE PV-Program(Px)   TO Grp-Program
           MOVE PV-Variant(Px)   TO Grp-Variant
           MOVE Run-Date         TO Grp-Run-Date
           MOVE Group-Total-1    TO Grp-Total-1
           MOVE Group-Total-2    TO Grp-Total-2
           MOVE Sites-Included   TO Grp-Sites-Included
           MOVE Sites-Excluded   TO Grp-Sites-Excluded
           IF Sites-Excluded = ZERO
             MOVE 'COMPLETE' TO Grp-Status
           ELSE
             MOVE 'PARTIAL ' TO Grp-Status
           END-IF
           PERFORM 410-Clear-Columns
           PERFORM VARYING Sx FROM 1 BY 1 UNTIL Sx > Site-Count
             MOVE ST-Code(Sx)          TO Grp-Col-Site(Sx)
             MOVE Cell-Total-1(Px, Sx) TO Grp-Col-Total-1(Sx)
             MOVE Cell-Total-2(Px, Sx) TO Grp-Col-Total-2(Sx)
             MOVE Cell-Status(Px, Sx)  TO Grp-Col-Status(Sx)
           END-PERFORM
           WRITE Group-Summary-Record
           .

      * Side-by-side columns no site fills read blank, zero totals.
       410-Clear-Columns SECTION.
           PERFORM VARYING Cx FROM 1 BY 1 UNTIL Cx > 9
             MOVE SPACES TO Grp-Col-Site(Cx)
             MOVE ZERO   TO Grp-Col-Total-1(Cx)
             MOVE ZERO   TO Grp-Col-Total-2(Cx)
             MOVE SPACES TO Grp-Col-Status(Cx)
           END-PERFORM
           .

       500-Write-Site-Row SECTION.
           MOVE SPACES                 TO Group-Summary-Record
           SET GRP-SITE-ROW            TO TRUE
           MOVE ST-Code(Sx)            TO Grp-Site
           MOVE Run-Date               TO Grp-Run-Date
           MOVE ST-Total-1(Sx)         TO Grp-Total-1
           MOVE ST-Total-2(Sx)         TO Grp-Total-2
           MOVE ST-Status(Sx)          TO Grp-Status
           MOVE ZERO                   TO Grp-Sites-Included
           MOVE ZERO                   TO Grp-Sites-Excluded
           MOVE ST-Name(Sx)            TO Grp-Site-Name
           MOVE ST-Signoff-Stamp(Sx)   TO Grp-Signoff-Stamp
           MOVE ST-Signoff-RC(Sx)      TO Grp-Signoff-RC
           MOVE ST-Qual-Feeds(Sx)      TO Grp-Qual-Feeds
           MOVE ST-Qual-Volume(Sx)     TO Grp-Qual-Volume
           MOVE ST-Qual-Rejects(Sx)    TO Grp-Qual-Rejects
           MOVE ST-Qual-Flagged(Sx)    TO Grp-Qual-Flagged
           MOVE ST-Reason(Sx)          TO Grp-Site-Reason
           WRITE Group-Summary-Record
           .

      * The group total counts only signed sites' OK rows; every
      * other site stands beside it with its status.
       600-Write-Group-Total SECTION.
           MOVE ZERO TO Group-Total-1
           MOVE ZERO TO Group-Total-2
           MOVE SPACES       TO Group-Summary-Record
           SET GRP-TOTAL-ROW TO TRUE
           MOVE Run-Date     TO Grp-Run-Date
           PERFORM 410-Clear-Columns
           PERFORM VARYING Sx FROM 1 BY 1 UNTIL Sx > Site-Count
             IF ST-SIGNED(Sx)
               ADD ST-Total-1(Sx) TO Group-Total-1
               ADD ST-Total-2(Sx) TO Group-Total-2
             END-IF
             MOVE ST-Code(Sx)     TO Grp-Col-Site(Sx)
             MOVE ST-Total-1(Sx)  TO Grp-Col-Total-1(Sx)
             MOVE ST-Total-2(Sx)  TO Grp-Col-Total-2(Sx)
             MOVE ST-Status(Sx)   TO Grp-Col-Status(Sx)
           END-PERFORM
           MOVE Group-Total-1  TO Grp-Total-1
           MOVE Group-Total-2  TO Grp-Total-2
           MOVE Signed-Count   TO Grp-Sites-Included
           MOVE Unsigned-Count TO Grp-Sites-Excluded
           IF Unsigned-Count = ZERO AND Site-Count > ZERO
             MOVE 'COMPLETE' TO Grp-Status
           ELSE
             MOVE 'PARTIAL ' TO Grp-Status
           END-IF
           WRITE Group-Summary-Record
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

      /
       END PROGRAM D78GSUM.
      /
