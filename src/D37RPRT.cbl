      *  programs.)
      *
      *  RPTDEF records, 80 bytes, type in 1-4; a report is its
      *  'RPT' record plus every following COL/GRP/KEY until the
      *  next 'RPT':
      *    'RPT ' name (8), input class (1: 'A' 43-byte detail,
      *           'B' 64, 'C' 270, 'D' 80, 'E' 48, 'F' 33),
      *           title (40)
      *    'COL ' input position (4), input length (4, max 18),
      *           type ('X' text / '9' numeric, printed edited),
      *           print position (4), heading (18), total flag
      *    'GRP ' input position (4), length (4, max 20): the
      *           control-break key -- a change prints a SUB-TOTAL
      *           line of the T columns
      *    'KEY ' input position (4), length (4, max 20) of the
      *           value a report is burst on (depot id, series),
      *           then position (4) and length (4, max 8) of a row
      *           marker and up to four marker values (8 each) that
      *           flag heading/total rows carrying no such value
      *
      *  PARM bytes 1-8 name the report; the input file rides the
      *  class ddname (PRINTINA/B/C/D/E/F).
      *
      *  PARM byte 9 'D' distributes the report instead of printing
      *  it whole to PRINTER. DISTLIST names who gets it, one record
      *  per recipient:
      *    'DST ' report name (8), key value (20), recipient id (8),
      *           recipient name (30), destination ddname (8),
      *           scope (1: 'W' whole report / 'K' keyed)
      *  Scope 'W' sends the whole report and the key value is not
      *  used; 'K' sends only the rows whose KEY value matches the
      *  key value, blank included -- the original series carries
      *  a blank series code (marker rows never go to a keyed
      *  recipient). Any other scope refuses the distribution (RC
      *  8) until DISTLIST is put right. Each recipient gets a
      *  segment of its own on its destination ddname -- title,
      *  a FOR line naming the recipient, headings, page numbers,
      *  sub-totals and grand total counted over its rows alone.
      *  Recipients may share a destination; their segments follow
      *  one another.
      *
      *  Every segment is booked to DISTLOG (appended, one record
      *  per segment: business date, report, recipient, key,
      *  destination, status, lines, pages, total of the first
      *  totaled column, stamp) -- the record of who was sent what.
      *  A destination with no DD in the step is booked NO DD; rows
      *  no recipient receives (only possible when the report has
      *  no whole-report recipient) are booked once as UNROUTED
      *  under recipient *NONE*. Either ends the step RC 4.
      *  PARM bytes 31-38 override the business date (YYYYMMDD).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL.
           SELECT Print-In-D ASSIGN TO PRINTIND
           ORGANIZATION IS SEQUENTIAL.
           SELECT Print-In-E ASSIGN TO PRINTINE
           ORGANIZATION IS SEQUENTIAL.
           SELECT Print-In-F ASSIGN TO PRINTINF
           ORGANIZATION IS SEQUENTIAL.
      * PRINTER, or a recipient's destination when distributing.
           SELECT Print-File ASSIGN TO Print-Ddname
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Print-Status.
           SELECT Dist-List ASSIGN TO DISTLIST
           ORGANIZATION IS SEQUENTIAL.
           SELECT Dist-Log ASSIGN TO DISTLOG
           ORGANIZATION IS SEQUENTIAL.
           COPY OPSSEL.

               10  Def-Grp-Pos            PIC 9(04).
               10  Def-Grp-Len            PIC 9(04).
               10  FILLER                 PIC X(68).
           05  Def-Key-Body REDEFINES Def-Body.
               10  Def-Key-Pos            PIC 9(04).
               10  Def-Key-Len            PIC 9(04).
               10  Def-Key-Mark-Pos       PIC 9(04).
               10  Def-Key-Mark-Len       PIC 9(04).
               10  Def-Key-Mark-Value     PIC X(08) OCCURS 4 TIMES.
               10  FILLER                 PIC X(28).

       FD Print-In-A RECORDING MODE F.
       01  In-A-Record                PIC X(43).
       FD Print-In-D RECORDING MODE F.
       01  In-D-Record                PIC X(80).

       FD Print-In-E RECORDING MODE F.
       01  In-E-Record                PIC X(48).

       FD Print-In-F RECORDING MODE F.
       01  In-F-Record                PIC X(33).

       FD Dist-List RECORDING MODE F.
       01  Dist-List-Record.
           05  DL-Type                PIC X(04).
           05  DL-Report              PIC X(08).
           05  DL-Key                 PIC X(20).
           05  DL-Recipient-Id        PIC X(08).
           05  DL-Recipient-Name      PIC X(30).
           05  DL-Dest-Ddname         PIC X(08).
           05  DL-Scope               PIC X(01).
               88 DL-SCOPE-WHOLE          VALUE 'W'.
               88 DL-SCOPE-KEYED          VALUE 'K'.
           05  FILLER                 PIC X(01).

       FD Dist-Log RECORDING MODE F.
       01  Dist-Log-Record.
           05  DG-Business-Date       PIC X(08).
           05  DG-Report              PIC X(08).
           05  DG-Recipient-Id        PIC X(08).
           05  DG-Key                 PIC X(20).
           05  DG-Dest-Ddname         PIC X(08).
      * SENT, NO DD, or UNROUTED
           05  DG-Status              PIC X(08).
           05  DG-Lines               PIC 9(08).
           05  DG-Pages               PIC 9(04).
           05  DG-Key-Total           PIC 9(15).
           05  DG-Stamp               PIC X(14).
           05  FILLER                 PIC X(03).

       COPY OPSLOG.

       FD Print-File RECORDING MODE F.
               88 CLASS-B             VALUE 'B'.
               88 CLASS-C             VALUE 'C'.
               88 CLASS-D             VALUE 'D'.
               88 CLASS-E             VALUE 'E'.
               88 CLASS-F             VALUE 'F'.
           05  Rec-Length         PIC 9(04) BINARY VALUE 80.
           05  Title-Text         PIC X(40) VALUE SPACES.

           05  Detail-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Count-Edit         PIC Z,ZZZ,ZZ9.

           05  Print-Ddname       PIC X(08) VALUE 'PRINTER'.
           05  Print-Status       PIC X(02).
           05  Dist-Mode-Sw       PIC X(01) VALUE SPACE.
               88 DISTRIBUTING        VALUE 'D'.
      * where the burst value and the marker rows sit (KEY record)
           05  Key-Pos            PIC 9(04) BINARY VALUE ZERO.
           05  Key-Len            PIC 9(04) BINARY VALUE ZERO.
           05  Key-Work           PIC X(20).
           05  Mark-Pos           PIC 9(04) BINARY VALUE ZERO.
           05  Mark-Len           PIC 9(04) BINARY VALUE ZERO.
           05  Mark-Value         PIC X(08) OCCURS 4 TIMES
                                  INDEXED BY MarkIdx.
           05  Mark-Work          PIC X(08).
           05  Mark-Row-Sw        PIC 9(1) BINARY.
               88 MARKER-ROW          VALUE 1
                             WHEN SET TO FALSE 0.
           05  Row-Selected-Sw    PIC 9(1) BINARY.
               88 ROW-SELECTED        VALUE 1
                             WHEN SET TO FALSE 0.

      * The report's recipients from DISTLIST, in file order.
           05  Rcpt-Count         PIC 9(02) BINARY VALUE ZERO.
           05  Rcpt-Table.
               10  Rcpt-Entry OCCURS 50 TIMES INDEXED BY RcptIdx.
                   15  RC-Key         PIC X(20).
                   15  RC-Id          PIC X(08).
                   15  RC-Name        PIC X(30).
                   15  RC-Dest        PIC X(08).
                   15  RC-Scope       PIC X(01).
                       88 RC-WHOLE-REPORT     VALUE 'W'.
                       88 RC-KEYED            VALUE 'K'.
           05  Whole-Rcpt-Sw      PIC 9(1) BINARY.
               88 WHOLE-REPORT-RCPT   VALUE 1
                             WHEN SET TO FALSE 0.
           05  Keyed-Rcpt-Sw      PIC 9(1) BINARY.
               88 KEYED-RCPT          VALUE 1
                             WHEN SET TO FALSE 0.
           05  Scope-Bad-Sw       PIC 9(1) BINARY.
               88 SCOPE-BAD           VALUE 1
                             WHEN SET TO FALSE 0.
      * Destinations already written this step: a second segment
      * for one extends it rather than replacing the first.
           05  Dest-Count         PIC 9(02) BINARY VALUE ZERO.
           05  Dest-Table.
               10  DS-Ddname OCCURS 50 TIMES INDEXED BY DestIdx
                                  PIC X(08).
           05  Dest-Seen-Sw       PIC 9(1) BINARY.
               88 DEST-SEEN           VALUE 1
                             WHEN SET TO FALSE 0.

           05  Segment-Count      PIC 9(04) BINARY VALUE ZERO.
           05  Unrouted-Count     PIC 9(08) BINARY VALUE ZERO.
           05  Segment-Disp       PIC 9(04) DISPLAY.
           05  Unrouted-Disp      PIC 9(08) DISPLAY.
           05  Rcpt-Disp          PIC 9(02) DISPLAY.
           05  Key-Total          PIC 9(15) BINARY.
           05  Total-Found-Sw     PIC 9(1) BINARY.
               88 TOTAL-FOUND         VALUE 1
                             WHEN SET TO FALSE 0.

       01  Print-Work.
           05  Page-Edit          PIC ZZZ9.

             GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO Run-Stamp
           MOVE Run-Stamp TO Run-Business-Date
           IF LS-Parm-Len > 8
             IF LS-Parm-Text(9:1) = 'D'
               MOVE 'D' TO Dist-Mode-Sw
             ELSE
               IF LS-Parm-Text(9:1) NOT = SPACE
                 MOVE 'D37-E004' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM byte 9 must be 'D' or blank."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
                 MOVE 8 TO RETURN-CODE
                 GOBACK
               END-IF
             END-IF
           END-IF
           IF LS-Parm-Len > 30
             IF LS-Parm-Text(31:8) IS NUMERIC
               MOVE LS-Parm-Text(31:8) TO Run-Business-Date
             END-IF
           END-IF

           PERFORM 050-Load-Definition
           IF NOT REPORT-FOUND OR Col-Count = ZERO
           END-IF

           PERFORM 100-Build-Heading-Line
           IF DISTRIBUTING
             PERFORM 600-Distribute-Report
             GOBACK
           END-IF
           OPEN OUTPUT Print-File
           PERFORM 800-Open-Input
           PERFORM 810-Read-Input
                     MOVE 20 TO Grp-Len
                   END-IF
                 END-IF
               WHEN 'KEY '
                 IF COLLECTING-DEFS
                   MOVE Def-Key-Pos      TO Key-Pos
                   MOVE Def-Key-Len      TO Key-Len
                   IF Key-Len > 20
                     MOVE 20 TO Key-Len
                   END-IF
                   MOVE Def-Key-Mark-Pos TO Mark-Pos
                   MOVE Def-Key-Mark-Len TO Mark-Len
                   IF Mark-Len > 8
                     MOVE 8 TO Mark-Len
                   END-IF
                   PERFORM VARYING MarkIdx FROM 1 BY 1
                     UNTIL MarkIdx > 4
                     MOVE Def-Key-Mark-Value(MarkIdx)
                       TO Mark-Value(MarkIdx)
                   END-PERFORM
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
               MOVE 270 TO Rec-Length
             WHEN CLASS-D
               MOVE 80 TO Rec-Length
             WHEN CLASS-E
               MOVE 48 TO Rec-Length
             WHEN CLASS-F
               MOVE 33 TO Rec-Length
           END-EVALUATE
      * a burst value or marker outside the record is no KEY at all
           IF Key-Pos = ZERO
              OR Key-Pos + Key-Len - 1 > Rec-Length
             MOVE ZERO TO Key-Len
           END-IF
           IF Mark-Pos = ZERO
              OR Mark-Pos + Mark-Len - 1 > Rec-Length
             MOVE ZERO TO Mark-Len
           END-IF
           .

       100-Build-Heading-Line SECTION.
           PERFORM 910-Write-Print-Line
           .

      * One segment per DISTLIST recipient, each printed from a
      * fresh read of the input, then the rows nobody received.
       600-Distribute-Report SECTION.
           PERFORM 610-Load-Distribution
           EVALUATE TRUE
             WHEN SCOPE-BAD
               MOVE 8 TO RETURN-CODE
             WHEN Rcpt-Count = ZERO
               MOVE 'D37-E005' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE SPACES     TO Log-Text
               STRING "DISTLIST names no recipient for "
                      Ask-Report " -- nothing distributed."
                 DELIMITED BY SIZE
                 INTO Log-Text
               END-STRING
               PERFORM 970-Write-Log-Message
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               IF KEYED-RCPT AND Key-Len = ZERO
                 MOVE 'D37-E006' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE SPACES     TO Log-Text
                 STRING "RPTDEF has no usable KEY record for "
                        Ask-Report " -- nothing distributed."
                   DELIMITED BY SIZE
                   INTO Log-Text
                 END-STRING
                 PERFORM 970-Write-Log-Message
                 MOVE 8 TO RETURN-CODE
               ELSE
                 OPEN EXTEND Dist-Log
                 PERFORM VARYING RcptIdx FROM 1 BY 1
                   UNTIL RcptIdx > Rcpt-Count
                   PERFORM 620-Print-Segment
                 END-PERFORM
                 IF KEYED-RCPT AND NOT WHOLE-REPORT-RCPT
                   PERFORM 640-Count-Unrouted
                 END-IF
                 CLOSE Dist-Log
                 PERFORM 660-Report-Distribution
               END-IF
           END-EVALUATE
           .

       610-Load-Distribution SECTION.
           SET WHOLE-REPORT-RCPT TO FALSE
           SET KEYED-RCPT TO FALSE
           SET SCOPE-BAD TO FALSE
           SET SIDE-EOF TO FALSE
           OPEN INPUT Dist-List
           READ Dist-List NEXT RECORD
                AT END SET SIDE-EOF TO TRUE
           END-READ
           PERFORM UNTIL SIDE-EOF
             IF DL-Type = 'DST ' AND DL-Report = Ask-Report
                AND NOT DL-SCOPE-WHOLE AND NOT DL-SCOPE-KEYED
               SET SCOPE-BAD TO TRUE
               MOVE 'D37-E008' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE SPACES     TO Log-Text
               STRING "DISTLIST scope of " DL-Recipient-Id
                      " for " Ask-Report
                      " is not W or K -- nothing distributed."
                 DELIMITED BY SIZE
                 INTO Log-Text
               END-STRING
               PERFORM 970-Write-Log-Message
             END-IF
             IF DL-Type = 'DST ' AND DL-Report = Ask-Report
               IF Rcpt-Count < 50
                 ADD 1 TO Rcpt-Count
                 SET RcptIdx TO Rcpt-Count
                 MOVE DL-Key            TO RC-Key(RcptIdx)
                 MOVE DL-Recipient-Id   TO RC-Id(RcptIdx)
                 MOVE DL-Recipient-Name TO RC-Name(RcptIdx)
                 MOVE DL-Dest-Ddname    TO RC-Dest(RcptIdx)
                 MOVE DL-Scope          TO RC-Scope(RcptIdx)
                 IF DL-SCOPE-WHOLE
                   SET WHOLE-REPORT-RCPT TO TRUE
                 END-IF
                 IF DL-SCOPE-KEYED
                   SET KEYED-RCPT TO TRUE
                 END-IF
               ELSE
                 MOVE 'D37-E007' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "Rcpt-Table full -- distribution refused."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
             READ Dist-List NEXT RECORD
                  AT END SET SIDE-EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Dist-List
           .

      * The recipient's segment starts on a new page with its own
      * page numbers and totals; a destination written earlier in
      * the step is extended, not replaced.
       620-Print-Segment SECTION.
           MOVE ZERO TO Page-Number
           MOVE 99   TO Line-Count
           MOVE ZERO TO Detail-Count
           SET GROUP-STARTED TO FALSE
           MOVE SPACES TO Grp-Current
           PERFORM VARYING ColIdx FROM 1 BY 1
             UNTIL ColIdx > Col-Count
             MOVE ZERO TO CL-Sub-Accum(ColIdx)
             MOVE ZERO TO CL-Grand-Accum(ColIdx)
           END-PERFORM

           MOVE RC-Dest(RcptIdx) TO Print-Ddname
           SET DEST-SEEN TO FALSE
           PERFORM VARYING DestIdx FROM 1 BY 1
             UNTIL DestIdx > Dest-Count
             IF DS-Ddname(DestIdx) = Print-Ddname
               SET DEST-SEEN TO TRUE
             END-IF
           END-PERFORM
           IF DEST-SEEN
             OPEN EXTEND Print-File
           ELSE
             OPEN OUTPUT Print-File
           END-IF

           MOVE RC-Id(RcptIdx)  TO DG-Recipient-Id
           MOVE RC-Key(RcptIdx) TO DG-Key
           MOVE Print-Ddname    TO DG-Dest-Ddname
           IF Print-Status NOT = '00'
             MOVE SPACES TO Output-Msg
             STRING "Destination " Print-Ddname
                    " cannot be opened, status " Print-Status
                    " -- " RC-Id(RcptIdx) " not sent."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D37-W002' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
             MOVE 'NO DD   ' TO DG-Status
             MOVE ZERO TO DG-Lines
             MOVE ZERO TO DG-Pages
             MOVE ZERO TO DG-Key-Total
             PERFORM 650-Write-Dist-Log
           ELSE
             IF NOT DEST-SEEN AND Dest-Count < 50
               ADD 1 TO Dest-Count
               MOVE Print-Ddname TO DS-Ddname(Dest-Count)
             END-IF
             PERFORM 800-Open-Input
             PERFORM 810-Read-Input
             PERFORM UNTIL SIDE-EOF
               IF Work-Record(1:3) NOT = 'TRL'
                 PERFORM 630-Select-Row
                 IF ROW-SELECTED
                   PERFORM 200-Print-One-Record
                 END-IF
               END-IF
               PERFORM 810-Read-Input
             END-PERFORM
             PERFORM 820-Close-Input
             IF GROUP-STARTED
               PERFORM 300-Print-Sub-Total
             END-IF
             PERFORM 310-Print-Grand-Total
             CLOSE Print-File
             ADD 1 TO Segment-Count

      * the first totaled column stands for what the segment was
      * worth
             MOVE ZERO TO Key-Total
             SET TOTAL-FOUND TO FALSE
             PERFORM VARYING ColIdx FROM 1 BY 1
               UNTIL ColIdx > Col-Count OR TOTAL-FOUND
               IF CL-Total(ColIdx) = 'T'
                 MOVE CL-Grand-Accum(ColIdx) TO Key-Total
                 SET TOTAL-FOUND TO TRUE
               END-IF
             END-PERFORM
             MOVE 'SENT    '   TO DG-Status
             MOVE Detail-Count TO DG-Lines
             MOVE Page-Number  TO DG-Pages
             MOVE Key-Total    TO DG-Key-Total
             PERFORM 650-Write-Dist-Log
           END-IF
           .

      * A whole-report recipient takes every row; a keyed one the
      * rows whose burst value is its key, marker rows never.
       630-Select-Row SECTION.
           SET ROW-SELECTED TO FALSE
           IF RC-WHOLE-REPORT(RcptIdx)
             SET ROW-SELECTED TO TRUE
           ELSE
             PERFORM 635-Take-Row-Key
             IF NOT MARKER-ROW AND Key-Work = RC-Key(RcptIdx)
               SET ROW-SELECTED TO TRUE
             END-IF
           END-IF
           .

       635-Take-Row-Key SECTION.
           SET MARKER-ROW TO FALSE
           IF Mark-Len > ZERO
             MOVE SPACES TO Mark-Work
             MOVE Work-Record(Mark-Pos:Mark-Len)
               TO Mark-Work(1:Mark-Len)
             PERFORM VARYING MarkIdx FROM 1 BY 1
               UNTIL MarkIdx > 4
               IF Mark-Value(MarkIdx) NOT = SPACES
                  AND Mark-Work = Mark-Value(MarkIdx)
                 SET MARKER-ROW TO TRUE
               END-IF
             END-PERFORM
           END-IF
           MOVE SPACES TO Key-Work
           MOVE Work-Record(Key-Pos:Key-Len) TO Key-Work(1:Key-Len)
           .

      * With no whole-report recipient, a row whose burst value no
      * keyed recipient carries reached nobody -- a new depot or
      * series not yet on DISTLIST.
       640-Count-Unrouted SECTION.
           MOVE ZERO TO Unrouted-Count
           PERFORM 800-Open-Input
           PERFORM 810-Read-Input
           PERFORM UNTIL SIDE-EOF
             IF Work-Record(1:3) NOT = 'TRL'
               PERFORM 635-Take-Row-Key
               IF NOT MARKER-ROW
                 SET ROW-SELECTED TO FALSE
                 PERFORM VARYING RcptIdx FROM 1 BY 1
                   UNTIL RcptIdx > Rcpt-Count
                   IF RC-KEYED(RcptIdx)
                      AND Key-Work = RC-Key(RcptIdx)
                     SET ROW-SELECTED TO TRUE
                   END-IF
                 END-PERFORM
                 IF NOT ROW-SELECTED
                   ADD 1 TO Unrouted-Count
                 END-IF
               END-IF
             END-IF
             PERFORM 810-Read-Input
           END-PERFORM
           PERFORM 820-Close-Input
           IF Unrouted-Count > ZERO
             MOVE '*NONE*  '     TO DG-Recipient-Id
             MOVE SPACES         TO DG-Key
             MOVE SPACES         TO DG-Dest-Ddname
             MOVE 'UNROUTED'     TO DG-Status
             MOVE Unrouted-Count TO DG-Lines
             MOVE ZERO           TO DG-Pages
             MOVE ZERO           TO DG-Key-Total
             PERFORM 650-Write-Dist-Log
             MOVE Unrouted-Count TO Unrouted-Disp
             MOVE SPACES TO Output-Msg
             STRING Unrouted-Disp " row(s) of " Ask-Report
                    " match no DISTLIST recipient -- not sent."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D37-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF
           .

       650-Write-Dist-Log SECTION.
           MOVE Run-Business-Date TO DG-Business-Date
           MOVE Ask-Report        TO DG-Report
           MOVE FUNCTION CURRENT-DATE(1:14) TO DG-Stamp
           WRITE Dist-Log-Record
           .

       660-Report-Distribution SECTION.
           MOVE Segment-Count TO Segment-Disp
           MOVE Rcpt-Count    TO Rcpt-Disp
           MOVE SPACES TO Output-Msg
           STRING "Report " Ask-Report " distributed: "
                  Segment-Disp " segment(s) for " Rcpt-Disp
                  " recipient(s), see DISTLOG."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D37-I002' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           .

      * Shared pagination, exactly as D13PRNT's readers know it.
       900-Print-Headings SECTION.
           ADD 1 TO Page-Number
             INTO Print-Text
           END-STRING
           WRITE Print-Record
           MOVE 3 TO Line-Count
           IF DISTRIBUTING
             MOVE SPACES TO Print-Record
             STRING "FOR " RC-Id(RcptIdx)
                    " " RC-Name(RcptIdx)
               DELIMITED BY SIZE
               INTO Print-Text
             END-STRING
             IF RC-KEYED(RcptIdx)
               MOVE "KEY" TO Print-Text(46:3)
               MOVE RC-Key(RcptIdx) TO Print-Text(50:20)
             END-IF
             WRITE Print-Record
             ADD 1 TO Line-Count
           END-IF
           MOVE SPACES TO Print-Record
           MOVE Heading-1-Text TO Print-Text
           WRITE Print-Record
           MOVE SPACES TO Print-Record
           WRITE Print-Record
           .

       910-Write-Print-Line SECTION.
               OPEN INPUT Print-In-C
             WHEN CLASS-D
               OPEN INPUT Print-In-D
             WHEN CLASS-E
               OPEN INPUT Print-In-E
             WHEN CLASS-F
               OPEN INPUT Print-In-F
           END-EVALUATE
           .

               IF NOT SIDE-EOF
                 MOVE In-D-Record TO Work-Record(1:80)
               END-IF
             WHEN CLASS-E
               READ Print-In-E NEXT RECORD
                    AT END SET SIDE-EOF TO TRUE
               END-READ
               IF NOT SIDE-EOF
                 MOVE In-E-Record TO Work-Record(1:48)
               END-IF
             WHEN CLASS-F
               READ Print-In-F NEXT RECORD
                    AT END SET SIDE-EOF TO TRUE
               END-READ
               IF NOT SIDE-EOF
                 MOVE In-F-Record TO Work-Record(1:33)
               END-IF
           END-EVALUATE
           .

               CLOSE Print-In-C
             WHEN CLASS-D
               CLOSE Print-In-D
             WHEN CLASS-E
               CLOSE Print-In-E
             WHEN CLASS-F
               CLOSE Print-In-F
           END-EVALUATE
           .

