      *  -- the CKPT-Input-Checksum idea applied between jobs, so
      *  two workers cannot have silently scanned different files.
      *
      *  The joined capture is looked up in the capture catalog
      *  CAPCAT by the workers' checksum shares added up and its
      *  byte count, exactly as a single-job scan is: one already
      *  catalogued under another stream or business date is a
      *  resend and the join is refused (RC 8) with the date it was
      *  first processed; otherwise it is catalogued once its
      *  markers are resolved.
      *
      *  A marker straddling a boundary is found here, in the
      *  stitched strip of one range's unscanned tail plus the next
      *  range's lead-in bytes; a marker inside a range was found by
           FILE STATUS IS File-Status.
           SELECT Marker-Report ASSIGN TO DATAMKR
           ORGANIZATION IS SEQUENTIAL.
      * OPTIONAL so a split scan can be the first to catalogue.
           SELECT OPTIONAL Capture-Catalog ASSIGN TO CAPCAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Cat-Key.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.
           05  Marker-Window           PIC X(08).
           05  Marker-Position         PIC 9(08).

       FD Capture-Catalog.
       COPY CAPCAT.

       COPY RESHIST.

       COPY RUNSTAT.
                   15  RT-Edge-First  PIC 9(03).
                   15  RT-Edge-Next   PIC 9(03).
                   15  RT-Byte-Count  PIC 9(10).
                   15  RT-Content-Sum PIC 9(10).
                   15  RT-Window OCCURS 2 TIMES.
                       20  RT-Found       PIC 9(01).
                       20  RT-Position    PIC 9(08).
                       20  RT-Lead-Len    PIC 9(02).
                       20  RT-Tail        PIC X(13).
                       20  RT-Tail-Len    PIC 9(02).
           05  Hold-Entry         PIC X(128).
           05  Rx                 PIC 9(02) BINARY.
           05  Ry                 PIC 9(02) BINARY.
           05  Sorted-Sw          PIC 9(1) BINARY.
                             WHEN SET TO FALSE 0.
           05  Position-Disp      PIC 9(08) DISPLAY.

      * The joined capture's catalog identity: the workers' checksum
      * shares added up, the ranges' bytes and records, and each
      * window's resolved first marker.
           05  Join-Content-Sum   PIC 9(12) BINARY.
           05  Ident-Key.
               10  Ident-Checksum     PIC 9(10).
               10  Ident-Byte-Count   PIC 9(12).
           05  Capture-Status-Sw  PIC X(01) VALUE 'N'.
               88 CAPTURE-NEW         VALUE 'N'.
               88 CAPTURE-RERUN       VALUE 'R'.
               88 CAPTURE-DUPLICATE   VALUE 'D'.
           05  Join-Found         PIC X(01) OCCURS 2 TIMES.
           05  Join-Position      PIC 9(08) OCCURS 2 TIMES.

       01  Output-Msg             PIC X(80).

       LINKAGE SECTION.
             GOBACK
           END-IF

      * a resent capture is refused before its markers are booked
           OPEN I-O Capture-Catalog
           PERFORM 350-Identify-Capture
           IF CAPTURE-DUPLICATE
             MOVE SPACES TO Output-Msg
             STRING "Capture " RT-Ddname(1) " was first processed "
                    Cat-Business-Date " as " Cat-Stream-Id
                    " -- refused."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D25-E008' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             CLOSE Capture-Catalog
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           OPEN OUTPUT Marker-Report
           OPEN EXTEND Results-History
           PERFORM VARYING Wx FROM 1 BY 1 UNTIL Wx > 2
           CLOSE Marker-Report
           CLOSE Results-History
           MOVE 'SPLITJON' TO History-Variant-Tag
           PERFORM 450-Catalog-Capture
           CLOSE Capture-Catalog

           PERFORM 965-Record-Run-End

               MOVE Part-Edge-First TO RT-Edge-First(Range-Count)
               MOVE Part-Edge-Next  TO RT-Edge-Next(Range-Count)
               MOVE Part-Byte-Count TO RT-Byte-Count(Range-Count)
               MOVE Part-Content-Sum
                 TO RT-Content-Sum(Range-Count)
               PERFORM VARYING Wx FROM 1 BY 1 UNTIL Wx > 2
                 MOVE Part-Found(Wx)
                   TO RT-Found(Range-Count Wx)
           END-PERFORM
           .

      * The same identity D06TUNE's 030-Identify-Capture takes for
      * a capture scanned in one job: the ranges' checksum shares
      * add up to the whole capture's, and the capture keeps the
      * first ddname's name as its stream id. Same stream and date
      * again is a forced rerun; anything else already catalogued
      * is a resend.
       350-Identify-Capture SECTION.
           MOVE ZERO TO Join-Content-Sum
           MOVE ZERO TO Ident-Byte-Count
           PERFORM VARYING Rx FROM 1 BY 1 UNTIL Rx > Range-Count
             COMPUTE Join-Content-Sum = FUNCTION MOD(Join-Content-Sum
                     + RT-Content-Sum(Rx), 10000000000)
             ADD RT-Byte-Count(Rx) TO Ident-Byte-Count
           END-PERFORM
           MOVE Join-Content-Sum TO Ident-Checksum
           SET CAPTURE-NEW TO TRUE
           MOVE Ident-Key TO Cat-Key
           READ Capture-Catalog RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF Cat-Stream-Id = RT-Ddname(1)
                  AND Cat-Business-Date = Run-Business-Date
                 SET CAPTURE-RERUN TO TRUE
               ELSE
                 SET CAPTURE-DUPLICATE TO TRUE
               END-IF
           END-READ
           .

       450-Catalog-Capture SECTION.
           MOVE SPACES TO Capture-Catalog-Record
           MOVE Ident-Key         TO Cat-Key
           MOVE RT-Ddname(1)      TO Cat-Stream-Id
           MOVE RT-Ddname(1)      TO Cat-Ddname
           MOVE Run-Business-Date TO Cat-Business-Date
           MOVE 'SPLITJON'        TO Cat-Scan-Mode
           MOVE RT-Last-Rec(Range-Count) TO Cat-Records
           MOVE Join-Found(1)     TO Cat-Pkt-Found
           MOVE Join-Position(1)  TO Cat-Pkt-Position
           MOVE Join-Found(2)     TO Cat-Som-Found
           MOVE Join-Position(2)  TO Cat-Som-Position
           MOVE FUNCTION CURRENT-DATE(1:14) TO Cat-Run-Stamp
           IF CAPTURE-RERUN
             REWRITE Capture-Catalog-Record
               INVALID KEY
                 CONTINUE
             END-REWRITE
           ELSE
             WRITE Capture-Catalog-Record
               INVALID KEY
                 CONTINUE
             END-WRITE
           END-IF
           .

      * Walks the ranges in order for one window, checking the
      * boundary strip BEFORE each range (boundary bytes lie before
      * the range's own findings) and then the range's internal
             ADD RT-Byte-Count(Rx) TO Cum-Bytes
           END-PERFORM

           MOVE 'N'  TO Join-Found(Wx)
           MOVE ZERO TO Join-Position(Wx)
           IF MARKER-RESOLVED
             MOVE 'Y'        TO Join-Found(Wx)
             MOVE Global-Pos TO Join-Position(Wx)
             MOVE Join-Win-Tag(Wx) TO Marker-Window
             MOVE Global-Pos       TO Marker-Position
             WRITE Marker-Position-Record
