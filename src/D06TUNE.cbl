      *  the next start-of-message marker (diagnostic mode), or end
      *  of stream, stitched across 4096-byte data-buffer records
      *  the way the marker Carryover already stitches windows. The
      *  radio team stops re-opening the capture in an editor;
      *  D61MRTE then delivers each payload to the receiving team
      *  its header names.
      *
      *  Split mode (PARM byte 1 = 'S', first record in bytes 46-53,
      *  last record in 54-61): this job scans only its assigned
      *  boundaries, resolves the true first marker per window, and
      *  writes the normal DATAMKR and RESHIST output.
      *
      *  Capture catalog (CAPCAT): before a capture is scanned it is
      *  read once for its trimmed byte count and positional content
      *  checksum, and looked up in the catalog. A capture already
      *  catalogued under another stream or business date -- an old
      *  capture resent under a new name -- is refused with the date
      *  it was first processed: RC 8 for the single capture, a
      *  DUPLICAT row on DATARES and RC 4 for a directory stream.
      *  Every capture scanned is catalogued with its stream id,
      *  byte count, checksum, first PKT-MARK and SOM-MARK positions
      *  and business date. A split worker contributes its range's
      *  share of the checksum to its partial; D25TJON catalogues
      *  the joined capture.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D06TUNE.
      * back (concatenated across the jobs) by the D25TJON joiner.
           SELECT Partial-Results ASSIGN TO DATAPRT
           ORGANIZATION IS SEQUENTIAL.
      * Capture catalog: one entry per capture ever scanned, keyed
      * by its content; OPTIONAL so the first scan creates it.
           SELECT OPTIONAL Capture-Catalog ASSIGN TO CAPCAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Cat-Key.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.
       COPY DATAPRT.

       FD Message-File RECORDING MODE F.
       COPY DATAMSG.

       FD Capture-Catalog.
       COPY CAPCAT.

       FD Alpha-Config RECORDING MODE F.
       01  Alpha-Config-Record        PIC X(64).
      * whether this window takes part in the current scan -- the
      * nightly run wants both, a directory entry may want one
                   15  Win-Active     PIC 9(1) BINARY.
      * where the window's first marker ended -- in the diagnostic
      * mode Win-Counter moves on to the last one
                   15  Win-First-Pos  PIC 9(08) BINARY.
           05  Wx                 PIC 9(01) BINARY.
           05  Done-Windows       PIC 9(01) BINARY.
           05  Active-Count       PIC 9(01) BINARY VALUE 2.
           05  Restart-Checksum   PIC 9(10) VALUE ZERO.
           05  Restart-Ddname     PIC X(08) VALUE SPACES.

      * Capture identity for the catalog (CAPCAT copybook): one read
      * of the whole capture before it is scanned gives its trimmed
      * byte count and positional content checksum. A capture whose
      * identity is already catalogued under another stream or
      * business date was processed before -- a resend -- and is
      * refused before any marker of it is reported; the same
      * stream and date again is a forced rerun of the same night
      * and only refreshes its entry.
           05  Content-Sum        PIC 9(18) BINARY VALUE ZERO.
           05  Record-Sum         PIC 9(18) BINARY.
           05  Capture-Bytes      PIC 9(12) BINARY VALUE ZERO.
           05  Capture-Records    PIC 9(08) BINARY VALUE ZERO.
           05  Capture-Stream-Id  PIC X(08) VALUE SPACES.
           05  Scan-Mode-WK       PIC X(08) VALUE 'SINGLE  '.
           05  Ident-Key.
               10  Ident-Checksum     PIC 9(10).
               10  Ident-Byte-Count   PIC 9(12).
           05  Capture-Status-Sw  PIC X(01) VALUE 'N'.
               88 CAPTURE-NEW         VALUE 'N'.
               88 CAPTURE-RERUN       VALUE 'R'.
               88 CAPTURE-DUPLICATE   VALUE 'D'.
           05  First-Seen-Date    PIC X(08).
           05  First-Seen-Num REDEFINES First-Seen-Date PIC 9(08).
           05  First-Seen-Stream  PIC X(08).
           05  Sum-i              PIC 9(04) BINARY.

      * Byte-validation state: Valid-Flag is indexed by the byte's
      * ordinal value (1-256), built from DATALPH or the a-z
      * default.
             GOBACK
           END-IF

      * A resent capture is refused before any marker of it is
      * reported as new traffic.
           MOVE Main-Ddname TO Capture-Stream-Id
           OPEN I-O Capture-Catalog
           PERFORM 030-Identify-Capture
           IF CAPTURE-DUPLICATE
             MOVE SPACES TO Output-Msg
             STRING "Capture " Main-Ddname " was first processed "
                    First-Seen-Date " as " First-Seen-Stream
                    " -- refused."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D06-E010' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             CLOSE Capture-Catalog
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           IF RESTART-RUN
             PERFORM 001-Load-Last-Checkpoint
           END-IF
             PERFORM 950-Write-History
           END-PERFORM
           MOVE 'DUAL-MRK' TO History-Variant-Tag
           PERFORM 190-Catalog-Capture
           CLOSE Capture-Catalog

           CLOSE datastream
           CLOSE Marker-Report
      * the signal alphabet; offenders go to DATAEXC with record
      * number, offset and the byte itself.
       060-Validate-Record SECTION.
           PERFORM 058-Trim-Record
           MOVE ZERO TO Record-Exc-Count
           PERFORM VARYING Val-i FROM 1 BY 1 UNTIL Val-i > Scan-Len
             ADD 1 TO Total-Byte-Count
           END-PERFORM
           .

      * Scan-Len = the record's bytes up to the first space.
       058-Trim-Record SECTION.
           MOVE ZERO TO Scan-Len
           PERFORM VARYING Val-i FROM 1 BY 1 UNTIL Val-i > 4096
             IF data-buffer(Val-i:1) = SPACE
               COMPUTE Val-i = 4096
             ELSE
               ADD 1 TO Scan-Len
             END-IF
           END-PERFORM
           .

       065-Check-Invalid-Rate SECTION.
           IF Invalid-Byte-Count > ZERO
             MOVE Invalid-Byte-Count TO Invalid-Disp
           MOVE ZERO TO Win-Mark-Count(Wx)
           MOVE SPACES TO Win-Carryover(Wx)
           MOVE ZERO TO Win-Carry-Len(Wx)
           MOVE ZERO TO Win-First-Pos(Wx)
           .

      * Directory mode: twelve devices' captures through the same
           OPEN OUTPUT Data-Except
           OPEN OUTPUT Message-File
           OPEN EXTEND Results-History
           OPEN I-O Capture-Catalog
           MOVE 'MULTIDIR' TO Scan-Mode-WK
           READ Stream-Directory NEXT RECORD
                AT END SET DIR-EOF TO TRUE
           END-READ
           CLOSE Marker-Report
           CLOSE Data-Except
           CLOSE Message-File
           CLOSE Capture-Catalog

           MOVE Stream-Count TO History-Total-1
           MOVE Streams-Found TO History-Total-2
             END-IF
           END-IF

      * a resent capture gets a DUPLICAT row instead of a scan
           IF Active-Count > ZERO
             MOVE Dir-Stream-Id TO Capture-Stream-Id
             PERFORM 030-Identify-Capture
             IF CAPTURE-DUPLICATE
               PERFORM 420-Refuse-Duplicate-Stream
               MOVE ZERO TO Active-Count
             END-IF
           END-IF

           IF Active-Count > ZERO
           SET EOF TO FALSE
           MOVE ZERO TO Record-Number
               WRITE Stream-Result-Record
             END-IF
           END-PERFORM
           PERFORM 190-Catalog-Capture
           END-IF
           .

      * The refused stream's row carries the business date the
      * capture was first processed in its position field.
       420-Refuse-Duplicate-Stream SECTION.
           MOVE Dir-Stream-Id  TO Res-Stream-Id
           MOVE 'DUPLICAT'     TO Res-Window
           MOVE 'D'            TO Res-Found
           MOVE First-Seen-Num TO Res-Position
           WRITE Stream-Result-Record
           MOVE SPACES TO Output-Msg
           STRING "Stream " Dir-Stream-Id " was first processed "
                  First-Seen-Date " as " First-Seen-Stream
                  " -- refused."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D06-W004' TO Log-Msg-Id
           MOVE 'W'        TO Log-Severity
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           .

                 COMPUTE Input-Checksum = Input-Checksum
                       + FUNCTION ORD(data-buffer(1:1)) - 1
                 PERFORM 060-Validate-Record
                 PERFORM 032-Sum-Record
                 ADD Scan-Len TO Split-Byte-Count
                 PERFORM VARYING Split-i FROM 1 BY 1
                   UNTIL Split-i > Scan-Len OR Lead-Got >= 13
           MOVE Split-Edge-First TO Part-Edge-First
           MOVE Split-Edge-Next  TO Part-Edge-Next
           MOVE Split-Byte-Count TO Part-Byte-Count
           COMPUTE Part-Content-Sum =
                   FUNCTION MOD(Content-Sum, 10000000000)
           PERFORM VARYING Wx FROM 1 BY 1 UNTIL Wx > Window-Count
             MOVE Win-Found(Wx)   TO Part-Found(Wx)
             MOVE Win-Counter(Wx) TO Part-Position(Wx)
           PERFORM 970-Write-Log-Message
           .

      * Reads the whole capture once for its identity and looks it
      * up in the catalog.
       030-Identify-Capture SECTION.
           SET EOF TO FALSE
           MOVE ZERO TO Content-Sum
           MOVE ZERO TO Capture-Bytes
           MOVE ZERO TO Record-Number
           OPEN INPUT datastream
           READ datastream NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             ADD 1 TO Record-Number
             PERFORM 058-Trim-Record
             PERFORM 032-Sum-Record
             READ datastream NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE datastream
           SET EOF TO FALSE
           MOVE Record-Number TO Capture-Records
           MOVE ZERO TO Record-Number

           COMPUTE Ident-Checksum =
                   FUNCTION MOD(Content-Sum, 10000000000)
           MOVE Capture-Bytes TO Ident-Byte-Count
           SET CAPTURE-NEW TO TRUE
           MOVE Ident-Key TO Cat-Key
           READ Capture-Catalog RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF Cat-Stream-Id = Capture-Stream-Id
                  AND Cat-Business-Date = Run-Business-Date
                 SET CAPTURE-RERUN TO TRUE
               ELSE
                 SET CAPTURE-DUPLICATE TO TRUE
                 MOVE Cat-Business-Date TO First-Seen-Date
                 MOVE Cat-Stream-Id     TO First-Seen-Stream
               END-IF
           END-READ
           .

      * Adds the current record (Scan-Len trimmed bytes, record
      * number Record-Number) into the positional content checksum.
       032-Sum-Record SECTION.
           MOVE ZERO TO Record-Sum
           PERFORM VARYING Sum-i FROM 1 BY 1 UNTIL Sum-i > Scan-Len
             COMPUTE Record-Sum = Record-Sum
                   + (FUNCTION ORD(data-buffer(Sum-i:1)) - 1) * Sum-i
           END-PERFORM
           ADD Scan-Len TO Capture-Bytes
           COMPUTE Content-Sum = FUNCTION MOD(Content-Sum
                   + Record-Sum * Record-Number, 10000000000)
           .

      * Books the capture just scanned: a new one is added, a forced
      * rerun of the same stream and date refreshes its entry.
       190-Catalog-Capture SECTION.
           MOVE SPACES TO Capture-Catalog-Record
           MOVE Ident-Key         TO Cat-Key
           MOVE Capture-Stream-Id TO Cat-Stream-Id
           MOVE Main-Ddname       TO Cat-Ddname
           MOVE Run-Business-Date TO Cat-Business-Date
           MOVE Scan-Mode-WK      TO Cat-Scan-Mode
           MOVE Capture-Records   TO Cat-Records
           MOVE 'N'  TO Cat-Pkt-Found
           MOVE ZERO TO Cat-Pkt-Position
           MOVE 'N'  TO Cat-Som-Found
           MOVE ZERO TO Cat-Som-Position
           IF Win-Active(1) = 1 AND Win-Any-Found(1) = 1
             MOVE 'Y' TO Cat-Pkt-Found
             MOVE Win-First-Pos(1) TO Cat-Pkt-Position
             IF Win-First-Pos(1) = ZERO
               MOVE Win-Counter(1) TO Cat-Pkt-Position
             END-IF
           END-IF
           IF Win-Active(2) = 1 AND Win-Any-Found(2) = 1
             MOVE 'Y' TO Cat-Som-Found
             MOVE Win-First-Pos(2) TO Cat-Som-Position
             IF Win-First-Pos(2) = ZERO
               MOVE Win-Counter(2) TO Cat-Som-Position
             END-IF
           END-IF
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

       095-Load-Window-State SECTION.
           MOVE Win-Size(Wx)       TO Window-Size
           MOVE Win-Counter(Wx)    TO Counter
                 ADD 1 TO Counter
               ELSE
                 ADD Window-Size TO Counter
                 MOVE Counter TO Win-First-Pos(Wx)
               END-IF
               MOVE Counter TO Counter-Disp
               SET ANY-MARKER-FOUND TO TRUE
