      ******************************************************************
      *  Extracted message routing
      *
      *  D06TUNE's extraction mode writes every payload that follows
      *  a start-of-message marker to the one DATAMSG file; this run
      *  delivers each of them to the receiving team named by the
      *  header at the front of Msg-Payload, instead of the radio
      *  team sorting them by hand. Each message goes out unchanged
      *  (stream id, Msg-Position, length, payload) to its team's
      *  destination ddname, in DATAMSG order.
      *
      *  MSGRTAB records (first matching route wins, top to bottom,
      *  the same idea D21RBIL uses for DEPOTRT):
      *    'VERS' + version id (8)          -- stamped on every trailer
      *    'ROUT' + pattern length 9(2) + header pattern (32)
      *           + destination ddname (8)
      *                                     -- a payload whose first
      *                                        bytes match the pattern
      *                                        ('?' matches any byte)
      *                                        goes to that ddname
      *
      *  What is not delivered is never dropped:
      *    MSGUNRT  payloads no route matches ('NO ROUTE'), and those
      *             whose destination has no DD in the step ('NO DD')
      *    MSGDUPL  a payload already seen earlier in the same stream
      *             at a different position, with that first position;
      *             the first occurrence is the one delivered
      *  The same payload at the same position twice (a restarted
      *  extraction re-writing a message) is delivered once and
      *  counted as a repeat.
      *
      *  MSGRCNT closes the step with one row per destination
      *  (messages and payload bytes delivered) plus the unroutable,
      *  duplicate and repeat rows; its trailer carries the DATAMSG
      *  records read and the messages accounted for, so each
      *  receiving team can prove it got everything. Every
      *  destination file ends with its own trailer (messages,
      *  payload bytes). RC 4 when anything went unrouted or
      *  duplicated.
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D61MRTE.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Message-File ASSIGN TO DATAMSG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT Route-Table ASSIGN TO MSGRTAB
           ORGANIZATION IS SEQUENTIAL.
      * One destination at a time, by the ddname its route names.
           SELECT Route-Output ASSIGN TO Dest-Ddname
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS Dest-Status.
           SELECT Unroutable-File ASSIGN TO MSGUNRT
           ORGANIZATION IS SEQUENTIAL.
           SELECT Duplicate-File ASSIGN TO MSGDUPL
           ORGANIZATION IS SEQUENTIAL.
           SELECT Count-Report ASSIGN TO MSGRCNT
           ORGANIZATION IS SEQUENTIAL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Message-File RECORDING MODE F.
       COPY DATAMSG.

       FD Route-Table RECORDING MODE F.
       01  Route-Table-Record.
           05  RR-Type                PIC X(04).
           05  RR-Body                PIC X(60).
           05  RR-Vers-Body REDEFINES RR-Body.
               10  RR-Version             PIC X(08).
               10  FILLER                 PIC X(52).
           05  RR-Rout-Body REDEFINES RR-Body.
               10  RR-Pattern-Len         PIC 9(02).
               10  RR-Pattern             PIC X(32).
               10  RR-Ddname              PIC X(08).
               10  FILLER                 PIC X(18).

      * Message-Record's layout; last record is the control-total
      * trailer (TRL in bytes 1-3).
       FD Route-Output RECORDING MODE F.
       01  Route-Output-Record        PIC X(276).

       FD Unroutable-File RECORDING MODE F.
       01  Unroutable-Record.
           05  Unr-Reason             PIC X(08).
           05  Unr-Message            PIC X(276).

       FD Duplicate-File RECORDING MODE F.
       01  Duplicate-Record.
           05  Dup-First-Position     PIC 9(08).
           05  Dup-Message            PIC X(276).

      * One row per destination, then the UNROUTED, DUPLICAT and
      * REPEAT rows; last record is the control-total trailer.
       FD Count-Report RECORDING MODE F.
       01  Count-Record.
           05  Cnt-Destination        PIC X(08).
           05  Cnt-Kind               PIC X(08).
           05  Cnt-Messages           PIC 9(08).
           05  Cnt-Bytes              PIC 9(10).
           05  FILLER                 PIC X(09).

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D61MRTE '.
           COPY WSFILST.

           05  Route-Version-WK   PIC X(08) VALUE SPACES.
           05  Dest-Ddname        PIC X(08) VALUE SPACES.
           05  Dest-Status        PIC X(02).

           05  Route-Count        PIC 9(04) BINARY VALUE ZERO.
           05  Route-Entries.
               10  Route-Entry OCCURS 50 TIMES INDEXED BY RouteIdx.
                   15  RT-Pattern-Len PIC 9(02).
                   15  RT-Pattern     PIC X(32).
                   15  RT-Dest        PIC 9(04) BINARY.

           05  Dest-Count         PIC 9(04) BINARY VALUE ZERO.
           05  Dest-Table.
               10  Dest-Entry OCCURS 20 TIMES INDEXED BY DestIdx.
                   15  DT-Ddname      PIC X(08).
                   15  DT-Messages    PIC 9(08) BINARY.
                   15  DT-Bytes       PIC 9(10) BINARY.
                   15  DT-Missing-Sw  PIC X(01).
                       88 DT-MISSING      VALUE 'M'.

      * Tonight's messages, held so the duplicate check can look
      * back across the whole stream and each destination is
      * written in one pass. A message that did not fit would be
      * lost to every team, so a full table aborts the run.
           05  Msg-Count          PIC 9(08) BINARY VALUE ZERO.
           05  Message-Table.
               10  MT-Entry OCCURS 2000 TIMES
                            INDEXED BY MsgIdx CmpIdx.
                   15  MT-Message.
                       20  MT-Stream-Id   PIC X(08).
                       20  MT-Position    PIC 9(08).
                       20  MT-Length      PIC 9(04).
                       20  MT-Payload     PIC X(256).
                   15  MT-Dest        PIC 9(04) BINARY.
                   15  MT-Disposition PIC X(01).
                       88 MT-DELIVER      VALUE 'N'.
                       88 MT-DUPLICATE    VALUE 'D'.
                       88 MT-REPEAT       VALUE 'R'.
                   15  MT-First-Position PIC 9(08).

           05  Pattern-Ptr        PIC 9(04) BINARY.
           05  Match-Found        PIC 9(1) BINARY.
               88 FOUND-MATCH         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Pattern-Sw         PIC 9(1) BINARY.
               88 PATTERN-FITS        VALUE 1
                             WHEN SET TO FALSE 0.

           05  Delivered-Count    PIC 9(08) BINARY VALUE ZERO.
           05  Unrouted-Count     PIC 9(08) BINARY VALUE ZERO.
           05  Unrouted-Bytes     PIC 9(10) BINARY VALUE ZERO.
           05  Dup-Count          PIC 9(08) BINARY VALUE ZERO.
           05  Dup-Bytes          PIC 9(10) BINARY VALUE ZERO.
           05  Repeat-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Repeat-Bytes       PIC 9(10) BINARY VALUE ZERO.
           05  Read-Disp          PIC 9(08) DISPLAY.
           05  Delivered-Disp     PIC 9(08) DISPLAY.
           05  Unrouted-Disp      PIC 9(08) DISPLAY.
           05  Dup-Disp           PIC 9(08) DISPLAY.

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
           MOVE 'DATAMSG ' TO Parm-Ddname-Echo
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           PERFORM 050-Load-Route-Table
           MOVE Route-Version-WK TO Trailer-Version
           PERFORM 100-Load-Messages

           PERFORM VARYING DestIdx FROM 1 BY 1
             UNTIL DestIdx > Dest-Count
             PERFORM 300-Deliver-Destination
           END-PERFORM
           PERFORM 400-Write-Unroutable
           PERFORM 450-Write-Duplicates
           PERFORM 500-Write-Count-Report

           MOVE Delivered-Count TO History-Total-1
           COMPUTE History-Total-2 = Unrouted-Count + Dup-Count
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Msg-Count       TO Read-Disp
           MOVE Delivered-Count TO Delivered-Disp
           MOVE SPACES TO Output-Msg
           STRING Read-Disp " message(s) read, " Delivered-Disp
                  " delivered under route table "
                  Route-Version-WK "."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D61-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Unrouted-Count > ZERO
             MOVE Unrouted-Count TO Unrouted-Disp
             MOVE SPACES TO Output-Msg
             STRING Unrouted-Disp " message(s) not delivered"
                    " -- see MSGUNRT."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D61-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF
           IF Dup-Count > ZERO
             MOVE Dup-Count TO Dup-Disp
             MOVE SPACES TO Output-Msg
             STRING Dup-Disp " duplicate payload(s) held back"
                    " -- see MSGDUPL."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D61-W002' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * A route whose ddname is already in the destination table
      * shares that entry, so two header patterns can feed one team.
       050-Load-Route-Table SECTION.
           SET EOF TO FALSE
           OPEN INPUT Route-Table
           READ Route-Table NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             EVALUATE RR-Type
               WHEN 'VERS'
                 MOVE RR-Version TO Route-Version-WK
               WHEN 'ROUT'
                 IF RR-Pattern-Len IS NOT NUMERIC
                    OR RR-Pattern-Len = ZERO
                    OR RR-Pattern-Len > 32
                    OR RR-Ddname = SPACES
                   DISPLAY "Unusable MSGRTAB route skipped: "
                           RR-Body
                 ELSE
                   PERFORM 060-Add-Route
                 END-IF
               WHEN OTHER
                 DISPLAY "Unrecognized MSGRTAB record: " RR-Type
             END-EVALUATE
             READ Route-Table NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Route-Table
           SET EOF TO FALSE
           .

       060-Add-Route SECTION.
           SET FOUND-MATCH TO FALSE
           PERFORM VARYING DestIdx FROM 1 BY 1
             UNTIL DestIdx > Dest-Count OR FOUND-MATCH
             IF DT-Ddname(DestIdx) = RR-Ddname
               SET FOUND-MATCH TO TRUE
             END-IF
           END-PERFORM
           IF FOUND-MATCH
             SET DestIdx DOWN BY 1
           ELSE
             IF Dest-Count < 20
               ADD 1 TO Dest-Count
               SET DestIdx TO Dest-Count
               MOVE RR-Ddname TO DT-Ddname(DestIdx)
               MOVE ZERO      TO DT-Messages(DestIdx)
               MOVE ZERO      TO DT-Bytes(DestIdx)
               MOVE SPACE     TO DT-Missing-Sw(DestIdx)
             ELSE
               MOVE 'D61-E001' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "Dest-Table full -- routing aborted."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           IF Route-Count < 50
             ADD 1 TO Route-Count
             SET RouteIdx TO Route-Count
             MOVE RR-Pattern-Len TO RT-Pattern-Len(RouteIdx)
             MOVE RR-Pattern     TO RT-Pattern(RouteIdx)
             SET RT-Dest(RouteIdx) TO DestIdx
           ELSE
             MOVE 'D61-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Route-Entries full -- routing aborted."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       100-Load-Messages SECTION.
           SET EOF TO FALSE
           OPEN INPUT Message-File
           READ Message-File NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF Msg-Count < 2000
               ADD 1 TO Msg-Count
               SET MsgIdx TO Msg-Count
               MOVE Message-Record TO MT-Message(MsgIdx)
               MOVE ZERO TO MT-First-Position(MsgIdx)
               SET MT-DELIVER(MsgIdx) TO TRUE
               PERFORM 110-Check-Duplicate
               PERFORM 120-Find-Route
             ELSE
               MOVE 'D61-E002' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "Message-Table full -- routing aborted."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             READ Message-File NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Message-File
           SET EOF TO FALSE
           .

      * The earliest delivered copy of the same payload in the same
      * stream decides: another position makes this one a
      * duplicate, the same position a repeat.
       110-Check-Duplicate SECTION.
           SET FOUND-MATCH TO FALSE
           PERFORM VARYING CmpIdx FROM 1 BY 1
             UNTIL CmpIdx >= MsgIdx OR FOUND-MATCH
             IF MT-DELIVER(CmpIdx)
                AND MT-Stream-Id(CmpIdx) = Msg-Stream-Id
                AND MT-Length(CmpIdx) = Msg-Length
                AND MT-Payload(CmpIdx) = Msg-Payload
               SET FOUND-MATCH TO TRUE
               MOVE MT-Position(CmpIdx) TO MT-First-Position(MsgIdx)
               IF MT-Position(CmpIdx) = Msg-Position
                 SET MT-REPEAT(MsgIdx) TO TRUE
                 ADD 1 TO Repeat-Count
                 ADD Msg-Length TO Repeat-Bytes
               ELSE
                 SET MT-DUPLICATE(MsgIdx) TO TRUE
               END-IF
             END-IF
           END-PERFORM
           .

      * First route whose pattern fits the payload's leading bytes;
      * a payload shorter than the pattern never fits it.
       120-Find-Route SECTION.
           MOVE ZERO TO MT-Dest(MsgIdx)
           PERFORM VARYING RouteIdx FROM 1 BY 1
             UNTIL RouteIdx > Route-Count OR MT-Dest(MsgIdx) > ZERO
             IF Msg-Length >= RT-Pattern-Len(RouteIdx)
               SET PATTERN-FITS TO TRUE
               PERFORM VARYING Pattern-Ptr FROM 1 BY 1
                 UNTIL Pattern-Ptr > RT-Pattern-Len(RouteIdx)
                       OR NOT PATTERN-FITS
                 IF RT-Pattern(RouteIdx)(Pattern-Ptr:1) NOT = '?'
                    AND RT-Pattern(RouteIdx)(Pattern-Ptr:1)
                        NOT = Msg-Payload(Pattern-Ptr:1)
                   SET PATTERN-FITS TO FALSE
                 END-IF
               END-PERFORM
               IF PATTERN-FITS
                 MOVE RT-Dest(RouteIdx) TO MT-Dest(MsgIdx)
               END-IF
             END-IF
           END-PERFORM
           .

      * A destination whose DD is missing from the step is not an
      * excuse to lose its messages: they go to MSGUNRT instead.
       300-Deliver-Destination SECTION.
           MOVE DT-Ddname(DestIdx) TO Dest-Ddname
           OPEN OUTPUT Route-Output
           IF Dest-Status NOT = '00'
             SET DT-MISSING(DestIdx) TO TRUE
             MOVE SPACES TO Output-Msg
             STRING "Destination " Dest-Ddname
                    " cannot be opened, status " Dest-Status
                    " -- its messages go to MSGUNRT."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D61-W003' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           ELSE
             PERFORM VARYING MsgIdx FROM 1 BY 1
               UNTIL MsgIdx > Msg-Count
               IF MT-DELIVER(MsgIdx)
                  AND MT-Dest(MsgIdx) = DestIdx
                 WRITE Route-Output-Record FROM MT-Message(MsgIdx)
                 ADD 1 TO DT-Messages(DestIdx)
                 ADD MT-Length(MsgIdx) TO DT-Bytes(DestIdx)
               END-IF
             END-PERFORM
             MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
             MOVE DT-Messages(DestIdx) TO Trailer-Record-Count
             MOVE DT-Bytes(DestIdx)    TO Trailer-Key-Figure
             WRITE Route-Output-Record FROM Trailer-Layout
             CLOSE Route-Output
             ADD DT-Messages(DestIdx) TO Delivered-Count
           END-IF
           .

       400-Write-Unroutable SECTION.
           OPEN OUTPUT Unroutable-File
           PERFORM VARYING MsgIdx FROM 1 BY 1
             UNTIL MsgIdx > Msg-Count
             IF MT-DELIVER(MsgIdx)
               MOVE SPACES TO Unroutable-Record
               IF MT-Dest(MsgIdx) = ZERO
                 MOVE 'NO ROUTE' TO Unr-Reason
               ELSE
                 SET DestIdx TO MT-Dest(MsgIdx)
                 IF DT-MISSING(DestIdx)
                   MOVE 'NO DD   ' TO Unr-Reason
                 END-IF
               END-IF
               IF Unr-Reason NOT = SPACES
                 MOVE MT-Message(MsgIdx) TO Unr-Message
                 WRITE Unroutable-Record
                 ADD 1 TO Unrouted-Count
                 ADD MT-Length(MsgIdx) TO Unrouted-Bytes
               END-IF
             END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Unrouted-Count TO Trailer-Record-Count
           MOVE Unrouted-Bytes TO Trailer-Key-Figure
           WRITE Unroutable-Record FROM Trailer-Layout
           CLOSE Unroutable-File
           .

       450-Write-Duplicates SECTION.
           OPEN OUTPUT Duplicate-File
           PERFORM VARYING MsgIdx FROM 1 BY 1
             UNTIL MsgIdx > Msg-Count
             IF MT-DUPLICATE(MsgIdx)
               MOVE MT-First-Position(MsgIdx) TO Dup-First-Position
               MOVE MT-Message(MsgIdx)        TO Dup-Message
               WRITE Duplicate-Record
               ADD 1 TO Dup-Count
               ADD MT-Length(MsgIdx) TO Dup-Bytes
             END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Dup-Count TO Trailer-Record-Count
           MOVE Dup-Bytes TO Trailer-Key-Figure
           WRITE Duplicate-Record FROM Trailer-Layout
           CLOSE Duplicate-File
           .

      * Every message read lands on exactly one row, so the rows'
      * messages add up to the DATAMSG count in the trailer.
       500-Write-Count-Report SECTION.
           OPEN OUTPUT Count-Report
           PERFORM VARYING DestIdx FROM 1 BY 1
             UNTIL DestIdx > Dest-Count
             IF NOT DT-MISSING(DestIdx)
               MOVE SPACES TO Count-Record
               MOVE DT-Ddname(DestIdx)   TO Cnt-Destination
               MOVE 'ROUTED  '           TO Cnt-Kind
               MOVE DT-Messages(DestIdx) TO Cnt-Messages
               MOVE DT-Bytes(DestIdx)    TO Cnt-Bytes
               WRITE Count-Record
             END-IF
           END-PERFORM
           MOVE SPACES TO Count-Record
           MOVE 'MSGUNRT '     TO Cnt-Destination
           MOVE 'UNROUTED'     TO Cnt-Kind
           MOVE Unrouted-Count TO Cnt-Messages
           MOVE Unrouted-Bytes TO Cnt-Bytes
           WRITE Count-Record
           MOVE SPACES TO Count-Record
           MOVE 'MSGDUPL '     TO Cnt-Destination
           MOVE 'DUPLICAT'     TO Cnt-Kind
           MOVE Dup-Count      TO Cnt-Messages
           MOVE Dup-Bytes      TO Cnt-Bytes
           WRITE Count-Record
           MOVE SPACES TO Count-Record
           MOVE 'DATAMSG '     TO Cnt-Destination
           MOVE 'REPEAT  '     TO Cnt-Kind
           MOVE Repeat-Count   TO Cnt-Messages
           MOVE Repeat-Bytes   TO Cnt-Bytes
           WRITE Count-Record
           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Msg-Count TO Trailer-Record-Count
           COMPUTE Trailer-Key-Figure = Delivered-Count
                                      + Unrouted-Count
                                      + Dup-Count
                                      + Repeat-Count
           WRITE Count-Record FROM Trailer-Layout
           CLOSE Count-Report
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

      /
       END PROGRAM D61MRTE.
      /
