      ******************************************************************
      *  Data lineage inquiry
      *
      *  When the warehouse questions a DWEXTR record or a RESHIST
      *  total, the desk used to rebuild by hand which transmission,
      *  parameter version, run and program variant produced it.
      *  This inquiry prints the whole chain for one program and
      *  business date to LINRPT, one row per link, each tagged with
      *  the link it belongs to:
      *
      *    SUBJECT  what was asked, and the program, output file and
      *             inbound feed it resolved to
      *    FEED     the feed's XMITCTL transmission sequence
      *             (XMITSEQ) and its XMITRPT verification status and
      *             volume as the scorecard kept them (QUALHIST)
      *    PARM     every PARM echo (CMN-I001) the program logged to
      *             OPSLOG for the business date -- the last one is
      *             the run that stands
      *    VERSION  the run stamp and parameter version (Trailer-
      *             Version) on the output file's trailer, from its
      *             dated generation (GENCAT/DETGEN)
      *    RUN      the program's RUNSTAT START and END records, per
      *             variant, with the END return code
      *    HISTORY  the program's RESHIST rows for the business date
      *    BALANCE  the D10BAL verdict on the output file (QUALHIST)
      *             and the END return codes of D10BAL and D34XBAL
      *    EXTRACT  the END return code of the D09EXTR extract that
      *             carried the figures to the warehouse
      *    XMIT     every outbound transmission D32XOUT registered
      *             for the business date (XMITREG) and whether the
      *             receiver has acknowledged it (XMITACK)
      *
      *  A link with nothing on file says so in its row rather than
      *  being left out, so a gap in the chain is visible. Read-only;
      *  changes nothing.
      *
      *  PARM bytes 1-8    program id (e.g. 'D02CUBEC'), or the
      *                    output dataset the figure was found in:
      *                    CALIRPT, GAMEDET, RUCKAUD, CARDDET,
      *                    CARDPAY, CRANDET, CARDVAL, DWEXTR or
      *                    RESHIST
      *       bytes 9-16   business date (YYYYMMDD) -- required
      *       bytes 17-26  key within the output dataset:
      *                    DWEXTR  record type (CA, GA, SC or HI) in
      *                            17-18; for an HI record, the
      *                            program it carries in 19-26
      *                    RESHIST the row's program in 17-24
      *
      *  RC 8 when the PARM does not name a date, or names an output
      *  dataset and key that do not lead to a program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D75LINQ.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Read here as the main input, so this SELECT wires a real
      * FILE STATUS clause for 900-Check-File-Status.
           SELECT Results-History ASSIGN TO RESHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           COPY RUNSSEL.
           COPY OPSSEL.
      * Every other link is OPTIONAL: a site that has not got that
      * far with its registers gets "nothing on file" for the link,
      * not a JCL error.
           SELECT OPTIONAL Seq-Register ASSIGN TO XMITSEQ
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Quality-History ASSIGN TO QUALHIST
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Generation-Catalog ASSIGN TO GENCAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Gen-Key.
           SELECT OPTIONAL Generation-Store ASSIGN TO DETGEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Gst-Key.
           SELECT OPTIONAL Xmit-Register ASSIGN TO XMITREG
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Receipt-File ASSIGN TO XMITACK
           ORGANIZATION IS SEQUENTIAL.
           SELECT Lineage-Report ASSIGN TO LINRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

      * Mirrors D11XMIT's register of verified transmissions.
       FD Seq-Register RECORDING MODE F.
       01  Seq-Register-Record.
           05  SR-Date                PIC X(08).
           05  SR-Seq                 PIC 9(10).

      * Mirrors D38QSCD's quality history, field for field.
       FD Quality-History RECORDING MODE F.
       01  Quality-Record.
           05  QH-Date                PIC X(08).
           05  QH-Input               PIC X(08).
           05  QH-Volume              PIC 9(08).
           05  QH-Rejects             PIC 9(08).
           05  QH-Rate-Pm             PIC 9(04).
           05  QH-Xmit-Status         PIC X(08).
           05  QH-Bal-Status          PIC X(08).

       FD Generation-Catalog.
       COPY GENCAT.

       FD Generation-Store.
       COPY DETGEN.

      * Mirrors D32XOUT's outbound register.
       FD Xmit-Register RECORDING MODE F.
       01  Register-Record.
           05  XR-Date                PIC X(08).
           05  XR-Ddname              PIC X(08).
           05  XR-Timestamp           PIC X(14).
           05  XR-Count               PIC 9(08).
           05  XR-Sum                 PIC 9(10).

      * Mirrors D33XACK's receipt file.
       FD Receipt-File RECORDING MODE F.
       01  Receipt-Record.
           05  AK-Date                PIC X(08).
           05  AK-Ddname              PIC X(08).
           05  AK-Status              PIC X(04).
           05  FILLER                 PIC X(10).

      * One row per link in the chain.
       FD Lineage-Report RECORDING MODE F.
       01  Lineage-Record.
           05  Lin-Link               PIC X(08).
           05  Lin-Text               PIC X(80).

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D75LINQ '.
           COPY WSFILST.

           05  Sel-Subject        PIC X(08) VALUE SPACES.
           05  Sel-Date           PIC X(08) VALUE SPACES.
           05  Sel-Key            PIC X(10) VALUE SPACES.
           05  Sel-Key-Parts REDEFINES Sel-Key.
               10  Sel-Ext-Type   PIC X(02).
               10  Sel-Ext-Program PIC X(08).

      * what the subject resolved to
           05  Lin-Program        PIC X(08) VALUE SPACES.
           05  Lin-Output         PIC X(08) VALUE SPACES.
           05  Lin-Feed           PIC X(08) VALUE SPACES.
           05  Find-Output        PIC X(08) VALUE SPACES.
           05  Subject-Ok-Sw      PIC 9(1) BINARY VALUE ZERO.
               88 SUBJECT-OK          VALUE 1
                             WHEN SET TO FALSE 0.

      * Which program writes which output file from which inbound
      * feed -- the nightly chain as PUZZLES and CARDVAL run it. A
      * program with no kept output of its own (D06TUNE) still names
      * its feed.
           05  Map-Count          PIC 9(02) BINARY VALUE 8.
           05  Map-Table.
               10  Map-Entry OCCURS 8 TIMES INDEXED BY MapIdx.
                   15  Map-Output     PIC X(08).
                   15  Map-Program    PIC X(08).
                   15  Map-Feed       PIC X(08).
           05  Match-Found        PIC 9(1) BINARY.
               88 FOUND-MATCH         VALUE 1
                             WHEN SET TO FALSE 0.
           05  MatchIdx           PIC 9(02) BINARY.

           05  Link-Count         PIC 9(04) BINARY.
           05  Row-Count          PIC 9(08) BINARY VALUE ZERO.
           05  Row-Disp           PIC 9(08) DISPLAY.
           05  Browse-Done-Sw     PIC 9(1) BINARY.
               88 BROWSE-DONE         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Ack-Found-Sw       PIC 9(1) BINARY.
               88 ACK-FOUND           VALUE 1
                             WHEN SET TO FALSE 0.
           05  Ack-Status-Hold    PIC X(04).
           05  Echo-Needle        PIC X(13).
           05  Echo-Hits          PIC 9(04) BINARY.
           05  Seq-Disp           PIC 9(10) DISPLAY.
           05  Count-Disp         PIC 9(08) DISPLAY.
           05  Total-1-Disp       PIC 9(08) DISPLAY.
           05  Total-2-Disp       PIC 9(08) DISPLAY.
           05  RC-Disp            PIC 9(04) DISPLAY.
           05  Check-Program      PIC X(08).
           05  Check-RC-Found-Sw  PIC 9(1) BINARY.
               88 CHECK-RC-FOUND      VALUE 1
                             WHEN SET TO FALSE 0.
           05  Check-RC           PIC 9(04).

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
           IF LS-Parm-Len > 7
             MOVE LS-Parm-Text(1:8) TO Sel-Subject
           END-IF
           IF LS-Parm-Len > 15
             MOVE LS-Parm-Text(9:8) TO Sel-Date
           END-IF
           IF LS-Parm-Len > 17
             MOVE LS-Parm-Text(17:10) TO Sel-Key
           END-IF
           IF Sel-Date IS NOT NUMERIC
             DISPLAY "PARM bytes 9-16 must be the business date"
                     " (YYYYMMDD)."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 050-Load-Map
           PERFORM 100-Resolve-Subject
           IF NOT SUBJECT-OK
             DISPLAY Output-Msg
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT Lineage-Report
           MOVE SPACES TO Output-Msg
           STRING "Asked " Sel-Subject " " Sel-Key " for " Sel-Date
                  ": program " Lin-Program ", output " Lin-Output
                  ", feed " Lin-Feed
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'SUBJECT ' TO Lin-Link
           PERFORM 800-Write-Row

           PERFORM 200-Trace-Feed
           PERFORM 300-Trace-Parm
           PERFORM 400-Trace-Version
           PERFORM 500-Trace-Runs
           PERFORM 550-Trace-History
           PERFORM 600-Trace-Balancing
           PERFORM 700-Trace-Transmission

           CLOSE Lineage-Report

           MOVE Row-Count TO Row-Disp
           MOVE SPACES TO Output-Msg
           STRING Row-Disp " lineage row(s) written to LINRPT."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           DISPLAY Output-Msg

           GOBACK
           .

       050-Load-Map SECTION.
           MOVE 'CALIRPT ' TO Map-Output(1)
           MOVE 'D01TRBCT' TO Map-Program(1)
           MOVE 'CALIBR  ' TO Map-Feed(1)
           MOVE 'GAMEDET ' TO Map-Output(2)
           MOVE 'D02CUBEC' TO Map-Program(2)
           MOVE 'GAMES   ' TO Map-Feed(2)
           MOVE 'RUCKAUD ' TO Map-Output(3)
           MOVE 'D03RUCK ' TO Map-Program(3)
           MOVE 'RUCKLST ' TO Map-Feed(3)
           MOVE 'CARDDET ' TO Map-Output(4)
           MOVE 'D04SCTC ' TO Map-Program(4)
           MOVE 'CARDS   ' TO Map-Feed(4)
           MOVE 'CARDPAY ' TO Map-Output(5)
           MOVE 'D04SCTC ' TO Map-Program(5)
           MOVE 'CARDS   ' TO Map-Feed(5)
           MOVE 'CRANDET ' TO Map-Output(6)
           MOVE 'D05CRNE ' TO Map-Program(6)
           MOVE SPACES     TO Map-Feed(6)
      * valued from CARDPAY, so its figures came in with CARDS
           MOVE 'CARDVAL ' TO Map-Output(7)
           MOVE 'D16CVAL ' TO Map-Program(7)
           MOVE 'CARDS   ' TO Map-Feed(7)
           MOVE SPACES     TO Map-Output(8)
           MOVE 'D06TUNE ' TO Map-Program(8)
           MOVE 'DATABUF ' TO Map-Feed(8)
           .

      * An output dataset leads to its writer; a DWEXTR record to
      * the file (or, for HI, the history row) it was built from; a
      * RESHIST row to its program; anything else is taken as a
      * program id. The program's first map entry supplies its
      * output file and feed.
       100-Resolve-Subject SECTION.
           SET SUBJECT-OK TO TRUE
           MOVE SPACES TO Output-Msg
           EVALUATE Sel-Subject
             WHEN 'DWEXTR  '
               EVALUATE Sel-Ext-Type
                 WHEN 'CA'
                   MOVE 'CALIRPT ' TO Find-Output
                 WHEN 'GA'
                   MOVE 'GAMEDET ' TO Find-Output
                 WHEN 'SC'
                   MOVE 'CARDDET ' TO Find-Output
                 WHEN 'HI'
                   MOVE Sel-Ext-Program TO Lin-Program
                 WHEN OTHER
                   SET SUBJECT-OK TO FALSE
                   MOVE "DWEXTR key must be CA, GA, SC or HI+program."
                     TO Output-Msg
               END-EVALUATE
             WHEN 'RESHIST '
               MOVE Sel-Key(1:8) TO Lin-Program
             WHEN OTHER
               MOVE Sel-Subject TO Find-Output
               PERFORM 110-Find-Output
               IF NOT FOUND-MATCH
                 MOVE SPACES      TO Find-Output
                 MOVE Sel-Subject TO Lin-Program
               END-IF
           END-EVALUATE
           IF SUBJECT-OK
             IF Find-Output NOT = SPACES
               PERFORM 110-Find-Output
               MOVE Map-Output(MatchIdx)  TO Lin-Output
               MOVE Map-Program(MatchIdx) TO Lin-Program
               MOVE Map-Feed(MatchIdx)    TO Lin-Feed
             ELSE
               IF Lin-Program = SPACES
                 SET SUBJECT-OK TO FALSE
                 MOVE "The PARM names no program or output dataset."
                   TO Output-Msg
               ELSE
                 PERFORM 120-Find-Program
                 IF FOUND-MATCH
                   MOVE Map-Output(MatchIdx) TO Lin-Output
                   MOVE Map-Feed(MatchIdx)   TO Lin-Feed
                 END-IF
               END-IF
             END-IF
           END-IF
           .

       110-Find-Output SECTION.
           SET FOUND-MATCH TO FALSE
           MOVE ZERO TO MatchIdx
           PERFORM VARYING MapIdx FROM 1 BY 1
             UNTIL MapIdx > Map-Count OR FOUND-MATCH
             IF Map-Output(MapIdx) = Find-Output
                AND Find-Output NOT = SPACES
               SET FOUND-MATCH TO TRUE
               SET MatchIdx TO MapIdx
             END-IF
           END-PERFORM
           .

       120-Find-Program SECTION.
           SET FOUND-MATCH TO FALSE
           MOVE ZERO TO MatchIdx
           PERFORM VARYING MapIdx FROM 1 BY 1
             UNTIL MapIdx > Map-Count OR FOUND-MATCH
             IF Map-Program(MapIdx) = Lin-Program
               SET FOUND-MATCH TO TRUE
               SET MatchIdx TO MapIdx
             END-IF
           END-PERFORM
           .

      * The sequence is registered only once the whole night's
      * control file verified clean, so a date with no sequence is
      * one whose inputs never fully passed D11XMIT.
       200-Trace-Feed SECTION.
           MOVE 'FEED    ' TO Lin-Link
           IF Lin-Feed = SPACES
             MOVE "No inbound feed: built from the suite's own files."
               TO Output-Msg
             PERFORM 800-Write-Row
           ELSE
             MOVE ZERO TO Link-Count
             SET BROWSE-DONE TO FALSE
             OPEN INPUT Seq-Register
             PERFORM UNTIL BROWSE-DONE
               READ Seq-Register NEXT RECORD
                 AT END
                   SET BROWSE-DONE TO TRUE
                 NOT AT END
                   IF SR-Date = Sel-Date
                     ADD 1 TO Link-Count
                     MOVE SR-Seq TO Seq-Disp
                     MOVE SPACES TO Output-Msg
                     STRING "XMITCTL transmission sequence " Seq-Disp
                            " verified clean for " SR-Date "."
                       DELIMITED BY SIZE
                       INTO Output-Msg
                     END-STRING
                     PERFORM 800-Write-Row
                   END-IF
               END-READ
             END-PERFORM
             CLOSE Seq-Register
             IF Link-Count = ZERO
               MOVE SPACES TO Output-Msg
               STRING "No XMITCTL sequence verified clean for "
                      Sel-Date "."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               PERFORM 800-Write-Row
             END-IF

             MOVE ZERO TO Link-Count
             SET BROWSE-DONE TO FALSE
             OPEN INPUT Quality-History
             PERFORM UNTIL BROWSE-DONE
               READ Quality-History NEXT RECORD
                 AT END
                   SET BROWSE-DONE TO TRUE
                 NOT AT END
                   IF QH-Date = Sel-Date AND QH-Input = Lin-Feed
                     ADD 1 TO Link-Count
                     MOVE QH-Volume TO Count-Disp
                     MOVE SPACES TO Output-Msg
                     STRING Lin-Feed " XMITRPT status " QH-Xmit-Status
                            ", " Count-Disp " record(s) received."
                       DELIMITED BY SIZE
                       INTO Output-Msg
                     END-STRING
                     PERFORM 800-Write-Row
                   END-IF
               END-READ
             END-PERFORM
             CLOSE Quality-History
             IF Link-Count = ZERO
               MOVE SPACES TO Output-Msg
               STRING "No QUALHIST row for " Lin-Feed " on "
                      Sel-Date " -- XMITRPT status not kept."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               PERFORM 800-Write-Row
             END-IF
           END-IF
           .

      * The echo names the business date it ran for, whatever day
      * the log stamp carries (a catch-up runs days later).
       300-Trace-Parm SECTION.
           MOVE 'PARM    ' TO Lin-Link
           MOVE ZERO TO Link-Count
           MOVE SPACES TO Echo-Needle
           STRING "date=" Sel-Date
             DELIMITED BY SIZE
             INTO Echo-Needle
           END-STRING
           SET BROWSE-DONE TO FALSE
           OPEN INPUT Ops-Log
           PERFORM UNTIL BROWSE-DONE
             READ Ops-Log NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF Log-Rec-Program = Lin-Program
                    AND Log-Rec-Msg-Id = 'CMN-I001'
                   MOVE ZERO TO Echo-Hits
                   INSPECT Log-Rec-Text TALLYING Echo-Hits
                     FOR ALL Echo-Needle
                   IF Echo-Hits > ZERO
                     ADD 1 TO Link-Count
                     MOVE Log-Rec-Text TO Output-Msg
                     PERFORM 800-Write-Row
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Ops-Log
           IF Link-Count = ZERO
             MOVE SPACES TO Output-Msg
             STRING "No PARM echo from " Lin-Program " for "
                    Sel-Date " on OPSLOG."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             PERFORM 800-Write-Row
           END-IF
           .

      * The trailer is the generation's last record; the catalogue
      * says which sequence number that is.
       400-Trace-Version SECTION.
           MOVE 'VERSION ' TO Lin-Link
           MOVE SPACES TO Output-Msg
           IF Lin-Output = SPACES
             STRING Lin-Program " keeps no dated output file."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
           ELSE
             OPEN INPUT Generation-Catalog
             MOVE Lin-Output TO Gen-Ddname
             MOVE Sel-Date   TO Gen-Business-Date
             READ Generation-Catalog RECORD
               INVALID KEY
                 STRING "No generation of " Lin-Output " kept for "
                        Sel-Date "."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
             END-READ
             CLOSE Generation-Catalog
           END-IF
           IF Output-Msg = SPACES
             IF Gen-Run-Id = SPACES
               STRING Lin-Output " " Sel-Date
                      " was saved without a trailer."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
             ELSE
               OPEN INPUT Generation-Store
               MOVE Lin-Output TO Gst-Ddname
               MOVE Sel-Date   TO Gst-Business-Date
               COMPUTE Gst-Seq = Gen-Record-Count + 1
               MOVE SPACES TO Trailer-Layout
               READ Generation-Store RECORD
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF Gst-Data(1:3) = 'TRL'
                     MOVE Gst-Data(1:43) TO Trailer-Layout
                   END-IF
               END-READ
               CLOSE Generation-Store
               IF Trailer-Version = SPACES
                 MOVE 'NONE' TO Trailer-Version
               END-IF
               STRING Lin-Output " " Sel-Date " written by run "
                      Gen-Run-Id " under parameter version "
                      Trailer-Version "."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
             END-IF
           END-IF
           PERFORM 800-Write-Row
           .

      * Every variant's START and END for the business date; the
      * date and program lead the key, so one browse finds them.
       500-Trace-Runs SECTION.
           MOVE 'RUN     ' TO Lin-Link
           MOVE ZERO TO Link-Count
           SET BROWSE-DONE TO FALSE
           OPEN INPUT Run-Status
           MOVE LOW-VALUES  TO RS-Key
           MOVE Sel-Date    TO RS-Business-Date
           MOVE Lin-Program TO RS-Program
           START Run-Status KEY IS NOT LESS THAN RS-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Run-Status NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF RS-Business-Date NOT = Sel-Date
                    OR RS-Program NOT = Lin-Program
                   SET BROWSE-DONE TO TRUE
                 ELSE
                   ADD 1 TO Link-Count
                   MOVE RS-Return-Code TO RC-Disp
                   MOVE SPACES TO Output-Msg
                   IF RS-Type = 'END  '
                     STRING "END   variant " RS-Variant " at "
                            RS-Timestamp " RC " RC-Disp "."
                       DELIMITED BY SIZE
                       INTO Output-Msg
                     END-STRING
                   ELSE
                     STRING RS-Type " variant " RS-Variant " at "
                            RS-Timestamp "."
                       DELIMITED BY SIZE
                       INTO Output-Msg
                     END-STRING
                   END-IF
                   PERFORM 800-Write-Row
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Run-Status
           IF Link-Count = ZERO
             MOVE SPACES TO Output-Msg
             STRING "No RUNSTAT record of " Lin-Program " for "
                    Sel-Date "."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             PERFORM 800-Write-Row
           END-IF
           .

       550-Trace-History SECTION.
           MOVE 'HISTORY ' TO Lin-Link
           MOVE ZERO TO Link-Count
           SET EOF TO FALSE
           OPEN INPUT Results-History
           READ Results-History NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF History-Program = Lin-Program
                AND History-Run-Date = Sel-Date
               ADD 1 TO Link-Count
               MOVE History-Total-1 TO Total-1-Disp
               MOVE History-Total-2 TO Total-2-Disp
               MOVE SPACES TO Output-Msg
               STRING "Variant " History-Variant " cut at "
                      History-Run-Time ": totals " Total-1-Disp
                      " / " Total-2-Disp "."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               PERFORM 800-Write-Row
             END-IF
             READ Results-History NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Results-History
           IF Link-Count = ZERO
             MOVE SPACES TO Output-Msg
             STRING "No RESHIST row of " Lin-Program " for "
                    Sel-Date "."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             PERFORM 800-Write-Row
           END-IF
           .

      * D10BAL's verdict on the feed's output file is kept by the
      * scorecard; the two balancing runs' own END codes say
      * whether the night as a whole balanced.
       600-Trace-Balancing SECTION.
           MOVE 'BALANCE ' TO Lin-Link
           IF Lin-Feed NOT = SPACES
             MOVE ZERO TO Link-Count
             SET BROWSE-DONE TO FALSE
             OPEN INPUT Quality-History
             PERFORM UNTIL BROWSE-DONE
               READ Quality-History NEXT RECORD
                 AT END
                   SET BROWSE-DONE TO TRUE
                 NOT AT END
                   IF QH-Date = Sel-Date AND QH-Input = Lin-Feed
                     ADD 1 TO Link-Count
                     MOVE SPACES TO Output-Msg
                     STRING "D10BAL status " QH-Bal-Status
                            " on the output of " Lin-Feed "."
                       DELIMITED BY SIZE
                       INTO Output-Msg
                     END-STRING
                     PERFORM 800-Write-Row
                   END-IF
               END-READ
             END-PERFORM
             CLOSE Quality-History
           END-IF
           MOVE 'D10BAL  ' TO Check-Program
           PERFORM 650-Report-End-RC
           MOVE 'D34XBAL ' TO Check-Program
           PERFORM 650-Report-End-RC
           MOVE 'EXTRACT ' TO Lin-Link
           MOVE 'D09EXTR ' TO Check-Program
           PERFORM 650-Report-End-RC
           .

      * The worst END return code any variant of Check-Program
      * recorded for the business date.
       650-Report-End-RC SECTION.
           SET CHECK-RC-FOUND TO FALSE
           MOVE ZERO TO Check-RC
           SET BROWSE-DONE TO FALSE
           OPEN INPUT Run-Status
           MOVE LOW-VALUES    TO RS-Key
           MOVE Sel-Date      TO RS-Business-Date
           MOVE Check-Program TO RS-Program
           START Run-Status KEY IS NOT LESS THAN RS-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Run-Status NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF RS-Business-Date NOT = Sel-Date
                    OR RS-Program NOT = Check-Program
                   SET BROWSE-DONE TO TRUE
                 ELSE
                   IF RS-Type = 'END  '
                     SET CHECK-RC-FOUND TO TRUE
                     IF RS-Return-Code > Check-RC
                       MOVE RS-Return-Code TO Check-RC
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Run-Status
           MOVE SPACES TO Output-Msg
           IF CHECK-RC-FOUND
             MOVE Check-RC TO RC-Disp
             STRING Check-Program " ended RC " RC-Disp " for "
                    Sel-Date "."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
           ELSE
             STRING Check-Program " has no END record for "
                    Sel-Date "."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
           END-IF
           PERFORM 800-Write-Row
           .

      * Everything the warehouse and the prize desk were sent for
      * the business date, with the receiver's receipt where one
      * came back -- a forced resend appears as a second row.
       700-Trace-Transmission SECTION.
           MOVE 'XMIT    ' TO Lin-Link
           MOVE ZERO TO Link-Count
           SET BROWSE-DONE TO FALSE
           OPEN INPUT Xmit-Register
           PERFORM UNTIL BROWSE-DONE
             READ Xmit-Register NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF XR-Date = Sel-Date
                   ADD 1 TO Link-Count
                   PERFORM 710-Find-Receipt
                   MOVE XR-Count TO Count-Disp
                   MOVE SPACES TO Output-Msg
                   IF ACK-FOUND
                     STRING XR-Ddname " sent " XR-Timestamp ", "
                            Count-Disp " record(s), ACKED "
                            Ack-Status-Hold "."
                       DELIMITED BY SIZE
                       INTO Output-Msg
                     END-STRING
                   ELSE
                     STRING XR-Ddname " sent " XR-Timestamp ", "
                            Count-Disp " record(s), no receipt yet."
                       DELIMITED BY SIZE
                       INTO Output-Msg
                     END-STRING
                   END-IF
                   PERFORM 800-Write-Row
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Xmit-Register
           IF Link-Count = ZERO
             MOVE SPACES TO Output-Msg
             STRING "Nothing registered as transmitted for "
                    Sel-Date "."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             PERFORM 800-Write-Row
           END-IF
           .

       710-Find-Receipt SECTION.
           SET ACK-FOUND TO FALSE
           MOVE SPACES TO Ack-Status-Hold
           SET EOF TO FALSE
           OPEN INPUT Receipt-File
           PERFORM UNTIL EOF OR ACK-FOUND
             READ Receipt-File NEXT RECORD
               AT END
                 SET EOF TO TRUE
               NOT AT END
                 IF AK-Date = XR-Date AND AK-Ddname = XR-Ddname
                   SET ACK-FOUND TO TRUE
                   MOVE AK-Status TO Ack-Status-Hold
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Receipt-File
           .

       800-Write-Row SECTION.
           MOVE Output-Msg TO Lin-Text
           WRITE Lineage-Record
           ADD 1 TO Row-Count
           .

      * Same plain-DISPLAY abend as D12LOGB: an inquiry writes
      * nothing to the suite's logs.
       900-Check-File-Status SECTION.
           IF File-Status NOT = '00' AND File-Status NOT = '10'
             DISPLAY 'ABEND: I/O ERROR ON MAIN INPUT, FILE STATUS = '
                     File-Status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      /
       END PROGRAM D75LINQ.
      /
