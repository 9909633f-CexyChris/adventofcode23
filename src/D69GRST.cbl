      ******************************************************************
      *  Detail generation restore
      *
      *  Puts one catalogued generation of a nightly detail file
      *  (GENCAT/DETGEN, kept by D67GSAV) back as a plain sequential
      *  file, record for record and trailer included, on the work
      *  ddname of its record class -- GENWRKA (43-byte detail),
      *  GENWRKB (64-byte valuation) or GENWRKC (270-byte
      *  calibration audit) -- where the next step's D37RPRT
      *  (PRINTINA/B/C), D36SCMP (PRODDETx/SHADDETx) or D15GCMP
      *  (GAMEDET/GAMEPRV) reads it in place of the live file. The
      *  records restored are counted against the catalogue: a
      *  generation that does not come back whole ends RC 8, and so
      *  does one that is not catalogued. Read-only on the store.
      *
      *  PARM bytes 1-8    ddname of the generation (e.g. CARDDET)
      *       bytes 9-16   its business date (YYYYMMDD)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D69GRST.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Generation-Catalog ASSIGN TO GENCAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Gen-Key.
           SELECT OPTIONAL Generation-Store ASSIGN TO DETGEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Gst-Key
           FILE STATUS IS File-Status.
           SELECT Gen-Work-A ASSIGN TO GENWRKA
           ORGANIZATION IS SEQUENTIAL.
           SELECT Gen-Work-B ASSIGN TO GENWRKB
           ORGANIZATION IS SEQUENTIAL.
           SELECT Gen-Work-C ASSIGN TO GENWRKC
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD Generation-Catalog.
       COPY GENCAT.

       FD Generation-Store.
       COPY DETGEN.

       FD Gen-Work-A RECORDING MODE F.
       01  Gen-Work-A-Record          PIC X(43).

       FD Gen-Work-B RECORDING MODE F.
       01  Gen-Work-B-Record          PIC X(64).

       FD Gen-Work-C RECORDING MODE F.
       01  Gen-Work-C-Record          PIC X(270).

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D69GRST '.
           COPY WSFILST.

           05  Ask-Ddname         PIC X(08) VALUE SPACES.
           05  Ask-Date           PIC X(08) VALUE SPACES.
           05  Found-Switch       PIC 9(1) BINARY VALUE ZERO.
               88 GENERATION-FOUND    VALUE 1
                             WHEN SET TO FALSE 0.
           05  Restored-Count     PIC 9(08) BINARY VALUE ZERO.
           05  Restored-Disp      PIC 9(08) DISPLAY.
           05  Expected-Disp      PIC 9(08) DISPLAY.

       01  Output-Msg             PIC X(80).

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Len        PIC S9(4) COMP.
           05  LS-Parm-Text       PIC X(80).

      /
       PROCEDURE DIVISION USING LS-Parm-Area.

       000-Main SECTION.
           SET EOF TO FALSE
           IF LS-Parm-Len > 7
             MOVE LS-Parm-Text(1:8) TO Ask-Ddname
           END-IF
           IF LS-Parm-Len > 15
             MOVE LS-Parm-Text(9:8) TO Ask-Date
           END-IF
           IF Ask-Ddname = SPACES OR Ask-Date IS NOT NUMERIC
             DISPLAY 'PARM must name a ddname (1-8) and a business'
                     ' date (9-16) -- nothing restored.'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           SET GENERATION-FOUND TO FALSE
           OPEN INPUT Generation-Catalog
           MOVE Ask-Ddname TO Gen-Ddname
           MOVE Ask-Date   TO Gen-Business-Date
           READ Generation-Catalog RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET GENERATION-FOUND TO TRUE
           END-READ
           CLOSE Generation-Catalog
           IF NOT GENERATION-FOUND
             MOVE SPACES TO Output-Msg
             STRING "No generation of " Ask-Ddname " for "
                    Ask-Date " is catalogued -- nothing restored."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             DISPLAY Output-Msg
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           EVALUATE Gen-Class
             WHEN 'A'
               OPEN OUTPUT Gen-Work-A
             WHEN 'B'
               OPEN OUTPUT Gen-Work-B
             WHEN OTHER
               OPEN OUTPUT Gen-Work-C
           END-EVALUATE
           OPEN INPUT Generation-Store
           MOVE Ask-Ddname TO Gst-Ddname
           MOVE Ask-Date   TO Gst-Business-Date
           MOVE ZERO       TO Gst-Seq
           START Generation-Store KEY IS NOT LESS THAN Gst-Key
             INVALID KEY
               SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
             READ Generation-Store NEXT RECORD
               AT END
                 SET EOF TO TRUE
               NOT AT END
                 IF Gst-Ddname NOT = Ask-Ddname
                    OR Gst-Business-Date NOT = Ask-Date
                   SET EOF TO TRUE
                 ELSE
                   PERFORM 100-Write-Work-Record
                 END-IF
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Generation-Store
           EVALUATE Gen-Class
             WHEN 'A'
               CLOSE Gen-Work-A
             WHEN 'B'
               CLOSE Gen-Work-B
             WHEN OTHER
               CLOSE Gen-Work-C
           END-EVALUATE

           MOVE Restored-Count   TO Restored-Disp
           MOVE Gen-Record-Count TO Expected-Disp
           MOVE SPACES TO Output-Msg
           IF Restored-Count = Gen-Record-Count
             STRING Ask-Ddname " " Ask-Date ": " Restored-Disp
                    " record(s) restored to GENWRK" Gen-Class "."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
           ELSE
             STRING Ask-Ddname " " Ask-Date ": " Restored-Disp
                    " record(s) restored, " Expected-Disp
                    " catalogued -- INCOMPLETE."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY Output-Msg

           GOBACK
           .

      * The trailer goes back with the data -- every reader skips it
      * -- but only the data records are counted.
       100-Write-Work-Record SECTION.
           EVALUATE Gen-Class
             WHEN 'A'
               MOVE Gst-Data TO Gen-Work-A-Record
               WRITE Gen-Work-A-Record
             WHEN 'B'
               MOVE Gst-Data TO Gen-Work-B-Record
               WRITE Gen-Work-B-Record
             WHEN OTHER
               MOVE Gst-Data TO Gen-Work-C-Record
               WRITE Gen-Work-C-Record
           END-EVALUATE
           IF Gst-Data(1:3) NOT = 'TRL'
             ADD 1 TO Restored-Count
           END-IF
           .

      * Same plain-DISPLAY abend as D12LOGB: a restore writes
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
       END PROGRAM D69GRST.
      /
