      ******************************************************************
      *  Detail generation catalogue inquiry
      *
      *  Lists the generation catalogue (GENCAT, written by D67GSAV)
      *  to GENRPT: one row per dated generation of a nightly detail
      *  file kept in the generation store -- ddname, business date,
      *  record class, the writing run's id, records saved, the
      *  trailer's count and figure, and when it was saved -- so the
      *  desk can see which nights can still be reprinted or
      *  compared before asking for a restore (D69GRST). Rows come
      *  in catalogue order (ddname, then business date). Read-only;
      *  changes nothing.
      *
      *  PARM selection (all optional, blank means open-ended):
      *    bytes 1-8    ddname (blank = every file)
      *    bytes 9-16   first business date (YYYYMMDD)
      *    bytes 17-24  last business date (YYYYMMDD)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D68GINQ.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: a catalogue nobody has written yet is a normal
      * answer ("nothing kept"), not an error.
           SELECT OPTIONAL Generation-Catalog ASSIGN TO GENCAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS Gen-Key
           FILE STATUS IS File-Status.
           SELECT Generation-Report ASSIGN TO GENRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD Generation-Catalog.
       COPY GENCAT.

       FD Generation-Report RECORDING MODE F.
       01  Generation-Report-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D68GINQ '.
           COPY WSFILST.

           05  Sel-Ddname         PIC X(08) VALUE SPACES.
           05  Sel-From-Date      PIC X(08) VALUE SPACES.
           05  Sel-To-Date        PIC X(08) VALUE SPACES.
           05  Selected-Count     PIC 9(08) BINARY VALUE ZERO.
           05  Selected-Disp      PIC 9(08) DISPLAY.

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
             MOVE LS-Parm-Text(1:8) TO Sel-Ddname
           END-IF
           IF LS-Parm-Len > 15
             MOVE LS-Parm-Text(9:8) TO Sel-From-Date
           END-IF
           IF LS-Parm-Len > 23
             MOVE LS-Parm-Text(17:8) TO Sel-To-Date
           END-IF

           OPEN INPUT Generation-Catalog
           OPEN OUTPUT Generation-Report
           READ Generation-Catalog NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status

           PERFORM UNTIL EOF
             PERFORM 100-Select-Generation
             READ Generation-Catalog NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM

           CLOSE Generation-Catalog
           CLOSE Generation-Report

           MOVE Selected-Count TO Selected-Disp
           MOVE SPACES TO Output-Msg
           STRING Selected-Disp
                  " generation(s) listed to GENRPT."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           DISPLAY Output-Msg

           GOBACK
           .

       100-Select-Generation SECTION.
           IF (Sel-Ddname = SPACES
               OR Gen-Ddname = Sel-Ddname)
              AND (Sel-From-Date = SPACES
               OR Gen-Business-Date >= Sel-From-Date)
              AND (Sel-To-Date = SPACES
               OR Gen-Business-Date <= Sel-To-Date)
             WRITE Generation-Report-Record
               FROM Generation-Catalog-Record
             ADD 1 TO Selected-Count
           END-IF
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
       END PROGRAM D68GINQ.
      /
