      ******************************************************************
      *  Capture catalog inquiry
      *
      *  Lists the signal-tuner capture catalog (CAPCAT, written by
      *  D06TUNE and D25TJON) for a range of business dates to
      *  CAPRPT: one row per capture catalogued in the range -- its
      *  content checksum and byte count, stream id, ddname, business
      *  date, scan mode, records, and first PKT-MARK and SOM-MARK
      *  positions -- so the radio team can see which captures have
      *  already been processed before arguing about a resend.
      *  Rows come in catalog (content) order. Read-only; changes
      *  nothing.
      *
      *  PARM selection (both optional, blank means open-ended):
      *    bytes 1-8    first business date (YYYYMMDD)
      *    bytes 9-16   last business date (YYYYMMDD)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D62CINQ.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: a catalog nobody has written yet is a normal
      * answer ("nothing processed"), not an error.
           SELECT OPTIONAL Capture-Catalog ASSIGN TO CAPCAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS Cat-Key
           FILE STATUS IS File-Status.
           SELECT Catalog-Report ASSIGN TO CAPRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD Capture-Catalog.
       COPY CAPCAT.

       FD Catalog-Report RECORDING MODE F.
       01  Catalog-Report-Record  PIC X(102).

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D62CINQ '.
           COPY WSFILST.

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
             MOVE LS-Parm-Text(1:8) TO Sel-From-Date
           END-IF
           IF LS-Parm-Len > 15
             MOVE LS-Parm-Text(9:8) TO Sel-To-Date
           END-IF

           OPEN INPUT Capture-Catalog
           OPEN OUTPUT Catalog-Report
           READ Capture-Catalog NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status

           PERFORM UNTIL EOF
             PERFORM 100-Select-Capture
             READ Capture-Catalog NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM

           CLOSE Capture-Catalog
           CLOSE Catalog-Report

           MOVE Selected-Count TO Selected-Disp
           MOVE SPACES TO Output-Msg
           STRING Selected-Disp
                  " capture(s) listed to CAPRPT."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           DISPLAY Output-Msg

           GOBACK
           .

       100-Select-Capture SECTION.
           IF (Sel-From-Date = SPACES
               OR Cat-Business-Date >= Sel-From-Date)
              AND (Sel-To-Date = SPACES
               OR Cat-Business-Date <= Sel-To-Date)
             WRITE Catalog-Report-Record FROM Capture-Catalog-Record
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
       END PROGRAM D62CINQ.
      /
