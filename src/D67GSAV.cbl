      ******************************************************************
      *  Detail file generation save
      *
      *  The nightly detail files are rewritten in place every night,
      *  so "reprint last Tuesday's card detail" had no answer. This
      *  run, one step per file after the night's balancing, copies
      *  the file just written -- every record, control-total trailer
      *  included -- into the generation store DETGEN under its
      *  ddname and the business date, and catalogues the generation
      *  in GENCAT with the writing run's id (the trailer's run
      *  stamp), the records saved and the trailer's count and
      *  figure. A generation already on file for the same date (a
      *  forced rerun of the night) is replaced. Generations of the
      *  same file older than the retention are then pruned: the
      *  file keeps its last N business dates, counted on the
      *  business calendar. A generation dated under an open legal
      *  hold on its ddname (LEGLHOLD) is not pruned however old it
      *  is; it is logged (CMN-W005) and the run ends RC 4. Nor is
      *  a held date's generation replaced by a forced rerun: the
      *  save is refused (CMN-W005, D67-E001, RC 8) and the filed
      *  generation stays as it is. A hold list too big to load
      *  refuses the save (RC 8).
      *
      *  D68GINQ lists the catalogue; D69GRST puts any catalogued
      *  generation back on a work ddname for D37RPRT, D36SCMP or
      *  D15GCMP to read.
      *
      *  PARM bytes 1-8    ddname the generation is filed under
      *                    (e.g. GAMEDET) -- the file itself rides
      *                    the class ddname GENINA/GENINB/GENINC
      *       byte  9      record class: 'A' 43-byte detail files,
      *                    'B' 64-byte valuation, 'C' 270-byte
      *                    calibration audit
      *       bytes 10-12  business dates to keep (blank = 010)
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *       byte  62     'B' breaks a stale GENCAT lock
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D67GSAV.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Gen-In-A ASSIGN TO GENINA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT Gen-In-B ASSIGN TO GENINB
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT Gen-In-C ASSIGN TO GENINC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
      * OPTIONAL: the first save at this level creates both.
           SELECT OPTIONAL Generation-Catalog ASSIGN TO GENCAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Gen-Key.
           SELECT OPTIONAL Generation-Store ASSIGN TO DETGEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Gst-Key.
           COPY LEGLSEL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Gen-In-A RECORDING MODE F.
       01  Gen-In-A-Record            PIC X(43).

       FD Gen-In-B RECORDING MODE F.
       01  Gen-In-B-Record            PIC X(64).

       FD Gen-In-C RECORDING MODE F.
       01  Gen-In-C-Record            PIC X(270).

       FD Generation-Catalog.
       COPY GENCAT.

       FD Generation-Store.
       COPY DETGEN.

       FD Legal-Hold.
       COPY LEGLHOLD.

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D67GSAV '.
           COPY WSFILST.

           05  Save-Ddname        PIC X(08) VALUE SPACES.
           05  Save-Class         PIC X(01) VALUE SPACES.
               88 SAVE-CLASS-A        VALUE 'A'.
               88 SAVE-CLASS-B        VALUE 'B'.
               88 SAVE-CLASS-C        VALUE 'C'.
           05  Keep-Days          PIC 9(03) VALUE 10.
      * the record just read, whatever its class, padded to the
      * widest; its leading bytes are where a trailer would sit
           05  In-Image           PIC X(270).
           05  Gen-Seq-WK         PIC 9(07) VALUE ZERO.
           05  Saved-Count        PIC 9(08) BINARY VALUE ZERO.
           05  Saved-Disp         PIC 9(08) DISPLAY.
           05  Pruned-Count       PIC 9(04) BINARY VALUE ZERO.
           05  Pruned-Disp        PIC 9(04) DISPLAY.
           05  Trailer-Found-Sw   PIC 9(1) BINARY.
               88 TRAILER-FOUND       VALUE 1
                             WHEN SET TO FALSE 0.
           05  Browse-Done-Sw     PIC 9(1) BINARY.
               88 BROWSE-DONE         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Store-Done-Sw      PIC 9(1) BINARY.
               88 STORE-DONE          VALUE 1
                             WHEN SET TO FALSE 0.
           05  Keep-Cutoff        PIC X(08).
      * the generation being pruned or replaced
           05  Drop-Date          PIC X(08).
           COPY LEGLTAB.

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
             MOVE LS-Parm-Text(1:8) TO Save-Ddname
           END-IF
           IF LS-Parm-Len > 8
             MOVE LS-Parm-Text(9:1) TO Save-Class
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
           IF Save-Ddname = SPACES
             SET PARM-INVALID TO TRUE
             MOVE 'CMN-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "PARM bytes 1-8 must name the ddname to file under."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           IF NOT SAVE-CLASS-A AND NOT SAVE-CLASS-B
              AND NOT SAVE-CLASS-C
             SET PARM-INVALID TO TRUE
             MOVE 'CMN-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "PARM byte 9 must be record class A, B or C."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           IF LS-Parm-Len > 9
             IF LS-Parm-Text(10:3) NOT = SPACES
               IF LS-Parm-Text(10:3) IS NUMERIC
                  AND LS-Parm-Text(10:3) > '000'
                 MOVE LS-Parm-Text(10:3) TO Keep-Days
               ELSE
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM bytes 10-12 must be blank or 001-999."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
           IF LS-Parm-Len > 61
             IF LS-Parm-Text(62:1) = 'B'
               MOVE 'B' TO Break-Lock-Switch
             ELSE
               IF LS-Parm-Text(62:1) NOT = SPACE
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM byte 62 must be 'B' or blank."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
           MOVE Save-Ddname TO Parm-Ddname-Echo
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

      * one save per file per business date: the ddname is the
      * variant, so tonight's GAMEDET save does not refuse CARDDET's
           MOVE Save-Ddname TO History-Variant-Tag
           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

      * the oldest business date kept: Keep-Days processing days
      * back, so a holiday weekend does not eat the generations
           SET BCAL-STEP-BACK TO TRUE
           MOVE Run-Business-Date TO Bcal-Date
           MOVE Keep-Days         TO Bcal-Days
           CALL 'D64BCAL' USING Business-Calendar-Request
           IF NOT BCAL-ANSWERED
             MOVE 'CMN-E007' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Bcal-Message TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           MOVE Bcal-Result-Date TO Keep-Cutoff
           PERFORM 927-Load-Legal-Holds
           IF LEGAL-TABLE-FULL
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           MOVE Save-Ddname TO Legal-Check-Dataset

           MOVE 'GENCAT  ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN I-O Generation-Catalog
           OPEN I-O Generation-Store

      * a generation already filed for tonight is a forced rerun's
      * predecessor: it goes, so the two never mix -- unless a legal
      * hold covers the date, when it is the evidence and stays
           SET DATE-ON-LEGAL-HOLD TO FALSE
           MOVE Save-Ddname       TO Gen-Ddname
           MOVE Run-Business-Date TO Gen-Business-Date
           READ Generation-Catalog RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE Run-Business-Date TO Legal-Check-Date
               MOVE 'replaced'        TO Legal-Check-Action
               PERFORM 928-Find-Legal-Hold
           END-READ
           IF DATE-ON-LEGAL-HOLD
             PERFORM 929-Log-Legal-Refusal
             MOVE SPACES TO Output-Msg
             STRING Save-Ddname " " Run-Business-Date
                    " generation is under legal hold "
                    Legal-Hit-Case " -- save REFUSED."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D67-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             CLOSE Generation-Catalog
             CLOSE Generation-Store
             PERFORM 980-Release-Master-Lock
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           MOVE 'pruned' TO Legal-Check-Action
           MOVE Run-Business-Date TO Drop-Date
           PERFORM 300-Drop-Generation

           PERFORM 100-Save-Generation
           PERFORM 200-Prune-Generations

           CLOSE Generation-Catalog
           CLOSE Generation-Store
           PERFORM 980-Release-Master-Lock

           MOVE Saved-Count  TO Saved-Disp
           MOVE Pruned-Count TO Pruned-Disp
           MOVE SPACES TO Output-Msg
           STRING Save-Ddname " " Run-Business-Date ": "
                  Saved-Disp " record(s) saved, "
                  Pruned-Disp " old generation(s) pruned."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D67-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

      * no trailer: the file was cut short or its writer never
      * finished -- kept all the same, but flagged
           IF NOT TRAILER-FOUND
             MOVE SPACES TO Output-Msg
             STRING Save-Ddname " " Run-Business-Date
                    " has no control-total trailer -- generation"
                    " kept unproven."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D67-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           IF Legal-Refusals > ZERO AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF

           MOVE Saved-Count  TO History-Total-1
           MOVE Pruned-Count TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History
           PERFORM 965-Record-Run-End

           GOBACK
           .

      * Copies the class file record by record into DETGEN, then
      * catalogues the generation.
       100-Save-Generation SECTION.
           SET TRAILER-FOUND TO FALSE
           MOVE SPACES TO Trailer-Stamp
           MOVE ZERO   TO Trailer-Record-Count
           MOVE ZERO   TO Trailer-Key-Figure
           EVALUATE TRUE
             WHEN SAVE-CLASS-A
               OPEN INPUT Gen-In-A
             WHEN SAVE-CLASS-B
               OPEN INPUT Gen-In-B
             WHEN SAVE-CLASS-C
               OPEN INPUT Gen-In-C
           END-EVALUATE
           PERFORM 110-Read-Input
           PERFORM UNTIL EOF
             ADD 1 TO Gen-Seq-WK
             MOVE Save-Ddname       TO Gst-Ddname
             MOVE Run-Business-Date TO Gst-Business-Date
             MOVE Gen-Seq-WK        TO Gst-Seq
             MOVE In-Image          TO Gst-Data
             WRITE Generation-Store-Record
               INVALID KEY
                 REWRITE Generation-Store-Record
             END-WRITE
             IF In-Image(1:3) = 'TRL'
               SET TRAILER-FOUND TO TRUE
               MOVE In-Image(1:43) TO Trailer-Layout
             ELSE
               ADD 1 TO Saved-Count
             END-IF
             PERFORM 110-Read-Input
           END-PERFORM
           EVALUATE TRUE
             WHEN SAVE-CLASS-A
               CLOSE Gen-In-A
             WHEN SAVE-CLASS-B
               CLOSE Gen-In-B
             WHEN SAVE-CLASS-C
               CLOSE Gen-In-C
           END-EVALUATE

           MOVE SPACES              TO Generation-Catalog-Record
           MOVE Save-Ddname         TO Gen-Ddname
           MOVE Run-Business-Date   TO Gen-Business-Date
           MOVE Save-Class          TO Gen-Class
           MOVE Trailer-Stamp       TO Gen-Run-Id
           MOVE Saved-Count         TO Gen-Record-Count
           MOVE Trailer-Record-Count TO Gen-Trailer-Count
           MOVE Trailer-Key-Figure  TO Gen-Trailer-Figure
           MOVE FUNCTION CURRENT-DATE(1:14) TO Gen-Saved-Stamp
           WRITE Generation-Catalog-Record
             INVALID KEY
               REWRITE Generation-Catalog-Record
           END-WRITE
      * restore the shared trailer area to its defaults
           MOVE 'TRL'  TO Trailer-Mark
           MOVE SPACES TO Trailer-Version
           .

       110-Read-Input SECTION.
           MOVE SPACES TO In-Image
           EVALUATE TRUE
             WHEN SAVE-CLASS-A
               READ Gen-In-A NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Gen-In-A-Record TO In-Image
               END-READ
             WHEN SAVE-CLASS-B
               READ Gen-In-B NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Gen-In-B-Record TO In-Image
               END-READ
             WHEN SAVE-CLASS-C
               READ Gen-In-C NEXT RECORD
                    AT END SET EOF TO TRUE
                    NOT AT END MOVE Gen-In-C-Record TO In-Image
               END-READ
           END-EVALUATE
           PERFORM 900-Check-File-Status
           .

      * Every generation of this file at or before the cutoff goes,
      * unless it is under legal hold. The catalogue is walked from
      * the file's first date; each generation found old enough is
      * dropped, store and entry.
       200-Prune-Generations SECTION.
           SET BROWSE-DONE TO FALSE
           MOVE Save-Ddname TO Gen-Ddname
           MOVE LOW-VALUES  TO Gen-Business-Date
           START Generation-Catalog KEY IS NOT LESS THAN Gen-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Generation-Catalog NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF Gen-Ddname NOT = Save-Ddname
                    OR Gen-Business-Date > Keep-Cutoff
                   SET BROWSE-DONE TO TRUE
                 ELSE
                   MOVE Gen-Business-Date TO Legal-Check-Date
                   PERFORM 928-Find-Legal-Hold
                   IF DATE-ON-LEGAL-HOLD
                     PERFORM 929-Log-Legal-Refusal
                   ELSE
                     PERFORM 210-Prune-One-Generation
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       210-Prune-One-Generation SECTION.
           MOVE Gen-Business-Date TO Drop-Date
           PERFORM 300-Drop-Generation
           ADD 1 TO Pruned-Count
      * the drop deleted the entry under the browse; pick the walk
      * up again just past it
           MOVE Save-Ddname TO Gen-Ddname
           MOVE Drop-Date   TO Gen-Business-Date
           START Generation-Catalog
             KEY IS GREATER THAN Gen-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           .

      * Deletes the Save-Ddname/Drop-Date generation: its store
      * records, then its catalogue entry.
       300-Drop-Generation SECTION.
           SET STORE-DONE TO FALSE
           MOVE Save-Ddname TO Gst-Ddname
           MOVE Drop-Date   TO Gst-Business-Date
           MOVE ZERO        TO Gst-Seq
           START Generation-Store KEY IS NOT LESS THAN Gst-Key
             INVALID KEY
               SET STORE-DONE TO TRUE
           END-START
           PERFORM UNTIL STORE-DONE
             READ Generation-Store NEXT RECORD
               AT END
                 SET STORE-DONE TO TRUE
               NOT AT END
                 IF Gst-Ddname NOT = Save-Ddname
                    OR Gst-Business-Date NOT = Drop-Date
                   SET STORE-DONE TO TRUE
                 ELSE
                   DELETE Generation-Store RECORD
                 END-IF
             END-READ
           END-PERFORM
           MOVE Save-Ddname TO Gen-Ddname
           MOVE Drop-Date   TO Gen-Business-Date
           DELETE Generation-Catalog RECORD
             INVALID KEY
               CONTINUE
           END-DELETE
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

       COPY CKLEGL.

      /
       END PROGRAM D67GSAV.
      /
