      ******************************************************************
      *  Crane yard count reconciliation
      *
      *  The yard does a walk-round count at shift end, and until
      *  now nothing set it against the yard D05CRNE computed after
      *  applying every MOVE -- the Top-Crates line was the only
      *  figure anyone could compare. This step reads the physical
      *  count (YARDCNT: stack number, position from the bottom,
      *  crate letter) and sets it position by position against the
      *  closing yard in YARDMSTR, writing one YCNTRPT row per
      *  discrepancy:
      *
      *    MISMATCH  a different crate counted than expected
      *    MISSING   a crate expected but nothing counted there
      *    EXTRA     a crate counted where none is expected
      *    DUPCOUNT  the same position counted twice, differently
      *    DEPTH     the stack's counted depth differs (one row per
      *              stack, expected and counted depth side by side)
      *    BADCOUNT  a count record that names no valid position
      *
      *  The count is the whole yard: a stack with no count records
      *  was counted empty. Each stack's verdict goes back onto the
      *  master ('A' agreed, 'D' disagreed) and D05CRNE holds every
      *  'D' stack out of tomorrow's moves until it is re-surveyed,
      *  so the next night never opens from a yard known to be
      *  wrong. Any disagreeing stack ends the step RC 8; unusable
      *  count records alone end it RC 4.
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD) -- the
      *                    date whose closing yard was counted
      *       byte  39     'F' forces a duplicate run
      *       byte  62     'B' breaks a stale YARDMSTR marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D40YREC.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Yard-Count ASSIGN TO YARDCNT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT Yard-Master ASSIGN TO YARDMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YM-Stack-Nr.
      * One row per discrepancy, trailer-closed; the trailer's key
      * figure is the number of stacks that disagreed.
           SELECT Count-Report ASSIGN TO YCNTRPT
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Yard-Count RECORDING MODE F.
       01  Yard-Count-Record.
           05  YCT-Stack-Nr           PIC 9(02).
           05  YCT-Position           PIC 9(02).
           05  YCT-Crate              PIC X(01).
           05  FILLER                 PIC X(15).

       FD Yard-Master.
       COPY YARDMST.

       FD Count-Report RECORDING MODE F.
       01  Count-Report-Record.
           05  YCR-Business-Date      PIC X(08).
           05  YCR-Stack-Nr           PIC 9(02).
           05  YCR-Position           PIC 9(02).
           05  YCR-Expected           PIC X(01).
           05  YCR-Counted            PIC X(01).
           05  YCR-Type               PIC X(08).
           05  YCR-Exp-Depth          PIC 9(02).
           05  YCR-Cnt-Depth          PIC 9(02).
      * Pads the record to the 43 bytes the shared control-total
      * trailer needs (TRAILER copybook).
           05  FILLER                 PIC X(17).

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D40YREC '.
           COPY WSFILST.

      * The closing yard as D05CRNE left it, and the yard as the
      * count found it, laid out the same way: room for stacks 01-99
      * of up to 64 positions, slot 1 the bottom. Max-Stacks is the
      * highest stack number either side knows of tonight.
           05  Max-Stacks         PIC 9(02) BINARY VALUE ZERO.
           05  Max-Depth          PIC 9(04) BINARY VALUE 64.
           05  Expected-Yard.
               10  Exp-Stack OCCURS 99 TIMES.
                   15  Exp-Depth      PIC 9(04) BINARY.
                   15  Exp-Crate-Row.
                       20  Exp-Crate  PIC X(01) OCCURS 64 TIMES.
                   15  Exp-On-File    PIC X(01).
           05  Counted-Yard.
               10  Cnt-Stack OCCURS 99 TIMES.
                   15  Cnt-Depth      PIC 9(04) BINARY.
                   15  Cnt-Crate-Row.
                       20  Cnt-Crate  PIC X(01) OCCURS 64 TIMES.
                   15  Cnt-Dup-Flag   PIC X(01) OCCURS 64 TIMES.

           05  sc                 PIC 9(04) BINARY.
           05  pc                 PIC 9(04) BINARY.
           05  Compare-Depth      PIC 9(04) BINARY.
           05  Stack-Agrees-Sw    PIC 9(1) BINARY.
               88 STACK-AGREES        VALUE 1
                             WHEN SET TO FALSE 0.
           05  Browse-Done-Sw     PIC 9(1) BINARY.
               88 BROWSE-DONE         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Wrong-Date-Sw      PIC 9(1) BINARY.
               88 MASTER-WRONG-DATE   VALUE 1
                             WHEN SET TO FALSE 0.
           05  Master-Date-WK     PIC X(08) VALUE SPACES.

           05  Count-Records      PIC 9(08) BINARY VALUE ZERO.
           05  Bad-Count-Records  PIC 9(08) BINARY VALUE ZERO.
           05  Discrepancy-Rows   PIC 9(08) BINARY VALUE ZERO.
           05  Stacks-Agreed      PIC 9(08) BINARY VALUE ZERO.
           05  Stacks-Disagreed   PIC 9(08) BINARY VALUE ZERO.
           05  Agreed-Disp        PIC 9(08) DISPLAY.
           05  Disagreed-Disp     PIC 9(08) DISPLAY.
           05  Rows-Disp          PIC 9(08) DISPLAY.
           05  Bad-Disp           PIC 9(08) DISPLAY.

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO Run-Business-Date
      * A catch-up run of a missed suite books to the date the data
      * belongs to, not the morning it finally ran (PARM bytes
      * 31-38, YYYYMMDD).
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
           MOVE 'YARDCNT ' TO Parm-Ddname-Echo
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
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           MOVE 'YARDMSTR' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN I-O Yard-Master
           PERFORM 100-Load-Expected-Yard
      * a count set against a yard D05CRNE has not closed for this
      * date proves nothing -- the crane step has not run (or ran
      * for another date), and a verdict would hold good stacks
           IF MASTER-WRONG-DATE
             CLOSE Yard-Master
             PERFORM 980-Release-Master-Lock
             MOVE 'D40-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE SPACES     TO Log-Text
             STRING "YARDMSTR is closed for " Master-Date-WK
                    ", not " Run-Business-Date
                    " -- nothing reconciled."
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           OPEN OUTPUT Count-Report
           OPEN EXTEND Results-History
           PERFORM 200-Load-Counted-Yard

           PERFORM VARYING sc FROM 1 BY 1 UNTIL sc > Max-Stacks
             IF Exp-On-File(sc) = 'Y' OR Cnt-Depth(sc) > ZERO
               PERFORM 300-Reconcile-One-Stack
             END-IF
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Discrepancy-Rows TO Trailer-Record-Count
           MOVE Stacks-Disagreed TO Trailer-Key-Figure
           WRITE Count-Report-Record FROM Trailer-Layout

           CLOSE Count-Report
           CLOSE Yard-Master
           PERFORM 980-Release-Master-Lock

           MOVE Stacks-Disagreed TO History-Total-1
           MOVE Discrepancy-Rows TO History-Total-2
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Stacks-Agreed    TO Agreed-Disp
           MOVE Stacks-Disagreed TO Disagreed-Disp
           MOVE Discrepancy-Rows TO Rows-Disp
           MOVE SPACES TO Output-Msg
           STRING Agreed-Disp " stack(s) agree, "
                  Disagreed-Disp " disagree, "
                  Rows-Disp " discrepancy row(s)."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D40-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Bad-Count-Records > ZERO
             MOVE Bad-Count-Records TO Bad-Disp
             MOVE SPACES TO Output-Msg
             STRING Bad-Disp
                    " count record(s) name no valid position"
                    " -- see YCNTRPT."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D40-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           IF Stacks-Disagreed > ZERO
             MOVE SPACES TO Output-Msg
             STRING Disagreed-Disp
                    " stack(s) disagree with the count -- held"
                    " until re-surveyed."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D40-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * The closing yard, straight off the master. Every stack
      * D05CRNE closed carries tonight's date; one that does not
      * means the crane step never closed this business date.
       100-Load-Expected-Yard SECTION.
           INITIALIZE Expected-Yard
           MOVE ZERO TO Max-Stacks
           SET MASTER-WRONG-DATE TO FALSE
           SET BROWSE-DONE TO FALSE
           MOVE LOW-VALUES TO YM-Stack-Nr
           START Yard-Master KEY IS NOT LESS THAN YM-Stack-Nr
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Yard-Master NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF YM-Stack-Nr > ZERO
                   IF YM-Stack-Nr > Max-Stacks
                     MOVE YM-Stack-Nr TO Max-Stacks
                   END-IF
                   IF YM-Close-Date NOT = Run-Business-Date
                     SET MASTER-WRONG-DATE TO TRUE
                     MOVE YM-Close-Date TO Master-Date-WK
                   END-IF
                   MOVE YM-Close-Depth  TO Exp-Depth(YM-Stack-Nr)
                   MOVE YM-Close-Crates TO Exp-Crate-Row(YM-Stack-Nr)
                   MOVE 'Y'             TO Exp-On-File(YM-Stack-Nr)
                 END-IF
             END-READ
           END-PERFORM
      * no stack on file at all: the crane step has never closed
           IF Max-Stacks = ZERO
             SET MASTER-WRONG-DATE TO TRUE
             MOVE 'NO DATE ' TO Master-Date-WK
           END-IF
           .

      * The physical count, position by position. A position
      * counted twice with the same letter is harmless; counted
      * twice with different letters the count itself is in doubt,
      * and the stack cannot be called agreed.
       200-Load-Counted-Yard SECTION.
           INITIALIZE Counted-Yard
           OPEN INPUT Yard-Count
           READ Yard-Count NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             ADD 1 TO Count-Records
             IF YCT-Stack-Nr NOT NUMERIC OR YCT-Position NOT NUMERIC
                OR YCT-Crate = SPACE
               PERFORM 210-Report-Bad-Count
             ELSE
               IF YCT-Stack-Nr = ZERO
                  OR YCT-Position = ZERO OR YCT-Position > Max-Depth
                 PERFORM 210-Report-Bad-Count
               ELSE
                 MOVE YCT-Stack-Nr TO sc
                 MOVE YCT-Position TO pc
                 IF Cnt-Crate(sc, pc) NOT = SPACE
                    AND Cnt-Crate(sc, pc) NOT = YCT-Crate
                   MOVE 'Y' TO Cnt-Dup-Flag(sc, pc)
                 END-IF
                 MOVE YCT-Crate TO Cnt-Crate(sc, pc)
                 IF pc > Cnt-Depth(sc)
                   MOVE pc TO Cnt-Depth(sc)
                 END-IF
      * a crate counted on a stack the master does not carry is
      * still a crate where none is expected
                 IF sc > Max-Stacks
                   MOVE sc TO Max-Stacks
                 END-IF
               END-IF
             END-IF
             READ Yard-Count NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Yard-Count
           .

       210-Report-Bad-Count SECTION.
           ADD 1 TO Bad-Count-Records
           MOVE Run-Business-Date TO YCR-Business-Date
           IF YCT-Stack-Nr IS NUMERIC
             MOVE YCT-Stack-Nr TO YCR-Stack-Nr
           ELSE
             MOVE ZERO TO YCR-Stack-Nr
           END-IF
           IF YCT-Position IS NUMERIC
             MOVE YCT-Position TO YCR-Position
           ELSE
             MOVE ZERO TO YCR-Position
           END-IF
           MOVE SPACE      TO YCR-Expected
           MOVE YCT-Crate  TO YCR-Counted
           MOVE 'BADCOUNT' TO YCR-Type
           MOVE ZERO       TO YCR-Exp-Depth
           MOVE ZERO       TO YCR-Cnt-Depth
           PERFORM 350-Write-Discrepancy
           .

      * One stack, position by position up to the higher of the two
      * depths, then the depth itself; the verdict goes back onto
      * the master for D05CRNE to act on tomorrow.
       300-Reconcile-One-Stack SECTION.
           SET STACK-AGREES TO TRUE
           IF Exp-Depth(sc) > Cnt-Depth(sc)
             MOVE Exp-Depth(sc) TO Compare-Depth
           ELSE
             MOVE Cnt-Depth(sc) TO Compare-Depth
           END-IF
           PERFORM VARYING pc FROM 1 BY 1 UNTIL pc > Compare-Depth
             MOVE SPACE TO YCR-Expected
             IF pc <= Exp-Depth(sc)
               MOVE Exp-Crate(sc, pc) TO YCR-Expected
             END-IF
             MOVE Cnt-Crate(sc, pc) TO YCR-Counted
             EVALUATE TRUE
               WHEN Cnt-Dup-Flag(sc, pc) = 'Y'
                 MOVE 'DUPCOUNT' TO YCR-Type
               WHEN YCR-Expected = YCR-Counted
                 MOVE SPACES TO YCR-Type
               WHEN YCR-Counted = SPACE
                 MOVE 'MISSING ' TO YCR-Type
               WHEN YCR-Expected = SPACE
                 MOVE 'EXTRA   ' TO YCR-Type
               WHEN OTHER
                 MOVE 'MISMATCH' TO YCR-Type
             END-EVALUATE
             IF YCR-Type NOT = SPACES
               SET STACK-AGREES TO FALSE
               MOVE Run-Business-Date TO YCR-Business-Date
               MOVE sc                TO YCR-Stack-Nr
               MOVE pc                TO YCR-Position
               MOVE Exp-Depth(sc)     TO YCR-Exp-Depth
               MOVE Cnt-Depth(sc)     TO YCR-Cnt-Depth
               PERFORM 350-Write-Discrepancy
             END-IF
           END-PERFORM

           IF Exp-Depth(sc) NOT = Cnt-Depth(sc)
             SET STACK-AGREES TO FALSE
             MOVE Run-Business-Date TO YCR-Business-Date
             MOVE sc                TO YCR-Stack-Nr
             MOVE ZERO              TO YCR-Position
             MOVE SPACE             TO YCR-Expected
             MOVE SPACE             TO YCR-Counted
             MOVE 'DEPTH   '        TO YCR-Type
             MOVE Exp-Depth(sc)     TO YCR-Exp-Depth
             MOVE Cnt-Depth(sc)     TO YCR-Cnt-Depth
             PERFORM 350-Write-Discrepancy
           END-IF

           IF STACK-AGREES
             ADD 1 TO Stacks-Agreed
           ELSE
             ADD 1 TO Stacks-Disagreed
           END-IF

           IF Exp-On-File(sc) = 'Y'
             MOVE sc TO YM-Stack-Nr
             READ Yard-Master RECORD
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF STACK-AGREES
                   SET YM-COUNT-AGREED TO TRUE
                 ELSE
                   SET YM-COUNT-DISAGREED TO TRUE
                 END-IF
                 MOVE Run-Business-Date TO YM-Count-Date
                 REWRITE Yard-Master-Record
             END-READ
           END-IF
           .

       350-Write-Discrepancy SECTION.
           WRITE Count-Report-Record
           ADD 1 TO Discrepancy-Rows
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D40YREC.
      /
