      *  RESHIST totals, OPSLOG messages and a control-total trailer
      *  on the detail file for the balancing step.
      *
      *  The yard is carried forward night to night in the keyed
      *  yard master YARDMSTR: the run opens from the closing yard
      *  the previous night left there, applies tonight's moves and
      *  writes the closing yard back, so the yard office no longer
      *  re-keys the whole drawing into every feed and a wrong
      *  drawing can no longer hide behind a fresh one. A forced
      *  rerun of the same business date reopens from the opening
      *  image the master kept for that date, so the night's moves
      *  are never applied twice. The closing yard is also written
      *  to YARDRPT, one row per stack stamped with the business
      *  date, for the morning shift. A stack the shift-end yard
      *  count (D40YREC) disagreed with is held: moves from or onto
      *  it are refused to CRANREJ, RC 4, until the feed re-surveys
      *  it.
      *
      *  The yard's shape comes from the yard definition YARDDEF,
      *  one record per stack: stack number, the stack's own crate
      *  capacity and O(pen)/C(losed). Adding, re-heighting or
      *  closing a stack is a change to that file, not to this
      *  program. A move onto a closed stack, or one that would take
      *  a stack over its own capacity, is refused to CRANREJ, and
      *  every CRANREJ row says why.
      *
      *  CRANEMV records, type in bytes 1-5:
      *    'MOVE '  crate count 9(3) + from-stack 9(2) + to-stack 9(2)
      *             + crane id X(8) -- the crane that made the move
      *    'STACK'  stack number 9(2) + up to 50 crate letters,
      *             bottom of the stack first -- no longer how the
      *             yard is built: a STACK record is a deliberate
      *             re-survey that overrides the carried stack, and
      *             every one is reported (OPSLOG D05-W001, SURVEYED
      *             on YARDRPT) with the depth it replaced
      *
      *  The yard runs single-crate and multi-crate cranes side by
      *  side, so each move is applied the way its own crane makes
      *  it: the crane fleet file CRANEFLT says, per crane id,
      *  whether it lifts one crate at a time (S -- reversing the
      *  batch) or the whole batch in one grab (M -- preserving crate
      *  order). A move naming a crane not in the fleet is refused.
      *  Per crane, CRANPROD reports the business date's moves,
      *  crates, rejected moves and busiest source and destination
      *  stacks for the yard supervisor.
      *
      *  PARM byte 1 = 'M' says how an untagged move (no crane id,
      *  as the feed carried before the fleet was tagged) is made --
      *  whole batch; default is one crate at a time. It also still
      *  marks the run as the MULTIMOV variant for run-status.
      *  PARM byte 62 = 'B' breaks a YARDMSTR in-use marker an
      *  abended run left behind.
      *
      *  A resubmission run (PARM byte 76 = 'R') applies corrected
      *  moves out of the reject suspense on top of the yard as the
      *  master last closed it, and writes each stack back under the
      *  date, opening image and survey mark it already had -- it is
      *  not a night of its own, so it neither reopens nor is
      *  refused by a closed date. A forced rerun of that night
      *  later still starts over from the night's opening image,
      *  without the resubmitted moves.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
      * than the stack holds) -- excluded from every total.
           SELECT Crane-Reject ASSIGN TO CRANREJ
           ORGANIZATION IS SEQUENTIAL.
      * The crane fleet, one record per crane, kept by the yard
      * office beside YARDDEF.
           SELECT Crane-Fleet ASSIGN TO CRANEFLT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
      * Per-crane productivity for the business date, one row per
      * crane.
           SELECT Crane-Productivity ASSIGN TO CRANPROD
           ORGANIZATION IS SEQUENTIAL.
      * The yard definition, one record per stack, kept by the yard
      * office; read whole before the yard is opened.
           SELECT Yard-Definition ASSIGN TO YARDDEF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
      * Permanent yard memory, keyed by stack number; OPTIONAL so
      * the very first run opens on an empty yard and takes its
      * drawing from the feed's STACK re-surveys.
           SELECT OPTIONAL Yard-Master ASSIGN TO YARDMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YM-Stack-Nr.
      * The closing yard for the business date, one row per stack.
           SELECT Yard-Report ASSIGN TO YARDRPT
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.
               10  CM-Move-Count         PIC 9(03).
               10  CM-Move-From          PIC 9(02).
               10  CM-Move-To            PIC 9(02).
               10  CM-Move-Crane         PIC X(08).
               10  FILLER                PIC X(60).

       FD Crane-Detail RECORDING MODE F.
       01  Crane-Detail-Record.
           05  CD-Crate-Count         PIC 9(03).
           05  CD-From-Stack          PIC 9(02).
           05  CD-To-Stack            PIC 9(02).
           05  CD-Crane-Id            PIC X(08).
      * Pads the record to the 43 bytes the shared control-total
      * trailer needs (TRAILER copybook) -- the last record of the
      * file is that trailer, marked 'TRL' in bytes 1-3.
           05  FILLER                 PIC X(20).

       FD Crane-Reject RECORDING MODE F.
       01  Crane-Reject-Record.
           05  CRJ-Line-Number        PIC 9(08).
           05  CRJ-Move-Rec           PIC X(80).
      * BADTYPE  record type neither MOVE nor STACK
      * BADDATA  count or stack number not numeric, or a zero count
      * NOSTACK  a stack the yard definition does not know
      * NOCRANE  a crane id the crane fleet does not know
      * SAMESTK  from- and to-stack the same
      * SHORT    more crates asked for than the stack holds
      * CLOSED   a move onto a stack closed for repair
      * OVERCAP  would take the stack over its own capacity
      * HELD     from or onto a stack held by the yard count
           05  CRJ-Reason             PIC X(08).

       FD Crane-Fleet RECORDING MODE F.
       01  Crane-Fleet-Record.
           05  CF-Crane-Id            PIC X(08).
           05  CF-Crane-Type          PIC X(01).
               88 CF-SINGLE-CRATE         VALUE 'S'.
               88 CF-MULTI-CRATE          VALUE 'M'.
           05  FILLER                 PIC X(71).

       FD Crane-Productivity RECORDING MODE F.
       01  Crane-Productivity-Record.
           05  CP-Business-Date       PIC X(08).
      * UNTAGGED for moves the feed carried without a crane id,
      * UNKNOWN for moves naming a crane not in the fleet
           05  CP-Crane-Id            PIC X(08).
           05  CP-Crane-Type          PIC X(01).
           05  CP-Moves               PIC 9(06).
           05  CP-Crates              PIC 9(08).
           05  CP-Rejects             PIC 9(06).
      * the stack the crane took from / landed on most often (by
      * applied moves), lowest stack number on a tie; 00 when idle
           05  CP-Busy-From           PIC 9(02).
           05  CP-Busy-From-Moves     PIC 9(06).
           05  CP-Busy-To             PIC 9(02).
           05  CP-Busy-To-Moves       PIC 9(06).

       FD Yard-Definition RECORDING MODE F.
       01  Yard-Definition-Record.
           05  YD-Stack-Nr            PIC 9(02).
      * the most crates this stack may hold, 1 to 64
           05  YD-Capacity            PIC 9(02).
           05  YD-Status              PIC X(01).
               88 YD-STACK-OPEN           VALUE 'O'.
               88 YD-STACK-CLOSED         VALUE 'C'.
           05  FILLER                 PIC X(75).

       FD Yard-Master.
       COPY YARDMST.

       FD Yard-Report RECORDING MODE F.
       01  Yard-Report-Record.
           05  YR-Business-Date       PIC X(08).
           05  YR-Stack-Nr            PIC 9(02).
           05  YR-Depth               PIC 9(02).
      * the crate a crane would lift next; '-' on an empty stack
           05  YR-Top-Crate           PIC X(01).
      * CARRIED (opened from the master and closed by the moves),
      * SURVEYED (a STACK re-survey set it tonight), HELD (the last
      * yard count disagreed and no re-survey has come), NODEF (on
      * the master but no longer in YARDDEF), CLOSED (closed in
      * YARDDEF) or EMPTY
           05  YR-Status              PIC X(08).
           05  YR-Crates              PIC X(64).

       COPY MLOCK.

       COPY RESHIST.

           05  Multi-Switch       PIC X(01) VALUE 'N'.
               88 MULTI-CRATE-MODE    VALUE 'M'.

      * The yard, room for stacks 01-99 of up to 64 crates each (the
      * most a YARDMSTR record carries); Stack-Depth is the count of
      * crates on the stack, slot 1 the bottom. Which stacks exist,
      * and how high each may go, is YARDDEF's business: Max-Stacks
      * is set each run to the highest stack number in the yard.
           05  Yard-Area.
               10  Yard-Stack OCCURS 99 TIMES.
                   15  Stack-Depth    PIC 9(04) BINARY.
                   15  Stack-Crate-Row.
                       20  Stack-Crate PIC X(01) OCCURS 64 TIMES.
           05  Max-Stacks         PIC 9(02) BINARY VALUE ZERO.
           05  Max-Depth          PIC 9(04) BINARY VALUE 64.
      * Tonight's yard definition, by stack number. A stack left
      * blank is not in the yard: nothing moves to or from it.
           05  Stack-Definitions.
               10  Stack-Def-Entry OCCURS 99 TIMES.
                   15  Stack-Capacity PIC 9(04) BINARY.
                   15  Stack-Def-Status PIC X(01).
                       88 STACK-OPEN          VALUE 'O'.
                       88 STACK-CLOSED        VALUE 'C'.
                       88 STACK-UNDEFINED     VALUE SPACE.
      * 'Y' when the master carries the stack -- a stack dropped
      * from YARDDEF is still written back unchanged, so the master
      * never loses crates that are physically still standing
                   15  Stack-On-Master PIC X(01).
           05  Def-Line-Number    PIC 9(08) BINARY VALUE ZERO.
           05  Def-Error-Sw       PIC 9(1) BINARY VALUE ZERO.
               88 YARD-DEF-INVALID    VALUE 1
                             WHEN SET TO FALSE 0.
           05  Def-Eof-Sw         PIC 9(1) BINARY VALUE ZERO.
               88 YARD-DEF-EOF        VALUE 1
                             WHEN SET TO FALSE 0.
           05  Stacks-Defined     PIC 9(04) BINARY VALUE ZERO.
           05  Orphan-Stacks      PIC 9(04) BINARY VALUE ZERO.
           05  Over-Cap-Stacks    PIC 9(04) BINARY VALUE ZERO.
           05  Reject-Reason      PIC X(08) VALUE SPACES.
      * The crane fleet and each crane's figures for the night.
      * Entry 1 is the untagged crane, made the way PARM byte 1
      * says; the fleet follows from entry 2.
           05  Crane-Count        PIC 9(04) BINARY VALUE ZERO.
           05  Max-Cranes         PIC 9(04) BINARY VALUE 51.
           05  Crane-Area.
               10  Crane-Entry OCCURS 51 TIMES.
                   15  Crn-Id         PIC X(08).
                   15  Crn-Type       PIC X(01).
                       88 CRANE-MULTI-CRATE   VALUE 'M'.
                   15  Crn-Moves      PIC 9(08) BINARY.
                   15  Crn-Crates     PIC 9(08) BINARY.
                   15  Crn-Rejects    PIC 9(08) BINARY.
                   15  Crn-From-Moves PIC 9(08) BINARY
                                      OCCURS 99 TIMES.
                   15  Crn-To-Moves   PIC 9(08) BINARY
                                      OCCURS 99 TIMES.
           05  Unknown-Crane-Rejects PIC 9(08) BINARY VALUE ZERO.
           05  cx                 PIC 9(04) BINARY.
           05  Crane-Search-Id    PIC X(08).
           05  Busy-Moves         PIC 9(08) BINARY.
           05  Fleet-Line-Number  PIC 9(08) BINARY VALUE ZERO.
           05  Fleet-Error-Sw     PIC 9(1) BINARY VALUE ZERO.
               88 FLEET-INVALID       VALUE 1
                             WHEN SET TO FALSE 0.
           05  Fleet-Eof-Sw       PIC 9(1) BINARY VALUE ZERO.
               88 FLEET-EOF           VALUE 1
                             WHEN SET TO FALSE 0.
           05  Survey-Blanks      PIC 9(04) BINARY.
      * The yard as it opened tonight, kept byte for byte beside
      * Yard-Area so the master can store it as the opening image
      * a forced rerun of this date starts over from.
           05  Open-Yard-Area.
               10  Open-Stack OCCURS 99 TIMES.
                   15  Open-Depth     PIC 9(04) BINARY.
                   15  Open-Crate-Row PIC X(64).
           05  Survey-Flags.
               10  Stack-Surveyed PIC X(01) OCCURS 99 TIMES.
      * Each stack's last walk-round count verdict, carried through
      * the run: a 'D' stack is held -- no move may take from or
      * land on it -- until tonight's feed re-surveys it.
           05  Count-Flags.
               10  Stack-Count-Entry OCCURS 99 TIMES.
                   15  Stack-Count-Status PIC X(01).
                       88 STACK-HELD          VALUE 'D'.
                   15  Stack-Count-Date   PIC X(08).
      * The business date each stack's master record was closed
      * for: a resubmission writes its moves back under that date.
           05  Close-Date-Flags.
               10  Stack-Close-Date PIC X(08) OCCURS 99 TIMES.
           05  Held-Stacks        PIC 9(04) BINARY VALUE ZERO.
           05  Held-Rejects       PIC 9(04) BINARY VALUE ZERO.

           05  Yard-Browse-Sw     PIC 9(1) BINARY.
               88 YARD-BROWSE-DONE    VALUE 1
                             WHEN SET TO FALSE 0.
           05  Yard-Refuse-Sw     PIC 9(1) BINARY VALUE ZERO.
               88 YARD-REFUSED        VALUE 1
                             WHEN SET TO FALSE 0.
           05  Yard-Rerun-Sw      PIC 9(1) BINARY VALUE ZERO.
               88 YARD-REOPENED       VALUE 1
                             WHEN SET TO FALSE 0.
           05  Later-Close-Date   PIC X(08) VALUE SPACES.
           05  Stacks-Opened      PIC 9(04) BINARY VALUE ZERO.
           05  Surveys-Applied    PIC 9(04) BINARY VALUE ZERO.
           05  Stack-Nr-Disp      PIC 9(02) DISPLAY.
           05  Old-Depth-Disp     PIC 9(02) DISPLAY.
           05  New-Depth-Disp     PIC 9(02) DISPLAY.
           05  Line-Number-Disp   PIC 9(08) DISPLAY.
           05  Count-Disp         PIC 9(04) DISPLAY.
           05  Run-Id             PIC X(14).
           05  Close-Crates-WK    PIC X(64).

           05  Line-Number        PIC 9(08) BINARY VALUE ZERO.
           05  Move-Seq           PIC 9(08) BINARY VALUE ZERO.
               88 MOVE-IS-VALID       VALUE 1
                             WHEN SET TO FALSE 0.

           05  Top-Crates         PIC X(99).
           05  tc                 PIC 9(02) BINARY.

       01  Output-Msg             PIC X(80).
      * init
           INITIALIZE Result-Fields
           INITIALIZE Output-Msg
           SET EOF TO FALSE
           MOVE 'N' TO Multi-Switch
           IF LS-Parm-Len > 0
               PERFORM 970-Write-Log-Message
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
      * Records parked in the reject suspense come back in, once
      * corrected, through a resubmission run (PARM byte 76 'R').
           SET RESUBMIT-CAPABLE TO TRUE
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
             GOBACK
           END-IF

      * a yard whose shape is in doubt cannot be moved in -- every
      * capacity and closed-stack verdict would rest on it
           PERFORM 040-Load-Yard-Definition
           IF NOT YARD-DEF-INVALID
             PERFORM 060-Load-Crane-Fleet
           END-IF
           IF YARD-DEF-INVALID OR FLEET-INVALID
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           MOVE SPACES TO Run-Id
           STRING Run-Business-Date
                  FUNCTION CURRENT-DATE(9:6)
             DELIMITED BY SIZE
             INTO Run-Id
           END-STRING

      * The yard master is held for the whole run: it is read at
      * the start and rewritten at the end, and another updater
      * between the two would be overwritten without a trace.
           MOVE 'YARDMSTR' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN I-O Yard-Master
           PERFORM 050-Open-Yard
           IF YARD-REFUSED
             CLOSE Yard-Master
             PERFORM 980-Release-Master-Lock
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

      * Read ahead
           OPEN INPUT Crane-Moves
           OPEN OUTPUT Crane-Detail
           PERFORM UNTIL EOF
             EVALUATE CM-Record-Type
               WHEN 'STACK'
                 PERFORM 100-Resurvey-Stack
               WHEN 'MOVE '
                 PERFORM 200-Apply-Move
               WHEN OTHER
                 MOVE 'BADTYPE ' TO Reject-Reason
                 PERFORM 130-Write-Reject
             END-EVALUATE
             READ Crane-Moves NEXT RECORD

           PERFORM 930-Write-Trailers
           PERFORM 300-Report-Top-Crates
           PERFORM 400-Close-Yard
           PERFORM 500-Report-Crane-Productivity

           CLOSE Crane-Moves
           CLOSE Crane-Detail
           CLOSE Crane-Reject
           CLOSE Results-History
           CLOSE Yard-Master
           PERFORM 980-Release-Master-Lock

           MOVE SPACES TO Output-Msg
           STRING Crates-Moved
           GOBACK
           .

      * The yard definition, read whole. Any record that cannot be
      * trusted -- bad stack number, a capacity outside 1-64, a
      * status other than O or C, a stack defined twice -- is
      * reported and the run refused once the whole file has been
      * read, so the yard office sees every fault in one pass.
       040-Load-Yard-Definition SECTION.
           INITIALIZE Stack-Definitions
           MOVE ZERO TO Max-Stacks
           MOVE ZERO TO Stacks-Defined
           MOVE ZERO TO Def-Line-Number
           SET YARD-DEF-INVALID TO FALSE
           SET YARD-DEF-EOF TO FALSE
           OPEN INPUT Yard-Definition
           READ Yard-Definition NEXT RECORD
                AT END SET YARD-DEF-EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL YARD-DEF-EOF
             ADD 1 TO Def-Line-Number
             PERFORM 045-Define-One-Stack
             READ Yard-Definition NEXT RECORD
                  AT END SET YARD-DEF-EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Yard-Definition

           IF Stacks-Defined = ZERO AND NOT YARD-DEF-INVALID
             SET YARD-DEF-INVALID TO TRUE
             MOVE 'D05-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "YARDDEF defines no stacks -- refusing to run."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           .

       045-Define-One-Stack SECTION.
           MOVE SPACES TO Output-Msg
           EVALUATE TRUE
             WHEN YD-Stack-Nr NOT NUMERIC OR YD-Stack-Nr = ZERO
               MOVE "stack number not 01-99" TO Output-Msg
             WHEN YD-Capacity NOT NUMERIC OR YD-Capacity = ZERO
                  OR YD-Capacity > Max-Depth
               MOVE "capacity not 01-64" TO Output-Msg
             WHEN NOT YD-STACK-OPEN AND NOT YD-STACK-CLOSED
               MOVE "status not O or C" TO Output-Msg
             WHEN NOT STACK-UNDEFINED(YD-Stack-Nr)
               MOVE "stack defined twice" TO Output-Msg
             WHEN OTHER
               MOVE YD-Capacity TO Stack-Capacity(YD-Stack-Nr)
               MOVE YD-Status   TO Stack-Def-Status(YD-Stack-Nr)
               ADD 1 TO Stacks-Defined
               IF YD-Stack-Nr > Max-Stacks
                 MOVE YD-Stack-Nr TO Max-Stacks
               END-IF
           END-EVALUATE
           IF Output-Msg NOT = SPACES
             SET YARD-DEF-INVALID TO TRUE
             MOVE Def-Line-Number TO Line-Number-Disp
             MOVE SPACES TO Log-Text
             STRING "YARDDEF line " Line-Number-Disp ": "
                    Output-Msg DELIMITED BY "  "
                    " -- refusing to run." DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             MOVE 'D05-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             PERFORM 970-Write-Log-Message
           END-IF
           .

      * Opens tonight's yard from the master. Each stack opens from
      * its closing image -- or, when the master already holds a
      * close for tonight's business date, from that date's opening
      * image: this is a forced rerun, and the night's moves must
      * start over from the yard they first started from. A master
      * closed for a LATER date means this run is out of order and
      * would overwrite a newer yard with an older one; refuse.
       050-Open-Yard SECTION.
           INITIALIZE Yard-Area
           MOVE ZERO TO Orphan-Stacks
           MOVE ZERO TO Over-Cap-Stacks
           MOVE ALL 'N' TO Survey-Flags
           MOVE SPACES TO Count-Flags
           MOVE SPACES TO Close-Date-Flags
           INITIALIZE Open-Yard-Area
           MOVE ZERO TO Held-Stacks
           MOVE ZERO TO Held-Rejects
           SET YARD-REFUSED TO FALSE
           SET YARD-REOPENED TO FALSE
           MOVE ZERO TO Stacks-Opened
           MOVE ZERO TO Surveys-Applied
           SET YARD-BROWSE-DONE TO FALSE
           MOVE LOW-VALUES TO YM-Stack-Nr
           START Yard-Master KEY IS NOT LESS THAN YM-Stack-Nr
             INVALID KEY
               SET YARD-BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL YARD-BROWSE-DONE
             READ Yard-Master NEXT RECORD
               AT END
                 SET YARD-BROWSE-DONE TO TRUE
               NOT AT END
                 PERFORM 055-Open-One-Stack
             END-READ
           END-PERFORM
           IF NOT RESUBMIT-RUN
             MOVE Yard-Area TO Open-Yard-Area
           END-IF

           IF YARD-REFUSED
             MOVE 'D05-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE SPACES     TO Log-Text
             STRING "YARDMSTR is already closed for "
                    Later-Close-Date " -- refusing to run "
                    Run-Business-Date "."
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             PERFORM 970-Write-Log-Message
           ELSE
             MOVE Stacks-Opened TO Count-Disp
             MOVE SPACES TO Output-Msg
             IF YARD-REOPENED
               STRING "Forced rerun -- " Count-Disp
                      " stack(s) reopened from the yard as it stood"
                      " before " Run-Business-Date "."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
             ELSE
               STRING Count-Disp
                      " stack(s) opened from the yard master."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
             END-IF
             MOVE 'D05-I003' TO Log-Msg-Id
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             IF Held-Stacks > ZERO
               MOVE Held-Stacks TO Count-Disp
               MOVE SPACES TO Output-Msg
               STRING Count-Disp
                      " stack(s) held -- the last yard count"
                      " disagreed; re-survey them."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               MOVE 'D05-W003' TO Log-Msg-Id
               MOVE 'W'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
             IF Orphan-Stacks > ZERO
               MOVE Orphan-Stacks TO Count-Disp
               MOVE SPACES TO Output-Msg
               STRING Count-Disp
                      " stack(s) with crates are on YARDMSTR but not"
                      " in YARDDEF -- carried unchanged."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               MOVE 'D05-W005' TO Log-Msg-Id
               MOVE 'W'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
             IF Over-Cap-Stacks > ZERO
               MOVE Over-Cap-Stacks TO Count-Disp
               MOVE SPACES TO Output-Msg
               STRING Count-Disp
                      " stack(s) open above their YARDDEF capacity"
                      " -- nothing lands on them until lifted."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               MOVE 'D05-W006' TO Log-Msg-Id
               MOVE 'W'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
           .

       055-Open-One-Stack SECTION.
           IF YM-Stack-Nr = ZERO
             CONTINUE
           ELSE
             EVALUATE TRUE
      * a resubmission's moves go on top of the yard as the master
      * last closed it, whatever date that was; the opening image
      * and the survey marks stay that night's
               WHEN RESUBMIT-RUN
                 MOVE YM-Close-Depth  TO Stack-Depth(YM-Stack-Nr)
                 MOVE YM-Close-Crates TO Stack-Crate-Row(YM-Stack-Nr)
                 MOVE YM-Open-Depth   TO Open-Depth(YM-Stack-Nr)
                 MOVE YM-Open-Crates  TO Open-Crate-Row(YM-Stack-Nr)
                 MOVE YM-Surveyed     TO Stack-Surveyed(YM-Stack-Nr)
                 MOVE YM-Close-Date   TO Stack-Close-Date(YM-Stack-Nr)
               WHEN YM-Close-Date > Run-Business-Date
                 SET YARD-REFUSED TO TRUE
                 MOVE YM-Close-Date TO Later-Close-Date
               WHEN YM-Close-Date = Run-Business-Date
                 SET YARD-REOPENED TO TRUE
                 MOVE YM-Open-Depth  TO Stack-Depth(YM-Stack-Nr)
                 MOVE YM-Open-Crates TO Stack-Crate-Row(YM-Stack-Nr)
               WHEN OTHER
                 MOVE YM-Close-Depth  TO Stack-Depth(YM-Stack-Nr)
                 MOVE YM-Close-Crates TO Stack-Crate-Row(YM-Stack-Nr)
             END-EVALUATE
             MOVE YM-Count-Status TO Stack-Count-Status(YM-Stack-Nr)
             MOVE YM-Count-Date   TO Stack-Count-Date(YM-Stack-Nr)
             IF STACK-HELD(YM-Stack-Nr)
               ADD 1 TO Held-Stacks
             END-IF
             MOVE 'Y' TO Stack-On-Master(YM-Stack-Nr)
             IF YM-Stack-Nr > Max-Stacks
               MOVE YM-Stack-Nr TO Max-Stacks
             END-IF
             IF STACK-UNDEFINED(YM-Stack-Nr)
               IF Stack-Depth(YM-Stack-Nr) > ZERO
                 ADD 1 TO Orphan-Stacks
               END-IF
             ELSE
               IF Stack-Depth(YM-Stack-Nr)
                  > Stack-Capacity(YM-Stack-Nr)
                 ADD 1 TO Over-Cap-Stacks
               END-IF
             END-IF
             ADD 1 TO Stacks-Opened
           END-IF
           .

      * The crane fleet, read whole like the yard definition: a
      * crane id blank or listed twice, a type other than S or M, or
      * more cranes than the table holds refuses the run.
       060-Load-Crane-Fleet SECTION.
           INITIALIZE Crane-Area
           MOVE ZERO TO Unknown-Crane-Rejects
           MOVE 1 TO Crane-Count
           MOVE 'UNTAGGED' TO Crn-Id(1)
           IF MULTI-CRATE-MODE
             MOVE 'M' TO Crn-Type(1)
           ELSE
             MOVE 'S' TO Crn-Type(1)
           END-IF
           MOVE ZERO TO Fleet-Line-Number
           SET FLEET-INVALID TO FALSE
           SET FLEET-EOF TO FALSE
           OPEN INPUT Crane-Fleet
           READ Crane-Fleet NEXT RECORD
                AT END SET FLEET-EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL FLEET-EOF
             ADD 1 TO Fleet-Line-Number
             PERFORM 065-Define-One-Crane
             READ Crane-Fleet NEXT RECORD
                  AT END SET FLEET-EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Crane-Fleet
           .

       065-Define-One-Crane SECTION.
           MOVE SPACES TO Output-Msg
           MOVE CF-Crane-Id TO Crane-Search-Id
           PERFORM 070-Find-Crane
           EVALUATE TRUE
             WHEN CF-Crane-Id = SPACES
               MOVE "crane id blank" TO Output-Msg
             WHEN NOT CF-SINGLE-CRATE AND NOT CF-MULTI-CRATE
               MOVE "crane type not S or M" TO Output-Msg
             WHEN cx NOT = ZERO
               MOVE "crane listed twice" TO Output-Msg
             WHEN Crane-Count NOT < Max-Cranes
               MOVE "more cranes than the fleet table holds"
                 TO Output-Msg
             WHEN OTHER
               ADD 1 TO Crane-Count
               MOVE CF-Crane-Id   TO Crn-Id(Crane-Count)
               MOVE CF-Crane-Type TO Crn-Type(Crane-Count)
           END-EVALUATE
           IF Output-Msg NOT = SPACES
             SET FLEET-INVALID TO TRUE
             MOVE Fleet-Line-Number TO Line-Number-Disp
             MOVE SPACES TO Log-Text
             STRING "CRANEFLT line " Line-Number-Disp ": "
                    Output-Msg DELIMITED BY "  "
                    " -- refusing to run." DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             MOVE 'D05-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             PERFORM 970-Write-Log-Message
           END-IF
           .

      * Looks Crane-Search-Id up among the fleet entries (2 onward);
      * cx is its entry, ZERO when the crane is not in the fleet.
       070-Find-Crane SECTION.
           MOVE ZERO TO cx
           PERFORM VARYING mc FROM 2 BY 1
             UNTIL mc > Crane-Count OR cx NOT = ZERO
             IF Crn-Id(mc) = Crane-Search-Id
               MOVE mc TO cx
             END-IF
           END-PERFORM
           .

      * A STACK record is a deliberate re-survey: it replaces the
      * carried stack wholesale, and because the yard no longer
      * comes from the feed, every one is reported with the depth
      * it overrode -- a survey that disagrees with the carried
      * yard is exactly the evidence the yard office needs to see.
       100-Resurvey-Stack SECTION.
           MOVE SPACES TO Reject-Reason
           IF CM-Stack-Nr NOT NUMERIC
             MOVE 'BADDATA ' TO Reject-Reason
           ELSE
             IF CM-Stack-Nr = ZERO
               MOVE 'NOSTACK ' TO Reject-Reason
             ELSE
               IF STACK-UNDEFINED(CM-Stack-Nr)
                 MOVE 'NOSTACK ' TO Reject-Reason
               END-IF
             END-IF
           END-IF
      * a survey is what stands there, but no stack stands higher
      * than it is built -- more crates than the capacity means the
      * survey or the definition is wrong, and neither is taken
           IF Reject-Reason = SPACES
             MOVE ZERO TO Survey-Blanks
             INSPECT CM-Stack-Crates TALLYING Survey-Blanks
               FOR ALL SPACE
             IF 50 - Survey-Blanks > Stack-Capacity(CM-Stack-Nr)
               MOVE 'OVERCAP ' TO Reject-Reason
             END-IF
           END-IF
           IF Reject-Reason NOT = SPACES
             PERFORM 130-Write-Reject
           ELSE
             MOVE CM-Stack-Nr TO sc
             MOVE Stack-Depth(sc) TO Old-Depth-Disp
             MOVE ZERO TO Stack-Depth(sc)
             MOVE SPACES TO Stack-Crate-Row(sc)
             PERFORM VARYING mc FROM 1 BY 1 UNTIL mc > 50
               IF CM-Stack-Crates(mc:1) NOT = SPACE
                 ADD 1 TO Stack-Depth(sc)
                   TO Stack-Crate(sc, Stack-Depth(sc))
               END-IF
             END-PERFORM
             MOVE 'Y' TO Stack-Surveyed(sc)
      * a re-surveyed stack is a new drawing: whatever the last
      * count said about the old one no longer applies
             MOVE SPACES TO Stack-Count-Status(sc)
             MOVE SPACES TO Stack-Count-Date(sc)
             ADD 1 TO Surveys-Applied
             MOVE sc              TO Stack-Nr-Disp
             MOVE Stack-Depth(sc) TO New-Depth-Disp
             MOVE Line-Number     TO Line-Number-Disp
             MOVE SPACES TO Log-Text
             STRING "Stack " Stack-Nr-Disp " re-surveyed at line "
                    Line-Number-Disp ": depth " Old-Depth-Disp
                    " carried, " New-Depth-Disp " surveyed."
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             MOVE 'D05-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             PERFORM 970-Write-Log-Message
           END-IF
           .

       200-Apply-Move SECTION.
           SET MOVE-IS-VALID TO TRUE
           MOVE SPACES TO Reject-Reason
           IF CM-Move-Crane = SPACES
             MOVE 1 TO cx
           ELSE
             MOVE CM-Move-Crane TO Crane-Search-Id
             PERFORM 070-Find-Crane
           END-IF
      * the first fault found is the one reported; the physical
      * checks come before the hold, so a HELD reject is a move the
      * yard could otherwise have made
           EVALUATE TRUE
             WHEN CM-Move-Count NOT NUMERIC
                  OR CM-Move-From NOT NUMERIC
                  OR CM-Move-To NOT NUMERIC
               MOVE 'BADDATA ' TO Reject-Reason
             WHEN CM-Move-Count = ZERO
               MOVE 'BADDATA ' TO Reject-Reason
             WHEN cx = ZERO
               MOVE 'NOCRANE ' TO Reject-Reason
             WHEN CM-Move-From = ZERO OR CM-Move-To = ZERO
               MOVE 'NOSTACK ' TO Reject-Reason
             WHEN STACK-UNDEFINED(CM-Move-From)
                  OR STACK-UNDEFINED(CM-Move-To)
               MOVE 'NOSTACK ' TO Reject-Reason
             WHEN CM-Move-From = CM-Move-To
               MOVE 'SAMESTK ' TO Reject-Reason
      * a move the yard could not physically make: the drawing and
      * the move list disagree, so the move is evidence, not work
             WHEN CM-Move-Count > Stack-Depth(CM-Move-From)
               MOVE 'SHORT   ' TO Reject-Reason
             WHEN STACK-CLOSED(CM-Move-To)
               MOVE 'CLOSED  ' TO Reject-Reason
             WHEN Stack-Depth(CM-Move-To) + CM-Move-Count
                  > Stack-Capacity(CM-Move-To)
               MOVE 'OVERCAP ' TO Reject-Reason
      * a stack the walk-round count disagreed with is not moved
      * from or onto until it is re-surveyed -- applying moves to
      * it would only carry the known error into tomorrow
             WHEN STACK-HELD(CM-Move-From) OR STACK-HELD(CM-Move-To)
               MOVE 'HELD    ' TO Reject-Reason
               ADD 1 TO Held-Rejects
           END-EVALUATE
           IF Reject-Reason NOT = SPACES
             SET MOVE-IS-VALID TO FALSE
             IF cx = ZERO
               ADD 1 TO Unknown-Crane-Rejects
             ELSE
               ADD 1 TO Crn-Rejects(cx)
             END-IF
           END-IF

             PERFORM 130-Write-Reject
           ELSE
             ADD 1 TO Move-Seq
             ADD 1 TO Crn-Moves(cx)
             ADD CM-Move-Count TO Crn-Crates(cx)
             ADD 1 TO Crn-From-Moves(cx, CM-Move-From)
             ADD 1 TO Crn-To-Moves(cx, CM-Move-To)
             IF CRANE-MULTI-CRATE(cx)
               PERFORM 210-Move-Batch-In-Order
             ELSE
               PERFORM 220-Move-One-By-One
           END-IF
           .

      * A multi-crate crane lifts the whole batch at once, so the
      * crates land in the order they stood.
       210-Move-Batch-In-Order SECTION.
           MOVE Stack-Depth(CM-Move-From) TO From-Depth
           MOVE Stack-Depth(CM-Move-To)   TO To-Depth
                   To-Depth + CM-Move-Count
           .

      * A single-crate crane moves one crate at a time, which
      * reverses the batch on arrival.
       220-Move-One-By-One SECTION.
           PERFORM VARYING mc FROM 1 BY 1
             UNTIL mc > CM-Move-Count
           MOVE CM-Move-Count TO CD-Crate-Count
           MOVE CM-Move-From  TO CD-From-Stack
           MOVE CM-Move-To    TO CD-To-Stack
           MOVE Crn-Id(cx)    TO CD-Crane-Id
           WRITE Crane-Detail-Record
           .

       130-Write-Reject SECTION.
           MOVE Line-Number       TO CRJ-Line-Number
           MOVE Crane-Move-Record TO CRJ-Move-Rec
           MOVE Reject-Reason     TO CRJ-Reason
           WRITE Crane-Reject-Record
           ADD 1 TO Reject-Count
           .
             END-IF
           END-PERFORM
           MOVE SPACES TO Output-Msg
           STRING "The top crates read " Top-Crates(1:Max-Stacks) "."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           PERFORM 970-Write-Log-Message
           .

      * Writes the closing yard back to the master -- every stack,
      * empty ones included, so tomorrow opens from a complete
      * picture -- with tonight's opening image beside it, and
      * prints the same yard to YARDRPT for the morning shift.
       400-Close-Yard SECTION.
           OPEN OUTPUT Yard-Report
           PERFORM VARYING sc FROM 1 BY 1 UNTIL sc > Max-Stacks
             IF NOT STACK-UNDEFINED(sc) OR Stack-On-Master(sc) = 'Y'
               PERFORM 410-Close-One-Stack
             END-IF
           END-PERFORM
           CLOSE Yard-Report

           IF Held-Rejects > ZERO
             MOVE Held-Rejects TO Count-Disp
             MOVE SPACES TO Output-Msg
             STRING Count-Disp
                    " move(s) refused against held stacks"
                    " -- see CRANREJ."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D05-W004' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF

           IF Surveys-Applied > ZERO
             MOVE Surveys-Applied TO Count-Disp
             MOVE SPACES TO Output-Msg
             STRING Count-Disp
                    " stack(s) re-surveyed tonight -- see YARDRPT."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D05-W002' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           .

      * Slots above the depth still hold whatever a move lifted off
      * them; only the crates actually standing are carried.
       410-Close-One-Stack SECTION.
           MOVE SPACES TO Close-Crates-WK
           IF Stack-Depth(sc) > ZERO
             MOVE Stack-Crate-Row(sc)(1:Stack-Depth(sc))
               TO Close-Crates-WK(1:Stack-Depth(sc))
           END-IF
           MOVE sc                      TO YM-Stack-Nr
           MOVE Run-Business-Date       TO YM-Close-Date
           IF RESUBMIT-RUN AND Stack-Close-Date(sc) NOT = SPACES
             MOVE Stack-Close-Date(sc)  TO YM-Close-Date
           END-IF
           MOVE Stack-Depth(sc)         TO YM-Close-Depth
           MOVE Close-Crates-WK         TO YM-Close-Crates
           MOVE Open-Depth(sc)          TO YM-Open-Depth
           MOVE Open-Crate-Row(sc)      TO YM-Open-Crates
           MOVE Stack-Surveyed(sc)      TO YM-Surveyed
           MOVE Run-Id                  TO YM-Last-Run
           MOVE Stack-Count-Status(sc)  TO YM-Count-Status
           MOVE Stack-Count-Date(sc)    TO YM-Count-Date
           WRITE Yard-Master-Record
             INVALID KEY
               REWRITE Yard-Master-Record
           END-WRITE

           MOVE Run-Business-Date TO YR-Business-Date
           MOVE sc                TO YR-Stack-Nr
           MOVE Stack-Depth(sc)   TO YR-Depth
           MOVE Close-Crates-WK   TO YR-Crates
           IF Stack-Depth(sc) > ZERO
             MOVE Stack-Crate(sc, Stack-Depth(sc)) TO YR-Top-Crate
           ELSE
             MOVE '-' TO YR-Top-Crate
           END-IF
           EVALUATE TRUE
             WHEN Stack-Surveyed(sc) = 'Y'
               MOVE 'SURVEYED' TO YR-Status
             WHEN STACK-HELD(sc)
               MOVE 'HELD    ' TO YR-Status
             WHEN STACK-UNDEFINED(sc)
               MOVE 'NODEF   ' TO YR-Status
             WHEN STACK-CLOSED(sc)
               MOVE 'CLOSED  ' TO YR-Status
             WHEN Stack-Depth(sc) = ZERO
               MOVE 'EMPTY   ' TO YR-Status
             WHEN OTHER
               MOVE 'CARRIED ' TO YR-Status
           END-EVALUATE
           WRITE Yard-Report-Record
           .

      * One CRANPROD row per fleet crane, idle ones included -- an
      * idle crane is a staffing figure too -- then the untagged
      * and unknown-crane rows when the night had any.
       500-Report-Crane-Productivity SECTION.
           OPEN OUTPUT Crane-Productivity
           PERFORM VARYING cx FROM 2 BY 1 UNTIL cx > Crane-Count
             PERFORM 510-Write-Crane-Row
           END-PERFORM
           IF Crn-Moves(1) > ZERO OR Crn-Rejects(1) > ZERO
             MOVE 1 TO cx
             PERFORM 510-Write-Crane-Row
           END-IF
           IF Unknown-Crane-Rejects > ZERO
             INITIALIZE Crane-Productivity-Record
             MOVE Run-Business-Date     TO CP-Business-Date
             MOVE 'UNKNOWN '            TO CP-Crane-Id
             MOVE Unknown-Crane-Rejects TO CP-Rejects
             WRITE Crane-Productivity-Record
           END-IF
           CLOSE Crane-Productivity
           .

       510-Write-Crane-Row SECTION.
           INITIALIZE Crane-Productivity-Record
           MOVE Run-Business-Date TO CP-Business-Date
           MOVE Crn-Id(cx)        TO CP-Crane-Id
           MOVE Crn-Type(cx)      TO CP-Crane-Type
           MOVE Crn-Moves(cx)     TO CP-Moves
           MOVE Crn-Crates(cx)    TO CP-Crates
           MOVE Crn-Rejects(cx)   TO CP-Rejects
           MOVE ZERO TO Busy-Moves
           PERFORM VARYING sc FROM 1 BY 1 UNTIL sc > Max-Stacks
             IF Crn-From-Moves(cx, sc) > Busy-Moves
               MOVE Crn-From-Moves(cx, sc) TO Busy-Moves
               MOVE sc TO CP-Busy-From
             END-IF
           END-PERFORM
           MOVE Busy-Moves TO CP-Busy-From-Moves
           MOVE ZERO TO Busy-Moves
           PERFORM VARYING sc FROM 1 BY 1 UNTIL sc > Max-Stacks
             IF Crn-To-Moves(cx, sc) > Busy-Moves
               MOVE Crn-To-Moves(cx, sc) TO Busy-Moves
               MOVE sc TO CP-Busy-To
             END-IF
           END-PERFORM
           MOVE Busy-Moves TO CP-Busy-To-Moves
           WRITE Crane-Productivity-Record
           .

       930-Write-Trailers SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Detail-Count TO Trailer-Record-Count

       COPY CKTOLER.

       COPY WRLOCK.

      /
       END PROGRAM D05CRNE.
      /
