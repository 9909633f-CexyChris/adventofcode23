      ******************************************************************
      *  Month-end period close
      *
      *  Finance closes the books monthly, but nothing in the suite
      *  used to know a month was closed: a catch-up or forced rerun
      *  dated into it, or a backout of one of its runs, quietly
      *  changed figures already reported. This run cuts the month's
      *  management pack and then records the month as closed in
      *  the period register PERIODS; from then on every program's
      *  start-up (940-Check-Common-Parm, through D70PPER) refuses a
      *  run dated inside it, until a ticketed reopen (D72PROP) is
      *  on file. Running it again over a reopened month cuts a
      *  fresh pack and closes the month again.
      *
      *  PCLSPAK rows (80 bytes, row type in bytes 1-4):
      *    HDR   the month, the business date it was closed on, and
      *          the reopen ticket when this is a re-close
      *    HST   per program and variant: runs booked to the month
      *          in RESHIST and the sums of their two totals
      *    QUL   per inbound feed: nights scored in QUALHIST, volume,
      *          rejects and the month's reject rate in per-mille
      *    VAL   cards first valued payable in the month (CLMREG)
      *          and their latest valuation
      *    SET   cards settled in the month (PAYLDG): paid, withheld
      *    INV   depot invoices dated in the month (DEPOTAR):
      *          invoiced, and paid and credited so far
      *    POR   cube purchase-order lines cut in the month
      *          (CUBOPEN): ordered, received so far, still open
      *  The last record is the control-total trailer (rows written,
      *  settled amount in whole units).
      *
      *  A month that is not over yet, or is already closed, is
      *  refused (RC 8) and nothing is written to PERIODS; so is a
      *  month whose pack could not be cut whole.
      *
      *  PARM bytes 1-6    month to close (YYYYMM; blank = the month
      *                    before the business date's)
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *       byte  62     'B' breaks a stale PERIODS marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D71PCLS.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Results-History ASSIGN TO RESHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
      * OPTIONAL, all of them: a store nobody has written to yet is
      * a section of the pack with nothing in it, not an error.
           SELECT OPTIONAL Quality-History ASSIGN TO QUALHIST
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Claims-Register ASSIGN TO CLMREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Claim-Key.
           SELECT OPTIONAL Settle-Ledger ASSIGN TO PAYLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Settle-Key.
           SELECT OPTIONAL Receivables ASSIGN TO DEPOTAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-Key.
           SELECT OPTIONAL Open-Orders ASSIGN TO CUBOPEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OO-Key.
           SELECT OPTIONAL Period-Register ASSIGN TO PERIODS
           ORGANIZATION IS SEQUENTIAL.
           SELECT Close-Pack ASSIGN TO PCLSPAK
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

      * Mirrors D38QSCD's Quality-Record.
       FD Quality-History RECORDING MODE F.
       01  Quality-Record.
           05  QH-Date                PIC X(08).
           05  QH-Input               PIC X(08).
           05  QH-Volume              PIC 9(08).
           05  QH-Rejects             PIC 9(08).
           05  QH-Rate-Pm             PIC 9(04).
           05  QH-Xmit-Status         PIC X(08).
           05  QH-Bal-Status          PIC X(08).

       FD Claims-Register.
       COPY CLMREG.

       FD Settle-Ledger.
       COPY PAYLDG.

       FD Receivables.
       COPY ARLDG.

       FD Open-Orders.
       COPY CUBOPEN.

       FD Period-Register RECORDING MODE F.
       COPY PERREG.

      * One row per pack line, HDR first; last record is the
      * control-total trailer (TRL in bytes 1-3).
       FD Close-Pack RECORDING MODE F.
       01  Pack-Record.
           05  Pak-Type               PIC X(04).
           05  Pak-Body               PIC X(76).
           05  Pak-Hdr-Body REDEFINES Pak-Body.
               10  Pak-Month              PIC X(06).
               10  Pak-Closed-Date        PIC X(08).
               10  Pak-Reopen-Ticket      PIC X(10).
               10  FILLER                 PIC X(52).
           05  Pak-Hst-Body REDEFINES Pak-Body.
               10  Pak-Program            PIC X(08).
               10  Pak-Variant            PIC X(08).
               10  Pak-Runs               PIC 9(05).
               10  Pak-Total-1            PIC 9(12).
               10  Pak-Total-2            PIC 9(12).
               10  FILLER                 PIC X(31).
           05  Pak-Qul-Body REDEFINES Pak-Body.
               10  Pak-Feed               PIC X(08).
               10  Pak-Nights             PIC 9(03).
               10  Pak-Volume             PIC 9(10).
               10  Pak-Rejects            PIC 9(10).
               10  Pak-Rate-Pm            PIC 9(04).
               10  FILLER                 PIC X(41).
           05  Pak-Val-Body REDEFINES Pak-Body.
               10  Pak-Val-Cards          PIC 9(08).
               10  Pak-Val-Amount         PIC 9(11)V99.
               10  FILLER                 PIC X(55).
           05  Pak-Set-Body REDEFINES Pak-Body.
               10  Pak-Set-Cards          PIC 9(08).
               10  Pak-Set-Paid           PIC 9(11)V99.
               10  Pak-Set-Withheld       PIC 9(11)V99.
               10  FILLER                 PIC X(42).
           05  Pak-Inv-Body REDEFINES Pak-Body.
               10  Pak-Inv-Count          PIC 9(08).
               10  Pak-Inv-Amount         PIC 9(11)V99.
               10  Pak-Inv-Paid           PIC 9(11)V99.
               10  Pak-Inv-Credited       PIC 9(11)V99.
               10  FILLER                 PIC X(29).
           05  Pak-Por-Body REDEFINES Pak-Body.
               10  Pak-Por-Lines          PIC 9(08).
               10  Pak-Por-Ordered        PIC 9(10).
               10  Pak-Por-Received       PIC 9(10).
               10  Pak-Por-Open-Lines     PIC 9(08).
               10  FILLER                 PIC X(40).

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D71PCLS '.
           COPY WSFILST.

           05  Close-Month        PIC X(06) VALUE SPACES.
           05  Close-Month-Num REDEFINES Close-Month.
               10  Close-Year     PIC 9(04).
               10  Close-Mon      PIC 9(02).
           05  Reopen-Ticket      PIC X(10) VALUE SPACES.
           05  Browse-Done-Sw     PIC 9(1) BINARY.
               88 BROWSE-DONE         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Pack-Short-Sw      PIC 9(1) BINARY VALUE ZERO.
               88 PACK-SHORT          VALUE 1
                             WHEN SET TO FALSE 0.
           05  Found-Sw           PIC 9(1) BINARY.
               88 FOUND-MATCH         VALUE 1
                             WHEN SET TO FALSE 0.
           05  MatchIdx           PIC 9(04) BINARY.

      * RESHIST rows of the month, summed per program and variant
           05  Hist-Count         PIC 9(04) BINARY VALUE ZERO.
           05  Hist-Table.
               10  Hist-Entry OCCURS 300 TIMES INDEXED BY HistIdx.
                   15  HT-Program     PIC X(08).
                   15  HT-Variant     PIC X(08).
                   15  HT-Runs        PIC 9(05) BINARY.
                   15  HT-Total-1     PIC 9(12) BINARY.
                   15  HT-Total-2     PIC 9(12) BINARY.
      * QUALHIST rows of the month, summed per feed
           05  Feed-Count         PIC 9(04) BINARY VALUE ZERO.
           05  Feed-Table.
               10  Feed-Entry OCCURS 50 TIMES INDEXED BY FeedIdx.
                   15  FT-Feed        PIC X(08).
                   15  FT-Nights      PIC 9(03) BINARY.
                   15  FT-Volume      PIC 9(10) BINARY.
                   15  FT-Rejects     PIC 9(10) BINARY.

           05  Val-Cards          PIC 9(08) BINARY VALUE ZERO.
           05  Val-Amount         PIC 9(11)V99 VALUE ZERO.
           05  Set-Cards          PIC 9(08) BINARY VALUE ZERO.
           05  Set-Paid           PIC 9(11)V99 VALUE ZERO.
           05  Set-Withheld       PIC 9(11)V99 VALUE ZERO.
           05  Inv-Count          PIC 9(08) BINARY VALUE ZERO.
           05  Inv-Amount         PIC 9(11)V99 VALUE ZERO.
           05  Inv-Paid           PIC 9(11)V99 VALUE ZERO.
           05  Inv-Credited       PIC 9(11)V99 VALUE ZERO.
           05  Por-Lines          PIC 9(08) BINARY VALUE ZERO.
           05  Por-Ordered        PIC 9(10) BINARY VALUE ZERO.
           05  Por-Received       PIC 9(10) BINARY VALUE ZERO.
           05  Por-Open-Lines     PIC 9(08) BINARY VALUE ZERO.

           05  Pack-Rows          PIC 9(08) BINARY VALUE ZERO.
           05  Pack-Rows-Disp     PIC 9(05) DISPLAY.
           05  Set-Paid-Disp      PIC 9(11).99.

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
           IF LS-Parm-Len > 5
             MOVE LS-Parm-Text(1:6) TO Close-Month
           END-IF
           IF Close-Month NOT = SPACES
             IF Close-Month IS NUMERIC
                AND Close-Month(5:2) >= '01'
                AND Close-Month(5:2) <= '12'
               CONTINUE
             ELSE
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM bytes 1-6 must be a YYYYMM month or blank."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
           MOVE 'PCLSPAK ' TO Parm-Ddname-Echo
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

      * run in the first days of a month, the close is for the
      * month just ended
           IF Close-Month = SPACES
             MOVE Run-Business-Date(1:6) TO Close-Month
             IF Close-Mon = 1
               SUBTRACT 1 FROM Close-Year
               MOVE 12 TO Close-Mon
             ELSE
               SUBTRACT 1 FROM Close-Mon
             END-IF
           END-IF
      * one close per month, so a re-close after a reopen is not
      * taken for a duplicate of the first
           MOVE Close-Month TO History-Variant-Tag

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           IF Close-Month NOT < Run-Business-Date(1:6)
             MOVE SPACES TO Output-Msg
             STRING "Month " Close-Month " is not over on business"
                    " date " Run-Business-Date " -- not closed."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D71-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           MOVE SPACES TO Pper-Date
           STRING Close-Month "01"
             DELIMITED BY SIZE
             INTO Pper-Date
           END-STRING
           CALL 'D70PPER' USING Period-Check-Request
           EVALUATE TRUE
             WHEN PPER-OPEN
               CONTINUE
             WHEN PPER-REOPENED
               MOVE Pper-Ticket TO Reopen-Ticket
             WHEN OTHER
               MOVE SPACES TO Output-Msg
               IF PPER-CLOSED
                 STRING "Month " Close-Month " was closed at "
                        Pper-Closed-Stamp
                        " -- reopen it before closing again."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
               ELSE
                 MOVE Pper-Message TO Output-Msg
               END-IF
               MOVE 'D71-E002' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
               MOVE 8 TO RETURN-CODE
               PERFORM 965-Record-Run-End
               GOBACK
           END-EVALUATE

      * held from the pack's first read to the CLOSE row, so no
      * reopen can slip in between the figures and the close
           MOVE 'PERIODS ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           OPEN OUTPUT Close-Pack
           MOVE SPACES TO Pack-Record
           MOVE 'HDR '            TO Pak-Type
           MOVE Close-Month       TO Pak-Month
           MOVE Run-Business-Date TO Pak-Closed-Date
           MOVE Reopen-Ticket     TO Pak-Reopen-Ticket
           PERFORM 800-Write-Pack-Row
           PERFORM 100-Pack-History
           PERFORM 200-Pack-Quality
           PERFORM 300-Pack-Valuations
           PERFORM 400-Pack-Settlements
           PERFORM 500-Pack-Invoices
           PERFORM 600-Pack-Orders
           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Pack-Rows TO Trailer-Record-Count
           COMPUTE Trailer-Key-Figure = Set-Paid
           WRITE Pack-Record FROM Trailer-Layout
           CLOSE Close-Pack

           MOVE Pack-Rows TO Pack-Rows-Disp
           IF PACK-SHORT
             MOVE SPACES TO Output-Msg
             STRING "Pack for " Close-Month " is incomplete -- month"
                    " NOT closed."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D71-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM 700-Record-Close
           END-IF
           PERFORM 980-Release-Master-Lock

           MOVE Pack-Rows TO History-Total-1
           MOVE Set-Cards TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * One pass over RESHIST: every row booked to the month, summed
      * per program and variant in first-seen order.
       100-Pack-History SECTION.
           SET EOF TO FALSE
           OPEN INPUT Results-History
           READ Results-History NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF History-Run-Date(1:6) = Close-Month
               PERFORM 110-Add-History-Row
             END-IF
             READ Results-History NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Results-History
           PERFORM VARYING HistIdx FROM 1 BY 1
             UNTIL HistIdx > Hist-Count
             MOVE SPACES TO Pack-Record
             MOVE 'HST '                TO Pak-Type
             MOVE HT-Program(HistIdx)   TO Pak-Program
             MOVE HT-Variant(HistIdx)   TO Pak-Variant
             MOVE HT-Runs(HistIdx)      TO Pak-Runs
             MOVE HT-Total-1(HistIdx)   TO Pak-Total-1
             MOVE HT-Total-2(HistIdx)   TO Pak-Total-2
             PERFORM 800-Write-Pack-Row
           END-PERFORM
           .

       110-Add-History-Row SECTION.
           MOVE ZERO TO MatchIdx
           SET FOUND-MATCH TO FALSE
           PERFORM VARYING HistIdx FROM 1 BY 1
             UNTIL HistIdx > Hist-Count OR FOUND-MATCH
             IF History-Program = HT-Program(HistIdx)
                AND History-Variant = HT-Variant(HistIdx)
               SET FOUND-MATCH TO TRUE
               SET MatchIdx TO HistIdx
             END-IF
           END-PERFORM
           IF NOT FOUND-MATCH
             IF Hist-Count < 300
               ADD 1 TO Hist-Count
               MOVE Hist-Count TO MatchIdx
               MOVE History-Program TO HT-Program(MatchIdx)
               MOVE History-Variant TO HT-Variant(MatchIdx)
               MOVE ZERO TO HT-Runs(MatchIdx)
               MOVE ZERO TO HT-Total-1(MatchIdx)
               MOVE ZERO TO HT-Total-2(MatchIdx)
             ELSE
               PERFORM 190-Table-Full
             END-IF
           END-IF
           IF MatchIdx > ZERO
             ADD 1               TO HT-Runs(MatchIdx)
             ADD History-Total-1 TO HT-Total-1(MatchIdx)
             ADD History-Total-2 TO HT-Total-2(MatchIdx)
           END-IF
           .

      * A figure left out is a pack that cannot be signed: the pack
      * is still written, for the look, but the month stays open.
       190-Table-Full SECTION.
           IF NOT PACK-SHORT
             MOVE 'D71-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE "A pack table is full -- figures left out."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           SET PACK-SHORT TO TRUE
           .

      * QUALHIST nights of the month, summed per feed; the month's
      * rate is its rejects over its volume, not an average of the
      * nightly rates.
       200-Pack-Quality SECTION.
           SET EOF TO FALSE
           OPEN INPUT Quality-History
           READ Quality-History NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             IF QH-Date(1:6) = Close-Month
               PERFORM 210-Add-Quality-Row
             END-IF
             READ Quality-History NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Quality-History
           PERFORM VARYING FeedIdx FROM 1 BY 1
             UNTIL FeedIdx > Feed-Count
             MOVE SPACES TO Pack-Record
             MOVE 'QUL '               TO Pak-Type
             MOVE FT-Feed(FeedIdx)     TO Pak-Feed
             MOVE FT-Nights(FeedIdx)   TO Pak-Nights
             MOVE FT-Volume(FeedIdx)   TO Pak-Volume
             MOVE FT-Rejects(FeedIdx)  TO Pak-Rejects
             IF FT-Volume(FeedIdx) > ZERO
               COMPUTE Pak-Rate-Pm ROUNDED =
                       FT-Rejects(FeedIdx) * 1000 / FT-Volume(FeedIdx)
             ELSE
               MOVE ZERO TO Pak-Rate-Pm
             END-IF
             PERFORM 800-Write-Pack-Row
           END-PERFORM
           .

       210-Add-Quality-Row SECTION.
           MOVE ZERO TO MatchIdx
           SET FOUND-MATCH TO FALSE
           PERFORM VARYING FeedIdx FROM 1 BY 1
             UNTIL FeedIdx > Feed-Count OR FOUND-MATCH
             IF QH-Input = FT-Feed(FeedIdx)
               SET FOUND-MATCH TO TRUE
               SET MatchIdx TO FeedIdx
             END-IF
           END-PERFORM
           IF NOT FOUND-MATCH
             IF Feed-Count < 50
               ADD 1 TO Feed-Count
               MOVE Feed-Count TO MatchIdx
               MOVE QH-Input TO FT-Feed(MatchIdx)
               MOVE ZERO TO FT-Nights(MatchIdx)
               MOVE ZERO TO FT-Volume(MatchIdx)
               MOVE ZERO TO FT-Rejects(MatchIdx)
             ELSE
               PERFORM 190-Table-Full
             END-IF
           END-IF
           IF MatchIdx > ZERO
             ADD 1          TO FT-Nights(MatchIdx)
             ADD QH-Volume  TO FT-Volume(MatchIdx)
             ADD QH-Rejects TO FT-Rejects(MatchIdx)
           END-IF
           .

      * A card belongs to the month it was first valued payable in;
      * a later revaluation changes its amount, not its month.
       300-Pack-Valuations SECTION.
           OPEN INPUT Claims-Register
           SET BROWSE-DONE TO FALSE
           MOVE LOW-VALUES TO Claim-Key
           START Claims-Register KEY IS NOT LESS THAN Claim-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Claims-Register NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF Claim-First-Valued(1:6) = Close-Month
                   ADD 1            TO Val-Cards
                   ADD Claim-Amount TO Val-Amount
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Claims-Register
           MOVE SPACES TO Pack-Record
           MOVE 'VAL '     TO Pak-Type
           MOVE Val-Cards  TO Pak-Val-Cards
           MOVE Val-Amount TO Pak-Val-Amount
           PERFORM 800-Write-Pack-Row
           .

       400-Pack-Settlements SECTION.
           OPEN INPUT Settle-Ledger
           SET BROWSE-DONE TO FALSE
           MOVE LOW-VALUES TO Settle-Key
           START Settle-Ledger KEY IS NOT LESS THAN Settle-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Settle-Ledger NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF Settle-Paid-Date(1:6) = Close-Month
                   ADD 1               TO Set-Cards
                   ADD Settle-Amount   TO Set-Paid
                   ADD Settle-Withheld TO Set-Withheld
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Settle-Ledger
           MOVE SPACES TO Pack-Record
           MOVE 'SET '       TO Pak-Type
           MOVE Set-Cards    TO Pak-Set-Cards
           MOVE Set-Paid     TO Pak-Set-Paid
           MOVE Set-Withheld TO Pak-Set-Withheld
           PERFORM 800-Write-Pack-Row
           .

      * Paid and credited are as the ledger stands at the close, so
      * the pack shows what the month's billing has collected so far.
       500-Pack-Invoices SECTION.
           OPEN INPUT Receivables
           SET BROWSE-DONE TO FALSE
           MOVE LOW-VALUES TO AR-Key
           START Receivables KEY IS NOT LESS THAN AR-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Receivables NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF AR-Invoice-Date(1:6) = Close-Month
                   ADD 1                  TO Inv-Count
                   ADD AR-Invoice-Amount  TO Inv-Amount
                   ADD AR-Paid-Amount     TO Inv-Paid
                   ADD AR-Credited-Amount TO Inv-Credited
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Receivables
           MOVE SPACES TO Pack-Record
           MOVE 'INV '       TO Pak-Type
           MOVE Inv-Count    TO Pak-Inv-Count
           MOVE Inv-Amount   TO Pak-Inv-Amount
           MOVE Inv-Paid     TO Pak-Inv-Paid
           MOVE Inv-Credited TO Pak-Inv-Credited
           PERFORM 800-Write-Pack-Row
           .

       600-Pack-Orders SECTION.
           OPEN INPUT Open-Orders
           SET BROWSE-DONE TO FALSE
           MOVE LOW-VALUES TO OO-Key
           START Open-Orders KEY IS NOT LESS THAN OO-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Open-Orders NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF OO-Order-Date(1:6) = Close-Month
                   ADD 1           TO Por-Lines
                   ADD OO-Ordered  TO Por-Ordered
                   ADD OO-Received TO Por-Received
                   IF OO-ORDER-OPEN
                     ADD 1 TO Por-Open-Lines
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Open-Orders
           MOVE SPACES TO Pack-Record
           MOVE 'POR '         TO Pak-Type
           MOVE Por-Lines      TO Pak-Por-Lines
           MOVE Por-Ordered    TO Pak-Por-Ordered
           MOVE Por-Received   TO Pak-Por-Received
           MOVE Por-Open-Lines TO Pak-Por-Open-Lines
           PERFORM 800-Write-Pack-Row
           .

      * The CLOSE row is what every later start-up checks; written
      * only once the whole pack is out.
       700-Record-Close SECTION.
           MOVE SPACES TO Period-Register-Record
           SET PER-CLOSE TO TRUE
           MOVE Close-Month   TO Per-Month
           MOVE Parm-Operator TO Per-Operator
           MOVE FUNCTION CURRENT-DATE(1:14) TO Per-Stamp
           IF Reopen-Ticket = SPACES
             STRING "closed, pack rows " Pack-Rows-Disp
               DELIMITED BY SIZE
               INTO Per-Reason
             END-STRING
           ELSE
             STRING "re-closed after " Reopen-Ticket
                    ", rows " Pack-Rows-Disp
               DELIMITED BY SIZE
               INTO Per-Reason
             END-STRING
           END-IF
           OPEN EXTEND Period-Register
           WRITE Period-Register-Record
           CLOSE Period-Register

           MOVE Set-Paid TO Set-Paid-Disp
           MOVE SPACES TO Output-Msg
           STRING "Period " Close-Month " closed: pack rows "
                  Pack-Rows-Disp ", settled " Set-Paid-Disp
                  " -- see PCLSPAK."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D71-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           .

       800-Write-Pack-Row SECTION.
           WRITE Pack-Record
           ADD 1 TO Pack-Rows
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D71PCLS.
      /
