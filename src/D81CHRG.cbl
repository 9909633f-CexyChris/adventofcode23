      ******************************************************************
      *  Monthly processing chargeback to the feed providers
      *
      *  Each inbound feed is meant to be charged to the provider who
      *  sends it for the batch processing it consumes. This run
      *  takes one month of each feed's usage out of the stores the
      *  nightly chain already keeps, prices it against the
      *  chargeback rate table and writes one charge statement per
      *  provider.
      *
      *  Usage per feed, for business dates inside the month:
      *    volume,   the records the provider sent and the records
      *    rejects   rejected, night by night. For CALIBR, GAMES,
      *              RUCKLST, CARDS and DATABUF from the scorecard's
      *              QUALHIST rows (its volume is the night's XMITRPT
      *              count; XMITRPT itself only ever holds the last
      *              night). CRANEMV is not transmitted and not
      *              scored: its volume is the moves D05CRNE booked
      *              as applied in RESHIST plus its rejects, which
      *              are the month's CRANEMV entries in SUSPENSE.
      *              A night scored or booked twice (a forced rerun)
      *              counts once, as last written.
      *    elapsed   the seconds between the START and END of every
      *              run of the feed's owning program in RUNSTAT,
      *              resubmission runs included. RUNSTAT only holds
      *              what D27RSMT has not aged off yet, so the month
      *              is charged in the first days of the next.
      *    retrans-  forced reruns of the owning program (FORCE rows
      *    missions  in PRIVLOG): a provider's resend is processed
      *              again under a forced rerun of the same night.
      *    reject-   nights whose reject rate in per-mille is above
      *    heavy     the provider's threshold.
      *
      *  CHGRATE records (one FEED record per feed; a later one for
      *  the same feed replaces an earlier one):
      *    'VERS' + version id (8)          -- stamped on the
      *                                        statements
      *    'FEED' + feed ddname (8) + provider id (8)
      *           + provider name (20)
      *           + rate per thousand records 9(5)V99
      *           + rate per elapsed minute 9(5)V99
      *           + base charge per month 9(7)V99
      *           + surcharge per retransmission 9(7)V99
      *           + reject-heavy threshold per-mille 9(4)
      *             (zero = no reject-heavy surcharge)
      *           + surcharge per reject-heavy night 9(7)V99
      *  A feed with no FEED record is still stated, under provider
      *  '*NORATE*' at no charge, so it cannot silently fall out of
      *  the chargeback (D81-W001, RC 4).
      *
      *  CHGSTMT rows (80 bytes, row type in bytes 1-4): HDR (month,
      *  run date, rate version), then per provider a statement --
      *  PRV (provider), per feed USE (usage), CHG (base, volume
      *  and time charges) and SUR (retransmission and reject-heavy
      *  surcharges), PTO (the provider's total) -- and TOT (grand
      *  total). The last record is the control-total trailer (rows
      *  written, amount charged in whole units).
      *
      *  A month that is not over yet is refused (RC 8).
      *
      *  PARM bytes 1-6    month to charge (YYYYMM; blank = the
      *                    month before the business date's)
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D81CHRG.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Results-History ASSIGN TO RESHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
      * OPTIONAL: a store nobody has written to yet is a month with
      * nothing in it for that figure, not an error.
           SELECT OPTIONAL Quality-History ASSIGN TO QUALHIST
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Privileged-Log ASSIGN TO PRIVLOG
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Reject-Suspense ASSIGN TO SUSPENSE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Sus-Key.
           SELECT Charge-Rates ASSIGN TO CHGRATE
           ORGANIZATION IS SEQUENTIAL.
           SELECT Charge-Statement ASSIGN TO CHGSTMT
           ORGANIZATION IS SEQUENTIAL.
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

       FD Privileged-Log RECORDING MODE F.
       COPY PRIVLOG.

       FD Reject-Suspense.
       COPY SUSPENS.

       FD Charge-Rates RECORDING MODE F.
       01  Charge-Rate-Record.
           05  CR-Type                PIC X(04).
           05  CR-Body                PIC X(86).
           05  CR-Vers-Body REDEFINES CR-Body.
               10  CR-Version             PIC X(08).
               10  FILLER                 PIC X(78).
           05  CR-Feed-Body REDEFINES CR-Body.
               10  CR-Feed                PIC X(08).
               10  CR-Provider            PIC X(08).
               10  CR-Provider-Name       PIC X(20).
               10  CR-Record-Rate         PIC 9(05)V99.
               10  CR-Minute-Rate         PIC 9(05)V99.
               10  CR-Base-Charge         PIC 9(07)V99.
               10  CR-Retrans-Rate        PIC 9(07)V99.
               10  CR-Heavy-Pm            PIC 9(04).
               10  CR-Heavy-Rate          PIC 9(07)V99.
               10  FILLER                 PIC X(05).

      * One row per statement line, HDR first; last record is the
      * control-total trailer (TRL in bytes 1-3).
       FD Charge-Statement RECORDING MODE F.
       01  Statement-Record.
           05  Stm-Type               PIC X(04).
           05  Stm-Body               PIC X(76).
           05  Stm-Hdr-Body REDEFINES Stm-Body.
               10  Stm-Month              PIC X(06).
               10  Stm-Run-Date           PIC X(08).
               10  Stm-Version            PIC X(08).
               10  FILLER                 PIC X(54).
           05  Stm-Prv-Body REDEFINES Stm-Body.
               10  Stm-Provider           PIC X(08).
               10  Stm-Provider-Name      PIC X(20).
               10  FILLER                 PIC X(48).
           05  Stm-Use-Body REDEFINES Stm-Body.
               10  Stm-Use-Provider       PIC X(08).
               10  Stm-Use-Feed           PIC X(08).
               10  Stm-Use-Owner          PIC X(08).
               10  Stm-Nights             PIC 9(03).
               10  Stm-Volume             PIC 9(10).
               10  Stm-Rejects            PIC 9(10).
               10  Stm-Rate-Pm            PIC 9(04).
               10  Stm-Runs               PIC 9(04).
               10  Stm-Elapsed            PIC 9(08).
               10  FILLER                 PIC X(13).
           05  Stm-Chg-Body REDEFINES Stm-Body.
               10  Stm-Chg-Provider       PIC X(08).
               10  Stm-Chg-Feed           PIC X(08).
               10  Stm-Base-Charge        PIC 9(07)V99.
               10  Stm-Volume-Charge      PIC 9(09)V99.
               10  Stm-Time-Charge        PIC 9(09)V99.
               10  FILLER                 PIC X(29).
           05  Stm-Sur-Body REDEFINES Stm-Body.
               10  Stm-Sur-Provider       PIC X(08).
               10  Stm-Sur-Feed           PIC X(08).
               10  Stm-Retrans            PIC 9(04).
               10  Stm-Retrans-Charge     PIC 9(09)V99.
               10  Stm-Heavy-Nights       PIC 9(03).
               10  Stm-Heavy-Pm           PIC 9(04).
               10  Stm-Heavy-Charge       PIC 9(09)V99.
               10  FILLER                 PIC X(27).
           05  Stm-Pto-Body REDEFINES Stm-Body.
               10  Stm-Pto-Provider       PIC X(08).
               10  Stm-Pto-Feeds          PIC 9(02).
               10  Stm-Pto-Amount         PIC 9(11)V99.
               10  FILLER                 PIC X(53).
           05  Stm-Tot-Body REDEFINES Stm-Body.
               10  Stm-Tot-Providers      PIC 9(04).
               10  Stm-Tot-Amount         PIC 9(11)V99.
               10  FILLER                 PIC X(59).

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D81CHRG '.
           COPY WSFILST.

           05  Charge-Month       PIC X(06) VALUE SPACES.
           05  Charge-Month-Num REDEFINES Charge-Month.
               10  Charge-Year    PIC 9(04).
               10  Charge-Mon     PIC 9(02).
           05  Rate-Version-WK    PIC X(08) VALUE SPACES.
           05  Browse-Done-Sw     PIC 9(1) BINARY.
               88 BROWSE-DONE         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Found-Sw           PIC 9(1) BINARY.
               88 FOUND-MATCH         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Fx                 PIC 9(02) BINARY.
           05  Gx                 PIC 9(02) BINARY.
           05  Dx                 PIC 9(02) BINARY.
           05  Day-Num            PIC 9(02).

      * One entry per inbound feed: who owns it, what its provider
      * is charged, and the month's usage night by night (a night
      * is its business date's day of the month).
           05  Feed-Table.
               10  Feed-Entry OCCURS 6 TIMES.
                   15  FT-Feed            PIC X(08).
                   15  FT-Owner           PIC X(08).
                   15  FT-Source          PIC X(01).
                       88 FT-FROM-QUALITY     VALUE 'Q'.
                       88 FT-FROM-HISTORY     VALUE 'H'.
                   15  FT-Provider        PIC X(08).
                   15  FT-Provider-Name   PIC X(20).
                   15  FT-Rated-Sw        PIC 9(1) BINARY.
                       88 FT-RATED            VALUE 1
                                     WHEN SET TO FALSE 0.
                   15  FT-Stated-Sw       PIC 9(1) BINARY.
                       88 FT-STATED           VALUE 1
                                     WHEN SET TO FALSE 0.
                   15  FT-Record-Rate     PIC 9(05)V99.
                   15  FT-Minute-Rate     PIC 9(05)V99.
                   15  FT-Base-Charge     PIC 9(07)V99.
                   15  FT-Retrans-Rate    PIC 9(07)V99.
                   15  FT-Heavy-Pm        PIC 9(04).
                   15  FT-Heavy-Rate      PIC 9(07)V99.
                   15  FT-Nights          PIC 9(03) BINARY.
                   15  FT-Volume          PIC 9(10) BINARY.
                   15  FT-Rejects         PIC 9(10) BINARY.
                   15  FT-Runs            PIC 9(04) BINARY.
                   15  FT-Elapsed         PIC 9(10) BINARY.
                   15  FT-Retrans         PIC 9(04) BINARY.
                   15  FT-Heavy-Nights    PIC 9(03) BINARY.
                   15  FT-Volume-Charge   PIC 9(09)V99.
                   15  FT-Time-Charge     PIC 9(09)V99.
                   15  FT-Retrans-Charge  PIC 9(09)V99.
                   15  FT-Heavy-Charge    PIC 9(09)V99.
                   15  FT-Amount          PIC 9(11)V99.
      * the keyed store collates 'END' ahead of 'START' inside one
      * date/program/variant group, so the END waits here for the
      * START that completes the pair
                   15  FT-Pend-End-TS     PIC X(14).
                   15  FT-Pend-Date       PIC X(08).
                   15  FT-Pend-Variant    PIC X(08).
                   15  FT-Pend-Sw         PIC 9(1) BINARY.
                   15  Night-Entry OCCURS 31 TIMES.
                       20  NT-Seen            PIC 9(1) BINARY.
                       20  NT-Volume          PIC 9(08) BINARY.
                       20  NT-Rejects         PIC 9(08) BINARY.

           05  Night-Rate-Pm      PIC 9(06) BINARY.
           05  Prov-Feeds         PIC 9(02) BINARY.
           05  Prov-Amount        PIC 9(11)V99.
           05  Provider-Count     PIC 9(04) BINARY VALUE ZERO.
           05  Unrated-Count      PIC 9(02) BINARY VALUE ZERO.
           05  Grand-Amount       PIC 9(11)V99 VALUE ZERO.
           05  Grand-Units        PIC 9(08).
           05  Grand-Amount-Disp  PIC 9(11).99.
           05  Provider-Disp      PIC 9(04) DISPLAY.
           05  Stmt-Rows          PIC 9(08) BINARY VALUE ZERO.

      * timestamp arithmetic staging
           05  TS-Work            PIC X(14).
           05  TS-Seconds         PIC 9(12) BINARY.
           05  TS-Days            PIC 9(08) BINARY.
           05  TS-Date-Num        PIC 9(08).
           05  Start-Secs         PIC 9(12) BINARY.
           05  End-Secs           PIC 9(12) BINARY.

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
             MOVE LS-Parm-Text(1:6) TO Charge-Month
           END-IF
           IF Charge-Month NOT = SPACES
             IF Charge-Month IS NUMERIC
                AND Charge-Month(5:2) >= '01'
                AND Charge-Month(5:2) <= '12'
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
           MOVE 'CHGSTMT ' TO Parm-Ddname-Echo
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

      * run in the first days of a month, the charge is for the
      * month just ended
           IF Charge-Month = SPACES
             MOVE Run-Business-Date(1:6) TO Charge-Month
             IF Charge-Mon = 1
               SUBTRACT 1 FROM Charge-Year
               MOVE 12 TO Charge-Mon
             ELSE
               SUBTRACT 1 FROM Charge-Mon
             END-IF
           END-IF
      * one chargeback per month
           MOVE Charge-Month TO History-Variant-Tag

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           IF Charge-Month NOT < Run-Business-Date(1:6)
             MOVE SPACES TO Output-Msg
             STRING "Month " Charge-Month " is not over on business"
                    " date " Run-Business-Date " -- not charged."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D81-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           PERFORM 050-Set-Up-Feeds
           PERFORM 060-Load-Rate-Table
           PERFORM 100-Collect-Quality
           PERFORM 150-Collect-Crane-History
           PERFORM 160-Collect-Crane-Rejects
           PERFORM 200-Collect-Elapsed
           PERFORM 300-Collect-Retransmissions
           PERFORM VARYING Fx FROM 1 BY 1 UNTIL Fx > 6
             PERFORM 400-Price-Feed
           END-PERFORM

           OPEN OUTPUT Charge-Statement
           MOVE SPACES TO Statement-Record
           MOVE 'HDR '            TO Stm-Type
           MOVE Charge-Month      TO Stm-Month
           MOVE Run-Business-Date TO Stm-Run-Date
           MOVE Rate-Version-WK   TO Stm-Version
           PERFORM 800-Write-Statement-Row
           PERFORM VARYING Fx FROM 1 BY 1 UNTIL Fx > 6
             IF NOT FT-STATED(Fx)
               PERFORM 500-State-Provider
             END-IF
           END-PERFORM
           MOVE SPACES TO Statement-Record
           MOVE 'TOT '         TO Stm-Type
           MOVE Provider-Count TO Stm-Tot-Providers
           MOVE Grand-Amount   TO Stm-Tot-Amount
           PERFORM 800-Write-Statement-Row
      * the history and the trailer carry the amount in whole
      * currency units -- the cents live on the statements
           COMPUTE Grand-Units = Grand-Amount
           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Stmt-Rows       TO Trailer-Record-Count
           MOVE Grand-Units     TO Trailer-Key-Figure
           MOVE Rate-Version-WK TO Trailer-Version
           WRITE Statement-Record FROM Trailer-Layout
           CLOSE Charge-Statement

           MOVE Grand-Units    TO History-Total-1
           MOVE Provider-Count TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Grand-Amount   TO Grand-Amount-Disp
           MOVE Provider-Count TO Provider-Disp
           MOVE SPACES TO Output-Msg
           STRING "Charged " Grand-Amount-Disp " for " Charge-Month
                  " to " Provider-Disp " provider(s) under rate"
                  " table " Rate-Version-WK "."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D81-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Unrated-Count > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 965-Record-Run-End

           GOBACK
           .

       050-Set-Up-Feeds SECTION.
           MOVE 'CALIBR  ' TO FT-Feed(1)
           MOVE 'D01TRBCT' TO FT-Owner(1)
           MOVE 'Q'        TO FT-Source(1)
           MOVE 'GAMES   ' TO FT-Feed(2)
           MOVE 'D02CUBEC' TO FT-Owner(2)
           MOVE 'Q'        TO FT-Source(2)
           MOVE 'RUCKLST ' TO FT-Feed(3)
           MOVE 'D03RUCK ' TO FT-Owner(3)
           MOVE 'Q'        TO FT-Source(3)
           MOVE 'CARDS   ' TO FT-Feed(4)
           MOVE 'D04SCTC ' TO FT-Owner(4)
           MOVE 'Q'        TO FT-Source(4)
           MOVE 'CRANEMV ' TO FT-Feed(5)
           MOVE 'D05CRNE ' TO FT-Owner(5)
           MOVE 'H'        TO FT-Source(5)
           MOVE 'DATABUF ' TO FT-Feed(6)
           MOVE 'D06TUNE ' TO FT-Owner(6)
           MOVE 'Q'        TO FT-Source(6)
           PERFORM VARYING Fx FROM 1 BY 1 UNTIL Fx > 6
             MOVE '*NORATE*' TO FT-Provider(Fx)
             MOVE SPACES     TO FT-Provider-Name(Fx)
             SET FT-RATED(Fx)  TO FALSE
             SET FT-STATED(Fx) TO FALSE
             MOVE ZERO TO FT-Record-Rate(Fx)
             MOVE ZERO TO FT-Minute-Rate(Fx)
             MOVE ZERO TO FT-Base-Charge(Fx)
             MOVE ZERO TO FT-Retrans-Rate(Fx)
             MOVE ZERO TO FT-Heavy-Pm(Fx)
             MOVE ZERO TO FT-Heavy-Rate(Fx)
             MOVE ZERO TO FT-Nights(Fx)
             MOVE ZERO TO FT-Volume(Fx)
             MOVE ZERO TO FT-Rejects(Fx)
             MOVE ZERO TO FT-Runs(Fx)
             MOVE ZERO TO FT-Elapsed(Fx)
             MOVE ZERO TO FT-Retrans(Fx)
             MOVE ZERO TO FT-Heavy-Nights(Fx)
             MOVE ZERO TO FT-Pend-Sw(Fx)
             PERFORM VARYING Dx FROM 1 BY 1 UNTIL Dx > 31
               MOVE ZERO TO NT-Seen(Fx, Dx)
               MOVE ZERO TO NT-Volume(Fx, Dx)
               MOVE ZERO TO NT-Rejects(Fx, Dx)
             END-PERFORM
           END-PERFORM
           .

       060-Load-Rate-Table SECTION.
           SET EOF TO FALSE
           OPEN INPUT Charge-Rates
           READ Charge-Rates NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             EVALUATE CR-Type
               WHEN 'VERS'
                 MOVE CR-Version TO Rate-Version-WK
               WHEN 'FEED'
                 PERFORM 070-Take-Feed-Rate
               WHEN OTHER
                 DISPLAY "Unrecognized CHGRATE record: " CR-Type
             END-EVALUATE
             READ Charge-Rates NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Charge-Rates
           SET EOF TO FALSE

           PERFORM VARYING Fx FROM 1 BY 1 UNTIL Fx > 6
             IF NOT FT-RATED(Fx)
               ADD 1 TO Unrated-Count
               MOVE SPACES TO Output-Msg
               STRING "No CHGRATE FEED record for " FT-Feed(Fx)
                      " -- stated under *NORATE* at no charge."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               MOVE 'D81-W001' TO Log-Msg-Id
               MOVE 'W'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
           END-PERFORM
           .

       070-Take-Feed-Rate SECTION.
           SET FOUND-MATCH TO FALSE
           PERFORM VARYING Fx FROM 1 BY 1
             UNTIL Fx > 6 OR FOUND-MATCH
             IF CR-Feed = FT-Feed(Fx)
               SET FOUND-MATCH TO TRUE
               SET FT-RATED(Fx) TO TRUE
               MOVE CR-Provider      TO FT-Provider(Fx)
               MOVE CR-Provider-Name TO FT-Provider-Name(Fx)
               MOVE CR-Record-Rate   TO FT-Record-Rate(Fx)
               MOVE CR-Minute-Rate   TO FT-Minute-Rate(Fx)
               MOVE CR-Base-Charge   TO FT-Base-Charge(Fx)
               MOVE CR-Retrans-Rate  TO FT-Retrans-Rate(Fx)
               MOVE CR-Heavy-Pm      TO FT-Heavy-Pm(Fx)
               MOVE CR-Heavy-Rate    TO FT-Heavy-Rate(Fx)
             END-IF
           END-PERFORM
           IF NOT FOUND-MATCH
             DISPLAY "CHGRATE FEED record for unknown feed: " CR-Feed
           END-IF
           .

      * The scorecard's nights of the month; a night scored again by
      * a forced rerun replaces the earlier row.
       100-Collect-Quality SECTION.
           SET EOF TO FALSE
           OPEN INPUT Quality-History
           READ Quality-History NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             IF QH-Date(1:6) = Charge-Month
                AND QH-Date(7:2) IS NUMERIC
               PERFORM 110-Keep-Quality-Night
             END-IF
             READ Quality-History NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Quality-History
           SET EOF TO FALSE
           .

       110-Keep-Quality-Night SECTION.
           MOVE QH-Date(7:2) TO Day-Num
           IF Day-Num >= 1 AND Day-Num <= 31
             PERFORM VARYING Fx FROM 1 BY 1 UNTIL Fx > 6
               IF QH-Input = FT-Feed(Fx)
                  AND FT-FROM-QUALITY(Fx)
                 MOVE 1          TO NT-Seen(Fx, Day-Num)
                 MOVE QH-Volume  TO NT-Volume(Fx, Day-Num)
                 MOVE QH-Rejects TO NT-Rejects(Fx, Day-Num)
               END-IF
             END-PERFORM
           END-IF
           .

      * CRANEMV's applied moves, as D05CRNE booked them per night;
      * a resubmission run applies corrections to rejects already
      * counted, so it adds no volume of its own.
       150-Collect-Crane-History SECTION.
           SET EOF TO FALSE
           OPEN INPUT Results-History
           READ Results-History NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF History-Run-Date(1:6) = Charge-Month
                AND History-Run-Date(7:2) IS NUMERIC
                AND History-Variant NOT = 'RESUBMIT'
               PERFORM 155-Keep-Crane-Night
             END-IF
             READ Results-History NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Results-History
           SET EOF TO FALSE
           .

       155-Keep-Crane-Night SECTION.
           MOVE History-Run-Date(7:2) TO Day-Num
           IF Day-Num >= 1 AND Day-Num <= 31
             PERFORM VARYING Fx FROM 1 BY 1 UNTIL Fx > 6
               IF History-Program = FT-Owner(Fx)
                  AND FT-FROM-HISTORY(Fx)
                 MOVE 1               TO NT-Seen(Fx, Day-Num)
                 MOVE History-Total-2 TO NT-Volume(Fx, Day-Num)
               END-IF
             END-PERFORM
           END-IF
           .

      * CRANEMV's rejects of the month: one SUSPENSE entry per
      * rejected move, keyed on the night it was rejected, however
      * often that night ran.
       160-Collect-Crane-Rejects SECTION.
           PERFORM VARYING Fx FROM 1 BY 1 UNTIL Fx > 6
             IF FT-FROM-HISTORY(Fx)
               MOVE Fx TO Gx
             END-IF
           END-PERFORM
           SET BROWSE-DONE TO FALSE
           OPEN INPUT Reject-Suspense
           MOVE FT-Feed(Gx) TO Sus-Feed
           MOVE SPACES TO Sus-Business-Date
           STRING Charge-Month "01"
             DELIMITED BY SIZE
             INTO Sus-Business-Date
           END-STRING
           MOVE ZERO TO Sus-Line-Number
           START Reject-Suspense KEY IS NOT LESS THAN Sus-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Reject-Suspense NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF Sus-Feed NOT = FT-Feed(Gx)
                    OR Sus-Business-Date(1:6) NOT = Charge-Month
                   SET BROWSE-DONE TO TRUE
                 ELSE
                   IF Sus-Business-Date(7:2) IS NUMERIC
                     MOVE Sus-Business-Date(7:2) TO Day-Num
                     IF Day-Num >= 1 AND Day-Num <= 31
                       MOVE 1 TO NT-Seen(Gx, Day-Num)
                       ADD 1 TO NT-Rejects(Gx, Day-Num)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Reject-Suspense
      * what the crane provider sent is what was applied plus what
      * was rejected
           PERFORM VARYING Dx FROM 1 BY 1 UNTIL Dx > 31
             ADD NT-Rejects(Gx, Dx) TO NT-Volume(Gx, Dx)
           END-PERFORM
           .

      * Every START/END pair of an owning program dated in the
      * month, whatever its variant.
       200-Collect-Elapsed SECTION.
           SET BROWSE-DONE TO FALSE
           OPEN INPUT Run-Status
           MOVE LOW-VALUES TO RS-Key
           MOVE SPACES TO RS-Business-Date
           STRING Charge-Month "01"
             DELIMITED BY SIZE
             INTO RS-Business-Date
           END-STRING
           START Run-Status KEY IS NOT LESS THAN RS-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Run-Status NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF RS-Business-Date(1:6) NOT = Charge-Month
                   SET BROWSE-DONE TO TRUE
                 ELSE
                   PERFORM 210-Pair-Status-Record
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Run-Status
           .

       210-Pair-Status-Record SECTION.
           PERFORM VARYING Fx FROM 1 BY 1 UNTIL Fx > 6
             IF RS-Program = FT-Owner(Fx)
               IF RS-Type = 'END  '
                 MOVE RS-Timestamp     TO FT-Pend-End-TS(Fx)
                 MOVE RS-Business-Date TO FT-Pend-Date(Fx)
                 MOVE RS-Variant       TO FT-Pend-Variant(Fx)
                 MOVE 1 TO FT-Pend-Sw(Fx)
               END-IF
               IF RS-Type = 'START'
                  AND FT-Pend-Sw(Fx) = 1
                  AND FT-Pend-Date(Fx) = RS-Business-Date
                  AND FT-Pend-Variant(Fx) = RS-Variant
                 MOVE RS-Timestamp TO TS-Work
                 PERFORM 850-Timestamp-To-Seconds
                 MOVE TS-Seconds TO Start-Secs
                 MOVE FT-Pend-End-TS(Fx) TO TS-Work
                 PERFORM 850-Timestamp-To-Seconds
                 MOVE TS-Seconds TO End-Secs
                 MOVE ZERO TO FT-Pend-Sw(Fx)
                 IF End-Secs >= Start-Secs
                   COMPUTE FT-Elapsed(Fx) = FT-Elapsed(Fx)
                                          + End-Secs - Start-Secs
                   ADD 1 TO FT-Runs(Fx)
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       300-Collect-Retransmissions SECTION.
           SET EOF TO FALSE
           OPEN INPUT Privileged-Log
           READ Privileged-Log NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             IF Prv-Action = 'FORCE   '
                AND Prv-Business-Date(1:6) = Charge-Month
               PERFORM VARYING Fx FROM 1 BY 1 UNTIL Fx > 6
                 IF Prv-Program = FT-Owner(Fx)
                   ADD 1 TO FT-Retrans(Fx)
                 END-IF
               END-PERFORM
             END-IF
             READ Privileged-Log NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Privileged-Log
           SET EOF TO FALSE
           .

       400-Price-Feed SECTION.
           PERFORM VARYING Dx FROM 1 BY 1 UNTIL Dx > 31
             IF NT-Seen(Fx, Dx) = 1
               ADD 1 TO FT-Nights(Fx)
               ADD NT-Volume(Fx, Dx)  TO FT-Volume(Fx)
               ADD NT-Rejects(Fx, Dx) TO FT-Rejects(Fx)
               IF FT-Heavy-Pm(Fx) > ZERO
                  AND NT-Volume(Fx, Dx) > ZERO
                 COMPUTE Night-Rate-Pm ROUNDED =
                         NT-Rejects(Fx, Dx) * 1000 / NT-Volume(Fx, Dx)
                 IF Night-Rate-Pm > FT-Heavy-Pm(Fx)
                   ADD 1 TO FT-Heavy-Nights(Fx)
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           COMPUTE FT-Volume-Charge(Fx) ROUNDED =
                   FT-Volume(Fx) * FT-Record-Rate(Fx) / 1000
           COMPUTE FT-Time-Charge(Fx) ROUNDED =
                   FT-Elapsed(Fx) * FT-Minute-Rate(Fx) / 60
           COMPUTE FT-Retrans-Charge(Fx) =
                   FT-Retrans(Fx) * FT-Retrans-Rate(Fx)
           COMPUTE FT-Heavy-Charge(Fx) =
                   FT-Heavy-Nights(Fx) * FT-Heavy-Rate(Fx)
           COMPUTE FT-Amount(Fx) = FT-Base-Charge(Fx)
                                 + FT-Volume-Charge(Fx)
                                 + FT-Time-Charge(Fx)
                                 + FT-Retrans-Charge(Fx)
                                 + FT-Heavy-Charge(Fx)
           .

      * One statement: the provider of feed Fx and every later feed
      * charged to the same provider.
       500-State-Provider SECTION.
           ADD 1 TO Provider-Count
           MOVE ZERO TO Prov-Feeds
           MOVE ZERO TO Prov-Amount
           MOVE SPACES TO Statement-Record
           MOVE 'PRV '               TO Stm-Type
           MOVE FT-Provider(Fx)      TO Stm-Provider
           MOVE FT-Provider-Name(Fx) TO Stm-Provider-Name
           PERFORM 800-Write-Statement-Row
           PERFORM VARYING Gx FROM Fx BY 1 UNTIL Gx > 6
             IF FT-Provider(Gx) = FT-Provider(Fx)
               PERFORM 510-State-Feed
             END-IF
           END-PERFORM
           MOVE SPACES TO Statement-Record
           MOVE 'PTO '          TO Stm-Type
           MOVE FT-Provider(Fx) TO Stm-Pto-Provider
           MOVE Prov-Feeds      TO Stm-Pto-Feeds
           MOVE Prov-Amount     TO Stm-Pto-Amount
           PERFORM 800-Write-Statement-Row
           ADD Prov-Amount TO Grand-Amount
           .

       510-State-Feed SECTION.
           SET FT-STATED(Gx) TO TRUE
           ADD 1 TO Prov-Feeds
           ADD FT-Amount(Gx) TO Prov-Amount

           MOVE SPACES TO Statement-Record
           MOVE 'USE '              TO Stm-Type
           MOVE FT-Provider(Gx)     TO Stm-Use-Provider
           MOVE FT-Feed(Gx)         TO Stm-Use-Feed
           MOVE FT-Owner(Gx)        TO Stm-Use-Owner
           MOVE FT-Nights(Gx)       TO Stm-Nights
           MOVE FT-Volume(Gx)       TO Stm-Volume
           MOVE FT-Rejects(Gx)      TO Stm-Rejects
           IF FT-Volume(Gx) > ZERO
             COMPUTE Stm-Rate-Pm ROUNDED =
                     FT-Rejects(Gx) * 1000 / FT-Volume(Gx)
           ELSE
             MOVE ZERO TO Stm-Rate-Pm
           END-IF
           MOVE FT-Runs(Gx)         TO Stm-Runs
           MOVE FT-Elapsed(Gx)      TO Stm-Elapsed
           PERFORM 800-Write-Statement-Row

           MOVE SPACES TO Statement-Record
           MOVE 'CHG '              TO Stm-Type
           MOVE FT-Provider(Gx)     TO Stm-Chg-Provider
           MOVE FT-Feed(Gx)         TO Stm-Chg-Feed
           MOVE FT-Base-Charge(Gx)  TO Stm-Base-Charge
           MOVE FT-Volume-Charge(Gx) TO Stm-Volume-Charge
           MOVE FT-Time-Charge(Gx)  TO Stm-Time-Charge
           PERFORM 800-Write-Statement-Row

           MOVE SPACES TO Statement-Record
           MOVE 'SUR '              TO Stm-Type
           MOVE FT-Provider(Gx)     TO Stm-Sur-Provider
           MOVE FT-Feed(Gx)         TO Stm-Sur-Feed
           MOVE FT-Retrans(Gx)      TO Stm-Retrans
           MOVE FT-Retrans-Charge(Gx) TO Stm-Retrans-Charge
           MOVE FT-Heavy-Nights(Gx) TO Stm-Heavy-Nights
           MOVE FT-Heavy-Pm(Gx)     TO Stm-Heavy-Pm
           MOVE FT-Heavy-Charge(Gx) TO Stm-Heavy-Charge
           PERFORM 800-Write-Statement-Row
           .

       800-Write-Statement-Row SECTION.
           WRITE Statement-Record
           ADD 1 TO Stmt-Rows
           .

       850-Timestamp-To-Seconds SECTION.
           COMPUTE TS-Date-Num = FUNCTION NUMVAL(TS-Work(1:8))
           COMPUTE TS-Days = FUNCTION INTEGER-OF-DATE(TS-Date-Num)
           COMPUTE TS-Seconds = TS-Days * 86400
                 + FUNCTION NUMVAL(TS-Work(9:2)) * 3600
                 + FUNCTION NUMVAL(TS-Work(11:2)) * 60
                 + FUNCTION NUMVAL(TS-Work(13:2))
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

      /
       END PROGRAM D81CHRG.
      /
