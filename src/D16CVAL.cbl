      *  after it belongs to that group, until the next VERS. The
      *  run loads the group with the latest effective date that is
      *  on or before the business date, so next month's rates can
      *  sit staged in the same file tonight. A group (or tax rule)
      *  effective on a day the business calendar does not process
      *  is in force from the next processing day; the run says so
      *  in OPSLOG.
      *
      *  CARDRATE records (first matching band wins, top to bottom):
      *    'VERS' + version id (8) + effective date (8, YYYYMMDD)
      *  declares. Rate mistakes on this file are real money out the
      *  door; zero or first-match-wins is no longer how they fail.
      *
      *  A card inside an open stop-payment hold (CARDHOLD, placed by
      *  D53HMNT) is still valued, but its DET row is marked HELD
      *  with the hold's investigation reference and it is left out
      *  of the band subtotals and the total payable; TOT carries
      *  the held cards and amount separately. More open holds than
      *  the table carries refuses the run (RC 8).
      *
      *  Prizes above the reporting threshold are subject to tax
      *  withholding. TAXRULE holds one record per rule: effective
      *  date (YYYYMMDD), threshold 9(9)V99 and withholding rate in
      *  percent 9(3)V99; the rule with the latest effective date on
      *  or before the business date is in force. A card valued
      *  above its threshold is reportable and has the rate withheld
      *  from its whole amount; at or below it, nothing is withheld.
      *  A non-numeric field, a rate above 100 or no rule in force
      *  refuses the run (RC 8) like a bad CARDRATE.
      *
      *  CARDVAL rows: HDR (version, run date, rate effective date,
      *  tax rule effective date, threshold and rate), DET (one per
      *  payout record: series, copies, points, matches, band, rate,
      *  gross amount, HELD mark and hold reference), NET (right
      *  after its DET: series, gross, withheld and net amounts,
      *  reportable 'Y'), BND (per band: cards, amount), TOT (grand
      *  total payable, held cards and held amount, withholding on
      *  the total payable). Amounts on DET, BND and TOT are gross.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL.
           SELECT Rate-Table ASSIGN TO CARDRATE
           ORGANIZATION IS SEQUENTIAL.
           SELECT Tax-Rules ASSIGN TO TAXRULE
           ORGANIZATION IS SEQUENTIAL.
           SELECT Valuation-Report ASSIGN TO Valuation-Ddname
           ORGANIZATION IS SEQUENTIAL.
           COPY HOLDSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.
               10  Rate-Gap-High              PIC 9(08).
               10  FILLER                     PIC X(09).

       FD Tax-Rules RECORDING MODE F.
       01  Tax-Rule-Record.
           05  Tax-Eff-Date               PIC X(08).
           05  Tax-Threshold              PIC 9(09)V99.
           05  Tax-Rate                   PIC 9(03)V99.
           05  FILLER                     PIC X(56).

       FD Card-Hold.
       COPY CARDHOLD.

       COPY RESHIST.

       COPY RUNSTAT.
               10  Val-Version            PIC X(08).
               10  Val-Run-Date           PIC X(08).
               10  Val-Eff-Date           PIC X(08).
               10  Val-Tax-Eff-Date       PIC X(08).
               10  Val-Tax-Threshold      PIC 9(09)V99.
               10  Val-Tax-Rate           PIC 9(03)V99.
               10  FILLER                 PIC X(12).
           05  Val-Det-Body REDEFINES Val-Body.
               10  Val-Game-Nr            PIC X(03).
               10  Val-Series             PIC X(02).
               10  Val-Band-Nr            PIC 9(02).
               10  Val-Rate               PIC 9(05)V99.
               10  Val-Amount             PIC 9(09)V99.
      * 'HELD' and the investigation reference when the card is
      * inside an open stop-payment hold; spaces otherwise
               10  Val-Hold-Mark          PIC X(04).
               10  Val-Hold-Ref           PIC X(10).
               10  FILLER                 PIC X(01).
      * the DET row's amount split by the tax rule in force
           05  Val-Net-Body REDEFINES Val-Body.
               10  Val-Net-Game-Nr        PIC X(03).
               10  Val-Net-Series         PIC X(02).
               10  Val-Net-Gross          PIC 9(09)V99.
               10  Val-Net-Withheld       PIC 9(09)V99.
               10  Val-Net-Amount         PIC 9(09)V99.
               10  Val-Net-Reportable     PIC X(01).
               10  FILLER                 PIC X(21).
           05  Val-Bnd-Body REDEFINES Val-Body.
               10  Val-Bnd-Nr             PIC 9(02).
               10  Val-Bnd-Cards          PIC 9(08).
           05  Val-Tot-Body REDEFINES Val-Body.
               10  Val-Tot-Cards          PIC 9(08).
               10  Val-Tot-Amount         PIC 9(11)V99.
               10  Val-Tot-Held-Cards     PIC 9(08).
               10  Val-Tot-Held-Amount    PIC 9(11)V99.
               10  Val-Tot-Withheld       PIC 9(11)V99.
               10  FILLER                 PIC X(05).

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  Grand-Cards        PIC 9(08) BINARY VALUE ZERO.
           05  Grand-Amount       PIC 9(11)V99 VALUE ZERO.
           05  Grand-Amount-Disp  PIC 9(11).99.
      * valued but stopped by a hold -- outside the total payable
           05  Held-Cards         PIC 9(08) BINARY VALUE ZERO.
           05  Held-Amount        PIC 9(11)V99 VALUE ZERO.
           05  Held-Cards-Disp    PIC 9(08) DISPLAY.
           05  Held-Amount-Disp   PIC 9(11).99.
      * the tax rule in force; Tax-Best-Date stays spaces until a
      * rule on or before the business date is read
           05  Tax-Best-Date      PIC X(08) VALUE SPACES.
           05  Tax-Threshold-WK   PIC 9(09)V99 VALUE ZERO.
           05  Tax-Rate-WK        PIC 9(03)V99 VALUE ZERO.
           05  Tax-Fail-Switch    PIC 9(1) BINARY.
               88 TAX-RULE-BAD        VALUE 1
                             WHEN SET TO FALSE 0.
           05  This-Withheld      PIC 9(09)V99.
           05  This-Net           PIC 9(09)V99.
           05  Grand-Withheld     PIC 9(11)V99 VALUE ZERO.
           05  Grand-Withheld-Disp PIC 9(11).99.
           COPY HOLDTAB.

       01  Output-Msg             PIC X(80).

             END-IF
             GOBACK
           END-IF
           PERFORM 070-Load-Tax-Rule
           IF TAX-RULE-BAD
             MOVE 'D16-E010' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "TAXRULE failed validation -- nothing valued."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             IF NOT SHADOW-RUN
               PERFORM 965-Record-Run-End
             END-IF
             GOBACK
           END-IF
           PERFORM 080-Check-Effective-Days
           PERFORM 925-Load-Hold-Table
           IF HOLD-TABLE-FULL
             MOVE 8 TO RETURN-CODE
             IF NOT SHADOW-RUN
               PERFORM 965-Record-Run-End
             END-IF
             GOBACK
           END-IF
           PERFORM 100-Load-Card-Detail
           OPEN OUTPUT Valuation-Report
           PERFORM 150-Write-Header
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           MOVE Grand-Withheld TO Grand-Withheld-Disp
           MOVE SPACES TO Output-Msg
           STRING "Tax withheld on it is " Grand-Withheld-Disp
                  " under the rule of " Tax-Best-Date "."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D16-I003' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Held-Cards > ZERO
             MOVE Held-Cards  TO Held-Cards-Disp
             MOVE Held-Amount TO Held-Amount-Disp
             MOVE SPACES TO Output-Msg
             STRING Held-Cards-Disp " card(s), value "
                    Held-Amount-Disp
                    " HELD by stop-payment -- not payable."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D16-I002' TO Log-Msg-Id
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF

      * the natural figure is the money: total payable in whole
      * currency units, alongside the cards it covers
           IF NOT SHADOW-RUN
           END-IF
           .

      * Effective dates are business dates: a rate group or tax rule
      * staged for a date that is not a processing day on the
      * business calendar first prices anything on the next
      * processing day, which the desk should know when it reads
      * the HDR row -- a warning, not a refusal.
       080-Check-Effective-Days SECTION.
           SET BCAL-CHECK-DAY TO TRUE
           MOVE Best-Eff-Date TO Bcal-Date
           CALL 'D64BCAL' USING Business-Calendar-Request
           IF BCAL-ANSWERED AND NOT BCAL-PROCESSING-DAY
             MOVE SPACES TO Log-Text
             STRING "CARDRATE version " Rate-Version-WK
                    " takes effect on " Best-Eff-Date
                    ", not a processing day."
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             MOVE 'D16-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             PERFORM 970-Write-Log-Message
           END-IF
           SET BCAL-CHECK-DAY TO TRUE
           MOVE Tax-Best-Date TO Bcal-Date
           CALL 'D64BCAL' USING Business-Calendar-Request
           IF BCAL-ANSWERED AND NOT BCAL-PROCESSING-DAY
             MOVE SPACES TO Log-Text
             STRING "TAXRULE rule of " Tax-Best-Date
                    " takes effect on a day that is not a"
                    " processing day."
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             MOVE 'D16-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             PERFORM 970-Write-Log-Message
           END-IF
           .

      * Every TAXRULE record is proved, not just the one in force --
      * a bad rule staged for next month is found tonight -- and the
      * latest effective date on or before the business date wins.
       070-Load-Tax-Rule SECTION.
           SET EOF TO FALSE
           OPEN INPUT Tax-Rules
           READ Tax-Rules NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             EVALUATE TRUE
               WHEN Tax-Eff-Date NOT NUMERIC
                    OR Tax-Threshold NOT NUMERIC
                    OR Tax-Rate NOT NUMERIC
                 SET TAX-RULE-BAD TO TRUE
                 MOVE 'D16-E011' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE SPACES     TO Log-Text
                 STRING "TAXRULE record " Tax-Eff-Date
                        " has a non-numeric field."
                   DELIMITED BY SIZE
                   INTO Log-Text
                 END-STRING
                 PERFORM 970-Write-Log-Message
               WHEN Tax-Rate > 100
                 SET TAX-RULE-BAD TO TRUE
                 MOVE 'D16-E011' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE SPACES     TO Log-Text
                 STRING "TAXRULE record " Tax-Eff-Date
                        " withholds more than 100 percent."
                   DELIMITED BY SIZE
                   INTO Log-Text
                 END-STRING
                 PERFORM 970-Write-Log-Message
               WHEN Tax-Eff-Date <= Run-Business-Date
                    AND Tax-Eff-Date >= Tax-Best-Date
                 MOVE Tax-Eff-Date  TO Tax-Best-Date
                 MOVE Tax-Threshold TO Tax-Threshold-WK
                 MOVE Tax-Rate      TO Tax-Rate-WK
             END-EVALUATE
             READ Tax-Rules NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Tax-Rules
           IF Tax-Best-Date = SPACES
             SET TAX-RULE-BAD TO TRUE
             MOVE 'D16-E012' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE SPACES     TO Log-Text
             STRING "No TAXRULE rule in force for "
                    Run-Business-Date "."
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             PERFORM 970-Write-Log-Message
           END-IF
           .

       100-Load-Card-Detail SECTION.
           SET EOF TO FALSE
           OPEN INPUT Card-Detail
           MOVE Rate-Version-WK TO Val-Version
           MOVE Run-Business-Date TO Val-Run-Date
           MOVE Rate-Eff-Date-WK TO Val-Eff-Date
           MOVE Tax-Best-Date    TO Val-Tax-Eff-Date
           MOVE Tax-Threshold-WK TO Val-Tax-Threshold
           MOVE Tax-Rate-WK      TO Val-Tax-Rate
           WRITE Valuation-Record
           .

           END-IF

           COMPUTE This-Amount = Payout-Rec-Copies * This-Rate
      * the whole prize is withheld on once it passes the threshold
           MOVE ZERO TO This-Withheld
           IF This-Amount > Tax-Threshold-WK
             COMPUTE This-Withheld ROUNDED =
                     This-Amount * Tax-Rate-WK / 100
           END-IF
           COMPUTE This-Net = This-Amount - This-Withheld
      * a held card is valued like any other, so the desk sees what
      * it is worth, but it counts toward nothing payable
           MOVE Payout-Rec-Series  TO Hold-Check-Series
           MOVE Payout-Rec-Game-Nr TO Hold-Check-Game
           PERFORM 926-Find-Hold
           EVALUATE TRUE
             WHEN CARD-ON-HOLD
               ADD 1 TO Held-Cards
               ADD This-Amount TO Held-Amount
             WHEN FOUND-BAND
               ADD This-Amount TO Grand-Amount
               ADD This-Withheld TO Grand-Withheld
               ADD 1 TO Grand-Cards
               ADD 1 TO Band-Cards(Matched-Band)
               ADD This-Amount TO Band-Amount(Matched-Band)
             WHEN OTHER
               ADD This-Amount TO Grand-Amount
               ADD This-Withheld TO Grand-Withheld
               ADD 1 TO Grand-Cards
               ADD 1 TO Flat-Cards
               ADD This-Amount TO Flat-Amount
           END-EVALUATE

           MOVE SPACES TO Valuation-Record
           MOVE 'DET ' TO Val-Type
           MOVE Matched-Band TO Val-Band-Nr
           MOVE This-Rate    TO Val-Rate
           MOVE This-Amount  TO Val-Amount
           IF CARD-ON-HOLD
             MOVE 'HELD'       TO Val-Hold-Mark
             MOVE Hold-Hit-Ref TO Val-Hold-Ref
           END-IF
           WRITE Valuation-Record

           MOVE SPACES TO Valuation-Record
           MOVE 'NET ' TO Val-Type
           MOVE Payout-Rec-Game-Nr TO Val-Net-Game-Nr
           MOVE Payout-Rec-Series  TO Val-Net-Series
           MOVE This-Amount        TO Val-Net-Gross
           MOVE This-Withheld      TO Val-Net-Withheld
           MOVE This-Net           TO Val-Net-Amount
           IF This-Amount > Tax-Threshold-WK
             MOVE 'Y' TO Val-Net-Reportable
           END-IF
           WRITE Valuation-Record
           .

           MOVE 'TOT ' TO Val-Type
           MOVE Grand-Cards  TO Val-Tot-Cards
           MOVE Grand-Amount TO Val-Tot-Amount
           MOVE Held-Cards   TO Val-Tot-Held-Cards
           MOVE Held-Amount  TO Val-Tot-Held-Amount
           MOVE Grand-Withheld TO Val-Tot-Withheld
           WRITE Valuation-Record
           .


       COPY WRRUNST.

       COPY CKHOLD.

      /
       END PROGRAM D16CVAL.
      /
