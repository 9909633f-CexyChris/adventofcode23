      ******************************************************************
      *  General-ledger posting interface
      *
      *  Finance has been re-keying every money figure this suite
      *  produces into the general ledger by hand. This run turns the
      *  business date's money movements into balanced double-entry
      *  journal lines in one interface file (GLPOST), each entry a
      *  debit line and a credit line for the same amount:
      *
      *    PVAL  one per CARDVAL DET row, not HELD by a stop-payment
      *          hold (the TOT amount leaves held cards out too),
      *          valued above what the ledger already holds for the
      *          card -- prize expense / prize liability for the
      *          increase
      *    PVRV  one per such row valued below what the ledger holds
      *          -- the PVAL entry reversed (prize liability / prize
      *          expense) for the decrease
      *    PSET  one per PAYJRN ADD image of the business date (a
      *          card D22PSET marked paid) -- prize liability / cash
      *          for the net amount paid over the desk
      *    PWHT  one per PAYJRN ADD image with prize tax withheld --
      *          prize liability / withholding tax payable, so the
      *          gross prize leaves the liability account and the tax
      *          waits in its own account until it is remitted
      *    PREV  one per PAYAUDT backout image D24PBKO wrote for a
      *          removed settlement since the last posting run --
      *          the PSET entry reversed (cash / prize liability), so
      *          a backout takes the payment back out of the ledger
      *          instead of leaving it overstated
      *    PWRV  the PWHT entry of a backed-out settlement reversed
      *          the same way (withholding tax payable / prize
      *          liability)
      *    DINV  one per DEPOTINV DEP row (a depot's invoice) --
      *          receivables / revenue
      *
      *  A backout is run whenever the desk finds the mistake, often
      *  in the day after tonight's posting has gone, so its image
      *  carries the wall-clock time, not a business date. PREV/PWRV
      *  therefore take every BKO image stamped after the START of
      *  the last posting run of an earlier business date that ended
      *  below RC 8 (RUNSTAT), up to this run's own START: each
      *  night picks up where the last good one stopped, and each
      *  backout is reversed once. With no such run on RUNSTAT the
      *  business date's own images are taken.
      *
      *  CARDVAL and DEPOTINV are posted only when their HDR run date
      *  is the business date: yesterday's file left in place must
      *  not be booked twice (RC 4, OPSLOG names the file).
      *
      *  GLRULE posting-rules records (first matching rule wins, top
      *  to bottom, the same idea D21RBIL uses for DEPOTRT):
      *    'VERS' + version id (8)          -- stamped on the file
      *    'RULE' + event (PVAL/PSET/PWHT/DINV) + qualifier (8)
      *           + debit account (10) + credit account (10)
      *                                     -- qualifier is the card
      *                                        series for PVAL/PSET/
      *                                        PWHT,
      *                                        the depot for DINV;
      *                                        blank matches any
      *  Every event needs a rule with a blank qualifier to fall back
      *  on, and no rule may leave an account blank or post to the
      *  same account on both sides. The table is proven before any
      *  line is written; a bad table REFUSES the run (RC 8).
      *
      *  GLPOST rows: HDR (business date, rules version), JNL (one
      *  per line: business date, entry number, event, reference,
      *  account, D/C, amount), TOT (business date, entries, debit
      *  total, credit total, BALANCED / OUT-BAL), then the trailer
      *  (JNL lines, debit total in whole units).
      *
      *  CARDVAL values every card again each night, and a card can
      *  come back at another value (a cascade target first valued
      *  at the flat rate, later at its full value). What the ledger
      *  holds per card is kept in the booking register GLVALREG,
      *  under the 'GLVALREG' lock, so a card's expense is booked
      *  once and revalued only by the difference. A forced rerun of
      *  a business date books against what was held before that
      *  date's first run, so it replaces the earlier GLPOST whole.
      *  A held card is left as booked until its hold is released.
      *
      *  Debits must equal credits for the business date. PVAL less
      *  PVRV must equal the CARDVAL TOT amount less what GLVALREG
      *  held for its cards, and DINV the DEPOTINV TOT amount. Any
      *  break ends the run RC 12 the way D10BAL does, so the
      *  scheduler holds the night before an unbalanced file reaches
      *  the ledger.
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *       byte  62     'B' breaks a stale GLVALREG marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D51GLIF.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Valuation-Report ASSIGN TO CARDVAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT OPTIONAL Settle-Journal ASSIGN TO PAYJRN
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Settle-Audit ASSIGN TO PAYAUDT
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Depot-Invoice ASSIGN TO DEPOTINV
           ORGANIZATION IS SEQUENTIAL.
           SELECT Posting-Rules ASSIGN TO GLRULE
           ORGANIZATION IS SEQUENTIAL.
           SELECT GL-Interface ASSIGN TO GLPOST
           ORGANIZATION IS SEQUENTIAL.
      * OPTIONAL: the first posting run at this level creates it.
           SELECT OPTIONAL Valuation-Booked ASSIGN TO GLVALREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VB-Key.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

      * Mirrors D16CVAL's Valuation-Record field for field.
       FD Valuation-Report RECORDING MODE F.
       01  Valuation-Record.
           05  Val-Type               PIC X(04).
           05  Val-Body               PIC X(60).
           05  Val-Hdr-Body REDEFINES Val-Body.
               10  Val-Version            PIC X(08).
               10  Val-Run-Date           PIC X(08).
               10  Val-Eff-Date           PIC X(08).
               10  FILLER                 PIC X(36).
           05  Val-Det-Body REDEFINES Val-Body.
               10  Val-Game-Nr            PIC X(03).
               10  Val-Series             PIC X(02).
               10  Val-Copies             PIC 9(08).
               10  Val-Points             PIC 9(08).
               10  Val-Matches            PIC 9(04).
               10  Val-Band-Nr            PIC 9(02).
               10  Val-Rate               PIC 9(05)V99.
               10  Val-Amount             PIC 9(09)V99.
               10  Val-Hold-Mark          PIC X(04).
               10  FILLER                 PIC X(11).
           05  Val-Tot-Body REDEFINES Val-Body.
               10  Val-Tot-Cards          PIC 9(08).
               10  Val-Tot-Amount         PIC 9(11)V99.
               10  FILLER                 PIC X(39).

      * Mirrors D22PSET's Journal-Record; the images are PAYLDG
      * Settle-Records.
       FD Settle-Journal RECORDING MODE F.
       01  Journal-Record.
           05  Jrn-Run-Id             PIC X(14).
           05  Jrn-Action             PIC X(03).
           05  Jrn-Before             PIC X(77).
           05  Jrn-After              PIC X(77).

      * Mirrors D24PBKO's Settle-Audit-Record.
       FD Settle-Audit RECORDING MODE F.
       01  Settle-Audit-Record.
           05  Aud-Timestamp          PIC X(14).
           05  Aud-Action             PIC X(03).
           05  Aud-Before             PIC X(77).
           05  Aud-After              PIC X(77).

      * Mirrors D21RBIL's Invoice-Record; only HDR, DEP and TOT rows
      * are consumed here.
       FD Depot-Invoice RECORDING MODE F.
       01  Invoice-Record.
           05  Inv-Type               PIC X(04).
           05  Inv-Body               PIC X(60).
           05  Inv-Hdr-Body REDEFINES Inv-Body.
               10  Inv-Version            PIC X(08).
               10  Inv-Run-Date           PIC X(08).
               10  FILLER                 PIC X(44).
           05  Inv-Dep-Body REDEFINES Inv-Body.
               10  Inv-Dep-Depot          PIC X(08).
               10  Inv-Dep-Batches        PIC 9(08).
               10  Inv-Dep-Amount         PIC 9(11)V99.
               10  FILLER                 PIC X(31).
           05  Inv-Tot-Body REDEFINES Inv-Body.
               10  Inv-Tot-Batches        PIC 9(08).
               10  Inv-Tot-Amount         PIC 9(11)V99.
               10  FILLER                 PIC X(39).

       FD Posting-Rules RECORDING MODE F.
       01  Posting-Rule-Record.
           05  GR-Type                PIC X(04).
           05  GR-Body                PIC X(42).
           05  GR-Vers-Body REDEFINES GR-Body.
               10  GR-Version             PIC X(08).
               10  FILLER                 PIC X(34).
           05  GR-Rule-Body REDEFINES GR-Body.
               10  GR-Event               PIC X(04).
               10  GR-Qualifier           PIC X(08).
               10  GR-Debit-Acct          PIC X(10).
               10  GR-Credit-Acct         PIC X(10).
               10  FILLER                 PIC X(10).

       FD GL-Interface RECORDING MODE F.
       01  GL-Record.
           05  GL-Type                PIC X(04).
           05  GL-Body                PIC X(60).
           05  GL-Hdr-Body REDEFINES GL-Body.
               10  GL-Hdr-Date            PIC X(08).
               10  GL-Hdr-Version         PIC X(08).
               10  FILLER                 PIC X(44).
           05  GL-Jnl-Body REDEFINES GL-Body.
               10  GL-Jnl-Date            PIC X(08).
               10  GL-Jnl-Entry-Nr        PIC 9(06).
               10  GL-Jnl-Event           PIC X(04).
               10  GL-Jnl-Reference       PIC X(14).
               10  GL-Jnl-Account         PIC X(10).
               10  GL-Jnl-Dr-Cr           PIC X(01).
               10  GL-Jnl-Amount          PIC 9(09)V99.
               10  FILLER                 PIC X(06).
           05  GL-Tot-Body REDEFINES GL-Body.
               10  GL-Tot-Date            PIC X(08).
               10  GL-Tot-Entries         PIC 9(06).
               10  GL-Tot-Debits          PIC 9(11)V99.
               10  GL-Tot-Credits         PIC 9(11)V99.
               10  GL-Tot-Status          PIC X(08).
               10  FILLER                 PIC X(12).

       FD Valuation-Booked.
       COPY GLVALREG.

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D51GLIF '.
           COPY WSFILST.

           05  Rule-Version-WK    PIC X(08) VALUE SPACES.
           05  Rule-Count         PIC 9(02) BINARY VALUE ZERO.
           05  Rule-Table.
               10  Rule-Entry OCCURS 50 TIMES INDEXED BY RuleIdx.
                   15  Rule-Event     PIC X(04).
                   15  Rule-Qualifier PIC X(08).
                   15  Rule-Debit     PIC X(10).
                   15  Rule-Credit    PIC X(10).
           05  Rules-Bad-Sw       PIC 9(1) BINARY.
               88 RULES-BAD           VALUE 1
                             WHEN SET TO FALSE 0.
           05  Check-Event        PIC X(04).
           05  Match-Found        PIC 9(1) BINARY.
               88 FOUND-MATCH         VALUE 1
                             WHEN SET TO FALSE 0.

      * One entry being posted: the caller sets event, qualifier,
      * reference and amount; 400-Post-Entry finds the rule.
           05  Post-Event         PIC X(04).
           05  Post-Rule-Event    PIC X(04).
           05  Post-Qualifier     PIC X(08).
           05  Post-Reference     PIC X(14).
           05  Post-Amount        PIC 9(09)V99.
           05  Post-Debit         PIC X(10).
           05  Post-Credit        PIC X(10).
           05  Swap-Account       PIC X(10).

      * The backout window: images stamped after Window-From and
      * no later than Window-To are reversed tonight.
           05  Window-From        PIC X(14).
           05  Window-To          PIC X(14).
           05  Window-From-Disp   PIC X(14).
           05  Prior-End-Date     PIC X(08).
           05  Prior-Good-Sw      PIC 9(1) BINARY.
               88 PRIOR-RUN-GOOD      VALUE 1
                             WHEN SET TO FALSE 0.
           05  Window-Scan-Sw     PIC 9(1) BINARY.
               88 WINDOW-SCAN-DONE    VALUE 1
                             WHEN SET TO FALSE 0.
           05  Reversal-Count     PIC 9(06) BINARY VALUE ZERO.
           05  Reversal-Disp      PIC 9(06) DISPLAY.

           05  Source-Current-Sw  PIC 9(1) BINARY.
               88 SOURCE-CURRENT      VALUE 1
                             WHEN SET TO FALSE 0.
           05  Source-Tot-Sw      PIC 9(1) BINARY.
               88 SOURCE-TOT-SEEN     VALUE 1
                             WHEN SET TO FALSE 0.
           05  Source-Ddname      PIC X(08).
           05  Source-Tot-Amount  PIC 9(11)V99.
      * net of reversals, and what the source's TOT should come to
      * once what the ledger already held is taken off
           05  Posted-Amount      PIC S9(11)V99.
           05  Booked-Base-Total  PIC 9(11)V99.
           05  Expected-Amount    PIC S9(11)V99.
      * one CARDVAL card against GLVALREG
           05  Booked-Found-Sw    PIC 9(1) BINARY.
               88 BOOKED-ON-FILE      VALUE 1
                             WHEN SET TO FALSE 0.
           05  Booked-Base        PIC 9(09)V99.
           05  Revalue-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Revalue-Disp       PIC 9(08) DISPLAY.
           05  Booked-Run-Id      PIC X(14).

           05  Entry-Count        PIC 9(06) BINARY VALUE ZERO.
           05  Line-Count         PIC 9(08) BINARY VALUE ZERO.
           05  Debit-Total        PIC 9(11)V99 VALUE ZERO.
           05  Credit-Total       PIC 9(11)V99 VALUE ZERO.
           05  Debit-Units        PIC 9(10).
           05  Break-Count        PIC 9(08) BINARY VALUE ZERO.
           05  Stale-Count        PIC 9(08) BINARY VALUE ZERO.
           05  Entry-Disp         PIC 9(06) DISPLAY.
           05  Debit-Disp         PIC 9(11).99.
           05  Credit-Disp        PIC 9(11).99.
           05  Posted-Disp        PIC -9(11).99.
           05  Expected-Disp      PIC -9(11).99.

      * The settlement images are PAYLDG records.
       COPY PAYLDG.

       01  Output-Msg             PIC X(80).
       COPY TRAILER.

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Len        PIC S9(4) COMP.
           05  LS-Parm-Text       PIC X(80).

      /
       PROCEDURE DIVISION USING LS-Parm-Area.

       000-Main SECTION.
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
           END-IF
           IF LS-Parm-Len > 0
             IF LS-Parm-Text(1:5) NOT = SPACES
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM bytes 1-5 must be blank here."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
           MOVE 'GLVALREG' TO Parm-Ddname-Echo
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

      * a second posting of the same business date would book every
      * figure twice -- the duplicate-run refusal is the guard
           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           PERFORM 050-Load-Posting-Rules
           PERFORM 060-Validate-Posting-Rules
           IF RULES-BAD
             MOVE 'D51-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "GLRULE refused -- nothing posted."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           MOVE 'GLVALREG' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           OPEN OUTPUT GL-Interface
           MOVE SPACES TO GL-Record
           MOVE 'HDR ' TO GL-Type
           MOVE Run-Business-Date TO GL-Hdr-Date
           MOVE Rule-Version-WK   TO GL-Hdr-Version
           WRITE GL-Record
           MOVE Rule-Version-WK TO Trailer-Version

           PERFORM 100-Post-Valuations
           PERFORM 980-Release-Master-Lock
           PERFORM 200-Post-Settlements
           PERFORM 250-Post-Settle-Backouts
           PERFORM 300-Post-Invoices

      * every entry is written as a matched pair, so an imbalance here
      * means a line was lost or an amount mangled on the way out
           MOVE SPACES TO GL-Record
           MOVE 'TOT ' TO GL-Type
           MOVE Run-Business-Date TO GL-Tot-Date
           MOVE Entry-Count  TO GL-Tot-Entries
           MOVE Debit-Total  TO GL-Tot-Debits
           MOVE Credit-Total TO GL-Tot-Credits
           IF Debit-Total = Credit-Total
             MOVE 'BALANCED' TO GL-Tot-Status
           ELSE
             MOVE 'OUT-BAL ' TO GL-Tot-Status
             ADD 1 TO Break-Count
             MOVE Debit-Total  TO Debit-Disp
             MOVE Credit-Total TO Credit-Disp
             MOVE SPACES TO Output-Msg
             STRING "Debits " Debit-Disp " do not equal credits "
                    Credit-Disp " for " Run-Business-Date "."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D51-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           WRITE GL-Record

           MOVE Debit-Total TO Debit-Units
           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Line-Count  TO Trailer-Record-Count
           MOVE Debit-Units TO Trailer-Key-Figure
           WRITE GL-Record FROM Trailer-Layout
           CLOSE GL-Interface

           MOVE Entry-Count TO History-Total-1
           MOVE Break-Count TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Entry-Count  TO Entry-Disp
           MOVE Debit-Total  TO Debit-Disp
           MOVE SPACES TO Output-Msg
           STRING Entry-Disp " GL entries, debits = credits "
                  Debit-Disp " under rules " Rule-Version-WK "."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D51-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           EVALUATE TRUE
             WHEN Break-Count > ZERO
               MOVE 'D51-E001' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "GLPOST does not balance -- night held."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
               MOVE 12 TO RETURN-CODE
             WHEN Stale-Count > ZERO
               MOVE 4 TO RETURN-CODE
           END-EVALUATE

           PERFORM 965-Record-Run-End

           GOBACK
           .

       050-Load-Posting-Rules SECTION.
           SET EOF TO FALSE
           OPEN INPUT Posting-Rules
           READ Posting-Rules NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             EVALUATE GR-Type
               WHEN 'VERS'
                 MOVE GR-Version TO Rule-Version-WK
               WHEN 'RULE'
                 IF Rule-Count < 50
                   ADD 1 TO Rule-Count
                   SET RuleIdx TO Rule-Count
                   MOVE GR-Event       TO Rule-Event(RuleIdx)
                   MOVE GR-Qualifier   TO Rule-Qualifier(RuleIdx)
                   MOVE GR-Debit-Acct  TO Rule-Debit(RuleIdx)
                   MOVE GR-Credit-Acct TO Rule-Credit(RuleIdx)
                 ELSE
      * a dropped rule silently re-routes whatever it covered to
      * the fallback account
                   SET RULES-BAD TO TRUE
                   MOVE 'D51-E004' TO Log-Msg-Id
                   MOVE 'E'        TO Log-Severity
                   MOVE "Rule-Table full -- GLRULE refused."
                     TO Log-Text
                   PERFORM 970-Write-Log-Message
                 END-IF
               WHEN OTHER
                 SET RULES-BAD TO TRUE
                 MOVE 'D51-E004' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE SPACES     TO Log-Text
                 STRING "Unrecognized GLRULE record: " GR-Type
                   DELIMITED BY SIZE
                   INTO Log-Text
                 END-STRING
                 PERFORM 970-Write-Log-Message
             END-EVALUATE
             READ Posting-Rules NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Posting-Rules
           .

      * Proves the loaded rules before any line is written. Each
      * failure gets its own OPSLOG message so finance can fix the
      * file in one pass; the caller refuses the run if any fired.
       060-Validate-Posting-Rules SECTION.
           PERFORM VARYING RuleIdx FROM 1 BY 1
             UNTIL RuleIdx > Rule-Count
             IF Rule-Event(RuleIdx) NOT = 'PVAL'
                AND Rule-Event(RuleIdx) NOT = 'PSET'
                AND Rule-Event(RuleIdx) NOT = 'PWHT'
                AND Rule-Event(RuleIdx) NOT = 'DINV'
               SET RULES-BAD TO TRUE
               MOVE 'D51-E004' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE SPACES     TO Log-Text
               STRING "GLRULE names an unknown event: "
                      Rule-Event(RuleIdx)
                 DELIMITED BY SIZE
                 INTO Log-Text
               END-STRING
               PERFORM 970-Write-Log-Message
             END-IF
             IF Rule-Debit(RuleIdx) = SPACES
                OR Rule-Credit(RuleIdx) = SPACES
                OR Rule-Debit(RuleIdx) = Rule-Credit(RuleIdx)
               SET RULES-BAD TO TRUE
               MOVE 'D51-E004' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE SPACES     TO Log-Text
               STRING "GLRULE " Rule-Event(RuleIdx) " "
                      Rule-Qualifier(RuleIdx)
                      " needs two different accounts."
                 DELIMITED BY SIZE
                 INTO Log-Text
               END-STRING
               PERFORM 970-Write-Log-Message
             END-IF
           END-PERFORM
           MOVE 'PVAL' TO Check-Event
           PERFORM 065-Check-Fallback-Rule
           MOVE 'PSET' TO Check-Event
           PERFORM 065-Check-Fallback-Rule
           MOVE 'PWHT' TO Check-Event
           PERFORM 065-Check-Fallback-Rule
           MOVE 'DINV' TO Check-Event
           PERFORM 065-Check-Fallback-Rule
           .

      * Without a blank-qualifier rule, a new series or depot would
      * have nowhere to post -- every event must have one.
       065-Check-Fallback-Rule SECTION.
           SET FOUND-MATCH TO FALSE
           PERFORM VARYING RuleIdx FROM 1 BY 1
             UNTIL RuleIdx > Rule-Count OR FOUND-MATCH
             IF Rule-Event(RuleIdx) = Check-Event
                AND Rule-Qualifier(RuleIdx) = SPACES
               SET FOUND-MATCH TO TRUE
             END-IF
           END-PERFORM
           IF NOT FOUND-MATCH
             SET RULES-BAD TO TRUE
             MOVE 'D51-E004' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE SPACES     TO Log-Text
             STRING "GLRULE has no fallback rule for event "
                    Check-Event "."
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             PERFORM 970-Write-Log-Message
           END-IF
           .

      * Prize expense / prize liability for every card valued tonight
      * above what the ledger holds for it, the reverse for every
      * card valued below.
       100-Post-Valuations SECTION.
           SET EOF TO FALSE
           SET SOURCE-CURRENT TO FALSE
           SET SOURCE-TOT-SEEN TO FALSE
           MOVE ZERO TO Source-Tot-Amount
           MOVE ZERO TO Posted-Amount
           MOVE ZERO TO Booked-Base-Total
           MOVE SPACES TO Booked-Run-Id
           STRING Run-Business-Date
                  FUNCTION CURRENT-DATE(9:6)
             DELIMITED BY SIZE
             INTO Booked-Run-Id
           END-STRING
           OPEN INPUT Valuation-Report
           OPEN I-O Valuation-Booked
           READ Valuation-Report NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             EVALUATE Val-Type
               WHEN 'HDR '
                 IF Val-Run-Date = Run-Business-Date
                   SET SOURCE-CURRENT TO TRUE
                 END-IF
               WHEN 'DET '
                 IF SOURCE-CURRENT
                    AND Val-Hold-Mark NOT = 'HELD'
                   PERFORM 110-Post-One-Valuation
                 END-IF
               WHEN 'TOT '
                 SET SOURCE-TOT-SEEN TO TRUE
                 MOVE Val-Tot-Amount TO Source-Tot-Amount
             END-EVALUATE
             READ Valuation-Report NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Valuation-Report
           CLOSE Valuation-Booked
           IF Revalue-Count > ZERO
             MOVE Revalue-Count TO Revalue-Disp
             MOVE SPACES TO Output-Msg
             STRING Revalue-Disp
                    " card(s) already booked revalued by the"
                    " difference."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D51-I003' TO Log-Msg-Id
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           IF SOURCE-CURRENT
             MOVE 'CARDVAL ' TO Source-Ddname
             PERFORM 350-Prove-Source-Total
           ELSE
             ADD 1 TO Stale-Count
             MOVE 'D51-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE SPACES     TO Log-Text
             STRING "CARDVAL is not dated " Run-Business-Date
                    " -- no prize valuation posted."
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             PERFORM 970-Write-Log-Message
           END-IF
           .

      * Books the card's difference from GLVALREG and records the new
      * figure. The base is what the ledger held before tonight -- on
      * a forced rerun, before the business date's first run, so
      * the rerun books what that run booked and its GLPOST replaces
      * the earlier one whole.
       110-Post-One-Valuation SECTION.
           MOVE Val-Series  TO VB-Series
           MOVE Val-Game-Nr TO VB-Game-Nr
           READ Valuation-Booked RECORD
             INVALID KEY
               SET BOOKED-ON-FILE TO FALSE
             NOT INVALID KEY
               SET BOOKED-ON-FILE TO TRUE
           END-READ
           IF NOT BOOKED-ON-FILE
             MOVE SPACES      TO Valuation-Booked-Record
             MOVE Val-Series  TO VB-Series
             MOVE Val-Game-Nr TO VB-Game-Nr
             MOVE ZERO        TO VB-Booked-Amount
             MOVE ZERO        TO VB-Prior-Amount
           END-IF
           IF VB-Last-Date = Run-Business-Date
             MOVE VB-Prior-Amount  TO Booked-Base
           ELSE
             MOVE VB-Booked-Amount TO Booked-Base
             MOVE VB-Booked-Amount TO VB-Prior-Amount
           END-IF
           ADD Booked-Base TO Booked-Base-Total

           MOVE 'PVAL'          TO Post-Rule-Event
           MOVE Val-Series      TO Post-Qualifier
           MOVE SPACES          TO Post-Reference
           STRING Val-Series Val-Game-Nr
             DELIMITED BY SIZE
             INTO Post-Reference
           END-STRING
           EVALUATE TRUE
             WHEN Val-Amount > Booked-Base
               MOVE 'PVAL' TO Post-Event
               COMPUTE Post-Amount = Val-Amount - Booked-Base
               PERFORM 400-Post-Entry
               ADD Post-Amount TO Posted-Amount
             WHEN Val-Amount < Booked-Base
               MOVE 'PVRV' TO Post-Event
               COMPUTE Post-Amount = Booked-Base - Val-Amount
               PERFORM 400-Post-Entry
               SUBTRACT Post-Amount FROM Posted-Amount
           END-EVALUATE
           IF Booked-Base > ZERO AND Val-Amount NOT = Booked-Base
             ADD 1 TO Revalue-Count
           END-IF

      * the register changes only when the ledger's figure does
           IF Val-Amount NOT = VB-Booked-Amount
             MOVE Val-Amount        TO VB-Booked-Amount
             MOVE Run-Business-Date TO VB-Last-Date
             MOVE Booked-Run-Id     TO VB-Last-Run
             IF BOOKED-ON-FILE
               REWRITE Valuation-Booked-Record
             ELSE
               WRITE Valuation-Booked-Record
             END-IF
           END-IF
           .

      * Prize liability / cash for every card D22PSET marked paid on
      * the business date -- the ADD images its runs journaled -- and
      * prize liability / withholding tax payable for the tax kept
      * back from it.
       200-Post-Settlements SECTION.
           SET EOF TO FALSE
           OPEN INPUT Settle-Journal
           READ Settle-Journal NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             IF Jrn-Run-Id(1:8) = Run-Business-Date
                AND Jrn-Action = 'ADD'
               MOVE Jrn-After      TO Settle-Record
               MOVE 'PSET'         TO Post-Event
               MOVE 'PSET'         TO Post-Rule-Event
               MOVE Settle-Series  TO Post-Qualifier
               MOVE Settle-Key     TO Post-Reference
               MOVE Settle-Amount  TO Post-Amount
               PERFORM 400-Post-Entry
               IF Settle-Withheld > ZERO
                 MOVE 'PWHT'          TO Post-Event
                 MOVE 'PWHT'          TO Post-Rule-Event
                 MOVE Settle-Withheld TO Post-Amount
                 PERFORM 400-Post-Entry
               END-IF
             END-IF
             READ Settle-Journal NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Settle-Journal
           .

      * The window opens at the START of the latest posting run of an
      * earlier business date whose END is below RC 8 -- everything
      * stamped before that run began was reversed by it or by the
      * runs before it -- and closes at this run's own START, which
      * is where the next night will open it. RUNSTAT is keyed date
      * first, and a date's END record reads ahead of its START.
      * Without a good earlier run the window is the business date.
       240-Find-Backout-Window SECTION.
           MOVE LOW-VALUES TO Window-From
           MOVE FUNCTION CURRENT-DATE(1:14) TO Window-To
           MOVE SPACES TO Prior-End-Date
           SET PRIOR-RUN-GOOD TO FALSE
           SET WINDOW-SCAN-DONE TO FALSE
           OPEN INPUT Run-Status
           MOVE LOW-VALUES TO RS-Key
           START Run-Status KEY IS NOT LESS THAN RS-Key
             INVALID KEY
               SET WINDOW-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WINDOW-SCAN-DONE
             READ Run-Status NEXT RECORD
               AT END
                 SET WINDOW-SCAN-DONE TO TRUE
               NOT AT END
                 IF RS-Business-Date > Run-Business-Date
                   SET WINDOW-SCAN-DONE TO TRUE
                 ELSE
                   IF RS-Program = MY-PGM
                      AND RS-Variant = History-Variant-Tag
                     EVALUATE TRUE
                       WHEN RS-Business-Date = Run-Business-Date
                        AND RS-Type = 'START'
                         MOVE RS-Timestamp TO Window-To
                       WHEN RS-Business-Date = Run-Business-Date
                         CONTINUE
                       WHEN RS-Type = 'END  '
                         MOVE RS-Business-Date TO Prior-End-Date
                         IF RS-Return-Code < 8
                           SET PRIOR-RUN-GOOD TO TRUE
                         ELSE
                           SET PRIOR-RUN-GOOD TO FALSE
                         END-IF
                       WHEN RS-Type = 'START'
                        AND PRIOR-RUN-GOOD
                        AND RS-Business-Date = Prior-End-Date
                         IF RS-Timestamp > Window-From
                           MOVE RS-Timestamp TO Window-From
                         END-IF
                     END-EVALUATE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Run-Status
           IF Window-From = LOW-VALUES
             MOVE Run-Business-Date TO Window-From(1:8)
           END-IF
           .

      * A settlement D24PBKO removed inside the backout window (its
      * audit image has the settlement before and nothing after) is
      * posted as the PSET entry with the sides swapped, and its
      * withholding as the PWHT entry swapped.
       250-Post-Settle-Backouts SECTION.
           PERFORM 240-Find-Backout-Window
           SET EOF TO FALSE
           OPEN INPUT Settle-Audit
           READ Settle-Audit NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             IF Aud-Action = 'BKO'
                AND Aud-Timestamp > Window-From
                AND Aud-Timestamp NOT > Window-To
                AND Aud-After = SPACES
               ADD 1 TO Reversal-Count
               MOVE Aud-Before     TO Settle-Record
               MOVE 'PREV'         TO Post-Event
               MOVE 'PSET'         TO Post-Rule-Event
               MOVE Settle-Series  TO Post-Qualifier
               MOVE Settle-Key     TO Post-Reference
               MOVE Settle-Amount  TO Post-Amount
               PERFORM 400-Post-Entry
               IF Settle-Withheld > ZERO
                 MOVE 'PWRV'          TO Post-Event
                 MOVE 'PWHT'          TO Post-Rule-Event
                 MOVE Settle-Withheld TO Post-Amount
                 PERFORM 400-Post-Entry
               END-IF
             END-IF
             READ Settle-Audit NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Settle-Audit
           MOVE Reversal-Count TO Reversal-Disp
           MOVE Window-From TO Window-From-Disp
           INSPECT Window-From-Disp REPLACING ALL LOW-VALUE BY ZERO
           MOVE SPACES TO Output-Msg
           STRING Reversal-Disp " backouts reversed, stamped after "
                  Window-From-Disp " to " Window-To "."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D51-I002' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           .

      * Receivables / revenue for every depot invoice billed tonight.
       300-Post-Invoices SECTION.
           SET EOF TO FALSE
           SET SOURCE-CURRENT TO FALSE
           SET SOURCE-TOT-SEEN TO FALSE
           MOVE ZERO TO Source-Tot-Amount
           MOVE ZERO TO Posted-Amount
           MOVE ZERO TO Booked-Base-Total
           OPEN INPUT Depot-Invoice
           READ Depot-Invoice NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             EVALUATE Inv-Type
               WHEN 'HDR '
                 IF Inv-Run-Date = Run-Business-Date
                   SET SOURCE-CURRENT TO TRUE
                 END-IF
               WHEN 'DEP '
                 IF SOURCE-CURRENT AND Inv-Dep-Amount > ZERO
                   MOVE 'DINV'          TO Post-Event
                   MOVE 'DINV'          TO Post-Rule-Event
                   MOVE Inv-Dep-Depot   TO Post-Qualifier
                   MOVE Inv-Dep-Depot   TO Post-Reference
                   MOVE Inv-Dep-Amount  TO Post-Amount
                   PERFORM 400-Post-Entry
                   ADD Inv-Dep-Amount TO Posted-Amount
                 END-IF
               WHEN 'TOT '
                 SET SOURCE-TOT-SEEN TO TRUE
                 MOVE Inv-Tot-Amount TO Source-Tot-Amount
             END-EVALUATE
             READ Depot-Invoice NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Depot-Invoice
           IF SOURCE-CURRENT
             MOVE 'DEPOTINV' TO Source-Ddname
             PERFORM 350-Prove-Source-Total
           ELSE
             ADD 1 TO Stale-Count
             MOVE 'D51-W002' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE SPACES     TO Log-Text
             STRING "DEPOTINV is not dated " Run-Business-Date
                    " -- no depot invoice posted."
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             PERFORM 970-Write-Log-Message
           END-IF
           .

      * What was posted from a source must be what its own TOT row
      * says it holds, less what the ledger already held for the
      * rows posted from it (GLVALREG, CARDVAL only); a missing TOT
      * means a truncated file.
       350-Prove-Source-Total SECTION.
           COMPUTE Expected-Amount =
                   Source-Tot-Amount - Booked-Base-Total
           IF NOT SOURCE-TOT-SEEN
              OR Posted-Amount NOT = Expected-Amount
             ADD 1 TO Break-Count
             MOVE Posted-Amount   TO Posted-Disp
             MOVE Expected-Amount TO Expected-Disp
             MOVE 'D51-E005' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE SPACES     TO Log-Text
             STRING Source-Ddname " posted " Posted-Disp
                    " but its TOT row calls for " Expected-Disp "."
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             PERFORM 970-Write-Log-Message
           END-IF
           .

      * Finds the first rule for Post-Rule-Event whose qualifier is
      * blank or Post-Qualifier -- the validated fallback guarantees
      * one -- and writes the entry's debit and credit lines. A PREV
      * entry reverses its PSET rule, a PWRV entry its PWHT rule, a
      * PVRV entry its PVAL rule.
       400-Post-Entry SECTION.
           SET FOUND-MATCH TO FALSE
           PERFORM VARYING RuleIdx FROM 1 BY 1
             UNTIL RuleIdx > Rule-Count OR FOUND-MATCH
             IF Rule-Event(RuleIdx) = Post-Rule-Event
                AND (Rule-Qualifier(RuleIdx) = SPACES
                     OR Rule-Qualifier(RuleIdx) = Post-Qualifier)
               SET FOUND-MATCH TO TRUE
               MOVE Rule-Debit(RuleIdx)  TO Post-Debit
               MOVE Rule-Credit(RuleIdx) TO Post-Credit
             END-IF
           END-PERFORM
           IF Post-Event = 'PREV' OR Post-Event = 'PWRV'
              OR Post-Event = 'PVRV'
             MOVE Post-Debit   TO Swap-Account
             MOVE Post-Credit  TO Post-Debit
             MOVE Swap-Account TO Post-Credit
           END-IF

           ADD 1 TO Entry-Count
           MOVE SPACES TO GL-Record
           MOVE 'JNL ' TO GL-Type
           MOVE Run-Business-Date TO GL-Jnl-Date
           MOVE Entry-Count       TO GL-Jnl-Entry-Nr
           MOVE Post-Event        TO GL-Jnl-Event
           MOVE Post-Reference    TO GL-Jnl-Reference
           MOVE Post-Amount       TO GL-Jnl-Amount
           MOVE Post-Debit        TO GL-Jnl-Account
           MOVE 'D'               TO GL-Jnl-Dr-Cr
           WRITE GL-Record
           ADD Post-Amount TO Debit-Total
           MOVE Post-Credit       TO GL-Jnl-Account
           MOVE 'C'               TO GL-Jnl-Dr-Cr
           WRITE GL-Record
           ADD Post-Amount TO Credit-Total
           ADD 2 TO Line-Count
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D51GLIF.
      /
