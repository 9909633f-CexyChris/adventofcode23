      *  first paid -- because the ledger, not a person, is now the
      *  double-pay protection.
      *
      *  A card whose claim has lapsed and been moved to the
      *  expired-claims register (CLMEXP, by D49CEXP) is REFUSED the
      *  same way, with its expiry date -- once expired, the prize is
      *  no longer payable.
      *
      *  A card under a stop-payment hold is REFUSED with the hold's
      *  investigation reference: whether D16CVAL already marked its
      *  DET row HELD or the hold was placed on CARDHOLD after the
      *  valuation ran, the open holds are checked again here.
      *
      *  One clerk may not pay out a large prize alone: a card valued
      *  above the approval limit is not settled here but written to
      *  the pending-approval file PAYPEND (journaled to PAYJRN as a
      *  PND image), and D52PAPR releases it into PAYLDG once a
      *  second, different clerk reference approves it. A card
      *  already waiting in PAYPEND is REFUSED like a paid one.
      *
      *  The card is settled at its NET row's net amount: D16CVAL has
      *  already split each valued card into gross, tax withheld and
      *  net under the tax rule in force, and the withholding is
      *  recorded on PAYLDG beside what was paid. A DET row with no
      *  NET row behind it (a CARDVAL valued before withholding
      *  existed) is REFUSED "NOT NETTED" -- revalue it first.
      *
      *  A reportable prize -- above the tax rule's threshold -- is
      *  paid only to an identified claimant. The desk's claimant
      *  slips (SETLCLM: Game-Nr, series, claimant tax identity,
      *  name, two address lines) name who collected each card; the
      *  identity goes on PAYLDG and the claimant is added to, or
      *  brought up to date on, the claimant register CLAIMANT that
      *  the year-end winner statements are addressed from. A
      *  reportable card without a slip is REFUSED "NO CLAIMANT ID";
      *  below the threshold a slip is taken when there is one.
      *
      *  Every ledger record this run adds is journaled to PAYJRN
      *  with the run id first, the discipline D04SCTC applies to
      *  CARDLDG: money moved on this file must be reconstructable,
      *  and D24PBKO replays the journal in reverse to undo a named
      *  run.
      *
      *  PARM bytes 1-8     clerk reference (required; must be an
      *                     operator the authority table OPERAUTH
      *                     grants CLERK on this program)
      *       bytes 9-15    approval limit in whole units, 9(7)
      *                     (blank = 1000); a card valued above it
      *                     waits for a second clerk
      *       bytes 31-38   business date override (YYYYMMDD)
      *       byte  39      'F' forces a duplicate run
      *
      * is the mistake CARDLDG already taught this suite once.
           SELECT OPTIONAL Settle-Journal ASSIGN TO PAYJRN
           ORGANIZATION IS SEQUENTIAL.
      * Lapsed claims; OPTIONAL so a site that has never run an
      * expiry settles as before.
           SELECT OPTIONAL Expired-Claims ASSIGN TO CLMEXP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Exp-Key.
      * High-value settlements waiting for their second clerk.
           SELECT OPTIONAL Pending-Approval ASSIGN TO PAYPEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Pend-Key.
      * The desk's claimant slips for tonight's cards, and the
      * register of every claimant identified so far.
           SELECT OPTIONAL Claimant-Slips ASSIGN TO SETLCLM
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Claimant-Register ASSIGN TO CLAIMANT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Clmt-Id.
           SELECT Settle-Except ASSIGN TO SETLXCP
           ORGANIZATION IS SEQUENTIAL.
           COPY HOLDSEL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
       FILE SECTION.

      * Mirrors D16CVAL's Valuation-Record field for field; only the
      * DET and NET rows are consumed here.
       FD Valuation-Report RECORDING MODE F.
       01  Valuation-Record.
           05  Val-Type               PIC X(04).
               10  Val-Band-Nr            PIC 9(02).
               10  Val-Rate               PIC 9(05)V99.
               10  Val-Amount             PIC 9(09)V99.
               10  Val-Hold-Mark          PIC X(04).
               10  Val-Hold-Ref           PIC X(10).
               10  FILLER                 PIC X(01).
           05  Val-Net-Body REDEFINES Val-Body.
               10  Val-Net-Game-Nr        PIC X(03).
               10  Val-Net-Series         PIC X(02).
               10  Val-Net-Gross          PIC 9(09)V99.
               10  Val-Net-Withheld       PIC 9(09)V99.
               10  Val-Net-Amount         PIC 9(09)V99.
               10  Val-Net-Reportable     PIC X(01).
               10  FILLER                 PIC X(21).

       FD Settle-Ledger.
       COPY PAYLDG.
       01  Journal-Record.
           05  Jrn-Run-Id             PIC X(14).
           05  Jrn-Action             PIC X(03).
           05  Jrn-Before             PIC X(77).
           05  Jrn-After              PIC X(77).

       FD Pending-Approval.
       COPY PAYPEND.

       FD Expired-Claims.
       COPY CLMEXP.

       FD Card-Hold.
       COPY CARDHOLD.

       FD Claimant-Slips RECORDING MODE F.
       01  Claimant-Slip-Record.
           05  Slip-Game-Nr           PIC X(03).
           05  Slip-Series            PIC X(02).
           05  Slip-Claimant-Id       PIC X(12).
           05  Slip-Name              PIC X(30).
           05  Slip-Address-1         PIC X(30).
           05  Slip-Address-2         PIC X(30).
           05  FILLER                 PIC X(13).

       FD Claimant-Register.
       COPY CLMNT.

      * One row per refused card; last record is the control-total
      * trailer (TRL in bytes 1-3).
           05  Refused-Disp       PIC 9(08) DISPLAY.
           05  Settled-Amount     PIC 9(11)V99 VALUE ZERO.
           05  Settled-Amount-Disp PIC 9(11).99.
           05  Approval-Limit     PIC 9(07) VALUE 1000.
           05  Pending-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Pending-Disp       PIC 9(08) DISPLAY.
           05  Pending-Amount     PIC 9(11)V99 VALUE ZERO.
           05  Pending-Amount-Disp PIC 9(11).99.
           05  Pending-Found-Sw   PIC 9(1) BINARY.
               88 CARD-PENDING        VALUE 1
                             WHEN SET TO FALSE 0.
           05  Ledger-Found-Sw    PIC 9(1) BINARY.
               88 CARD-ALREADY-PAID   VALUE 1
                             WHEN SET TO FALSE 0.
           05  Expired-Found-Sw   PIC 9(1) BINARY.
               88 CLAIM-EXPIRED       VALUE 1
                             WHEN SET TO FALSE 0.
           05  Withheld-Amount    PIC 9(11)V99 VALUE ZERO.
           05  Withheld-Amount-Disp PIC 9(11).99.
           COPY HOLDTAB.

      * The DET row waiting for its NET row: the card is settled
      * only once both have been read.
           05  Det-Game-Nr        PIC X(03).
           05  Det-Series         PIC X(02).
           05  Det-Amount         PIC 9(09)V99.
           05  Det-Hold-Mark      PIC X(04).
           05  Det-Hold-Ref       PIC X(10).
           05  Det-Withheld       PIC 9(09)V99.
           05  Det-Net            PIC 9(09)V99.
           05  Det-Reportable     PIC X(01).
           05  Det-Waiting-Sw     PIC 9(1) BINARY.
               88 DET-AWAITING-NET    VALUE 1
                             WHEN SET TO FALSE 0.

      * Tonight's claimant slips. A dropped slip would refuse a
      * reportable card its claimant did identify themselves for, so a
      * full table aborts the run the way D23PREC's does.
           05  Slip-Count         PIC 9(04) BINARY VALUE ZERO.
           05  Slip-Table.
               10  Slip-Entry OCCURS 999 TIMES INDEXED BY SlipIdx.
                   15  SL-Series      PIC X(02).
                   15  SL-Game-Nr     PIC X(03).
                   15  SL-Claimant-Id PIC X(12).
                   15  SL-Name        PIC X(30).
                   15  SL-Address-1   PIC X(30).
                   15  SL-Address-2   PIC X(30).
           05  Slip-Blank-Count   PIC 9(04) BINARY VALUE ZERO.
           05  Slip-Blank-Disp    PIC 9(04) DISPLAY.
           05  Slip-Found-Sw      PIC 9(1) BINARY.
               88 CLAIMANT-IDENTIFIED VALUE 1
                             WHEN SET TO FALSE 0.
           05  Slip-Hit           PIC 9(04) BINARY.

       01  Run-Id-Fields.
           05  Run-Id             PIC X(14).
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
      * ... and a reference anyone could type is no better: the
      * clerk must be an operator the authority table (D65OAUT)
      * grants CLERK on this program
           SET OPAU-CHECK TO TRUE
           MOVE Clerk-Ref TO Opau-Operator
           MOVE MY-PGM    TO Opau-Program
           MOVE 'CLERK'   TO Opau-Action
           CALL 'D65OAUT' USING Operator-Authority-Request
           IF NOT OPAU-GRANTED
             MOVE 'D22-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Opau-Message TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO Run-Business-Date
      * A catch-up run of a missed suite books to the date the data
           IF LS-Parm-Len > 0
             MOVE LS-Parm-Text(1:5) TO Parm-Mode-Echo
           END-IF
           IF LS-Parm-Len > 8
             IF LS-Parm-Text(9:7) NOT = SPACES
               IF LS-Parm-Text(9:7) IS NUMERIC
                 MOVE LS-Parm-Text(9:7) TO Approval-Limit
               ELSE
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM bytes 9-15 must be a 7-digit limit."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
           IF LS-Parm-Len > 61
             IF LS-Parm-Text(62:1) = 'B'
               MOVE 'B' TO Break-Lock-Switch
             INTO Run-Id
           END-STRING

           PERFORM 925-Load-Hold-Table
           IF HOLD-TABLE-FULL
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           PERFORM 050-Load-Claimant-Slips

           MOVE 'PAYLDG  ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
           END-IF
           OPEN INPUT Valuation-Report
           OPEN I-O Settle-Ledger
           OPEN I-O Pending-Approval
           OPEN INPUT Expired-Claims
           OPEN I-O Claimant-Register
           OPEN EXTEND Settle-Journal
           OPEN OUTPUT Settle-Except
           OPEN EXTEND Results-History
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           SET DET-AWAITING-NET TO FALSE
           PERFORM UNTIL EOF
             EVALUATE Val-Type
               WHEN 'DET '
                 IF DET-AWAITING-NET
                   PERFORM 105-Refuse-Not-Netted
                 END-IF
                 MOVE Val-Game-Nr   TO Det-Game-Nr
                 MOVE Val-Series    TO Det-Series
                 MOVE Val-Amount    TO Det-Amount
                 MOVE Val-Hold-Mark TO Det-Hold-Mark
                 MOVE Val-Hold-Ref  TO Det-Hold-Ref
                 SET DET-AWAITING-NET TO TRUE
               WHEN 'NET '
                 IF DET-AWAITING-NET
                    AND Val-Net-Series  = Det-Series
                    AND Val-Net-Game-Nr = Det-Game-Nr
                   MOVE Val-Net-Withheld   TO Det-Withheld
                   MOVE Val-Net-Amount     TO Det-Net
                   MOVE Val-Net-Reportable TO Det-Reportable
                   SET DET-AWAITING-NET TO FALSE
                   PERFORM 100-Settle-One-Card
                 END-IF
             END-EVALUATE
             READ Valuation-Report NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           IF DET-AWAITING-NET
             PERFORM 105-Refuse-Not-Netted
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Refused-Count TO Trailer-Record-Count

           CLOSE Valuation-Report
           CLOSE Settle-Ledger
           CLOSE Pending-Approval
           CLOSE Expired-Claims
           CLOSE Claimant-Register
           PERFORM 980-Release-Master-Lock
           CLOSE Settle-Journal
           CLOSE Settle-Except
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           MOVE Withheld-Amount TO Withheld-Amount-Disp
           MOVE SPACES TO Output-Msg
           STRING "Prize tax withheld on them " Withheld-Amount-Disp
                  "."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D22-I003' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Pending-Count > ZERO
             MOVE Pending-Count  TO Pending-Disp
             MOVE Pending-Amount TO Pending-Amount-Disp
             MOVE SPACES TO Output-Msg
             STRING Pending-Disp " card(s), total "
                    Pending-Amount-Disp
                    " held in PAYPEND for a second clerk."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D22-I002' TO Log-Msg-Id
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF

           IF Slip-Blank-Count > ZERO
             MOVE Slip-Blank-Count TO Slip-Blank-Disp
             MOVE SPACES TO Output-Msg
             STRING Slip-Blank-Disp
                    " claimant slip(s) without a claimant identity"
                    " ignored."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D22-W002' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           IF Refused-Count > ZERO
             MOVE Refused-Count TO Refused-Disp
             MOVE SPACES TO Output-Msg
             STRING Refused-Disp
                    " card(s) REFUSED as paid, pending, held,"
                    " expired, unnetted or unidentified"
                    " -- see SETLXCP."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING

      * Marks one valued card paid, unless the ledger already holds
      * it -- the READ on the key IS the double-pay check, and a hit
      * means someone is settling the same valuation twice. A hit
      * on the expired-claims register or the pending-approval file
      * refuses the card as well, as does a stop-payment hold;
      * above the approval limit the card goes to PAYPEND instead of
      * the ledger. The approval limit is judged on the gross prize;
      * what is paid is the net.
       100-Settle-One-Card SECTION.
           PERFORM 120-Find-Claimant-Slip
           MOVE Det-Series  TO Hold-Check-Series
           MOVE Det-Game-Nr TO Hold-Check-Game
           PERFORM 926-Find-Hold
           IF Det-Hold-Mark = 'HELD' AND NOT CARD-ON-HOLD
             SET CARD-ON-HOLD TO TRUE
             MOVE Det-Hold-Ref TO Hold-Hit-Ref
           END-IF
           MOVE Det-Series  TO Exp-Series
           MOVE Det-Game-Nr TO Exp-Game-Nr
           SET CLAIM-EXPIRED TO FALSE
           READ Expired-Claims RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET CLAIM-EXPIRED TO TRUE
           END-READ
           MOVE Det-Series  TO Settle-Series
           MOVE Det-Game-Nr TO Settle-Game-Nr
           SET CARD-ALREADY-PAID TO FALSE
           IF NOT CLAIM-EXPIRED
             READ Settle-Ledger RECORD
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET CARD-ALREADY-PAID TO TRUE
             END-READ
           END-IF
           SET CARD-PENDING TO FALSE
           IF NOT CLAIM-EXPIRED AND NOT CARD-ALREADY-PAID
             MOVE Det-Series  TO Pend-Series
             MOVE Det-Game-Nr TO Pend-Game-Nr
             READ Pending-Approval RECORD
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET CARD-PENDING TO TRUE
             END-READ
           END-IF
           EVALUATE TRUE
             WHEN CARD-ON-HOLD
               ADD 1 TO Refused-Count
               MOVE Det-Game-Nr TO SetlExcept-Game-Nr
               MOVE Det-Series  TO SetlExcept-Series
               MOVE SPACES      TO SetlExcept-Reason
               STRING "ON HOLD " Hold-Hit-Ref
                 DELIMITED BY SIZE
                 INTO SetlExcept-Reason
               END-STRING
               WRITE Settle-Except-Record
             WHEN CLAIM-EXPIRED
               ADD 1 TO Refused-Count
               MOVE Det-Game-Nr TO SetlExcept-Game-Nr
               MOVE Det-Series  TO SetlExcept-Series
               MOVE SPACES      TO SetlExcept-Reason
               STRING "CLAIM EXPIRED " Exp-Expiry-Date
                 DELIMITED BY SIZE
                 INTO SetlExcept-Reason
               END-STRING
               WRITE Settle-Except-Record
             WHEN CARD-ALREADY-PAID
               ADD 1 TO Refused-Count
               MOVE Det-Game-Nr TO SetlExcept-Game-Nr
               MOVE Det-Series  TO SetlExcept-Series
               MOVE SPACES      TO SetlExcept-Reason
               STRING "ALREADY PAID " Settle-Paid-Date
                      " BY " Settle-Clerk-Ref
                 DELIMITED BY SIZE
                 INTO SetlExcept-Reason
               END-STRING
               WRITE Settle-Except-Record
             WHEN CARD-PENDING
               ADD 1 TO Refused-Count
               MOVE Det-Game-Nr TO SetlExcept-Game-Nr
               MOVE Det-Series  TO SetlExcept-Series
               MOVE SPACES      TO SetlExcept-Reason
               STRING "AWAITING APPROVAL " Pend-Date
                      " BY " Pend-Clerk-Ref
                 DELIMITED BY SIZE
                 INTO SetlExcept-Reason
               END-STRING
               WRITE Settle-Except-Record
             WHEN Det-Reportable = 'Y' AND NOT CLAIMANT-IDENTIFIED
               ADD 1 TO Refused-Count
               MOVE Det-Game-Nr TO SetlExcept-Game-Nr
               MOVE Det-Series  TO SetlExcept-Series
               MOVE "NO CLAIMANT ID -- REPORTABLE PRIZE"
                 TO SetlExcept-Reason
               WRITE Settle-Except-Record
             WHEN Det-Amount > Approval-Limit
               PERFORM 130-Register-Claimant
               PERFORM 110-Hold-For-Approval
             WHEN OTHER
               PERFORM 130-Register-Claimant
               MOVE Det-Series        TO Settle-Series
               MOVE Det-Game-Nr       TO Settle-Game-Nr
               MOVE Det-Net           TO Settle-Amount
               MOVE Run-Business-Date TO Settle-Paid-Date
               MOVE Clerk-Ref         TO Settle-Clerk-Ref
               MOVE SPACES            TO Settle-Approver-Ref
               MOVE Det-Withheld      TO Settle-Withheld
               MOVE SPACES            TO Settle-Claimant-Id
               IF CLAIMANT-IDENTIFIED
                 MOVE SL-Claimant-Id(Slip-Hit) TO Settle-Claimant-Id
               END-IF
               MOVE Run-Id            TO Settle-Last-Run
      * journal first: what is journaled is the state a backout
      * would have to restore, and a settlement is always an ADD --
      * the refusal above guarantees no record is ever overwritten
               MOVE Run-Id        TO Jrn-Run-Id
               MOVE 'ADD'         TO Jrn-Action
               MOVE SPACES        TO Jrn-Before
               MOVE Settle-Record TO Jrn-After
               WRITE Journal-Record
               WRITE Settle-Record
               ADD 1 TO Settled-Count
               ADD Det-Net TO Settled-Amount
               ADD Det-Withheld TO Withheld-Amount
           END-EVALUATE
           .

      * A DET row whose NET row never came cannot be settled: it was
      * valued before withholding existed, or the file is damaged.
       105-Refuse-Not-Netted SECTION.
           ADD 1 TO Refused-Count
           MOVE Det-Game-Nr TO SetlExcept-Game-Nr
           MOVE Det-Series  TO SetlExcept-Series
           MOVE "NOT NETTED -- REVALUE THE CARD"
             TO SetlExcept-Reason
           WRITE Settle-Except-Record
           SET DET-AWAITING-NET TO FALSE
           .

      * A card above the approval limit waits in PAYPEND for D52PAPR;
      * the PND image lets D24PBKO take it back out with the run.
       110-Hold-For-Approval SECTION.
           MOVE Det-Series        TO Pend-Series
           MOVE Det-Game-Nr       TO Pend-Game-Nr
           MOVE Det-Net           TO Pend-Amount
           MOVE Run-Business-Date TO Pend-Date
           MOVE Clerk-Ref         TO Pend-Clerk-Ref
           MOVE Det-Withheld      TO Pend-Withheld
           MOVE SPACES            TO Pend-Claimant-Id
           IF CLAIMANT-IDENTIFIED
             MOVE SL-Claimant-Id(Slip-Hit) TO Pend-Claimant-Id
           END-IF
           MOVE Run-Id            TO Pend-Last-Run
           MOVE Run-Id         TO Jrn-Run-Id
           MOVE 'PND'          TO Jrn-Action
           MOVE SPACES         TO Jrn-Before
           MOVE Pending-Record TO Jrn-After
           WRITE Journal-Record
           WRITE Pending-Record
           ADD 1 TO Pending-Count
           ADD Det-Net TO Pending-Amount
           .

      * Tonight's claimant slips into the Slip-Table; a slip with no
      * claimant identity identifies nobody and is left out.
       050-Load-Claimant-Slips SECTION.
           SET EOF TO FALSE
           OPEN INPUT Claimant-Slips
           READ Claimant-Slips NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             EVALUATE TRUE
               WHEN Claimant-Slip-Record(1:3) = 'TRL'
                 CONTINUE
               WHEN Slip-Claimant-Id = SPACES
                 ADD 1 TO Slip-Blank-Count
               WHEN Slip-Count < 999
                 ADD 1 TO Slip-Count
                 SET SlipIdx TO Slip-Count
                 MOVE Slip-Series      TO SL-Series(SlipIdx)
                 MOVE Slip-Game-Nr     TO SL-Game-Nr(SlipIdx)
                 MOVE Slip-Claimant-Id TO SL-Claimant-Id(SlipIdx)
                 MOVE Slip-Name        TO SL-Name(SlipIdx)
                 MOVE Slip-Address-1   TO SL-Address-1(SlipIdx)
                 MOVE Slip-Address-2   TO SL-Address-2(SlipIdx)
               WHEN OTHER
                 MOVE 'D22-E002' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "Slip-Table full -- settlement aborted."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-EVALUATE
             READ Claimant-Slips NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Claimant-Slips
           SET EOF TO FALSE
           .

      * Leaves Slip-Hit on the card's slip when the desk identified
      * its claimant tonight.
       120-Find-Claimant-Slip SECTION.
           SET CLAIMANT-IDENTIFIED TO FALSE
           MOVE ZERO TO Slip-Hit
           PERFORM VARYING SlipIdx FROM 1 BY 1
             UNTIL SlipIdx > Slip-Count OR CLAIMANT-IDENTIFIED
             IF SL-Series(SlipIdx) = Det-Series
                AND SL-Game-Nr(SlipIdx) = Det-Game-Nr
               SET CLAIMANT-IDENTIFIED TO TRUE
               SET Slip-Hit TO SlipIdx
             END-IF
           END-PERFORM
           .

      * The claimant's latest papers replace what the register held;
      * a claimant seen for the first time is added.
       130-Register-Claimant SECTION.
           IF CLAIMANT-IDENTIFIED
             MOVE SL-Claimant-Id(Slip-Hit) TO Clmt-Id
             READ Claimant-Register RECORD
               INVALID KEY
                 MOVE SL-Name(Slip-Hit)      TO Clmt-Name
                 MOVE SL-Address-1(Slip-Hit) TO Clmt-Address-1
                 MOVE SL-Address-2(Slip-Hit) TO Clmt-Address-2
                 MOVE Run-Business-Date      TO Clmt-First-Date
                 MOVE Run-Business-Date      TO Clmt-Last-Date
                 MOVE Run-Id                 TO Clmt-Last-Run
                 WRITE Claimant-Record
               NOT INVALID KEY
                 IF SL-Name(Slip-Hit) NOT = SPACES
                   MOVE SL-Name(Slip-Hit)      TO Clmt-Name
                   MOVE SL-Address-1(Slip-Hit) TO Clmt-Address-1
                   MOVE SL-Address-2(Slip-Hit) TO Clmt-Address-2
                 END-IF
                 MOVE Run-Business-Date      TO Clmt-Last-Date
                 MOVE Run-Id                 TO Clmt-Last-Run
                 REWRITE Claimant-Record
             END-READ
           END-IF
           .


       COPY WRLOCK.

       COPY CKHOLD.

      /
       END PROGRAM D22PSET.
      /
