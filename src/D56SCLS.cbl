      ******************************************************************
      *  Card series close-out reconciliation
      *
      *  Once a series is off sale -- withdrawn, or past its close
      *  date on CARDSRS -- every card the printer delivered has to
      *  be accounted for. This run takes one series and proves its
      *  life cycle from the ledgers that record it:
      *
      *    PRINTED   the printed quantity on CARDSRS
      *    PLAYED    cards whose own cascade CARDLDG has applied
      *    UNSOLD    printed less played
      *    VALUED    cards valued payable: on CLMREG, CLMEXP,
      *              PAYPEND or PAYLDG
      *    PAID      cards on PAYLDG
      *    PENDING   cards on PAYPEND, still awaiting approval
      *    EXPIRED   cards on CLMEXP, claim period lapsed
      *    UNCLAIMD  valued cards neither paid, pending nor expired
      *
      *  and lists, card by card, anything the ledgers should never
      *  show together:
      *
      *    NOTPLAYD  valued, paid or expired but never played
      *    PAIDEXP   both paid and expired
      *    PAIDPEND  both paid and still pending approval
      *    OVERPRNT  a Game-Nr above the printed quantity
      *    BADGAME   a Game-Nr that is not a card number at all
      *
      *  More cards played than printed is a break as well. Any
      *  break ends the run RC 12 the way D23PREC does; a balanced
      *  series ends RC 0. A series not on CARDSRS, or still on sale
      *  on the business date, is refused RC 8 without a report.
      *
      *  SRSCLSR rows: FIG (figure name and count), EXC (exception
      *  name and Game-Nr), one TOT row (number of breaks, BALANCED
      *  or OUT-BAL); the last record is the control-total trailer
      *  (rows in front of it, printed quantity).
      *
      *  PARM bytes 1-2    series code (blank is the original series)
      *       bytes 3-5    blank
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D56SCLS.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Series-Master ASSIGN TO CARDSRS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Ser-Code.
           SELECT OPTIONAL Card-Ledger ASSIGN TO CARDLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ledger-Key.
           SELECT OPTIONAL Claim-Register ASSIGN TO CLMREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Claim-Key.
           SELECT OPTIONAL Expired-Claims ASSIGN TO CLMEXP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Exp-Key.
           SELECT OPTIONAL Settle-Ledger ASSIGN TO PAYLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Settle-Key.
           SELECT OPTIONAL Pay-Pending ASSIGN TO PAYPEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Pend-Key.
           SELECT Close-Report ASSIGN TO SRSCLSR
           ORGANIZATION IS SEQUENTIAL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Series-Master.
       COPY CARDSRS.

       FD Card-Ledger.
       COPY CRDLDG.

       FD Claim-Register.
       COPY CLMREG.

       FD Expired-Claims.
       COPY CLMEXP.

       FD Settle-Ledger.
       COPY PAYLDG.

       FD Pay-Pending.
       COPY PAYPEND.

      * FIG, EXC and TOT rows; last record is the control-total
      * trailer (TRL in bytes 1-3).
       FD Close-Report RECORDING MODE F.
       01  Close-Report-Record.
           05  Rpt-Kind               PIC X(03).
           05  Rpt-Series             PIC X(02).
           05  Rpt-Label              PIC X(08).
           05  Rpt-Game-Nr            PIC X(03).
           05  Rpt-Count              PIC 9(08).
           05  Rpt-Status             PIC X(08).
           05  FILLER                 PIC X(16).

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D56SCLS '.
           COPY WSFILST.

           05  Close-Series       PIC X(02).
           05  Series-Found-Sw    PIC 9(1) BINARY.
               88 SERIES-ON-FILE      VALUE 1
                             WHEN SET TO FALSE 0.
           05  Browse-Done-Sw     PIC 9(1) BINARY.
               88 BROWSE-DONE         VALUE 1
                             WHEN SET TO FALSE 0.

      * What each ledger says about every card of the series, by
      * Game-Nr: 'Y' where the ledger holds the card.
           05  Card-Flag-Table.
               10  Card-Flags OCCURS 999 TIMES INDEXED BY CardIdx.
                   15  CF-Played      PIC X(01).
                   15  CF-Claimed     PIC X(01).
                   15  CF-Expired     PIC X(01).
                   15  CF-Paid        PIC X(01).
                   15  CF-Pending     PIC X(01).
           05  Game-Work          PIC X(03).
           05  Game-Work-Nr REDEFINES Game-Work
                                  PIC 9(03).
           05  Game-Valid-Sw      PIC 9(1) BINARY.
               88 GAME-VALID          VALUE 1
                             WHEN SET TO FALSE 0.
           05  Game-Disp          PIC 9(03) DISPLAY.
           05  Exc-Label          PIC X(08).

           05  Printed-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Played-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Unsold-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Valued-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Paid-Count         PIC 9(08) BINARY VALUE ZERO.
           05  Pending-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Expired-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Unclaimed-Count    PIC 9(08) BINARY VALUE ZERO.
           05  Break-Count        PIC 9(08) BINARY VALUE ZERO.
           05  Break-Disp         PIC 9(08) DISPLAY.
           05  Row-Count          PIC 9(08) BINARY VALUE ZERO.

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
           MOVE SPACES TO Close-Series
           IF LS-Parm-Len > 0
             MOVE LS-Parm-Text(1:5) TO Parm-Mode-Echo
             MOVE LS-Parm-Text(1:2) TO Close-Series
             IF LS-Parm-Text(3:3) NOT = SPACES
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM bytes 3-5 must be blank here."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
           MOVE 'CARDSRS ' TO Parm-Ddname-Echo
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           OPEN INPUT Series-Master
           MOVE Close-Series TO Ser-Code
           SET SERIES-ON-FILE TO FALSE
           READ Series-Master RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET SERIES-ON-FILE TO TRUE
           END-READ
           CLOSE Series-Master
           MOVE SPACES TO Output-Msg
           EVALUATE TRUE
             WHEN NOT SERIES-ON-FILE
               STRING "Series '" Close-Series
                      "' is not on CARDSRS -- close-out refused."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               MOVE 'D56-E001' TO Log-Msg-Id
             WHEN NOT SERIES-WITHDRAWN
                  AND Run-Business-Date <= Ser-Close-Date
               STRING "Series '" Close-Series "' is on sale until "
                      Ser-Close-Date " -- close-out refused."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               MOVE 'D56-E002' TO Log-Msg-Id
           END-EVALUATE
           IF Output-Msg NOT = SPACES
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           MOVE Ser-Printed-Qty TO Printed-Count

           MOVE SPACES TO Card-Flag-Table
           OPEN OUTPUT Close-Report
           PERFORM 100-Scan-Card-Ledger
           PERFORM 110-Scan-Claims
           PERFORM 120-Scan-Expired-Claims
           PERFORM 130-Scan-Settlements
           PERFORM 140-Scan-Pending
           PERFORM 200-Reconcile-Cards
           PERFORM 300-Write-Figures

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Row-Count     TO Trailer-Record-Count
           MOVE Printed-Count TO Trailer-Key-Figure
           WRITE Close-Report-Record FROM Trailer-Layout
           CLOSE Close-Report

           MOVE Played-Count TO History-Total-1
           MOVE Break-Count  TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History

           IF Break-Count > ZERO
             MOVE Break-Count TO Break-Disp
             MOVE SPACES TO Output-Msg
             STRING "Series '" Close-Series "' close-out: "
                    Break-Disp " break(s) -- see SRSCLSR."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D56-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 12 TO RETURN-CODE
           ELSE
             MOVE SPACES TO Output-Msg
             STRING "Series '" Close-Series
                    "' close-out balances -- see SRSCLSR."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D56-I001' TO Log-Msg-Id
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * Each scan reads one ledger from the series' first key to its
      * last and marks the cards it holds. A Game-Nr that is no card
      * number is reported where it is found.
       100-Scan-Card-Ledger SECTION.
           OPEN INPUT Card-Ledger
           SET BROWSE-DONE TO FALSE
           MOVE Close-Series TO Ledger-Series
           MOVE LOW-VALUES   TO Ledger-Game-Nr
           START Card-Ledger KEY IS NOT LESS THAN Ledger-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Card-Ledger NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF Ledger-Series NOT = Close-Series
                   SET BROWSE-DONE TO TRUE
                 ELSE
      * a row that is only a cascade target was never played itself
                   IF Ledger-Cascaded = 'Y'
                     MOVE Ledger-Game-Nr TO Game-Work
                     PERFORM 150-Take-Game-Nr
                     IF GAME-VALID
                       MOVE 'Y' TO CF-Played(CardIdx)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Card-Ledger
           .

       110-Scan-Claims SECTION.
           OPEN INPUT Claim-Register
           SET BROWSE-DONE TO FALSE
           MOVE Close-Series TO Claim-Series
           MOVE LOW-VALUES   TO Claim-Game-Nr
           START Claim-Register KEY IS NOT LESS THAN Claim-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Claim-Register NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF Claim-Series NOT = Close-Series
                   SET BROWSE-DONE TO TRUE
                 ELSE
                   MOVE Claim-Game-Nr TO Game-Work
                   PERFORM 150-Take-Game-Nr
                   IF GAME-VALID
                     MOVE 'Y' TO CF-Claimed(CardIdx)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Claim-Register
           .

       120-Scan-Expired-Claims SECTION.
           OPEN INPUT Expired-Claims
           SET BROWSE-DONE TO FALSE
           MOVE Close-Series TO Exp-Series
           MOVE LOW-VALUES   TO Exp-Game-Nr
           START Expired-Claims KEY IS NOT LESS THAN Exp-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Expired-Claims NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF Exp-Series NOT = Close-Series
                   SET BROWSE-DONE TO TRUE
                 ELSE
                   MOVE Exp-Game-Nr TO Game-Work
                   PERFORM 150-Take-Game-Nr
                   IF GAME-VALID
                     MOVE 'Y' TO CF-Expired(CardIdx)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Expired-Claims
           .

       130-Scan-Settlements SECTION.
           OPEN INPUT Settle-Ledger
           SET BROWSE-DONE TO FALSE
           MOVE Close-Series TO Settle-Series
           MOVE LOW-VALUES   TO Settle-Game-Nr
           START Settle-Ledger KEY IS NOT LESS THAN Settle-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Settle-Ledger NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF Settle-Series NOT = Close-Series
                   SET BROWSE-DONE TO TRUE
                 ELSE
                   MOVE Settle-Game-Nr TO Game-Work
                   PERFORM 150-Take-Game-Nr
                   IF GAME-VALID
                     MOVE 'Y' TO CF-Paid(CardIdx)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Settle-Ledger
           .

       140-Scan-Pending SECTION.
           OPEN INPUT Pay-Pending
           SET BROWSE-DONE TO FALSE
           MOVE Close-Series TO Pend-Series
           MOVE LOW-VALUES   TO Pend-Game-Nr
           START Pay-Pending KEY IS NOT LESS THAN Pend-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Pay-Pending NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF Pend-Series NOT = Close-Series
                   SET BROWSE-DONE TO TRUE
                 ELSE
                   MOVE Pend-Game-Nr TO Game-Work
                   PERFORM 150-Take-Game-Nr
                   IF GAME-VALID
                     MOVE 'Y' TO CF-Pending(CardIdx)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Pay-Pending
           .

      * Game-Nr is right-justified with leading spaces; zero-filled
      * it must be a card number 001-999, which points CardIdx at
      * the card's flags. Anything else is a BADGAME break.
       150-Take-Game-Nr SECTION.
           SET GAME-VALID TO FALSE
           INSPECT Game-Work REPLACING LEADING SPACE BY ZERO
           IF Game-Work IS NUMERIC
             IF Game-Work-Nr > ZERO
               SET GAME-VALID TO TRUE
               SET CardIdx TO Game-Work-Nr
             END-IF
           END-IF
           IF NOT GAME-VALID
             MOVE SPACES TO Close-Report-Record
             MOVE 'EXC'        TO Rpt-Kind
             MOVE Close-Series TO Rpt-Series
             MOVE 'BADGAME '   TO Rpt-Label
             MOVE Game-Work    TO Rpt-Game-Nr
             MOVE ZERO         TO Rpt-Count
             PERFORM 250-Write-Exception
           END-IF
           .

      * One pass over the flags: count each card into the figures
      * and report what no card should ever show.
       200-Reconcile-Cards SECTION.
           PERFORM VARYING CardIdx FROM 1 BY 1
             UNTIL CardIdx > 999
             IF CF-Played(CardIdx) = 'Y'
               ADD 1 TO Played-Count
             END-IF
             IF CF-Claimed(CardIdx) = 'Y' OR CF-Expired(CardIdx) = 'Y'
                OR CF-Paid(CardIdx) = 'Y' OR CF-Pending(CardIdx) = 'Y'
               ADD 1 TO Valued-Count
               EVALUATE TRUE
                 WHEN CF-Paid(CardIdx) = 'Y'
                   ADD 1 TO Paid-Count
                 WHEN CF-Pending(CardIdx) = 'Y'
                   ADD 1 TO Pending-Count
                 WHEN CF-Expired(CardIdx) = 'Y'
                   ADD 1 TO Expired-Count
                 WHEN OTHER
                   ADD 1 TO Unclaimed-Count
               END-EVALUATE
               IF CF-Played(CardIdx) NOT = 'Y'
                 MOVE 'NOTPLAYD' TO Exc-Label
                 PERFORM 240-Write-Card-Exception
               END-IF
               IF CF-Paid(CardIdx) = 'Y' AND CF-Expired(CardIdx) = 'Y'
                 MOVE 'PAIDEXP ' TO Exc-Label
                 PERFORM 240-Write-Card-Exception
               END-IF
               IF CF-Paid(CardIdx) = 'Y' AND CF-Pending(CardIdx) = 'Y'
                 MOVE 'PAIDPEND' TO Exc-Label
                 PERFORM 240-Write-Card-Exception
               END-IF
             END-IF
             IF Card-Flags(CardIdx) NOT = SPACES
                AND CardIdx > Printed-Count
               MOVE 'OVERPRNT' TO Exc-Label
               PERFORM 240-Write-Card-Exception
             END-IF
           END-PERFORM
           .

       240-Write-Card-Exception SECTION.
           MOVE SPACES TO Close-Report-Record
           MOVE 'EXC'           TO Rpt-Kind
           MOVE Close-Series    TO Rpt-Series
           MOVE Exc-Label       TO Rpt-Label
           SET Game-Disp TO CardIdx
           MOVE Game-Disp       TO Rpt-Game-Nr
           MOVE ZERO            TO Rpt-Count
           PERFORM 250-Write-Exception
           .

       250-Write-Exception SECTION.
           WRITE Close-Report-Record
           ADD 1 TO Row-Count
           ADD 1 TO Break-Count
           .

       300-Write-Figures SECTION.
           MOVE SPACES TO Close-Report-Record
           IF Printed-Count > Played-Count
             COMPUTE Unsold-Count = Printed-Count - Played-Count
           END-IF
           MOVE 'PRINTED ' TO Rpt-Label
           MOVE Printed-Count TO Rpt-Count
           PERFORM 310-Write-Figure
           MOVE 'PLAYED  ' TO Rpt-Label
           MOVE Played-Count TO Rpt-Count
           PERFORM 310-Write-Figure
           MOVE 'UNSOLD  ' TO Rpt-Label
           MOVE Unsold-Count TO Rpt-Count
           PERFORM 310-Write-Figure
           MOVE 'VALUED  ' TO Rpt-Label
           MOVE Valued-Count TO Rpt-Count
           PERFORM 310-Write-Figure
           MOVE 'PAID    ' TO Rpt-Label
           MOVE Paid-Count TO Rpt-Count
           PERFORM 310-Write-Figure
           MOVE 'PENDING ' TO Rpt-Label
           MOVE Pending-Count TO Rpt-Count
           PERFORM 310-Write-Figure
           MOVE 'EXPIRED ' TO Rpt-Label
           MOVE Expired-Count TO Rpt-Count
           PERFORM 310-Write-Figure
           MOVE 'UNCLAIMD' TO Rpt-Label
           MOVE Unclaimed-Count TO Rpt-Count
           PERFORM 310-Write-Figure
      * more cards played than the printer ever delivered
           IF Played-Count > Printed-Count
             ADD 1 TO Break-Count
           END-IF
           MOVE SPACES TO Close-Report-Record
           MOVE 'TOT'        TO Rpt-Kind
           MOVE Close-Series TO Rpt-Series
           MOVE 'BREAKS  '   TO Rpt-Label
           MOVE Break-Count  TO Rpt-Count
           IF Break-Count > ZERO
             MOVE 'OUT-BAL ' TO Rpt-Status
           ELSE
             MOVE 'BALANCED' TO Rpt-Status
           END-IF
           WRITE Close-Report-Record
           ADD 1 TO Row-Count
           .

       310-Write-Figure SECTION.
           MOVE 'FIG'        TO Rpt-Kind
           MOVE Close-Series TO Rpt-Series
           MOVE SPACES       TO Rpt-Game-Nr
           MOVE SPACES       TO Rpt-Status
           IF Rpt-Label = 'PLAYED  ' AND Played-Count > Printed-Count
             MOVE 'OVERPRNT' TO Rpt-Status
           END-IF
           WRITE Close-Report-Record
           ADD 1 TO Row-Count
           .

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

      /
       END PROGRAM D56SCLS.
      /
