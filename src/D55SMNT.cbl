      ******************************************************************
      *  Card series master maintenance
      *
      *  Cards carry a series code and the ledgers are keyed on it,
      *  but until now nothing said which series exist, when they go
      *  on sale, how many cards were printed or when they are
      *  withdrawn. CARDSRS, keyed by series code, holds exactly
      *  that; D04SCTC rejects a card from a series that is not on it
      *  or not on sale on the business date, and D56SCLS reconciles
      *  a closed series against its printed quantity. CARDSRS is
      *  changed ONLY through this utility's transaction batch:
      *
      *  SRSTRAN carries one record per intended action:
      *    action X(1)   'A' add, 'C' change, 'W' withdraw from sale
      *    series code X(2) (spaces is the original series)
      *    name X(20)
      *    open date, close date (YYYYMMDD, blank where not given)
      *    printed quantity 9(8) (blank where not given)
      *    ticket reference X(8) -- required on every record
      *
      *  An add needs a name and the printed quantity; it is on sale
      *  from its open date (default: the business date) until its
      *  close date (default: open-ended). A change replaces
      *  whichever of name, dates and printed quantity it carries. A
      *  withdrawal books the last day on sale as the close date
      *  (default: the business date) and is final -- a withdrawn
      *  series takes no further change.
      *
      *  As in D44EMNT the whole batch is judged BEFORE anything is
      *  applied -- malformed records, missing tickets, bad dates or
      *  quantities, adds of series already on file, changes to
      *  series not on file or withdrawn, a series named twice in one
      *  batch, dates that would close before they open -- and any
      *  error refuses the entire batch, RC 8, nothing touched. Every
      *  applied action writes a before/after image with its ticket
      *  to the SRSAUDT audit file first.
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *       byte  62     'B' breaks a stale CARDSRS marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D55SMNT.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL so the first batch of adds creates it.
           SELECT OPTIONAL Series-Master ASSIGN TO CARDSRS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ser-Code.
           SELECT OPTIONAL Series-Audit ASSIGN TO SRSAUDT
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Series-Trans ASSIGN TO SRSTRAN
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Series-Master.
       COPY CARDSRS.

       FD Series-Audit RECORDING MODE F.
       01  Series-Audit-Record.
           05  Aud-Timestamp          PIC X(14).
           05  Aud-Action             PIC X(03).
           05  Aud-Auth-Ref           PIC X(08).
           05  Aud-Before             PIC X(69).
           05  Aud-After              PIC X(69).

       FD Series-Trans RECORDING MODE F.
       01  Tran-Record.
           05  Tran-Action            PIC X(01).
           05  Tran-Series            PIC X(02).
           05  Tran-Name              PIC X(20).
           05  Tran-Open-Date         PIC X(08).
           05  Tran-Close-Date        PIC X(08).
           05  Tran-Printed-Qty       PIC X(08).
           05  Tran-Auth-Ref          PIC X(08).
           05  FILLER                 PIC X(25).

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D55SMNT '.
           COPY WSFILST.

      * the transaction batch, held whole so it can be judged whole:
      * any error refuses everything
           05  Tran-Count         PIC 9(03) BINARY VALUE ZERO.
           05  Tran-Table.
               10  Tran-Entry OCCURS 500 TIMES INDEXED BY TrnIdx.
                   15  TT-Action      PIC X(01).
                   15  TT-Series      PIC X(02).
                   15  TT-Name        PIC X(20).
                   15  TT-Open-Date   PIC X(08).
                   15  TT-Close-Date  PIC X(08).
                   15  TT-Printed-Qty PIC X(08).
                   15  TT-Auth-Ref    PIC X(08).
           05  Trn2               PIC 9(03) BINARY.
           05  Tran-Seq-Disp      PIC 9(03) DISPLAY.
           05  Tran-Err-Count     PIC 9(03) BINARY VALUE ZERO.
           05  Tran-Err-Disp      PIC 9(03) DISPLAY.
           05  Tran-EOF-Sw        PIC 9(1) BINARY.
               88 TRAN-EOF            VALUE 1
                             WHEN SET TO FALSE 0.
           05  Series-Found-Sw    PIC 9(1) BINARY.
               88 SERIES-ON-FILE      VALUE 1
                             WHEN SET TO FALSE 0.
           05  Check-Date         PIC X(08).
           05  Date-Valid-Sw      PIC 9(1) BINARY.
               88 DATE-VALID          VALUE 1
                             WHEN SET TO FALSE 0.
           05  New-Open-Date      PIC X(08).
           05  New-Close-Date     PIC X(08).
           05  Applied-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Applied-Disp       PIC 9(08) DISPLAY.

       01  Run-Id-Fields.
           05  Run-Id             PIC X(14).

       01  Output-Msg             PIC X(80).

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
           MOVE 'SRSTRAN ' TO Parm-Ddname-Echo
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

           MOVE SPACES TO Run-Id
           STRING Run-Business-Date
                  FUNCTION CURRENT-DATE(9:6)
             DELIMITED BY SIZE
             INTO Run-Id
           END-STRING

           PERFORM 510-Load-Transactions
           PERFORM 520-Validate-Transactions
           IF Tran-Err-Count > ZERO
             MOVE Tran-Err-Count TO Tran-Err-Disp
             MOVE SPACES TO Output-Msg
             STRING Tran-Err-Disp
                    " transaction error(s) -- batch REFUSED,"
                    " nothing applied."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D55-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           MOVE 'CARDSRS ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN I-O Series-Master
           OPEN EXTEND Series-Audit
           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             PERFORM 600-Apply-One-Transaction
           END-PERFORM
           CLOSE Series-Master
           CLOSE Series-Audit
           PERFORM 980-Release-Master-Lock

           MOVE Applied-Count TO Applied-Disp
           MOVE SPACES TO Output-Msg
           STRING Applied-Disp
                  " card series action(s) applied."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D55-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           MOVE Applied-Count TO History-Total-1
           MOVE Tran-Count    TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History
           PERFORM 965-Record-Run-End

           GOBACK
           .

       510-Load-Transactions SECTION.
           SET TRAN-EOF TO FALSE
           OPEN INPUT Series-Trans
           READ Series-Trans NEXT RECORD
                AT END SET TRAN-EOF TO TRUE
           END-READ
           PERFORM UNTIL TRAN-EOF
             PERFORM 512-Take-Transaction
             READ Series-Trans NEXT RECORD
                  AT END SET TRAN-EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Series-Trans
           IF Tran-Count = ZERO
             ADD 1 TO Tran-Err-Count
             MOVE 'D55-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "SRSTRAN is empty -- nothing to judge."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           .

       512-Take-Transaction SECTION.
           IF Tran-Count < 500
             ADD 1 TO Tran-Count
             SET TrnIdx TO Tran-Count
             PERFORM 515-Edit-One-Transaction
           ELSE
             MOVE 'D55-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Tran-Table full -- batch refused."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * Record-level checks, and the defaults an add or withdrawal
      * takes for the dates it leaves blank.
       515-Edit-One-Transaction SECTION.
           MOVE TrnIdx TO Tran-Seq-Disp
           MOVE Tran-Action      TO TT-Action(TrnIdx)
           MOVE Tran-Series      TO TT-Series(TrnIdx)
           MOVE Tran-Name        TO TT-Name(TrnIdx)
           MOVE Tran-Open-Date   TO TT-Open-Date(TrnIdx)
           MOVE Tran-Close-Date  TO TT-Close-Date(TrnIdx)
           MOVE Tran-Printed-Qty TO TT-Printed-Qty(TrnIdx)
           MOVE Tran-Auth-Ref    TO TT-Auth-Ref(TrnIdx)
           IF Tran-Action NOT = 'A' AND Tran-Action NOT = 'C'
              AND Tran-Action NOT = 'W'
             PERFORM 518-Flag-Transaction
           END-IF
           MOVE Tran-Open-Date TO Check-Date
           PERFORM 519-Check-Date
           IF NOT DATE-VALID
             PERFORM 518-Flag-Transaction
           END-IF
           MOVE Tran-Close-Date TO Check-Date
           PERFORM 519-Check-Date
           IF NOT DATE-VALID
             PERFORM 518-Flag-Transaction
           END-IF
           IF Tran-Printed-Qty NOT = SPACES
              AND Tran-Printed-Qty IS NOT NUMERIC
             PERFORM 518-Flag-Transaction
           END-IF
           EVALUATE Tran-Action
             WHEN 'A'
               IF Tran-Name = SPACES OR Tran-Printed-Qty = SPACES
                 PERFORM 518-Flag-Transaction
               END-IF
               IF Tran-Open-Date = SPACES
                 MOVE Run-Business-Date TO TT-Open-Date(TrnIdx)
               END-IF
               IF Tran-Close-Date = SPACES
                 MOVE '99991231' TO TT-Close-Date(TrnIdx)
               END-IF
             WHEN 'C'
      * a change that changes nothing is a keying slip, not a no-op
               IF Tran-Name = SPACES
                  AND Tran-Open-Date = SPACES
                  AND Tran-Close-Date = SPACES
                  AND Tran-Printed-Qty = SPACES
                 PERFORM 518-Flag-Transaction
               END-IF
             WHEN 'W'
      * a withdrawal carries its last day on sale and nothing else
               IF Tran-Name NOT = SPACES
                  OR Tran-Open-Date NOT = SPACES
                  OR Tran-Printed-Qty NOT = SPACES
                 PERFORM 518-Flag-Transaction
               END-IF
               IF Tran-Close-Date = SPACES
                 MOVE Run-Business-Date TO TT-Close-Date(TrnIdx)
               END-IF
           END-EVALUATE
      * an unreferenced change to the master is the audit hole this
      * utility exists to close
           IF Tran-Auth-Ref = SPACES
             PERFORM 518-Flag-Transaction
           END-IF
           .

       518-Flag-Transaction SECTION.
           ADD 1 TO Tran-Err-Count
           MOVE SPACES TO Output-Msg
           STRING "Transaction " Tran-Seq-Disp
                  " is malformed or unauthorized."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D55-E004' TO Log-Msg-Id
           MOVE 'E'        TO Log-Severity
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           .

      * Blank, or a YYYYMMDD date judged the way 940-Check-Common-Parm
      * judges the business date.
       519-Check-Date SECTION.
           SET DATE-VALID TO TRUE
           IF Check-Date NOT = SPACES
             IF Check-Date IS NUMERIC
                AND Check-Date(5:2) >= '01'
                AND Check-Date(5:2) <= '12'
                AND Check-Date(7:2) >= '01'
                AND Check-Date(7:2) <= '31'
               CONTINUE
             ELSE
               SET DATE-VALID TO FALSE
             END-IF
           END-IF
           .

      * Whole-batch checks that need the master or the other
      * transactions.
       520-Validate-Transactions SECTION.
           OPEN INPUT Series-Master
           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             MOVE TrnIdx TO Tran-Seq-Disp
             MOVE TT-Series(TrnIdx) TO Ser-Code
             SET SERIES-ON-FILE TO FALSE
             READ Series-Master RECORD
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET SERIES-ON-FILE TO TRUE
             END-READ
             MOVE SPACES TO Output-Msg
             EVALUATE TRUE
               WHEN TT-Action(TrnIdx) = 'A' AND SERIES-ON-FILE
                 STRING "Transaction " Tran-Seq-Disp
                        " adds a series already on the master."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
               WHEN TT-Action(TrnIdx) NOT = 'A'
                    AND NOT SERIES-ON-FILE
                 STRING "Transaction " Tran-Seq-Disp
                        " names a series not on the master."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
               WHEN TT-Action(TrnIdx) NOT = 'A'
                    AND SERIES-WITHDRAWN
                 STRING "Transaction " Tran-Seq-Disp
                        " changes a series already withdrawn."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
             END-EVALUATE
             IF Output-Msg NOT = SPACES
               ADD 1 TO Tran-Err-Count
               MOVE 'D55-E005' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
             ELSE
               PERFORM 525-Check-Sale-Dates
             END-IF
      * one series, one action per batch: a second would be judged
      * against a master the first has not changed yet
             PERFORM VARYING Trn2 FROM 1 BY 1
               UNTIL Trn2 >= TrnIdx
               IF TT-Series(Trn2) = TT-Series(TrnIdx)
                 ADD 1 TO Tran-Err-Count
                 MOVE SPACES TO Output-Msg
                 STRING "Transaction " Tran-Seq-Disp
                        " names a series already in this batch."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
                 MOVE 'D55-E006' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE Output-Msg TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-PERFORM
           END-PERFORM
           CLOSE Series-Master
           .

      * The sale dates the series would carry once the transaction
      * is applied must not close before they open.
       525-Check-Sale-Dates SECTION.
           IF TT-Action(TrnIdx) = 'A'
             MOVE TT-Open-Date(TrnIdx)  TO New-Open-Date
             MOVE TT-Close-Date(TrnIdx) TO New-Close-Date
           ELSE
             MOVE Ser-Open-Date  TO New-Open-Date
             MOVE Ser-Close-Date TO New-Close-Date
             IF TT-Open-Date(TrnIdx) NOT = SPACES
               MOVE TT-Open-Date(TrnIdx) TO New-Open-Date
             END-IF
             IF TT-Close-Date(TrnIdx) NOT = SPACES
               MOVE TT-Close-Date(TrnIdx) TO New-Close-Date
             END-IF
           END-IF
           IF New-Close-Date < New-Open-Date
             ADD 1 TO Tran-Err-Count
             MOVE SPACES TO Output-Msg
             STRING "Transaction " Tran-Seq-Disp
                    " would close the series before it opens."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D55-E007' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           .

       600-Apply-One-Transaction SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Aud-Timestamp
           MOVE TT-Auth-Ref(TrnIdx) TO Aud-Auth-Ref
           IF TT-Action(TrnIdx) = 'A'
             MOVE SPACES TO Aud-Before
             MOVE SPACES TO Series-Record
             MOVE TT-Series(TrnIdx)      TO Ser-Code
             MOVE TT-Name(TrnIdx)        TO Ser-Name
             MOVE TT-Open-Date(TrnIdx)   TO Ser-Open-Date
             MOVE TT-Close-Date(TrnIdx)  TO Ser-Close-Date
             MOVE TT-Printed-Qty(TrnIdx) TO Ser-Printed-Qty
             SET SERIES-ACTIVE TO TRUE
             MOVE 'ADD' TO Aud-Action
           ELSE
             MOVE TT-Series(TrnIdx) TO Ser-Code
             READ Series-Master RECORD
               INVALID KEY
                 CONTINUE
             END-READ
             MOVE Series-Record TO Aud-Before
             IF TT-Name(TrnIdx) NOT = SPACES
               MOVE TT-Name(TrnIdx) TO Ser-Name
             END-IF
             IF TT-Open-Date(TrnIdx) NOT = SPACES
               MOVE TT-Open-Date(TrnIdx) TO Ser-Open-Date
             END-IF
             IF TT-Close-Date(TrnIdx) NOT = SPACES
               MOVE TT-Close-Date(TrnIdx) TO Ser-Close-Date
             END-IF
             IF TT-Printed-Qty(TrnIdx) NOT = SPACES
               MOVE TT-Printed-Qty(TrnIdx) TO Ser-Printed-Qty
             END-IF
             IF TT-Action(TrnIdx) = 'C'
               MOVE 'CHG' TO Aud-Action
             ELSE
               SET SERIES-WITHDRAWN TO TRUE
               MOVE 'WDR' TO Aud-Action
             END-IF
           END-IF
           MOVE TT-Auth-Ref(TrnIdx) TO Ser-Last-Ticket
           MOVE Run-Id              TO Ser-Last-Run
           MOVE Series-Record       TO Aud-After
           WRITE Series-Audit-Record
           IF TT-Action(TrnIdx) = 'A'
             WRITE Series-Record
           ELSE
             REWRITE Series-Record
           END-IF
           ADD 1 TO Applied-Count
           .

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D55SMNT.
      /
