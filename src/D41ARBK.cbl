      ******************************************************************
      *  Depot receivables booking
      *
      *  D21RBIL writes the depot invoices; until now whether a depot
      *  had paid lived in a billing spreadsheet. This run books each
      *  night's invoices into the permanent receivables ledger
      *  (DEPOTAR, keyed by depot plus invoice date): one ledger
      *  entry per DEP row of DEPOTINV, for the amount billed, under
      *  the rate version on the HDR row. The LIN rows are counted
      *  per depot and must agree with the DEP row's batch count --
      *  an invoice file that does not add up is not booked at all.
      *
      *  A forced rerun of the same billing date re-books an invoice
      *  nothing has yet been paid or credited against (the billing
      *  was rerun and re-priced); one that already carries postings
      *  is REFUSED and reported, because the money against it would
      *  no longer match. Every add and rewrite is journaled to ARJRN
      *  with the run id first.
      *
      *  PARM bytes 31-38   business date override (YYYYMMDD)
      *       byte  39      'F' forces a duplicate run
      *       byte  62      'B' breaks a stale DEPOTAR marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D41ARBK.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Depot-Invoice ASSIGN TO DEPOTINV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
      * Permanent receivables memory; OPTIONAL so the very first
      * booking run creates it.
           SELECT OPTIONAL Receivables ASSIGN TO DEPOTAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-Key.
           SELECT OPTIONAL AR-Journal ASSIGN TO ARJRN
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

      * Mirrors D21RBIL's Invoice-Record; HDR, LIN and DEP rows are
      * consumed here.
       FD Depot-Invoice RECORDING MODE F.
       01  Invoice-Record.
           05  Inv-Type               PIC X(04).
           05  Inv-Body               PIC X(60).
           05  Inv-Hdr-Body REDEFINES Inv-Body.
               10  Inv-Version            PIC X(08).
               10  Inv-Run-Date           PIC X(08).
               10  FILLER                 PIC X(44).
           05  Inv-Lin-Body REDEFINES Inv-Body.
               10  Inv-Depot              PIC X(08).
               10  FILLER                 PIC X(52).
           05  Inv-Dep-Body REDEFINES Inv-Body.
               10  Inv-Dep-Depot          PIC X(08).
               10  Inv-Dep-Batches        PIC 9(08).
               10  Inv-Dep-Amount         PIC 9(11)V99.
               10  FILLER                 PIC X(31).

       FD Receivables.
       COPY ARLDG.

      * Before and after images of every ledger change; PAY and CRN
      * postings (D42ARPST) also carry the remittance or credit-note
      * reference and the credit-note reason code.
       FD AR-Journal RECORDING MODE F.
       01  AR-Journal-Record.
           05  Jrn-Run-Id             PIC X(14).
           05  Jrn-Action             PIC X(03).
           05  Jrn-Reference          PIC X(12).
           05  Jrn-Reason             PIC X(04).
           05  Jrn-Before             PIC X(93).
           05  Jrn-After              PIC X(93).

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D41ARBK '.
           COPY WSFILST.

           05  Invoice-Date-WK    PIC X(08) VALUE SPACES.
           05  Rate-Version-WK    PIC X(08) VALUE SPACES.

      * The night's DEP rows, held until the whole file has been
      * read and proven to add up.
           05  Book-Count         PIC 9(04) BINARY VALUE ZERO.
           05  Book-Table.
               10  Book-Entry OCCURS 200 TIMES INDEXED BY BkIdx.
                   15  Book-Depot     PIC X(08).
                   15  Book-Batches   PIC 9(08).
                   15  Book-Amount    PIC 9(11)V99.
                   15  Book-Lin-Count PIC 9(08) BINARY.
           05  Search-Depot       PIC X(08).
           05  Found-Sw           PIC 9(1) BINARY.
               88 DEPOT-FOUND         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Invalid-Sw         PIC 9(1) BINARY VALUE ZERO.
               88 INVOICE-FILE-INVALID VALUE 1
                             WHEN SET TO FALSE 0.
           05  Posted-Sw          PIC 9(1) BINARY.
               88 INVOICE-HAS-POSTINGS VALUE 1
                             WHEN SET TO FALSE 0.

           05  Booked-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Rebooked-Count     PIC 9(08) BINARY VALUE ZERO.
           05  Refused-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Booked-Amount      PIC 9(11)V99 VALUE ZERO.
           05  Booked-Units       PIC 9(08).
           05  Booked-Disp        PIC 9(08) DISPLAY.
           05  Rebooked-Disp      PIC 9(08) DISPLAY.
           05  Refused-Disp       PIC 9(08) DISPLAY.
           05  Booked-Amount-Disp PIC 9(11).99.
           05  Batches-Disp       PIC 9(08) DISPLAY.
           05  Lin-Disp           PIC 9(08) DISPLAY.

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
           MOVE 'DEPOTINV' TO Parm-Ddname-Echo
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

           PERFORM 100-Load-Invoice-File
      * half an invoice file booked is worse than none: billing
      * would chase a ledger that disagrees with what was sent
           IF INVOICE-FILE-INVALID
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           MOVE 'DEPOTAR ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN I-O Receivables
           OPEN EXTEND AR-Journal
           OPEN EXTEND Results-History

           PERFORM VARYING BkIdx FROM 1 BY 1 UNTIL BkIdx > Book-Count
             IF Book-Amount(BkIdx) > ZERO
               PERFORM 200-Book-One-Invoice
             END-IF
           END-PERFORM

           CLOSE Receivables
           PERFORM 980-Release-Master-Lock
           CLOSE AR-Journal

      * the history carries the booked amount in whole currency
      * units, like D21RBIL's billed total it should agree with
           COMPUTE Booked-Units = Booked-Amount
           MOVE Booked-Units TO History-Total-1
           MOVE Booked-Count TO History-Total-2
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Booked-Count   TO Booked-Disp
           MOVE Rebooked-Count TO Rebooked-Disp
           MOVE Booked-Amount  TO Booked-Amount-Disp
           MOVE SPACES TO Output-Msg
           STRING Booked-Disp " invoice(s) booked ("
                  Rebooked-Disp " re-booked), total "
                  Booked-Amount-Disp
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D41-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Refused-Count > ZERO
             MOVE Refused-Count TO Refused-Disp
             MOVE SPACES TO Output-Msg
             STRING Refused-Disp
                    " invoice(s) REFUSED -- already paid or credited"
                    " against."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D41-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * Reads the whole invoice file: the HDR row dates the invoices,
      * each DEP row is one invoice, and the LIN rows are counted
      * against the DEP row's batch count before anything is booked.
       100-Load-Invoice-File SECTION.
           MOVE ZERO TO Book-Count
           SET INVOICE-FILE-INVALID TO FALSE
           MOVE SPACES TO Invoice-Date-WK
           OPEN INPUT Depot-Invoice
           READ Depot-Invoice NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             EVALUATE Inv-Type
               WHEN 'HDR '
                 MOVE Inv-Run-Date TO Invoice-Date-WK
                 MOVE Inv-Version  TO Rate-Version-WK
               WHEN 'LIN '
                 MOVE Inv-Depot TO Search-Depot
                 PERFORM 110-Find-Depot
                 ADD 1 TO Book-Lin-Count(BkIdx)
               WHEN 'DEP '
                 MOVE Inv-Dep-Depot TO Search-Depot
                 PERFORM 110-Find-Depot
                 MOVE Inv-Dep-Batches TO Book-Batches(BkIdx)
                 MOVE Inv-Dep-Amount  TO Book-Amount(BkIdx)
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             READ Depot-Invoice NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Depot-Invoice
           SET EOF TO FALSE

           IF Invoice-Date-WK NOT NUMERIC
             SET INVOICE-FILE-INVALID TO TRUE
             MOVE 'D41-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "DEPOTINV has no dated HDR row -- nothing booked."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           PERFORM VARYING BkIdx FROM 1 BY 1 UNTIL BkIdx > Book-Count
             IF Book-Lin-Count(BkIdx) NOT = Book-Batches(BkIdx)
               SET INVOICE-FILE-INVALID TO TRUE
               MOVE Book-Batches(BkIdx)   TO Batches-Disp
               MOVE Book-Lin-Count(BkIdx) TO Lin-Disp
               MOVE SPACES TO Log-Text
               STRING "Depot " Book-Depot(BkIdx) " DEP row says "
                      Batches-Disp " batch(es), LIN rows "
                      Lin-Disp " -- nothing booked."
                 DELIMITED BY SIZE
                 INTO Log-Text
               END-STRING
               MOVE 'D41-E002' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               PERFORM 970-Write-Log-Message
             END-IF
           END-PERFORM
           .

      * Finds Search-Depot in the book table,
      * adding it when new; BkIdx is left on its entry.
       110-Find-Depot SECTION.
           SET DEPOT-FOUND TO FALSE
           PERFORM VARYING BkIdx FROM 1 BY 1
             UNTIL BkIdx > Book-Count OR DEPOT-FOUND
             IF Book-Depot(BkIdx) = Search-Depot
               SET DEPOT-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF DEPOT-FOUND
             SET BkIdx DOWN BY 1
           ELSE
             IF Book-Count < 200
               ADD 1 TO Book-Count
               SET BkIdx TO Book-Count
               MOVE Search-Depot TO Book-Depot(BkIdx)
               MOVE ZERO TO Book-Batches(BkIdx)
               MOVE ZERO TO Book-Amount(BkIdx)
               MOVE ZERO TO Book-Lin-Count(BkIdx)
             ELSE
      * a dropped depot is an invoice nobody would ever chase
               MOVE 'D41-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "Book-Table full -- run aborted." TO Log-Text
               PERFORM 970-Write-Log-Message
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           .

      * Books one invoice. The READ on the key is the rerun check:
      * an invoice already on the ledger for this depot and date is
      * re-booked only while nothing has come off it.
       200-Book-One-Invoice SECTION.
           MOVE Book-Depot(BkIdx) TO AR-Depot
           MOVE Invoice-Date-WK   TO AR-Invoice-Date
           SET INVOICE-HAS-POSTINGS TO FALSE
           MOVE 'ADD' TO Jrn-Action
           MOVE SPACES TO Jrn-Before
           READ Receivables RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'UPD' TO Jrn-Action
               MOVE Receivable-Record TO Jrn-Before
               IF AR-Paid-Amount > ZERO OR AR-Credited-Amount > ZERO
                 SET INVOICE-HAS-POSTINGS TO TRUE
               END-IF
           END-READ
           IF INVOICE-HAS-POSTINGS
             ADD 1 TO Refused-Count
             MOVE SPACES TO Log-Text
             STRING "Invoice " AR-Depot " " AR-Invoice-Date
                    " already has postings -- not re-booked."
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             MOVE 'D41-W002' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             PERFORM 970-Write-Log-Message
           ELSE
             MOVE Book-Depot(BkIdx)   TO AR-Depot
             MOVE Invoice-Date-WK     TO AR-Invoice-Date
             MOVE Rate-Version-WK     TO AR-Rate-Version
             MOVE Book-Batches(BkIdx) TO AR-Batches
             MOVE Book-Amount(BkIdx)  TO AR-Invoice-Amount
             MOVE ZERO                TO AR-Paid-Amount
             MOVE ZERO                TO AR-Credited-Amount
             MOVE SPACES              TO AR-Last-Post-Date
             MOVE Run-Id              TO AR-Last-Run
      * journal first: what is journaled is the state a backout
      * would have to restore
             MOVE Run-Id            TO Jrn-Run-Id
             MOVE SPACES            TO Jrn-Reference
             MOVE SPACES            TO Jrn-Reason
             MOVE Receivable-Record TO Jrn-After
             WRITE AR-Journal-Record
             IF Jrn-Action = 'ADD'
               WRITE Receivable-Record
             ELSE
               REWRITE Receivable-Record
               ADD 1 TO Rebooked-Count
             END-IF
             ADD 1 TO Booked-Count
             ADD Book-Amount(BkIdx) TO Booked-Amount
           END-IF
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D41ARBK.
      /
