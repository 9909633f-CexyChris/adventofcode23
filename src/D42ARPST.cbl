      ******************************************************************
      *  Depot receivables posting and aged debt
      *
      *  Posts the depots' payments and billing's credit notes
      *  (ARTRAN) against the receivables ledger D41ARBK books from
      *  the invoices, then ages what is still owed into the nightly
      *  aged-debt report ARAGED -- the figures billing kept in a
      *  spreadsheet.
      *
      *  ARTRAN records, one per payment or credit note:
      *    type X(3)  'PAY' payment / 'CRN' credit note
      *    depot X(8) + invoice date X(8) -- the invoice, exactly as
      *               the remittance quotes it
      *    amount 9(9)V99, reference X(12) (remittance or credit-note
      *    number), reason X(4) -- required on a credit note:
      *      PRIC pricing error     DMGD damaged in transit
      *      SHRT short delivery    DUPL billed twice
      *      GDWL goodwill
      *
      *  A transaction is posted only to the invoice it names, and
      *  only up to what that invoice still owes. Anything else --
      *  no such invoice, more than is owed, a bad amount, a credit
      *  note without a known reason -- goes to the ARUNMT exception
      *  report untouched: an unmatched payment is cash billing must
      *  identify, never something to lay against the nearest
      *  invoice. A transaction against an invoice an earlier run
      *  already posted to on this business date is refused too, so
      *  a forced rerun of the same ARTRAN cannot post it twice.
      *  Every posting is journaled to ARJRN with its reference and
      *  reason.
      *
      *  ARAGED rows: HDR (business date), DEP (per depot: open
      *  invoices, oldest invoice date, amounts owed 0-30, 31-60,
      *  61-90 and over 90 days from the invoice date, total), TOT.
      *
      *  PARM bytes 31-38   business date override (YYYYMMDD)
      *       byte  39      'F' forces a duplicate run
      *       byte  62      'B' breaks a stale DEPOTAR marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D42ARPST.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-Transactions ASSIGN TO ARTRAN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT OPTIONAL Receivables ASSIGN TO DEPOTAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-Key.
           SELECT OPTIONAL AR-Journal ASSIGN TO ARJRN
           ORGANIZATION IS SEQUENTIAL.
      * One row per transaction not posted; last record is the
      * control-total trailer (TRL in bytes 1-3).
           SELECT AR-Unmatched ASSIGN TO ARUNMT
           ORGANIZATION IS SEQUENTIAL.
           SELECT Aged-Debt ASSIGN TO ARAGED
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD AR-Transactions RECORDING MODE F.
       01  AR-Transaction-Record.
           05  ART-Type               PIC X(03).
               88 ART-PAYMENT             VALUE 'PAY'.
               88 ART-CREDIT-NOTE         VALUE 'CRN'.
           05  ART-Depot              PIC X(08).
           05  ART-Invoice-Date       PIC X(08).
           05  ART-Amount             PIC 9(09)V99.
           05  ART-Reference          PIC X(12).
           05  ART-Reason             PIC X(04).
               88 ART-REASON-KNOWN        VALUE 'PRIC' 'DMGD' 'SHRT'
                                                'DUPL' 'GDWL'.
           05  FILLER                 PIC X(34).

       FD Receivables.
       COPY ARLDG.

      * Mirrors D41ARBK's AR-Journal-Record.
       FD AR-Journal RECORDING MODE F.
       01  AR-Journal-Record.
           05  Jrn-Run-Id             PIC X(14).
           05  Jrn-Action             PIC X(03).
           05  Jrn-Reference          PIC X(12).
           05  Jrn-Reason             PIC X(04).
           05  Jrn-Before             PIC X(93).
           05  Jrn-After              PIC X(93).

       FD AR-Unmatched RECORDING MODE F.
       01  AR-Unmatched-Record.
           05  ARU-Line-Number        PIC 9(08).
           05  ARU-Transaction        PIC X(80).
           05  ARU-Reason             PIC X(24).

       FD Aged-Debt RECORDING MODE F.
       01  Aged-Debt-Record.
           05  Age-Type               PIC X(04).
           05  Age-Body               PIC X(85).
           05  Age-Hdr-Body REDEFINES Age-Body.
               10  Age-Business-Date      PIC X(08).
               10  FILLER                 PIC X(77).
           05  Age-Dep-Body REDEFINES Age-Body.
               10  Age-Depot              PIC X(08).
               10  Age-Open-Invoices      PIC 9(04).
               10  Age-Oldest-Date        PIC X(08).
               10  Age-Days-0-30          PIC 9(11)V99.
               10  Age-Days-31-60         PIC 9(11)V99.
               10  Age-Days-61-90         PIC 9(11)V99.
               10  Age-Days-Over-90       PIC 9(11)V99.
               10  Age-Total-Owed         PIC 9(11)V99.

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D42ARPST'.
           COPY WSFILST.

           05  Line-Number        PIC 9(08) BINARY VALUE ZERO.
           05  Posted-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Unmatched-Count    PIC 9(08) BINARY VALUE ZERO.
           05  Posted-Amount      PIC 9(11)V99 VALUE ZERO.
           05  Posted-Units       PIC 9(08).
           05  Posted-Disp        PIC 9(08) DISPLAY.
           05  Unmatched-Disp     PIC 9(08) DISPLAY.
           05  Posted-Amount-Disp PIC 9(11).99.
           05  Owed-Disp          PIC 9(11).99.
           05  Open-Amount        PIC S9(11)V99.
           05  Unmatched-Reason   PIC X(24).
           05  Invoice-Found-Sw   PIC 9(1) BINARY.
               88 INVOICE-FOUND       VALUE 1
                             WHEN SET TO FALSE 0.

      * Aged-debt roll-up: one depot at a time (the ledger is read
      * in key order, depot first), then the grand total.
           05  Ledger-Eof-Sw      PIC 9(1) BINARY.
               88 LEDGER-EOF          VALUE 1
                             WHEN SET TO FALSE 0.
           05  Business-Day-Nr    PIC 9(08) BINARY.
           05  Age-Days           PIC S9(08) BINARY.
           05  Current-Depot      PIC X(08) VALUE SPACES.
           05  Depot-Bucket.
               10  Dpb-Open-Invoices  PIC 9(04) BINARY.
               10  Dpb-Oldest-Date    PIC X(08).
               10  Dpb-Days-0-30      PIC 9(11)V99.
               10  Dpb-Days-31-60     PIC 9(11)V99.
               10  Dpb-Days-61-90     PIC 9(11)V99.
               10  Dpb-Days-Over-90   PIC 9(11)V99.
               10  Dpb-Total-Owed     PIC 9(11)V99.
           05  Grand-Bucket.
               10  Grb-Open-Invoices  PIC 9(04) BINARY.
               10  Grb-Days-0-30      PIC 9(11)V99.
               10  Grb-Days-31-60     PIC 9(11)V99.
               10  Grb-Days-61-90     PIC 9(11)V99.
               10  Grb-Days-Over-90   PIC 9(11)V99.
               10  Grb-Total-Owed     PIC 9(11)V99.

       01  Run-Id-Fields.
           05  Run-Id             PIC X(14).

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
           MOVE 'ARTRAN  ' TO Parm-Ddname-Echo
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

           MOVE 'DEPOTAR ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN INPUT AR-Transactions
           OPEN I-O Receivables
           OPEN EXTEND AR-Journal
           OPEN OUTPUT AR-Unmatched
           OPEN EXTEND Results-History

           READ AR-Transactions NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             ADD 1 TO Line-Number
             PERFORM 100-Post-One-Transaction
             READ AR-Transactions NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE AR-Transactions

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Unmatched-Count TO Trailer-Record-Count
           MOVE ZERO            TO Trailer-Key-Figure
           WRITE AR-Unmatched-Record FROM Trailer-Layout
           CLOSE AR-Unmatched
           CLOSE AR-Journal

      * aged after posting, so the report shows tonight's payments
      * already off the debt
           PERFORM 300-Report-Aged-Debt

           CLOSE Receivables
           PERFORM 980-Release-Master-Lock

      * the history carries the posted amount in whole currency
      * units; the cents are on the journal
           COMPUTE Posted-Units = Posted-Amount
           MOVE Posted-Units    TO History-Total-1
           MOVE Unmatched-Count TO History-Total-2
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Posted-Count  TO Posted-Disp
           MOVE Posted-Amount TO Posted-Amount-Disp
           MOVE Grb-Total-Owed TO Owed-Disp
           MOVE SPACES TO Output-Msg
           STRING Posted-Disp " posting(s), total "
                  Posted-Amount-Disp "; still owed " Owed-Disp
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D42-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Unmatched-Count > ZERO
             MOVE Unmatched-Count TO Unmatched-Disp
             MOVE SPACES TO Output-Msg
             STRING Unmatched-Disp
                    " transaction(s) NOT posted -- see ARUNMT."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D42-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * Posts one payment or credit note to exactly the invoice it
      * names. The READ on the key is the match; there is no
      * fallback to another invoice of the same depot.
       100-Post-One-Transaction SECTION.
           MOVE SPACES TO Unmatched-Reason
           SET INVOICE-FOUND TO FALSE
           IF ART-PAYMENT OR ART-CREDIT-NOTE
             MOVE ART-Depot        TO AR-Depot
             MOVE ART-Invoice-Date TO AR-Invoice-Date
             READ Receivables RECORD
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET INVOICE-FOUND TO TRUE
             END-READ
           END-IF
           IF INVOICE-FOUND
             COMPUTE Open-Amount = AR-Invoice-Amount - AR-Paid-Amount
                                 - AR-Credited-Amount
           END-IF
           EVALUATE TRUE
             WHEN NOT ART-PAYMENT AND NOT ART-CREDIT-NOTE
               MOVE "UNKNOWN TYPE" TO Unmatched-Reason
             WHEN ART-Amount NOT NUMERIC
               MOVE "BAD AMOUNT" TO Unmatched-Reason
             WHEN ART-Amount = ZERO
               MOVE "BAD AMOUNT" TO Unmatched-Reason
             WHEN ART-CREDIT-NOTE AND NOT ART-REASON-KNOWN
               MOVE "NO KNOWN REASON CODE" TO Unmatched-Reason
             WHEN NOT INVOICE-FOUND
               MOVE "NO SUCH INVOICE" TO Unmatched-Reason
             WHEN AR-Last-Post-Date = Run-Business-Date
                  AND AR-Last-Run NOT = Run-Id
               MOVE "POSTED BY EARLIER RUN" TO Unmatched-Reason
             WHEN ART-Amount > Open-Amount
               MOVE "EXCEEDS AMOUNT OWED" TO Unmatched-Reason
           END-EVALUATE

           IF Unmatched-Reason NOT = SPACES
             ADD 1 TO Unmatched-Count
             MOVE Line-Number           TO ARU-Line-Number
             MOVE AR-Transaction-Record TO ARU-Transaction
             MOVE Unmatched-Reason      TO ARU-Reason
             WRITE AR-Unmatched-Record
           ELSE
             MOVE Receivable-Record TO Jrn-Before
             IF ART-PAYMENT
               ADD ART-Amount TO AR-Paid-Amount
             ELSE
               ADD ART-Amount TO AR-Credited-Amount
             END-IF
             MOVE Run-Business-Date TO AR-Last-Post-Date
             MOVE Run-Id            TO AR-Last-Run
      * journal first: what is journaled is the state a backout
      * would have to restore
             MOVE Run-Id            TO Jrn-Run-Id
             MOVE ART-Type          TO Jrn-Action
             MOVE ART-Reference     TO Jrn-Reference
             MOVE ART-Reason        TO Jrn-Reason
             MOVE Receivable-Record TO Jrn-After
             WRITE AR-Journal-Record
             REWRITE Receivable-Record
             ADD 1 TO Posted-Count
             ADD ART-Amount TO Posted-Amount
           END-IF
           .

      * Browses the whole ledger in key order, ages every invoice
      * still owing by its invoice date, and writes one DEP row per
      * depot at each change of depot.
       300-Report-Aged-Debt SECTION.
           OPEN OUTPUT Aged-Debt
           MOVE SPACES TO Aged-Debt-Record
           MOVE 'HDR ' TO Age-Type
           MOVE Run-Business-Date TO Age-Business-Date
           WRITE Aged-Debt-Record

           COMPUTE Business-Day-Nr =
                   FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL(Run-Business-Date))
           INITIALIZE Grand-Bucket
           INITIALIZE Depot-Bucket
           MOVE SPACES TO Current-Depot
           SET LEDGER-EOF TO FALSE
           MOVE LOW-VALUES TO AR-Key
           START Receivables KEY IS NOT LESS THAN AR-Key
             INVALID KEY
               SET LEDGER-EOF TO TRUE
           END-START
           PERFORM UNTIL LEDGER-EOF
             READ Receivables NEXT RECORD
               AT END
                 SET LEDGER-EOF TO TRUE
               NOT AT END
                 PERFORM 310-Age-One-Invoice
             END-READ
           END-PERFORM
           IF Current-Depot NOT = SPACES
             PERFORM 320-Write-Depot-Row
           END-IF

           MOVE SPACES TO Aged-Debt-Record
           MOVE 'TOT ' TO Age-Type
           MOVE SPACES           TO Age-Depot
           MOVE Grb-Open-Invoices TO Age-Open-Invoices
           MOVE SPACES           TO Age-Oldest-Date
           MOVE Grb-Days-0-30    TO Age-Days-0-30
           MOVE Grb-Days-31-60   TO Age-Days-31-60
           MOVE Grb-Days-61-90   TO Age-Days-61-90
           MOVE Grb-Days-Over-90 TO Age-Days-Over-90
           MOVE Grb-Total-Owed   TO Age-Total-Owed
           WRITE Aged-Debt-Record
           CLOSE Aged-Debt
           .

       310-Age-One-Invoice SECTION.
           COMPUTE Open-Amount = AR-Invoice-Amount - AR-Paid-Amount
                               - AR-Credited-Amount
           IF Open-Amount > ZERO
             IF AR-Depot NOT = Current-Depot
               IF Current-Depot NOT = SPACES
                 PERFORM 320-Write-Depot-Row
               END-IF
               INITIALIZE Depot-Bucket
               MOVE AR-Depot TO Current-Depot
      * the ledger is in date order within the depot, so the first
      * open invoice met is the oldest
               MOVE AR-Invoice-Date TO Dpb-Oldest-Date
             END-IF
             COMPUTE Age-Days = Business-Day-Nr
                     - FUNCTION INTEGER-OF-DATE
                         (FUNCTION NUMVAL(AR-Invoice-Date))
             EVALUATE TRUE
               WHEN Age-Days <= 30
                 ADD Open-Amount TO Dpb-Days-0-30
               WHEN Age-Days <= 60
                 ADD Open-Amount TO Dpb-Days-31-60
               WHEN Age-Days <= 90
                 ADD Open-Amount TO Dpb-Days-61-90
               WHEN OTHER
                 ADD Open-Amount TO Dpb-Days-Over-90
             END-EVALUATE
             ADD Open-Amount TO Dpb-Total-Owed
             ADD 1 TO Dpb-Open-Invoices
           END-IF
           .

       320-Write-Depot-Row SECTION.
           MOVE SPACES TO Aged-Debt-Record
           MOVE 'DEP ' TO Age-Type
           MOVE Current-Depot     TO Age-Depot
           MOVE Dpb-Open-Invoices TO Age-Open-Invoices
           MOVE Dpb-Oldest-Date   TO Age-Oldest-Date
           MOVE Dpb-Days-0-30     TO Age-Days-0-30
           MOVE Dpb-Days-31-60    TO Age-Days-31-60
           MOVE Dpb-Days-61-90    TO Age-Days-61-90
           MOVE Dpb-Days-Over-90  TO Age-Days-Over-90
           MOVE Dpb-Total-Owed    TO Age-Total-Owed
           WRITE Aged-Debt-Record
           ADD Dpb-Open-Invoices TO Grb-Open-Invoices
           ADD Dpb-Days-0-30     TO Grb-Days-0-30
           ADD Dpb-Days-31-60    TO Grb-Days-31-60
           ADD Dpb-Days-61-90    TO Grb-Days-61-90
           ADD Dpb-Days-Over-90  TO Grb-Days-Over-90
           ADD Dpb-Total-Owed    TO Grb-Total-Owed
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D42ARPST.
      /
