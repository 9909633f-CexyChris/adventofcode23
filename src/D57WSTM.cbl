      ******************************************************************
      *  Year-end winner statements and withholding remittance
      *
      *  Every claimant paid a prize in the tax year gets one
      *  statement of what was won, what prize tax was withheld and
      *  what was paid over the desk; finance gets the withholding to
      *  remit, period by period. Both are taken from the permanent
      *  settlement ledger PAYLDG, so a settlement D24PBKO backed out
      *  is in neither. A settlement is in the tax year by its paid
      *  date; its gross prize is the net paid plus the withholding.
      *
      *  WINSTMT rows: STM, one per claimant identified at settlement
      *  (tax year, claimant identity, name and address from the
      *  claimant register CLAIMANT, cards paid, gross, withheld,
      *  net), in claimant identity order; the last record is the
      *  control-total trailer (statements, withholding in whole
      *  units). A claimant on PAYLDG but missing from CLAIMANT still
      *  gets a statement, without a name or address, and the run
      *  ends RC 4 so the desk can complete the register and rerun.
      *
      *  TAXREMT rows: PER, one per calendar month of the tax year,
      *  months without a payout included (period YYYYMM, cards paid,
      *  gross, withheld, net), then TOT for the year; the last
      *  record is the control-total trailer (cards paid, withholding
      *  in whole units). Prizes paid to no identified claimant are
      *  in the remittance though they are on no statement.
      *
      *  PARM bytes 1-4    tax year (YYYY); blank is the year before
      *                    the business date
      *       byte  5      blank
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D57WSTM.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Settle-Ledger ASSIGN TO PAYLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Settle-Key.
           SELECT OPTIONAL Claimant-Register ASSIGN TO CLAIMANT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Clmt-Id.
           SELECT Winner-Statements ASSIGN TO WINSTMT
           ORGANIZATION IS SEQUENTIAL.
           SELECT Tax-Remittance ASSIGN TO TAXREMT
           ORGANIZATION IS SEQUENTIAL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Settle-Ledger.
       COPY PAYLDG.

       FD Claimant-Register.
       COPY CLMNT.

      * One STM row per claimant; last record is the control-total
      * trailer (TRL in bytes 1-3).
       FD Winner-Statements RECORDING MODE F.
       01  Statement-Record.
           05  Stm-Type               PIC X(04).
           05  Stm-Tax-Year           PIC X(04).
           05  Stm-Claimant-Id        PIC X(12).
           05  Stm-Name               PIC X(30).
           05  Stm-Address-1          PIC X(30).
           05  Stm-Address-2          PIC X(30).
           05  Stm-Cards              PIC 9(05).
           05  Stm-Gross              PIC 9(11)V99.
           05  Stm-Withheld           PIC 9(11)V99.
           05  Stm-Net                PIC 9(11)V99.
           05  FILLER                 PIC X(06).

      * PER rows and one TOT row; last record is the control-total
      * trailer (TRL in bytes 1-3).
       FD Tax-Remittance RECORDING MODE F.
       01  Remittance-Record.
           05  Rem-Type               PIC X(04).
           05  Rem-Period             PIC X(06).
           05  Rem-Cards              PIC 9(08).
           05  Rem-Gross              PIC 9(11)V99.
           05  Rem-Withheld           PIC 9(11)V99.
           05  Rem-Net                PIC 9(11)V99.
           05  FILLER                 PIC X(07).

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D57WSTM '.
           COPY WSFILST.

           05  Tax-Year           PIC 9(04).
           05  Month-Nr           PIC 9(02).
           05  Gross-WK           PIC 9(09)V99.
           05  Browse-Done-Sw     PIC 9(1) BINARY.
               88 BROWSE-DONE         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Match-Found        PIC 9(1) BINARY.
               88 FOUND-MATCH         VALUE 1
                             WHEN SET TO FALSE 0.

      * The tax year's payouts, month by month.
           05  Period-Table.
               10  Period-Entry OCCURS 12 TIMES INDEXED BY PerIdx.
                   15  PT-Cards       PIC 9(08) BINARY.
                   15  PT-Gross       PIC 9(11)V99.
                   15  PT-Withheld    PIC 9(11)V99.
                   15  PT-Net         PIC 9(11)V99.

      * The tax year's payouts, claimant by claimant. A dropped
      * claimant would go without a statement the tax office expects,
      * so a full table aborts the run the way D23PREC's does.
           05  Winner-Count       PIC 9(04) BINARY VALUE ZERO.
           05  Winner-Table.
               10  Winner-Entry OCCURS 5000 TIMES INDEXED BY WinIdx.
                   15  WT-Claimant-Id PIC X(12).
                   15  WT-Stated      PIC X(01).
                   15  WT-Cards       PIC 9(05) BINARY.
                   15  WT-Gross       PIC 9(11)V99.
                   15  WT-Withheld    PIC 9(11)V99.
                   15  WT-Net         PIC 9(11)V99.

           05  Year-Cards         PIC 9(08) BINARY VALUE ZERO.
           05  Year-Gross         PIC 9(11)V99 VALUE ZERO.
           05  Year-Withheld      PIC 9(11)V99 VALUE ZERO.
           05  Year-Net           PIC 9(11)V99 VALUE ZERO.
           05  Withheld-Units     PIC 9(10).
           05  Statement-Count    PIC 9(08) BINARY VALUE ZERO.
           05  Unregistered-Count PIC 9(08) BINARY VALUE ZERO.
           05  Statement-Disp     PIC 9(08) DISPLAY.
           05  Unregistered-Disp  PIC 9(08) DISPLAY.
           05  Withheld-Disp      PIC 9(11).99.

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
           MOVE Run-Business-Date(1:4) TO Tax-Year
           SUBTRACT 1 FROM Tax-Year
           IF LS-Parm-Len > 0
             MOVE LS-Parm-Text(1:5) TO Parm-Mode-Echo
             EVALUATE TRUE
               WHEN LS-Parm-Text(5:1) NOT = SPACE
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM byte 5 must be blank here."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               WHEN LS-Parm-Text(1:4) = SPACES
                 CONTINUE
               WHEN LS-Parm-Text(1:4) IS NUMERIC
                 MOVE LS-Parm-Text(1:4) TO Tax-Year
               WHEN OTHER
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM bytes 1-4 must be a tax year YYYY."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
             END-EVALUATE
           END-IF
           MOVE 'PAYLDG  ' TO Parm-Ddname-Echo
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           PERFORM VARYING PerIdx FROM 1 BY 1 UNTIL PerIdx > 12
             MOVE ZERO TO PT-Cards(PerIdx)
             MOVE ZERO TO PT-Gross(PerIdx)
             MOVE ZERO TO PT-Withheld(PerIdx)
             MOVE ZERO TO PT-Net(PerIdx)
           END-PERFORM

           OPEN INPUT Settle-Ledger
           PERFORM 100-Collect-Payouts
           CLOSE Settle-Ledger

           OPEN OUTPUT Winner-Statements
           OPEN INPUT Claimant-Register
           PERFORM 200-Write-Statements
           CLOSE Claimant-Register
           PERFORM 250-Write-Unregistered
           MOVE Year-Withheld TO Withheld-Units
           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Statement-Count TO Trailer-Record-Count
           MOVE Withheld-Units  TO Trailer-Key-Figure
           WRITE Statement-Record FROM Trailer-Layout
           CLOSE Winner-Statements

           OPEN OUTPUT Tax-Remittance
           PERFORM 300-Write-Remittance
           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Year-Cards     TO Trailer-Record-Count
           MOVE Withheld-Units TO Trailer-Key-Figure
           WRITE Remittance-Record FROM Trailer-Layout
           CLOSE Tax-Remittance

           MOVE Statement-Count TO History-Total-1
           MOVE Withheld-Units  TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Statement-Count TO Statement-Disp
           MOVE Year-Withheld   TO Withheld-Disp
           MOVE SPACES TO Output-Msg
           STRING Statement-Disp " winner statement(s) for " Tax-Year
                  ", prize tax withheld " Withheld-Disp "."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D57-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Unregistered-Count > ZERO
             MOVE Unregistered-Count TO Unregistered-Disp
             MOVE SPACES TO Output-Msg
             STRING Unregistered-Disp
                    " claimant(s) not on CLAIMANT -- statement"
                    " has no address."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D57-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * Every settlement paid in the tax year, into its month and,
      * when the desk identified the claimant, the claimant's total.
       100-Collect-Payouts SECTION.
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
                 IF Settle-Paid-Date(1:4) = Tax-Year
                    AND Settle-Paid-Date(5:2) IS NUMERIC
                   MOVE Settle-Paid-Date(5:2) TO Month-Nr
                   IF Month-Nr > ZERO AND Month-Nr < 13
                     PERFORM 110-Add-Payout
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       110-Add-Payout SECTION.
           COMPUTE Gross-WK = Settle-Amount + Settle-Withheld
           SET PerIdx TO Month-Nr
           ADD 1               TO PT-Cards(PerIdx)
           ADD Gross-WK        TO PT-Gross(PerIdx)
           ADD Settle-Withheld TO PT-Withheld(PerIdx)
           ADD Settle-Amount   TO PT-Net(PerIdx)
           ADD 1               TO Year-Cards
           ADD Gross-WK        TO Year-Gross
           ADD Settle-Withheld TO Year-Withheld
           ADD Settle-Amount   TO Year-Net
           IF Settle-Claimant-Id NOT = SPACES
             SET FOUND-MATCH TO FALSE
             PERFORM VARYING WinIdx FROM 1 BY 1
               UNTIL WinIdx > Winner-Count OR FOUND-MATCH
               IF WT-Claimant-Id(WinIdx) = Settle-Claimant-Id
                 SET FOUND-MATCH TO TRUE
               END-IF
             END-PERFORM
             IF FOUND-MATCH
               SET WinIdx DOWN BY 1
             ELSE
               IF Winner-Count < 5000
                 ADD 1 TO Winner-Count
                 SET WinIdx TO Winner-Count
                 MOVE Settle-Claimant-Id TO WT-Claimant-Id(WinIdx)
                 MOVE 'N'  TO WT-Stated(WinIdx)
                 MOVE ZERO TO WT-Cards(WinIdx)
                 MOVE ZERO TO WT-Gross(WinIdx)
                 MOVE ZERO TO WT-Withheld(WinIdx)
                 MOVE ZERO TO WT-Net(WinIdx)
               ELSE
                 MOVE 'D57-E002' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "Winner-Table full -- statements aborted."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
             ADD 1               TO WT-Cards(WinIdx)
             ADD Gross-WK        TO WT-Gross(WinIdx)
             ADD Settle-Withheld TO WT-Withheld(WinIdx)
             ADD Settle-Amount   TO WT-Net(WinIdx)
           END-IF
           .

      * The register in key order gives the statements in claimant
      * identity order; a registered claimant paid nothing this year
      * gets none.
       200-Write-Statements SECTION.
           SET BROWSE-DONE TO FALSE
           MOVE LOW-VALUES TO Clmt-Id
           START Claimant-Register KEY IS NOT LESS THAN Clmt-Id
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Claimant-Register NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 SET FOUND-MATCH TO FALSE
                 PERFORM VARYING WinIdx FROM 1 BY 1
                   UNTIL WinIdx > Winner-Count OR FOUND-MATCH
                   IF WT-Claimant-Id(WinIdx) = Clmt-Id
                     SET FOUND-MATCH TO TRUE
                   END-IF
                 END-PERFORM
                 IF FOUND-MATCH
                   SET WinIdx DOWN BY 1
                   MOVE SPACES TO Statement-Record
                   MOVE Clmt-Name      TO Stm-Name
                   MOVE Clmt-Address-1 TO Stm-Address-1
                   MOVE Clmt-Address-2 TO Stm-Address-2
                   PERFORM 210-Write-One-Statement
                 END-IF
             END-READ
           END-PERFORM
           .

      * Builds the rest of the STM row for Winner-Entry(WinIdx); the
      * caller has already cleared it and filled in the address.
       210-Write-One-Statement SECTION.
           MOVE 'STM '                 TO Stm-Type
           MOVE Tax-Year               TO Stm-Tax-Year
           MOVE WT-Claimant-Id(WinIdx) TO Stm-Claimant-Id
           MOVE WT-Cards(WinIdx)       TO Stm-Cards
           MOVE WT-Gross(WinIdx)       TO Stm-Gross
           MOVE WT-Withheld(WinIdx)    TO Stm-Withheld
           MOVE WT-Net(WinIdx)         TO Stm-Net
           WRITE Statement-Record
           MOVE 'Y' TO WT-Stated(WinIdx)
           ADD 1 TO Statement-Count
           .

      * Claimants on PAYLDG the register does not know: the statement
      * is still owed, so it goes out without an address.
       250-Write-Unregistered SECTION.
           PERFORM VARYING WinIdx FROM 1 BY 1
             UNTIL WinIdx > Winner-Count
             IF WT-Stated(WinIdx) = 'N'
               MOVE SPACES TO Statement-Record
               PERFORM 210-Write-One-Statement
               ADD 1 TO Unregistered-Count
             END-IF
           END-PERFORM
           .

       300-Write-Remittance SECTION.
           PERFORM VARYING PerIdx FROM 1 BY 1 UNTIL PerIdx > 12
             MOVE SPACES TO Remittance-Record
             MOVE 'PER '  TO Rem-Type
             SET Month-Nr TO PerIdx
             STRING Tax-Year Month-Nr
               DELIMITED BY SIZE
               INTO Rem-Period
             END-STRING
             MOVE PT-Cards(PerIdx)    TO Rem-Cards
             MOVE PT-Gross(PerIdx)    TO Rem-Gross
             MOVE PT-Withheld(PerIdx) TO Rem-Withheld
             MOVE PT-Net(PerIdx)      TO Rem-Net
             WRITE Remittance-Record
           END-PERFORM
           MOVE SPACES TO Remittance-Record
           MOVE 'TOT '        TO Rem-Type
           MOVE Tax-Year      TO Rem-Period
           MOVE Year-Cards    TO Rem-Cards
           MOVE Year-Gross    TO Rem-Gross
           MOVE Year-Withheld TO Rem-Withheld
           MOVE Year-Net      TO Rem-Net
           WRITE Remittance-Record
           .

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

      /
       END PROGRAM D57WSTM.
      /
