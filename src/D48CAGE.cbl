      ******************************************************************
      *  Unclaimed prize aging
      *
      *  D16CVAL says what each card is worth and D22PSET records what
      *  was paid; this run keeps track of what lies in between. Every
      *  CARDVAL DET row valued payable (amount above zero, and not
      *  marked HELD by a stop-payment hold) that PAYLDG does not
      *  hold as paid and CLMEXP does not hold as expired is carried
      *  in the open-claims register CLMREG: added with tonight as
      *  its first-valued date, or, when already there, revalued at
      *  tonight's amount with its first-valued date kept -- the
      *  claim period runs from the first valuation.
      *  Every register change is journaled to CLMJRN.
      *
      *  The whole register is then aged into CLMAGE by days since
      *  first valued, skipping the claims PAYLDG now holds as paid:
      *
      *    HDR  business date, claim period in days
      *    SER  per series: open claims, oldest first-valued date,
      *         liability 0-30, 31-60, 61-90 and over 90 days,
      *         total, and the part of the total already past the
      *         claim period (lapsed, waiting for the expiry run)
      *    TOT  the same over all series -- the total liability
      *         outstanding
      *
      *  RC 4 when any claim is past the claim period.
      *
      *  PARM bytes 1-3     claim period in days (default 180), the
      *                     same figure the D49CEXP expiry run takes
      *       bytes 31-38   business date override (YYYYMMDD)
      *       byte  39      'F' forces a duplicate run
      *       byte  62      'B' breaks a stale CLMREG marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D48CAGE.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Valuation-Report ASSIGN TO CARDVAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT OPTIONAL Settle-Ledger ASSIGN TO PAYLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Settle-Key.
           SELECT OPTIONAL Expired-Claims ASSIGN TO CLMEXP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Exp-Key.
           SELECT OPTIONAL Claim-Register ASSIGN TO CLMREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Claim-Key.
           SELECT OPTIONAL Claim-Journal ASSIGN TO CLMJRN
           ORGANIZATION IS SEQUENTIAL.
           SELECT Claim-Aging ASSIGN TO CLMAGE
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

      * Mirrors D16CVAL's Valuation-Record field for field; only the
      * DET rows are consumed here.
       FD Valuation-Report RECORDING MODE F.
       01  Valuation-Record.
           05  Val-Type               PIC X(04).
           05  Val-Body               PIC X(60).
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

       FD Settle-Ledger.
       COPY PAYLDG.

       FD Expired-Claims.
       COPY CLMEXP.

       FD Claim-Register.
       COPY CLMREG.

      * Shared with D49CEXP and the D50CXBK backout: the images are
      * wide enough for either register's record.
       FD Claim-Journal RECORDING MODE F.
       01  Claim-Journal-Record.
           05  Jrn-Run-Id             PIC X(14).
           05  Jrn-Action             PIC X(03).
           05  Jrn-Before             PIC X(49).
           05  Jrn-After              PIC X(49).

       FD Claim-Aging RECORDING MODE F.
       01  Claim-Aging-Record.
           05  Cag-Type               PIC X(04).
           05  Cag-Body               PIC X(94).
           05  Cag-Hdr-Body REDEFINES Cag-Body.
               10  Cag-Business-Date      PIC X(08).
               10  Cag-Claim-Days         PIC 9(03).
               10  FILLER                 PIC X(83).
           05  Cag-Ser-Body REDEFINES Cag-Body.
               10  Cag-Series             PIC X(02).
               10  Cag-Open-Claims        PIC 9(06).
               10  Cag-Oldest-Date        PIC X(08).
               10  Cag-Days-0-30          PIC 9(11)V99.
               10  Cag-Days-31-60         PIC 9(11)V99.
               10  Cag-Days-61-90         PIC 9(11)V99.
               10  Cag-Days-Over-90       PIC 9(11)V99.
               10  Cag-Total-Owed         PIC 9(11)V99.
               10  Cag-Lapsed             PIC 9(11)V99.

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D48CAGE '.
           COPY WSFILST.

           05  Claim-Days         PIC 9(03) VALUE 180.
           05  Card-Paid-Sw       PIC 9(1) BINARY.
               88 CARD-PAID           VALUE 1
                             WHEN SET TO FALSE 0.
           05  Card-Expired-Sw    PIC 9(1) BINARY.
               88 CARD-EXPIRED        VALUE 1
                             WHEN SET TO FALSE 0.
           05  Claim-Found-Sw     PIC 9(1) BINARY.
               88 CLAIM-FOUND         VALUE 1
                             WHEN SET TO FALSE 0.

           05  Valued-Count       PIC 9(08) BINARY VALUE ZERO.
           05  New-Claim-Count    PIC 9(08) BINARY VALUE ZERO.
           05  Lapsed-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Liability-Units    PIC 9(08).
           05  New-Claim-Disp     PIC 9(08) DISPLAY.
           05  Open-Claims-Disp   PIC 9(06) DISPLAY.
           05  Lapsed-Disp        PIC 9(08) DISPLAY.
           05  Liability-Disp     PIC 9(11).99.

      * Aging roll-up: one series at a time (the register is read
      * in key order, series first), then the grand total.
           05  Register-Eof-Sw    PIC 9(1) BINARY.
               88 REGISTER-EOF        VALUE 1
                             WHEN SET TO FALSE 0.
           05  Business-Day-Nr    PIC 9(08) BINARY.
           05  Age-Days           PIC S9(08) BINARY.
           05  Current-Series     PIC X(02).
           05  Series-Open-Sw     PIC 9(1) BINARY.
               88 SERIES-OPEN         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Series-Bucket.
               10  Srb-Open-Claims    PIC 9(06) BINARY.
               10  Srb-Oldest-Date    PIC X(08).
               10  Srb-Days-0-30      PIC 9(11)V99.
               10  Srb-Days-31-60     PIC 9(11)V99.
               10  Srb-Days-61-90     PIC 9(11)V99.
               10  Srb-Days-Over-90   PIC 9(11)V99.
               10  Srb-Total-Owed     PIC 9(11)V99.
               10  Srb-Lapsed         PIC 9(11)V99.
           05  Grand-Bucket.
               10  Grb-Open-Claims    PIC 9(06) BINARY.
               10  Grb-Oldest-Date    PIC X(08).
               10  Grb-Days-0-30      PIC 9(11)V99.
               10  Grb-Days-31-60     PIC 9(11)V99.
               10  Grb-Days-61-90     PIC 9(11)V99.
               10  Grb-Days-Over-90   PIC 9(11)V99.
               10  Grb-Total-Owed     PIC 9(11)V99.
               10  Grb-Lapsed         PIC 9(11)V99.

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
             IF LS-Parm-Text(1:3) NOT = SPACES
               IF LS-Parm-Len > 2
                  AND LS-Parm-Text(1:3) IS NUMERIC
                  AND LS-Parm-Text(1:3) NOT = '000'
                 MOVE LS-Parm-Text(1:3) TO Claim-Days
               ELSE
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM claim period 1-3 is not 001-999 days."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
             IF LS-Parm-Len > 3
               IF LS-Parm-Text(4:2) NOT = SPACES
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM bytes 4-5 must be blank here."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
           MOVE 'CARDVAL ' TO Parm-Ddname-Echo
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

           MOVE 'CLMREG  ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN INPUT Valuation-Report
           OPEN INPUT Settle-Ledger
           OPEN INPUT Expired-Claims
           OPEN I-O Claim-Register
           OPEN EXTEND Claim-Journal
           OPEN EXTEND Results-History

           READ Valuation-Report NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF Val-Type = 'DET '
               IF Val-Amount > ZERO AND Val-Hold-Mark NOT = 'HELD'
                 ADD 1 TO Valued-Count
                 PERFORM 100-Register-One-Card
               END-IF
             END-IF
             READ Valuation-Report NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Valuation-Report
           CLOSE Claim-Journal

           PERFORM 300-Report-Aging

           CLOSE Claim-Register
           CLOSE Expired-Claims
           CLOSE Settle-Ledger
           PERFORM 980-Release-Master-Lock

           MOVE Grb-Total-Owed  TO Liability-Units
           MOVE Liability-Units TO History-Total-1
           MOVE Grb-Open-Claims TO History-Total-2
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE New-Claim-Count TO New-Claim-Disp
           MOVE Grb-Open-Claims TO Open-Claims-Disp
           MOVE Grb-Total-Owed  TO Liability-Disp
           MOVE SPACES TO Output-Msg
           STRING New-Claim-Disp " new claim(s), "
                  Open-Claims-Disp " unpaid, liability "
                  Liability-Disp
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D48-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Lapsed-Count > ZERO
             MOVE Lapsed-Count TO Lapsed-Disp
             MOVE SPACES TO Output-Msg
             STRING Lapsed-Disp
                    " unpaid claim(s) past the claim period --"
                    " due for the expiry run."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D48-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * A paid or expired card has no claim left to carry; anything
      * else is added, or revalued with its first-valued date kept.
       100-Register-One-Card SECTION.
           MOVE Val-Series  TO Settle-Series
           MOVE Val-Game-Nr TO Settle-Game-Nr
           SET CARD-PAID TO TRUE
           READ Settle-Ledger RECORD
             INVALID KEY
               SET CARD-PAID TO FALSE
           END-READ
           MOVE Val-Series  TO Exp-Series
           MOVE Val-Game-Nr TO Exp-Game-Nr
           SET CARD-EXPIRED TO TRUE
           READ Expired-Claims RECORD
             INVALID KEY
               SET CARD-EXPIRED TO FALSE
           END-READ
           IF NOT CARD-PAID AND NOT CARD-EXPIRED
             MOVE Val-Series  TO Claim-Series
             MOVE Val-Game-Nr TO Claim-Game-Nr
             SET CLAIM-FOUND TO TRUE
             READ Claim-Register RECORD
               INVALID KEY
                 SET CLAIM-FOUND TO FALSE
             END-READ
             MOVE Run-Id TO Jrn-Run-Id
             IF CLAIM-FOUND
               MOVE Claim-Record      TO Jrn-Before
               MOVE Val-Amount        TO Claim-Amount
               MOVE Run-Business-Date TO Claim-Last-Valued
               MOVE Run-Id            TO Claim-Last-Run
               MOVE 'UPD'             TO Jrn-Action
               MOVE Claim-Record      TO Jrn-After
               WRITE Claim-Journal-Record
               REWRITE Claim-Record
             ELSE
               MOVE Val-Series        TO Claim-Series
               MOVE Val-Game-Nr       TO Claim-Game-Nr
               MOVE Val-Amount        TO Claim-Amount
               MOVE Run-Business-Date TO Claim-First-Valued
               MOVE Run-Business-Date TO Claim-Last-Valued
               MOVE Run-Id            TO Claim-Last-Run
               MOVE 'ADD'             TO Jrn-Action
               MOVE SPACES            TO Jrn-Before
               MOVE Claim-Record      TO Jrn-After
               WRITE Claim-Journal-Record
               WRITE Claim-Record
               ADD 1 TO New-Claim-Count
             END-IF
           END-IF
           .

      * Walks the register in key order, ages every claim PAYLDG
      * does not hold as paid by its first-valued date, and writes
      * one SER row per series at each change of series.
       300-Report-Aging SECTION.
           OPEN OUTPUT Claim-Aging
           MOVE SPACES TO Claim-Aging-Record
           MOVE 'HDR ' TO Cag-Type
           MOVE Run-Business-Date TO Cag-Business-Date
           MOVE Claim-Days        TO Cag-Claim-Days
           WRITE Claim-Aging-Record

           COMPUTE Business-Day-Nr =
                   FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL(Run-Business-Date))
           INITIALIZE Grand-Bucket
           INITIALIZE Series-Bucket
           SET SERIES-OPEN TO FALSE
           SET REGISTER-EOF TO FALSE
           MOVE LOW-VALUES TO Claim-Key
           START Claim-Register KEY IS NOT LESS THAN Claim-Key
             INVALID KEY
               SET REGISTER-EOF TO TRUE
           END-START
           PERFORM UNTIL REGISTER-EOF
             READ Claim-Register NEXT RECORD
               AT END
                 SET REGISTER-EOF TO TRUE
               NOT AT END
                 PERFORM 310-Age-One-Claim
             END-READ
           END-PERFORM
           IF SERIES-OPEN
             PERFORM 320-Write-Series-Row
           END-IF

           MOVE SPACES TO Claim-Aging-Record
           MOVE 'TOT ' TO Cag-Type
           MOVE SPACES           TO Cag-Series
           MOVE Grb-Open-Claims  TO Cag-Open-Claims
           MOVE Grb-Oldest-Date  TO Cag-Oldest-Date
           MOVE Grb-Days-0-30    TO Cag-Days-0-30
           MOVE Grb-Days-31-60   TO Cag-Days-31-60
           MOVE Grb-Days-61-90   TO Cag-Days-61-90
           MOVE Grb-Days-Over-90 TO Cag-Days-Over-90
           MOVE Grb-Total-Owed   TO Cag-Total-Owed
           MOVE Grb-Lapsed       TO Cag-Lapsed
           WRITE Claim-Aging-Record
           CLOSE Claim-Aging
           .

       310-Age-One-Claim SECTION.
           MOVE Claim-Series  TO Settle-Series
           MOVE Claim-Game-Nr TO Settle-Game-Nr
           SET CARD-PAID TO TRUE
           READ Settle-Ledger RECORD
             INVALID KEY
               SET CARD-PAID TO FALSE
           END-READ
           IF NOT CARD-PAID
      * the series is the first byte pair of the key, so the first
      * claim of a new series closes the one before it
             IF NOT SERIES-OPEN
                OR Claim-Series NOT = Current-Series
               IF SERIES-OPEN
                 PERFORM 320-Write-Series-Row
               END-IF
               INITIALIZE Series-Bucket
               MOVE Claim-Series TO Current-Series
               SET SERIES-OPEN TO TRUE
             END-IF
             IF Srb-Oldest-Date = SPACES
                OR Claim-First-Valued < Srb-Oldest-Date
               MOVE Claim-First-Valued TO Srb-Oldest-Date
             END-IF
             COMPUTE Age-Days = Business-Day-Nr
                     - FUNCTION INTEGER-OF-DATE
                         (FUNCTION NUMVAL(Claim-First-Valued))
             EVALUATE TRUE
               WHEN Age-Days <= 30
                 ADD Claim-Amount TO Srb-Days-0-30
               WHEN Age-Days <= 60
                 ADD Claim-Amount TO Srb-Days-31-60
               WHEN Age-Days <= 90
                 ADD Claim-Amount TO Srb-Days-61-90
               WHEN OTHER
                 ADD Claim-Amount TO Srb-Days-Over-90
             END-EVALUATE
             IF Age-Days > Claim-Days
               ADD Claim-Amount TO Srb-Lapsed
               ADD 1 TO Lapsed-Count
             END-IF
             ADD Claim-Amount TO Srb-Total-Owed
             ADD 1 TO Srb-Open-Claims
           END-IF
           .

       320-Write-Series-Row SECTION.
           MOVE SPACES TO Claim-Aging-Record
           MOVE 'SER ' TO Cag-Type
           MOVE Current-Series    TO Cag-Series
           MOVE Srb-Open-Claims   TO Cag-Open-Claims
           MOVE Srb-Oldest-Date   TO Cag-Oldest-Date
           MOVE Srb-Days-0-30     TO Cag-Days-0-30
           MOVE Srb-Days-31-60    TO Cag-Days-31-60
           MOVE Srb-Days-61-90    TO Cag-Days-61-90
           MOVE Srb-Days-Over-90  TO Cag-Days-Over-90
           MOVE Srb-Total-Owed    TO Cag-Total-Owed
           MOVE Srb-Lapsed        TO Cag-Lapsed
           WRITE Claim-Aging-Record
           ADD Srb-Open-Claims   TO Grb-Open-Claims
           IF Grb-Oldest-Date = SPACES
              OR Srb-Oldest-Date < Grb-Oldest-Date
             MOVE Srb-Oldest-Date TO Grb-Oldest-Date
           END-IF
           ADD Srb-Days-0-30     TO Grb-Days-0-30
           ADD Srb-Days-31-60    TO Grb-Days-31-60
           ADD Srb-Days-61-90    TO Grb-Days-61-90
           ADD Srb-Days-Over-90  TO Grb-Days-Over-90
           ADD Srb-Total-Owed    TO Grb-Total-Owed
           ADD Srb-Lapsed        TO Grb-Lapsed
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D48CAGE.
      /
