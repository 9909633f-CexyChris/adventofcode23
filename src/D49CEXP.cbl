      ******************************************************************
      *  Unclaimed prize expiry
      *
      *  The prize rules let a claim lapse a fixed number of days
      *  after the card was first valued payable. This periodic run
      *  walks the open-claims register CLMREG that D48CAGE keeps
      *  and moves every claim past the claim period -- and not held
      *  as paid by PAYLDG -- into the expired-claims register CLMEXP,
      *  stamped with tonight's business date and the period applied.
      *  From then on D22PSET refuses to settle the card.
      *
      *  A lapsed claim whose first-valued date is under an open
      *  legal hold on CLMREG (LEGLHOLD, placed through D82LHMT) --
      *  a disputed prize -- stays open however old it is; it is
      *  logged (CMN-W005) and the run ends RC 4. A hold list too
      *  big to load refuses the run (RC 8).
      *
      *  Every move is journaled to CLMJRN (action EXP, the claim as
      *  it stood before, the expired record after) with the run id
      *  first, the way D22PSET journals PAYLDG to PAYJRN; D50CXBK
      *  replays the journal in reverse to undo a named expiry run.
      *
      *  CLMEXPR lists the claims expired tonight (series, Game-Nr,
      *  amount, first-valued date, days since); the last record is
      *  the control-total trailer (count of claims expired).
      *
      *  PARM bytes 1-3     claim period in days (default 180)
      *       bytes 31-38   business date override (YYYYMMDD)
      *       byte  39      'F' forces a duplicate run
      *       byte  62      'B' breaks a stale CLMREG marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D49CEXP.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEGLSEL.
           SELECT OPTIONAL Claim-Register ASSIGN TO CLMREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Claim-Key.
           SELECT OPTIONAL Expired-Claims ASSIGN TO CLMEXP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Exp-Key.
           SELECT OPTIONAL Settle-Ledger ASSIGN TO PAYLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Settle-Key.
           SELECT OPTIONAL Claim-Journal ASSIGN TO CLMJRN
           ORGANIZATION IS SEQUENTIAL.
      * One row per claim expired; last record is the control-total
      * trailer (TRL in bytes 1-3).
           SELECT Expiry-Report ASSIGN TO CLMEXPR
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Legal-Hold.
       COPY LEGLHOLD.

       FD Claim-Register.
       COPY CLMREG.

       FD Expired-Claims.
       COPY CLMEXP.

       FD Settle-Ledger.
       COPY PAYLDG.

       FD Claim-Journal RECORDING MODE F.
       01  Claim-Journal-Record.
           05  Jrn-Run-Id             PIC X(14).
           05  Jrn-Action             PIC X(03).
           05  Jrn-Before             PIC X(49).
           05  Jrn-After              PIC X(49).

       FD Expiry-Report RECORDING MODE F.
       01  Expiry-Report-Record.
           05  EXR-Series             PIC X(02).
           05  EXR-Game-Nr            PIC X(03).
           05  EXR-Amount             PIC 9(09)V99.
           05  EXR-First-Valued       PIC X(08).
           05  EXR-Age-Days           PIC 9(05).
           05  FILLER                 PIC X(14).

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D49CEXP '.
           COPY WSFILST.

           05  Claim-Days         PIC 9(03) VALUE 180.
           05  Card-Paid-Sw       PIC 9(1) BINARY.
               88 CARD-PAID           VALUE 1
                             WHEN SET TO FALSE 0.
           05  Register-Eof-Sw    PIC 9(1) BINARY.
               88 REGISTER-EOF        VALUE 1
                             WHEN SET TO FALSE 0.
           05  Expired-Found-Sw   PIC 9(1) BINARY.
               88 EXPIRED-ON-FILE     VALUE 1
                             WHEN SET TO FALSE 0.
           05  Business-Day-Nr    PIC 9(08) BINARY.
           05  Age-Days           PIC S9(08) BINARY.

           05  Expired-Count      PIC 9(08) BINARY VALUE ZERO.
      * an expired record already on file for the key -- the claim
      * is left where it is and counted, never overwritten
           05  Clash-Count        PIC 9(08) BINARY VALUE ZERO.
           05  Expired-Amount     PIC 9(11)V99 VALUE ZERO.
           05  Expired-Units      PIC 9(08).
           05  Expired-Disp       PIC 9(08) DISPLAY.
           05  Clash-Disp         PIC 9(08) DISPLAY.
           05  Expired-Amount-Disp PIC 9(11).99.
           COPY LEGLTAB.

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
           MOVE 'CLMREG  ' TO Parm-Ddname-Echo
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
           COMPUTE Business-Day-Nr =
                   FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL(Run-Business-Date))
           PERFORM 927-Load-Legal-Holds
           IF LEGAL-TABLE-FULL
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           MOVE 'CLMREG  ' TO Legal-Check-Dataset
           MOVE 'expired'  TO Legal-Check-Action

      * CLMEXP is only ever written under the CLMREG marker, so one
      * marker covers the pair
           MOVE 'CLMREG  ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN I-O Claim-Register
           OPEN I-O Expired-Claims
           OPEN INPUT Settle-Ledger
           OPEN EXTEND Claim-Journal
           OPEN OUTPUT Expiry-Report
           OPEN EXTEND Results-History

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
                 PERFORM 100-Check-One-Claim
             END-READ
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Expired-Count TO Trailer-Record-Count
           MOVE ZERO          TO Trailer-Key-Figure
           WRITE Expiry-Report-Record FROM Trailer-Layout
           CLOSE Expiry-Report
           CLOSE Claim-Journal
           CLOSE Settle-Ledger
           CLOSE Expired-Claims
           CLOSE Claim-Register
           PERFORM 980-Release-Master-Lock

           MOVE Expired-Amount TO Expired-Units
           MOVE Expired-Units  TO History-Total-1
           MOVE Expired-Count  TO History-Total-2
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Expired-Count  TO Expired-Disp
           MOVE Expired-Amount TO Expired-Amount-Disp
           MOVE SPACES TO Output-Msg
           STRING Expired-Disp " claim(s) expired, total "
                  Expired-Amount-Disp " -- run " Run-Id
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D49-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Clash-Count > ZERO
             MOVE Clash-Count TO Clash-Disp
             MOVE SPACES TO Output-Msg
             STRING Clash-Disp
                    " lapsed claim(s) already on CLMEXP -- left"
                    " open, see CLMREG."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D49-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF
           IF Legal-Refusals > ZERO AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

       100-Check-One-Claim SECTION.
           MOVE Claim-Series  TO Settle-Series
           MOVE Claim-Game-Nr TO Settle-Game-Nr
           SET CARD-PAID TO TRUE
           READ Settle-Ledger RECORD
             INVALID KEY
               SET CARD-PAID TO FALSE
           END-READ
           COMPUTE Age-Days = Business-Day-Nr
                   - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(Claim-First-Valued))
      * a lapsed claim under legal hold is a disputed prize: it
      * stays open however old it is
           SET DATE-ON-LEGAL-HOLD TO FALSE
           IF NOT CARD-PAID AND Age-Days > Claim-Days
             MOVE Claim-First-Valued TO Legal-Check-Date
             PERFORM 928-Find-Legal-Hold
             IF DATE-ON-LEGAL-HOLD
               PERFORM 929-Log-Legal-Refusal
             ELSE
               PERFORM 110-Expire-Claim
             END-IF
           END-IF
           .

      * One image carries the whole move: the claim as it stood is
      * what the backout writes back, the expired record what it
      * deletes.
       110-Expire-Claim SECTION.
           MOVE Claim-Key TO Exp-Key
           SET EXPIRED-ON-FILE TO TRUE
           READ Expired-Claims RECORD
             INVALID KEY
               SET EXPIRED-ON-FILE TO FALSE
           END-READ
           IF EXPIRED-ON-FILE
             ADD 1 TO Clash-Count
           ELSE
             MOVE Claim-Key          TO Exp-Key
             MOVE Claim-Amount       TO Exp-Amount
             MOVE Claim-First-Valued TO Exp-First-Valued
             MOVE Run-Business-Date  TO Exp-Expiry-Date
             MOVE Claim-Days         TO Exp-Claim-Days
             MOVE Run-Id             TO Exp-Last-Run
      * journal first: what is journaled is the state a backout
      * would have to restore
             MOVE Run-Id               TO Jrn-Run-Id
             MOVE 'EXP'                TO Jrn-Action
             MOVE Claim-Record         TO Jrn-Before
             MOVE Expired-Claim-Record TO Jrn-After
             WRITE Claim-Journal-Record
             WRITE Expired-Claim-Record
             DELETE Claim-Register RECORD
             ADD 1 TO Expired-Count
             ADD Claim-Amount TO Expired-Amount
             MOVE SPACES TO Expiry-Report-Record
             MOVE Claim-Series       TO EXR-Series
             MOVE Claim-Game-Nr      TO EXR-Game-Nr
             MOVE Claim-Amount       TO EXR-Amount
             MOVE Claim-First-Valued TO EXR-First-Valued
             MOVE Age-Days           TO EXR-Age-Days
             WRITE Expiry-Report-Record
           END-IF
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

       COPY CKLEGL.

      /
       END PROGRAM D49CEXP.
      /
