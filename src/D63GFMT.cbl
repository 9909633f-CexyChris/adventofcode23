      ******************************************************************
      *  Altered game acceptance
      *
      *  D02CUBEC holds a game out of GAMEMSTR while its line differs
      *  from the one on the content fingerprint register GAMEFPR,
      *  and lists both versions on GAMEALT every night it does. The
      *  hold ends in one of two ways: the provider resends the
      *  accepted line (D02CUBEC clears it by itself), or someone
      *  accepts the altered line through this utility's
      *  transaction batch, and the game rejoins GAMEMSTR on the next
      *  full run.
      *
      *  GFPTRAN carries one record per acceptance:
      *    action X(1)     'A' accept the held line
      *    Game-ID 9(3)
      *    hash 9(10)      the ALTERED row's hash as GAMEALT showed
      *                    it -- so a line that changed again after
      *                    the report was read is not accepted blind
      *    ticket reference X(8) -- required on every record
      *
      *  An accepted line becomes the registered content, first seen
      *  on the date it came in. As in D44EMNT the whole batch is
      *  judged BEFORE anything is applied -- malformed records,
      *  missing tickets, games not on the register or not held, a
      *  hash that is not the held one, a game named twice in one
      *  batch -- and any error refuses the entire batch, RC 8,
      *  nothing touched. Every acceptance writes a before/after
      *  image with its ticket to the GFPAUDT audit file first.
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *       byte  62     'B' breaks a stale GAMEMSTR marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D63GFMT.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The register is D02CUBEC's, kept under its GAMEMSTR marker.
           SELECT OPTIONAL Game-Fingerprint ASSIGN TO GAMEFPR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Fp-Game-ID.
           SELECT OPTIONAL Fingerprint-Audit ASSIGN TO GFPAUDT
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Fingerprint-Trans ASSIGN TO GFPTRAN
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Game-Fingerprint.
       COPY GAMEFPR.

       FD Fingerprint-Audit RECORDING MODE F.
       01  Fingerprint-Audit-Record.
           05  Aud-Timestamp          PIC X(14).
           05  Aud-Action             PIC X(03).
           05  Aud-Auth-Ref           PIC X(08).
           05  Aud-Before             PIC X(62).
           05  Aud-After              PIC X(62).

       FD Fingerprint-Trans RECORDING MODE F.
       01  Tran-Record.
           05  Tran-Action            PIC X(01).
           05  Tran-Game-ID           PIC X(03).
           05  Tran-Hash              PIC X(10).
           05  Tran-Auth-Ref          PIC X(08).
           05  FILLER                 PIC X(58).

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D63GFMT '.
           COPY WSFILST.

      * the transaction batch, held whole so it can be judged whole:
      * any error refuses everything
           05  Tran-Count         PIC 9(03) BINARY VALUE ZERO.
           05  Tran-Table.
               10  Tran-Entry OCCURS 500 TIMES INDEXED BY TrnIdx.
                   15  TT-Action      PIC X(01).
                   15  TT-Game-ID     PIC X(03).
                   15  TT-Hash        PIC X(10).
                   15  TT-Auth-Ref    PIC X(08).
           05  Trn2               PIC 9(03) BINARY.
           05  Tran-Seq-Disp      PIC 9(03) DISPLAY.
           05  Tran-Err-Count     PIC 9(03) BINARY VALUE ZERO.
           05  Tran-Err-Disp      PIC 9(03) DISPLAY.
           05  Tran-EOF-Sw        PIC 9(1) BINARY.
               88 TRAN-EOF            VALUE 1
                             WHEN SET TO FALSE 0.
           05  Game-Found-Sw      PIC 9(1) BINARY.
               88 GAME-ON-FILE        VALUE 1
                             WHEN SET TO FALSE 0.
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
           MOVE 'GFPTRAN ' TO Parm-Ddname-Echo
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
             MOVE 'D63-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           MOVE 'GAMEMSTR' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN I-O Game-Fingerprint
           OPEN EXTEND Fingerprint-Audit
           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             PERFORM 600-Apply-One-Transaction
           END-PERFORM
           CLOSE Game-Fingerprint
           CLOSE Fingerprint-Audit
           PERFORM 980-Release-Master-Lock

           MOVE Applied-Count TO Applied-Disp
           MOVE SPACES TO Output-Msg
           STRING Applied-Disp
                  " altered game(s) accepted -- in GAMEMSTR from"
                  " the next full run."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D63-I001' TO Log-Msg-Id
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
           OPEN INPUT Fingerprint-Trans
           READ Fingerprint-Trans NEXT RECORD
                AT END SET TRAN-EOF TO TRUE
           END-READ
           PERFORM UNTIL TRAN-EOF
             PERFORM 512-Take-Transaction
             READ Fingerprint-Trans NEXT RECORD
                  AT END SET TRAN-EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Fingerprint-Trans
           IF Tran-Count = ZERO
             ADD 1 TO Tran-Err-Count
             MOVE 'D63-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "GFPTRAN is empty -- nothing to judge."
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
             MOVE 'D63-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Tran-Table full -- batch refused."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       515-Edit-One-Transaction SECTION.
           MOVE TrnIdx TO Tran-Seq-Disp
           MOVE Tran-Action   TO TT-Action(TrnIdx)
           MOVE Tran-Game-ID  TO TT-Game-ID(TrnIdx)
           MOVE Tran-Hash     TO TT-Hash(TrnIdx)
           MOVE Tran-Auth-Ref TO TT-Auth-Ref(TrnIdx)
           IF Tran-Action NOT = 'A'
              OR Tran-Game-ID IS NOT NUMERIC
              OR Tran-Hash IS NOT NUMERIC
             PERFORM 518-Flag-Transaction
           END-IF
      * an unreferenced change to the register is the audit hole
      * this utility exists to close
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
           MOVE 'D63-E004' TO Log-Msg-Id
           MOVE 'E'        TO Log-Severity
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           .

      * Whole-batch checks that need the register or the other
      * transactions.
       520-Validate-Transactions SECTION.
           OPEN INPUT Game-Fingerprint
           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             MOVE TrnIdx TO Tran-Seq-Disp
             MOVE SPACES TO Output-Msg
             IF TT-Game-ID(TrnIdx) IS NUMERIC
               MOVE TT-Game-ID(TrnIdx) TO Fp-Game-ID
               SET GAME-ON-FILE TO FALSE
               READ Game-Fingerprint RECORD
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   SET GAME-ON-FILE TO TRUE
               END-READ
               EVALUATE TRUE
                 WHEN NOT GAME-ON-FILE
                   STRING "Transaction " Tran-Seq-Disp
                          " names a game not on the register."
                     DELIMITED BY SIZE
                     INTO Output-Msg
                   END-STRING
                 WHEN NOT FP-ALTERED-HELD
                   STRING "Transaction " Tran-Seq-Disp
                          " names a game that is not held."
                     DELIMITED BY SIZE
                     INTO Output-Msg
                   END-STRING
                 WHEN TT-Hash(TrnIdx) NOT = Fp-Held-Hash
                   STRING "Transaction " Tran-Seq-Disp
                          " quotes a hash that is not the held line."
                     DELIMITED BY SIZE
                     INTO Output-Msg
                   END-STRING
               END-EVALUATE
             END-IF
             IF Output-Msg NOT = SPACES
               ADD 1 TO Tran-Err-Count
               MOVE 'D63-E005' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
      * one game, one acceptance per batch
             PERFORM VARYING Trn2 FROM 1 BY 1
               UNTIL Trn2 >= TrnIdx
               IF TT-Game-ID(Trn2) = TT-Game-ID(TrnIdx)
                 ADD 1 TO Tran-Err-Count
                 MOVE SPACES TO Output-Msg
                 STRING "Transaction " Tran-Seq-Disp
                        " names a game already in this batch."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
                 MOVE 'D63-E006' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE Output-Msg TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-PERFORM
           END-PERFORM
           CLOSE Game-Fingerprint
           .

      * The held line becomes the registered content, first seen on
      * the date it came in.
       600-Apply-One-Transaction SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Aud-Timestamp
           MOVE TT-Auth-Ref(TrnIdx) TO Aud-Auth-Ref
           MOVE 'ACC' TO Aud-Action
           MOVE TT-Game-ID(TrnIdx) TO Fp-Game-ID
           READ Game-Fingerprint RECORD
             INVALID KEY
               CONTINUE
           END-READ
           MOVE Fingerprint-Record TO Aud-Before
           MOVE Fp-Held-Hash TO Fp-Hash
           MOVE Fp-Held-Date TO Fp-First-Seen
           SET FP-CURRENT TO TRUE
           MOVE ZERO   TO Fp-Held-Hash
           MOVE SPACES TO Fp-Held-Date
           MOVE TT-Auth-Ref(TrnIdx) TO Fp-Last-Ticket
           MOVE Run-Id              TO Fp-Last-Run
           MOVE Fingerprint-Record  TO Aud-After
           WRITE Fingerprint-Audit-Record
           REWRITE Fingerprint-Record
           ADD 1 TO Applied-Count
           .

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D63GFMT.
      /
