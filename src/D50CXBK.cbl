      ******************************************************************
      *  Claims register backout
      *
      *  Replays the claims journal (CLMJRN, written by D49CEXP's
      *  110-Expire-Claim and D48CAGE's 100-Register-One-Card) in
      *  reverse for one named run, restoring CLMREG and CLMEXP to
      *  their state before that run touched them -- the discipline
      *  D24PBKO applies to PAYLDG. Undoing an expiry run (EXP
      *  images) deletes each expired record and writes the open
      *  claim back, so the card can be settled again; an aging run's
      *  ADD images are removed and its UPD images put back.
      *
      *  PARM bytes 1-14 name the run id (business date + time, as
      *  stamped in Exp-Last-Run / Claim-Last-Run and on the journal);
      *  bytes 15-16 optionally restrict the backout to one series'
      *  images.
      *
      *  A backout is a privileged action: PARM bytes 68-75 must
      *  name an operator the authority table (OPERAUTH, D65OAUT)
      *  grants BACKOUT on this program, or nothing runs (RC 8),
      *  and each backout carried out is booked to the
      *  privileged-use log PRIVLOG under that operator. Nor may a
      *  run be backed out once finance has closed the month it
      *  belongs to (D70PPER), unless a ticketed reopen is on file.
      *
      *  Likewise a run whose business date lies under an open
      *  legal hold on CLMREG (LEGLHOLD, D82LHMT) is not backed out:
      *  the register as that run left it is evidence, and the whole
      *  backout is refused (CMN-W005, RC 8) until the hold is
      *  released.
      *
      *  Every restore writes its own before/after image to the
      *  CLMAUDT audit file, so even a backout can be reconstructed.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D50CXBK.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Claim-Register ASSIGN TO CLMREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Claim-Key.
           SELECT OPTIONAL Expired-Claims ASSIGN TO CLMEXP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Exp-Key.
           SELECT Claim-Journal ASSIGN TO CLMJRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT OPTIONAL Claim-Audit ASSIGN TO CLMAUDT
           ORGANIZATION IS SEQUENTIAL.
           COPY LEGLSEL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Claim-Register.
       COPY CLMREG.

       FD Expired-Claims.
       COPY CLMEXP.

       FD Claim-Journal RECORDING MODE F.
       01  Claim-Journal-Record.
           05  Jrn-Run-Id             PIC X(14).
           05  Jrn-Action             PIC X(03).
           05  Jrn-Before             PIC X(49).
           05  Jrn-After              PIC X(49).

       FD Claim-Audit RECORDING MODE F.
       01  Claim-Audit-Record.
           05  Aud-Timestamp          PIC X(14).
           05  Aud-Action             PIC X(03).
           05  Aud-Before             PIC X(49).
           05  Aud-After              PIC X(49).

       FD Legal-Hold.
       COPY LEGLHOLD.

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D50CXBK '.
           COPY WSFILST.

           05  Backout-Run-Id     PIC X(14) VALUE SPACES.
      * blank = every image of the run; a series code narrows the
      * backout to that series' claims only (both registers' keys
      * start with the series)
           05  Backout-Series     PIC X(02) VALUE SPACES.
      * The named run's journal images, loaded forward and replayed
      * from the last entry to the first.
           05  Image-Count        PIC 9(04) BINARY VALUE ZERO.
      * raised when the named run holds more images than the table
      * -- the whole backout is then REFUSED, because a backout
      * that quietly does 80% of the job is the most dangerous
      * program in the shop
           05  Image-Ovfl-Sw      PIC 9(1) BINARY.
               88 IMAGE-OVERFLOW      VALUE 1
                             WHEN SET TO FALSE 0.
           05  Image-Table.
               10  Image-Entry OCCURS 999 TIMES.
                   15  Img-Action     PIC X(03).
                   15  Img-Before     PIC X(49).
                   15  Img-After      PIC X(49).
           05  ImgIdx             PIC 9(04) BINARY.
           05  Restored-Count     PIC 9(08) BINARY VALUE ZERO.
           05  Restored-Disp      PIC 9(08) DISPLAY.
      * restores a register refused (record already gone, rewrite
      * failed) -- they are NOT counted as restored, and any of
      * them turns the run into an RC 8 failure: a backout that
      * could not put everything back must never read as clean.
           05  Failed-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Failed-Disp        PIC 9(08) DISPLAY.
           COPY LEGLTAB.

       01  Output-Msg             PIC X(80).

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Len        PIC S9(4) COMP.
           05  LS-Parm-Text       PIC X(80).

      /
       PROCEDURE DIVISION USING LS-Parm-Area.

       000-Main SECTION.
           IF LS-Parm-Len > 13
             MOVE LS-Parm-Text(1:14) TO Backout-Run-Id
           END-IF
           IF LS-Parm-Len > 15
             MOVE LS-Parm-Text(15:2) TO Backout-Series
           END-IF
           IF Backout-Run-Id = SPACES
             MOVE 'D50-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "No run id in PARM -- nothing backed out."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
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
           END-IF
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
      * a backout is itself a privileged action: only an operator
      * the authority table grants BACKOUT on this program may run
      * one (PARM bytes 68-75)
           MOVE 'BACKOUT' TO Privileged-Action
      * and the run it undoes must not lie in a closed period
           IF Backout-Run-Id(1:8) IS NUMERIC
             MOVE Backout-Run-Id(1:8) TO Period-Check-Date
           END-IF
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

      * a backout that runs twice deletes records its first pass
      * already restored -- the duplicate-run refusal applies here
      * with particular force
           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

      * the register as the named run left it may be under legal
      * hold -- refuse the whole backout, restore nothing
           PERFORM 927-Load-Legal-Holds
           IF LEGAL-TABLE-FULL
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           MOVE 'CLMREG  ' TO Legal-Check-Dataset
           MOVE Backout-Run-Id(1:8) TO Legal-Check-Date
           MOVE 'backed out' TO Legal-Check-Action
           PERFORM 928-Find-Legal-Hold
           IF DATE-ON-LEGAL-HOLD
             PERFORM 929-Log-Legal-Refusal
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           PERFORM 100-Load-Journal-Images

      * more images than the table holds: restoring only what fits
      * would leave the registers part old, part new, with no
      * record of the seam -- refuse outright, restore nothing
           IF IMAGE-OVERFLOW
             MOVE 'D50-E004' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE SPACES     TO Log-Text
             STRING "Run " Backout-Run-Id
                    " exceeds the Image-Table -- backout REFUSED,"
                    " nothing restored."
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           IF Image-Count = ZERO
             MOVE 'D50-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE SPACES     TO Log-Text
             STRING "No journal images for run "
                    Backout-Run-Id " -- nothing backed out."
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           MOVE 'CLMREG  ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN I-O Claim-Register
           OPEN I-O Expired-Claims
           OPEN EXTEND Claim-Audit
           PERFORM VARYING ImgIdx FROM Image-Count BY -1
             UNTIL ImgIdx < 1
             PERFORM 200-Restore-One-Image
           END-PERFORM
           CLOSE Claim-Register
           CLOSE Expired-Claims
           CLOSE Claim-Audit
           PERFORM 980-Release-Master-Lock

           MOVE Restored-Count TO Restored-Disp
           MOVE SPACES TO Output-Msg
           STRING Restored-Disp
                  " claim image(s) restored for run "
                  Backout-Run-Id "."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D50-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           MOVE 'BACKOUT' TO Opau-Action
           MOVE SPACES    TO Opau-Detail
           STRING Backout-Run-Id " series " Backout-Series
                  " restored " Restored-Disp
             DELIMITED BY SIZE
             INTO Opau-Detail
           END-STRING
           PERFORM 943-Record-Privileged-Use

           IF Failed-Count > ZERO
             MOVE Failed-Count TO Failed-Disp
             MOVE SPACES TO Output-Msg
             STRING Failed-Disp
                    " restore(s) FAILED -- registers are NOT fully"
                    " backed out."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D50-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
           END-IF

           MOVE Restored-Count TO History-Total-1
           MOVE Failed-Count   TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History

           PERFORM 965-Record-Run-End

           GOBACK
           .

       100-Load-Journal-Images SECTION.
           SET EOF TO FALSE
           OPEN INPUT Claim-Journal
           READ Claim-Journal NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF Jrn-Run-Id = Backout-Run-Id
                AND (Backout-Series = SPACES
                     OR Jrn-After(1:2) = Backout-Series)
               IF Image-Count < 999
                 ADD 1 TO Image-Count
                 MOVE Jrn-Action TO Img-Action(Image-Count)
                 MOVE Jrn-Before TO Img-Before(Image-Count)
                 MOVE Jrn-After  TO Img-After(Image-Count)
               ELSE
                 SET IMAGE-OVERFLOW TO TRUE
                 SET EOF TO TRUE
               END-IF
             END-IF
             READ Claim-Journal NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Claim-Journal
           .

       200-Restore-One-Image SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Aud-Timestamp
           MOVE 'BKO' TO Aud-Action
           MOVE Img-After(ImgIdx)  TO Aud-Before
           MOVE Img-Before(ImgIdx) TO Aud-After
           WRITE Claim-Audit-Record
           EVALUATE Img-Action(ImgIdx)
             WHEN 'EXP'
      * the run moved this claim to CLMEXP -- take it off there and
      * put the open claim back
               MOVE Img-After(ImgIdx) TO Expired-Claim-Record
               DELETE Expired-Claims RECORD
                 INVALID KEY
                   DISPLAY "Backout: expired claim already gone "
                           Exp-Key
                   ADD 1 TO Failed-Count
                 NOT INVALID KEY
                   MOVE Img-Before(ImgIdx) TO Claim-Record
                   WRITE Claim-Record
                     INVALID KEY
                       DISPLAY "Backout: claim already back "
                               Claim-Key
                       ADD 1 TO Failed-Count
                     NOT INVALID KEY
                       ADD 1 TO Restored-Count
                   END-WRITE
               END-DELETE
             WHEN 'ADD'
      * the run created this claim -- the restore is its removal
               MOVE Img-After(ImgIdx) TO Claim-Record
               DELETE Claim-Register RECORD
                 INVALID KEY
                   DISPLAY "Backout: record already gone for key "
                           Claim-Key
                   ADD 1 TO Failed-Count
                 NOT INVALID KEY
                   ADD 1 TO Restored-Count
               END-DELETE
             WHEN OTHER
      * the run rewrote this claim -- put the before-image back
               MOVE Img-Before(ImgIdx) TO Claim-Record
               REWRITE Claim-Record
                 INVALID KEY
                   DISPLAY "Backout: rewrite failed for key "
                           Claim-Key
                   ADD 1 TO Failed-Count
                 NOT INVALID KEY
                   ADD 1 TO Restored-Count
               END-REWRITE
           END-EVALUATE
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY WRRUNST.

       COPY CKPARM.

       COPY WRLOCK.

       COPY CKLEGL.

      /
       END PROGRAM D50CXBK.
      /
