      *  the UPD path is kept anyway so a journal this program does
      *  not expect is restored, not mangled.
      *
      *  The same journal carries the pending-approval file PAYPEND:
      *  a PND image (a high-value card D22PSET held for a second
      *  clerk) is undone by deleting the pending record, an APR
      *  image (D52PAPR releasing it into PAYLDG) by writing the
      *  pending record back -- so backing out an approval run puts
      *  the card back in the queue, not in limbo. PAYPEND restores
      *  are audited as 'BKP' so they are never mistaken for a
      *  removed settlement.
      *
      *  PARM bytes 1-14 name the run id (business date + time, as
      *  stamped in Settle-Last-Run and on the journal); bytes 15-16
      *  optionally restrict the backout to one series' images.
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
      *  legal hold on PAYLDG (LEGLHOLD, D82LHMT) is not backed out:
      *  the ledger as that run left it is evidence, and the whole
      *  backout is refused (CMN-W005, RC 8) until the hold is
      *  released.
      *
      *  Every restore writes its own before/after image to the
      *  PAYAUDT audit file, so even a backout can be reconstructed.
      *
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Settle-Key.
           SELECT OPTIONAL Pending-Approval ASSIGN TO PAYPEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Pend-Key.
           SELECT Settle-Journal ASSIGN TO PAYJRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT OPTIONAL Settle-Audit ASSIGN TO PAYAUDT
           ORGANIZATION IS SEQUENTIAL.
           COPY LEGLSEL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
       FD Settle-Ledger.
       COPY PAYLDG.

       FD Pending-Approval.
       COPY PAYPEND.

       FD Settle-Journal RECORDING MODE F.
       01  Journal-Record.
           05  Jrn-Run-Id             PIC X(14).
           05  Jrn-Action             PIC X(03).
           05  Jrn-Before             PIC X(77).
           05  Jrn-After              PIC X(77).

       FD Settle-Audit RECORDING MODE F.
       01  Settle-Audit-Record.
           05  Aud-Timestamp          PIC X(14).
           05  Aud-Action             PIC X(03).
           05  Aud-Before             PIC X(77).
           05  Aud-After              PIC X(77).

       FD Legal-Hold.
       COPY LEGLHOLD.

       COPY MLOCK.

           05  Image-Table.
               10  Image-Entry OCCURS 999 TIMES.
                   15  Img-Action     PIC X(03).
                   15  Img-Before     PIC X(77).
                   15  Img-After      PIC X(77).
           05  ImgIdx             PIC 9(04) BINARY.
           05  Restored-Count     PIC 9(08) BINARY VALUE ZERO.
           05  Restored-Disp      PIC 9(08) DISPLAY.
      * could not put everything back must never read as clean.
           05  Failed-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Failed-Disp        PIC 9(08) DISPLAY.
           COPY LEGLTAB.

       01  Output-Msg             PIC X(80).

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
             GOBACK
           END-IF

      * the ledger as the named run left it may be under legal
      * hold -- refuse the whole backout, restore nothing
           PERFORM 927-Load-Legal-Holds
           IF LEGAL-TABLE-FULL
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           MOVE 'PAYLDG  ' TO Legal-Check-Dataset
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
             GOBACK
           END-IF
           OPEN I-O Settle-Ledger
           OPEN I-O Pending-Approval
           OPEN EXTEND Settle-Audit
           PERFORM VARYING ImgIdx FROM Image-Count BY -1
             UNTIL ImgIdx < 1
             PERFORM 200-Restore-One-Image
           END-PERFORM
           CLOSE Settle-Ledger
           CLOSE Pending-Approval
           CLOSE Settle-Audit
           PERFORM 980-Release-Master-Lock

           MOVE 'D24-I001' TO Log-Msg-Id
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
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF Jrn-Run-Id = Backout-Run-Id
      * an APR image has nothing after it -- its key is in the
      * before image
                AND (Backout-Series = SPACES
                     OR Jrn-After(1:2) = Backout-Series
                     OR (Jrn-After = SPACES
                         AND Jrn-Before(1:2) = Backout-Series))
               IF Image-Count < 999
                 ADD 1 TO Image-Count
                 MOVE Jrn-Action TO Img-Action(Image-Count)
       200-Restore-One-Image SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Aud-Timestamp
           MOVE 'BKO' TO Aud-Action
           EVALUATE Img-Action(ImgIdx)
             WHEN 'ADD'
      * the run created this record -- the restore is its removal
               MOVE Img-After(ImgIdx) TO Settle-Record
               MOVE Settle-Record TO Aud-Before
               MOVE SPACES        TO Aud-After
               WRITE Settle-Audit-Record
               DELETE Settle-Ledger RECORD
                 INVALID KEY
                   DISPLAY "Backout: record already gone for key "
                           Settle-Key
                   ADD 1 TO Failed-Count
                 NOT INVALID KEY
                   ADD 1 TO Restored-Count
               END-DELETE
             WHEN 'PND'
      * the run held this card for approval -- take it off PAYPEND
               MOVE 'BKP' TO Aud-Action
               MOVE Img-After(ImgIdx) TO Pending-Record
               MOVE Pending-Record TO Aud-Before
               MOVE SPACES         TO Aud-After
               WRITE Settle-Audit-Record
               DELETE Pending-Approval RECORD
                 INVALID KEY
                   DISPLAY "Backout: pending card already gone "
                           Pend-Key
                   ADD 1 TO Failed-Count
                 NOT INVALID KEY
                   ADD 1 TO Restored-Count
               END-DELETE
             WHEN 'APR'
      * the run released this card from PAYPEND -- put it back
               MOVE 'BKP' TO Aud-Action
               MOVE Img-Before(ImgIdx) TO Pending-Record
               MOVE SPACES         TO Aud-Before
               MOVE Pending-Record TO Aud-After
               WRITE Settle-Audit-Record
               WRITE Pending-Record
                 INVALID KEY
                   DISPLAY "Backout: pending card already back "
                           Pend-Key
                   ADD 1 TO Failed-Count
                 NOT INVALID KEY
                   ADD 1 TO Restored-Count
               END-WRITE
             WHEN OTHER
      * the run rewrote this record -- put the before-image back
               MOVE Img-After(ImgIdx) TO Aud-Before
               MOVE Img-Before(ImgIdx) TO Settle-Record
               MOVE Settle-Record TO Aud-After
               WRITE Settle-Audit-Record
               REWRITE Settle-Record
                 INVALID KEY
                   DISPLAY "Backout: rewrite failed for key "
                           Settle-Key
                   ADD 1 TO Failed-Count
                 NOT INVALID KEY
                   ADD 1 TO Restored-Count
               END-REWRITE
           END-EVALUATE
           .

       COPY CKFSTAT.

       COPY WRLOCK.

       COPY CKLEGL.

      /
       END PROGRAM D24PBKO.
      /
