      *  backout to one series' images (blank backs out the whole
      *  run, which remains the normal case).
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
      *  legal hold on CARDLDG (LEGLHOLD, D82LHMT) is not backed out:
      *  the ledger as that run left it is evidence, and the whole
      *  backout is refused (CMN-W005, RC 8) until the hold is
      *  released.
      *
      *  Every restore writes its own before/after image to the
      *  LDGAUDT audit file, so even a backout can be reconstructed.
      *
           FILE STATUS IS File-Status.
           SELECT OPTIONAL Ledger-Audit ASSIGN TO LDGAUDT
           ORGANIZATION IS SEQUENTIAL.
           COPY LEGLSEL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
      * the run id it undoes is its authorization
           05  Aud-Auth-Ref           PIC X(08).

       FD Legal-Hold.
       COPY LEGLHOLD.

       COPY MLOCK.

       COPY RESHIST.
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
           MOVE 'CARDLDG ' TO Legal-Check-Dataset
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
           MOVE 'D18-I001' TO Log-Msg-Id
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

       COPY WRLOCK.

       COPY CKLEGL.

      /
       END PROGRAM D18LBKO.
      /
