      *  RESHNEW, which the following job step copies back over
      *  RESHIST. A report of what was archived goes to HMNTRPT.
      *
      *  A row whose run date is under an open legal hold on RESHIST
      *  (LEGLHOLD, placed through D82LHMT) stays online however old
      *  it is; each held date is logged (CMN-W005) and the run ends
      *  RC 4. A hold list too big to load refuses the run (RC 8).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D08HMNT.
           ORGANIZATION IS SEQUENTIAL.
           SELECT Maint-Report ASSIGN TO HMNTRPT
           ORGANIZATION IS SEQUENTIAL.
           COPY LEGLSEL.
           COPY OPSSEL.

       DATA DIVISION.
           05  Maint-Kept             PIC 9(08).
           05  Maint-Cutoff-Date      PIC X(08).

       FD Legal-Hold.
       COPY LEGLHOLD.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D08HMNT '.
           COPY WSFILST.

      * PARM bytes 1-3: how many business days of history stay
      * online (processing days on the business calendar); the
      * operations default of 90 applies when no (or a non-numeric)
      * PARM is supplied.
           05  Retention-Days     PIC 9(03) VALUE 90.
           05  Cutoff-Date        PIC X(08).

           05  Archived-Total     PIC 9(08) BINARY VALUE ZERO.
           05  Kept-Total         PIC 9(08) BINARY VALUE ZERO.
               88 FOUND-MATCH     VALUE 1
                             WHEN SET TO FALSE 0.
           05  MatchIdx           PIC 9(02) BINARY.
           COPY LEGLTAB.

       01  Output-Msg             PIC X(80).

             END-IF
           END-IF

      * the window counts processing days on the business calendar,
      * so a holiday season does not age off more than it should
           SET BCAL-STEP-BACK TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO Bcal-Date
           MOVE Retention-Days TO Bcal-Days
           CALL 'D64BCAL' USING Business-Calendar-Request
           IF NOT BCAL-ANSWERED
             MOVE 'CMN-E007' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Bcal-Message TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE Bcal-Result-Date TO Cutoff-Date
           PERFORM 927-Load-Legal-Holds
           IF LEGAL-TABLE-FULL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 'RESHIST ' TO Legal-Check-Dataset
           MOVE 'archived' TO Legal-Check-Action

           OPEN INPUT Results-History
           OPEN EXTEND History-Archive
           MOVE 'D08-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           IF Legal-Refusals > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK
           .

       100-Split-History-Row SECTION.
           PERFORM 110-Find-Maint-Entry
      * a row under legal hold stays online however old it is
           SET DATE-ON-LEGAL-HOLD TO FALSE
           IF History-Run-Date IS NUMERIC
              AND History-Run-Date < Cutoff-Date
             MOVE History-Run-Date TO Legal-Check-Date
             PERFORM 928-Find-Legal-Hold
             IF DATE-ON-LEGAL-HOLD
               PERFORM 929-Log-Legal-Refusal
             END-IF
           END-IF
      * A row whose run date never came from 950-Write-History (not
      * numeric) can't be aged against the cutoff -- keep it online
      * where someone will see it rather than burying it in the
      * archive.
           IF History-Run-Date IS NUMERIC
              AND History-Run-Date < Cutoff-Date
              AND NOT DATE-ON-LEGAL-HOLD
             WRITE Archive-Record FROM History-Record
             ADD 1 TO Archived-Total
             IF MatchIdx > ZERO

       COPY WRMSG.

       COPY CKLEGL.

      /
       END PROGRAM D08HMNT.
      /
