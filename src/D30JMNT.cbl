      *
      *    PARM byte 1 = 'D'  age by days: runs whose business date
      *                       (run id bytes 1-8) is older than the
      *                       window of business days in PARM
      *                       bytes 2-4 (default 030)
      *                       move to the archive
      *    PARM byte 1 = 'E'  age by evidence: runs whose business
      *                       date has a clean D04SCTC END (RC 4 or
      *                       keeps its images online where the
      *                       backout can reach them fast
      *
      *  Either way a run whose business date is under an open legal
      *  hold on CARDJRN (LEGLHOLD) keeps its images online, logged
      *  CMN-W005, RC 4; a hold list too big to load refuses the run
      *  (RC 8).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D30JMNT.
           ORGANIZATION IS SEQUENTIAL.
           SELECT Journal-Trimmed ASSIGN TO CARDJRNN
           ORGANIZATION IS SEQUENTIAL.
           COPY LEGLSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       FD Journal-Trimmed RECORDING MODE F.
       01  Trimmed-Record             PIC X(73).

       FD Legal-Hold.
       COPY LEGLHOLD.

       COPY RUNSTAT.

       COPY OPSLOG.
               88 AGE-BY-DAYS         VALUE 'D'.
               88 AGE-BY-EVIDENCE     VALUE 'E'.
           05  Retention-Days     PIC 9(03) VALUE 30.
           05  Cutoff-Date        PIC X(08).

      * evidence answers cached per business date, so the run-status
      * store is asked once per date, not once per image
           05  Kept-Count         PIC 9(08) BINARY VALUE ZERO.
           05  Archived-Disp      PIC 9(08) DISPLAY.
           05  Kept-Disp          PIC 9(08) DISPLAY.
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
           MOVE 'CARDJRN ' TO Legal-Check-Dataset
           MOVE 'archived' TO Legal-Check-Action

           OPEN INPUT Card-Journal
           OPEN EXTEND Journal-Archive
           MOVE 'D30-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           IF Legal-Refusals > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK
           .
               END-IF
             END-IF
           END-IF
      * a run under legal hold keeps its images online
           IF IMAGE-AGES-OFF
             MOVE Jrn-Run-Id(1:8) TO Legal-Check-Date
             PERFORM 928-Find-Legal-Hold
             IF DATE-ON-LEGAL-HOLD
               PERFORM 929-Log-Legal-Refusal
               SET IMAGE-AGES-OFF TO FALSE
             END-IF
           END-IF
           IF IMAGE-AGES-OFF
             WRITE Archive-Record FROM Journal-Record
             ADD 1 TO Archived-Count

       COPY WRMSG.

       COPY CKLEGL.

      /
       END PROGRAM D30JMNT.
      /
