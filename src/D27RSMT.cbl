      *    PARM byte 1 = 'A'  age-off: the D08HMNT retention split
      *                       applied to run events -- records whose
      *                       business date fell out of the window
      *                       (PARM bytes 2-4, business days,
      *                       default 90)
      *                       move to the RUNSARC archive and leave
      *                       the keyed store, so program startup
      *                       never pays for last quarter's nights.
      *                       A date under an open legal hold on
      *                       RUNSTAT (LEGLHOLD) stays in the store
      *                       however old it is, logged CMN-W005,
      *                       RC 4; a hold list too big to load
      *                       refuses the age-off (RC 8).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
      * abending on the OPEN EXTEND.
           SELECT OPTIONAL Status-Archive ASSIGN TO RUNSARC
           ORGANIZATION IS SEQUENTIAL.
           COPY LEGLSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       FD Status-Archive RECORDING MODE F.
       01  Archive-Record             PIC X(47).

       FD Legal-Hold.
       COPY LEGLHOLD.

       COPY RUNSTAT.

       COPY OPSLOG.
               88 ACTION-LOAD         VALUE 'L'.
               88 ACTION-AGE-OFF      VALUE 'A'.
           05  Retention-Days     PIC 9(03) VALUE 90.
           05  Cutoff-Date        PIC X(08).
           05  Browse-Done-Sw     PIC 9(1) BINARY.
               88 BROWSE-DONE         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Loaded-Disp        PIC 9(08) DISPLAY.
           05  Archived-Disp      PIC 9(08) DISPLAY.
           05  Kept-Disp          PIC 9(08) DISPLAY.
           COPY LEGLTAB.

       01  Output-Msg             PIC X(80).

           .

       200-Age-Off SECTION.
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
           MOVE 'RUNSTAT ' TO Legal-Check-Dataset
           MOVE 'aged off' TO Legal-Check-Action

           SET BROWSE-DONE TO FALSE
           OPEN I-O Run-Status
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 PERFORM 210-Age-One-Event
             END-READ
           END-PERFORM
           CLOSE Run-Status
           MOVE 'D27-I002' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           IF Legal-Refusals > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF
           .

       210-Age-One-Event SECTION.
      * an event under legal hold stays however old it is
           SET DATE-ON-LEGAL-HOLD TO FALSE
           IF RS-Business-Date IS NUMERIC
              AND RS-Business-Date < Cutoff-Date
             MOVE RS-Business-Date TO Legal-Check-Date
             PERFORM 928-Find-Legal-Hold
             IF DATE-ON-LEGAL-HOLD
               PERFORM 929-Log-Legal-Refusal
             END-IF
           END-IF
      * a date that never came from the 955/965 regime (not
      * numeric) can't be aged against the cutoff -- keep it where
      * someone will see it rather than burying it in the archive
           IF RS-Business-Date IS NUMERIC
              AND RS-Business-Date < Cutoff-Date
              AND NOT DATE-ON-LEGAL-HOLD
             WRITE Archive-Record FROM Run-Status-Record
             DELETE Run-Status RECORD
             ADD 1 TO Archived-Count
           ELSE
             ADD 1 TO Kept-Count
           END-IF
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY CKLEGL.

      /
       END PROGRAM D27RSMT.
      /
