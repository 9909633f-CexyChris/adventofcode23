      *  coverage check applies -- a run that happened but failed is
      *  worse than one that never started.
      *
      *  Nor will the sheet sign off a business date while the
      *  incident register INCIDENT (opened by the escalation
      *  monitor D29LMON, closed through D73IMNT) holds an open
      *  severity-E incident opened on or before that date: each
      *  one is named in OPSLOG (D07-E006) and the sheet is held RC
      *  8 (D07-E005) until it is closed.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D07SUMM.
      * just gets the old uncovered summary instead of a JCL error.
           SELECT OPTIONAL Expected-List ASSIGN TO EXPLIST
           ORGANIZATION IS SEQUENTIAL.
      * OPTIONAL: no register means no incident was ever opened.
           SELECT OPTIONAL Incident-Register ASSIGN TO INCIDENT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS Inc-Key.
           COPY RUNSSEL.
           COPY OPSSEL.

           05  Summary-Run-Time       PIC X(06).
           05  Summary-Total-1        PIC 9(08).
           05  Summary-Total-2        PIC 9(08).
      * 'OK' when an expected Program/Variant ran tonight, or last
      * ran on an earlier date with no processing day on the
      * business calendar since; 'STALE' when its latest RESHIST
      * row is older than that (the program abended or never
      * started, and the sheet would otherwise certify an earlier
      * night's figures), 'MISSING' when it has
      * no RESHIST row at all, 'RC-FAIL' when the program's own END
      * record for tonight carries RC 8 or worse -- a history row
      * alone proves the run happened, not that it succeeded; spaces
      * for rows nobody declared an expectation for.
           05  Summary-Status         PIC X(08).

       FD Incident-Register.
       COPY INCREG.

       FD Expected-List RECORDING MODE F.
       01  Expected-Record.
           05  Expected-Program       PIC X(08).
               88 RUN-ENDED-BAD       VALUE 1
                             WHEN SET TO FALSE 0.

      * open severity-E incidents opened by the business date
           05  Inc-EOF-Switch     PIC 9(1) BINARY.
               88 INC-EOF             VALUE 1
                             WHEN SET TO FALSE 0.
           05  Open-Incident-Count PIC 9(04) BINARY VALUE ZERO.
           05  Open-Incident-Disp PIC 9(04) DISPLAY.

       01  Output-Msg             PIC X(80).

       LINKAGE SECTION.
             MOVE 8 TO RETURN-CODE
           END-IF

      * a night with an open error incident is not signed, however
      * clean its runs look: the rerun may have hidden the problem,
      * not fixed it
           PERFORM 140-Check-Open-Incidents
           IF Open-Incident-Count > 0
             MOVE Open-Incident-Count TO Open-Incident-Disp
             MOVE SPACES TO Output-Msg
             STRING Open-Incident-Disp
                    " open severity-E incident(s) on " Run-Date
                    " -- sign-off REFUSED."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D07-E005' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
           END-IF

           MOVE "Consolidated summary written to SUMMRPT."
             TO Output-Msg
           MOVE 'D07-I001' TO Log-Msg-Id
                AND Entry-Variant(SumIdx) = Exp-Variant(ExpIdx)
               SET EXPECTED-SEEN(ExpIdx) TO TRUE
               IF Summary-Status = SPACES
                 PERFORM 112-Count-Missed-Days
                 IF Entry-Run-Date(SumIdx) = Run-Date
                    OR (Entry-Run-Date(SumIdx) < Run-Date
                        AND BCAL-ANSWERED AND Bcal-Days = ZERO)
                   MOVE 'OK      ' TO Summary-Status
                 ELSE
      * The program has history but none of it is from tonight --
           WRITE Summary-Record
           .

      * Processing days between the row's date and tonight, from
      * the business calendar: a program last seen before a holiday
      * weekend has missed nothing if none of those days was a
      * processing day.
       112-Count-Missed-Days SECTION.
           SET BCAL-COUNT-DAYS TO TRUE
           MOVE Entry-Run-Date(SumIdx) TO Bcal-Date
           MOVE Run-Date               TO Bcal-To-Date
           CALL 'D64BCAL' USING Business-Calendar-Request
           .

       130-Write-Missing-Row SECTION.
           MOVE SPACES              TO Summary-Record
           MOVE Exp-Program(ExpIdx) TO Summary-Program
           WRITE Variance-Record
           .

      * An incident still open holds every business date from the
      * one it was opened on. Its last-seen date is no test: this
      * step runs before the monitor scans tonight's OPSLOG, so an
      * open incident is always last seen on an earlier date.
       140-Check-Open-Incidents SECTION.
           SET INC-EOF TO FALSE
           OPEN INPUT Incident-Register
           READ Incident-Register NEXT RECORD
                AT END SET INC-EOF TO TRUE
           END-READ
           PERFORM UNTIL INC-EOF
             IF INC-OPEN
                AND Inc-Severity = 'E'
                AND Inc-Business-Date <= Run-Date
               ADD 1 TO Open-Incident-Count
               MOVE SPACES TO Output-Msg
               STRING "Open incident " Inc-Program " " Inc-Msg-Id
                      " since " Inc-Business-Date
                      ", last seen " Inc-Last-Business-Date "."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               MOVE 'D07-E006' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
             READ Incident-Register NEXT RECORD
                  AT END SET INC-EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Incident-Register
           .

       COPY CKFSTAT.

       COPY WRMSG.
