      *  A message no rule matches is reported with action RC 00,
      *  so nothing slips past unlisted.
      *
      *  Every rule that fires (action RC above 00) is also carried
      *  into the incident register INCIDENT, so the problem is
      *  remembered after the rerun has gone through: the first
      *  firing of a program/message id opens an incident (D29-W001)
      *  with its business date, first and last occurrence and the
      *  first message's text; a repeat on a later night -- or
      *  later the same night -- attaches to the open incident
      *  instead of opening another. Incidents are closed only
      *  through D73IMNT; D07SUMM will not sign off a business date
      *  an open severity-E incident was seen on. If another run
      *  holds the INCIDENT marker the report is still written, but
      *  nothing is registered and the run ends RC 8.
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *
           ORGANIZATION IS SEQUENTIAL.
           SELECT Escalation-Report ASSIGN TO ESCRPT
           ORGANIZATION IS SEQUENTIAL.
      * OPTIONAL so the first monitor run at this level opens it
      * empty
           SELECT OPTIONAL Incident-Register ASSIGN TO INCIDENT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Inc-Key.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.
           05  Esc-Last-Time          PIC X(06).
           05  Esc-Action-RC          PIC 9(02).

       FD Incident-Register.
       COPY INCREG.

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.
                   15  AG-Count       PIC 9(06) BINARY.
                   15  AG-First-Time  PIC X(06).
                   15  AG-Last-Time   PIC X(06).
                   15  AG-First-Text  PIC X(80).
           05  Match-Found        PIC 9(1) BINARY.
               88 FOUND-MATCH         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Fired-Count        PIC 9(04) BINARY VALUE ZERO.
           05  Fired-Disp         PIC 9(04) DISPLAY.

      * incident registration
           05  Register-Sw        PIC 9(1) BINARY VALUE ZERO.
               88 REGISTER-OPEN       VALUE 1
                             WHEN SET TO FALSE 0.
           05  Incident-Found-Sw  PIC 9(1) BINARY.
               88 INCIDENT-FOUND      VALUE 1
                             WHEN SET TO FALSE 0.
           05  Inc-Browse-Sw      PIC 9(1) BINARY.
               88 INC-BROWSE-DONE     VALUE 1
                             WHEN SET TO FALSE 0.
           05  Opened-Count       PIC 9(04) BINARY VALUE ZERO.
           05  Attached-Count     PIC 9(04) BINARY VALUE ZERO.
           05  Opened-Disp        PIC 9(04) DISPLAY.
           05  Attached-Disp      PIC 9(04) DISPLAY.
           05  Occur-Disp         PIC 9(06) DISPLAY.

       01  Run-Id-Fields.
           05  Run-Id             PIC X(14).

       01  Output-Msg             PIC X(80).

       LINKAGE SECTION.
             GOBACK
           END-IF

           MOVE SPACES TO Run-Id
           STRING Run-Business-Date
                  FUNCTION CURRENT-DATE(9:6)
             DELIMITED BY SIZE
             INTO Run-Id
           END-STRING

           PERFORM 050-Load-Rules
           PERFORM 100-Scan-Log-Slice

      * a refused marker costs the register tonight's firings, not
      * the report: the escalations still reach the morning eye
           MOVE 'INCIDENT' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF NOT LOCK-REFUSED
             OPEN I-O Incident-Register
             SET REGISTER-OPEN TO TRUE
           END-IF

           OPEN OUTPUT Escalation-Report
           OPEN EXTEND Results-History
      * ranked by severity: the morning eye lands on the worst first
           MOVE 'I' TO Pass-Severity
           PERFORM 200-Report-One-Severity
           CLOSE Escalation-Report
           IF REGISTER-OPEN
             CLOSE Incident-Register
             PERFORM 980-Release-Master-Lock
           END-IF

           MOVE Agg-Count   TO History-Total-1
           MOVE Fired-Count TO History-Total-2
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF REGISTER-OPEN
             MOVE Opened-Count   TO Opened-Disp
             MOVE Attached-Count TO Attached-Disp
             MOVE SPACES TO Output-Msg
             STRING Opened-Disp " incident(s) opened, "
                    Attached-Disp " repeat(s) attached to open"
                    " incidents -- see INCIDENT."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D29-I002' TO Log-Msg-Id
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF

           IF Worst-RC > RETURN-CODE
             MOVE Worst-RC TO RETURN-CODE
           END-IF
               MOVE LGI-Severity  TO AG-Severity(AggIdx)
               MOVE ZERO          TO AG-Count(AggIdx)
               MOVE LGI-Timestamp(9:6) TO AG-First-Time(AggIdx)
               MOVE LGI-Text      TO AG-First-Text(AggIdx)
             ELSE
               MOVE 'D29-E002' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
             IF Action-RC-WK > Worst-RC
               MOVE Action-RC-WK TO Worst-RC
             END-IF
             IF REGISTER-OPEN
               PERFORM 300-Register-Incident
             END-IF
           END-IF
           .

      * A firing attaches to the program/message id's open incident
      * when there is one, and opens one when there is not. A rerun
      * of the monitor for a night already attached replaces that
      * night's count instead of adding it again.
       300-Register-Incident SECTION.
           PERFORM 310-Find-Open-Incident
           IF INCIDENT-FOUND
             IF Inc-Last-Business-Date = Run-Business-Date
               SUBTRACT Inc-Last-Night-Count FROM Inc-Occurrences
             ELSE
               ADD 1 TO Inc-Nights
               MOVE Run-Business-Date TO Inc-Last-Business-Date
             END-IF
             ADD AG-Count(AggIdx)  TO Inc-Occurrences
             MOVE AG-Count(AggIdx) TO Inc-Last-Night-Count
             MOVE SPACES TO Inc-Last-Seen
             STRING Run-Business-Date AG-Last-Time(AggIdx)
               DELIMITED BY SIZE
               INTO Inc-Last-Seen
             END-STRING
             IF AG-Severity(AggIdx) = 'E'
               MOVE 'E' TO Inc-Severity
             END-IF
             IF AG-Severity(AggIdx) = 'W'
                AND Inc-Severity NOT = 'E'
               MOVE 'W' TO Inc-Severity
             END-IF
             IF Action-RC-WK > Inc-Action-RC
               MOVE Action-RC-WK TO Inc-Action-RC
             END-IF
             MOVE Run-Id TO Inc-Last-Run
             REWRITE Incident-Record
             ADD 1 TO Attached-Count
           ELSE
             MOVE SPACES TO Incident-Record
             MOVE AG-Program(AggIdx) TO Inc-Program
             MOVE AG-Msg-Id(AggIdx)  TO Inc-Msg-Id
             MOVE FUNCTION CURRENT-DATE(1:14) TO Inc-Opened-Stamp
             SET INC-OPEN TO TRUE
             MOVE AG-Severity(AggIdx) TO Inc-Severity
             MOVE Action-RC-WK        TO Inc-Action-RC
             MOVE Run-Business-Date   TO Inc-Business-Date
             MOVE Run-Business-Date   TO Inc-Last-Business-Date
             STRING Run-Business-Date AG-First-Time(AggIdx)
               DELIMITED BY SIZE
               INTO Inc-First-Seen
             END-STRING
             STRING Run-Business-Date AG-Last-Time(AggIdx)
               DELIMITED BY SIZE
               INTO Inc-Last-Seen
             END-STRING
             MOVE AG-Count(AggIdx)    TO Inc-Occurrences
             MOVE 1                   TO Inc-Nights
             MOVE AG-Count(AggIdx)    TO Inc-Last-Night-Count
             MOVE AG-First-Text(AggIdx) TO Inc-First-Text
             MOVE Run-Id              TO Inc-Last-Run
             WRITE Incident-Record
             ADD 1 TO Opened-Count
             MOVE AG-Count(AggIdx) TO Occur-Disp
             MOVE SPACES TO Output-Msg
             STRING "Incident opened: " Inc-Program " " Inc-Msg-Id
                    " severity " Inc-Severity ", " Occur-Disp
                    " occurrence(s) on " Run-Business-Date "."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D29-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           .

      * The program/message id's incidents sit together in key
      * order, oldest first; at most one of them is open.
       310-Find-Open-Incident SECTION.
           SET INCIDENT-FOUND TO FALSE
           SET INC-BROWSE-DONE TO FALSE
           MOVE AG-Program(AggIdx) TO Inc-Program
           MOVE AG-Msg-Id(AggIdx)  TO Inc-Msg-Id
           MOVE LOW-VALUES         TO Inc-Opened-Stamp
           START Incident-Register KEY IS NOT LESS THAN Inc-Key
             INVALID KEY
               SET INC-BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL INC-BROWSE-DONE OR INCIDENT-FOUND
             READ Incident-Register NEXT RECORD
               AT END
                 SET INC-BROWSE-DONE TO TRUE
               NOT AT END
                 IF Inc-Program NOT = AG-Program(AggIdx)
                    OR Inc-Msg-Id NOT = AG-Msg-Id(AggIdx)
                   SET INC-BROWSE-DONE TO TRUE
                 ELSE
                   IF INC-OPEN
                     SET INCIDENT-FOUND TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY CKPARM.

       COPY WRLOCK.

      /
       END PROGRAM D29LMON.
      /
