      ******************************************************************
      *  Open incidents aging report
      *
      *  An incident the escalation monitor D29LMON opened stays open
      *  until somebody closes it through D73IMNT; this weekly run
      *  makes sure somebody does. It walks the incident register
      *  INCIDENT and lists every incident still OPEN, with its age
      *  in days since the business date it was opened on, so the
      *  operations desk can chase the old ones. Closed incidents
      *  stay on INCIDENT as its history and are not listed.
      *
      *  INCAGE rows: program, message id, severity, escalation RC,
      *  first and last business date seen, first and last
      *  occurrence, occurrences, nights fired, age in days and the
      *  first message's text; the last record is the control-total
      *  trailer (open incidents, of which severity E).
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D74IAGE.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: no register means nothing was ever opened.
           SELECT OPTIONAL Incident-Register ASSIGN TO INCIDENT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Inc-Key.
           SELECT Incident-Aging ASSIGN TO INCAGE
           ORGANIZATION IS SEQUENTIAL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Incident-Register.
       COPY INCREG.

      * One row per open incident; last record is the control-total
      * trailer (TRL in bytes 1-3).
       FD Incident-Aging RECORDING MODE F.
       01  Incident-Aging-Record.
           05  Iag-Program            PIC X(08).
           05  Iag-Msg-Id             PIC X(08).
           05  Iag-Severity           PIC X(01).
           05  Iag-Action-RC          PIC 9(02).
           05  Iag-Business-Date      PIC X(08).
           05  Iag-Last-Business-Date PIC X(08).
           05  Iag-First-Seen         PIC X(14).
           05  Iag-Last-Seen          PIC X(14).
           05  Iag-Occurrences        PIC 9(08).
           05  Iag-Nights             PIC 9(04).
           05  Iag-Age-Days           PIC 9(04).
           05  Iag-First-Text         PIC X(80).

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D74IAGE '.
           COPY WSFILST.

           05  Business-Day-Nr    PIC S9(08) BINARY.
           05  Age-Days           PIC S9(08) BINARY.
           05  Oldest-Age         PIC 9(08) BINARY VALUE ZERO.
           05  Open-Count         PIC 9(08) BINARY VALUE ZERO.
           05  Open-E-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Open-Disp          PIC 9(08) DISPLAY.
           05  Open-E-Disp        PIC 9(08) DISPLAY.
           05  Oldest-Disp        PIC 9(04) DISPLAY.
           05  Browse-Done-Sw     PIC 9(1) BINARY.
               88 BROWSE-DONE         VALUE 1
                             WHEN SET TO FALSE 0.

       01  Output-Msg             PIC X(80).
       COPY TRAILER.

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
           MOVE 'INCIDENT' TO Parm-Ddname-Echo
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           COMPUTE Business-Day-Nr =
                   FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL(Run-Business-Date))
           OPEN INPUT Incident-Register
           OPEN OUTPUT Incident-Aging
           OPEN EXTEND Results-History
           PERFORM 100-List-Open-Incidents
           CLOSE Incident-Register

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Open-Count   TO Trailer-Record-Count
           MOVE Open-E-Count TO Trailer-Key-Figure
           WRITE Incident-Aging-Record FROM Trailer-Layout
           CLOSE Incident-Aging

           MOVE Open-Count   TO History-Total-1
           MOVE Open-E-Count TO History-Total-2
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Open-Count   TO Open-Disp
           MOVE Open-E-Count TO Open-E-Disp
           MOVE Oldest-Age   TO Oldest-Disp
           MOVE SPACES TO Output-Msg
           STRING Open-Disp " incident(s) open, " Open-E-Disp
                  " severity E, oldest " Oldest-Disp
                  " day(s) -- see INCAGE."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D74-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           PERFORM 965-Record-Run-End

           GOBACK
           .

      * Every OPEN incident, in key order, aged from the business
      * date it was opened on to the business date.
       100-List-Open-Incidents SECTION.
           SET BROWSE-DONE TO FALSE
           MOVE LOW-VALUES TO Inc-Key
           START Incident-Register KEY IS NOT LESS THAN Inc-Key
             INVALID KEY
               SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
             READ Incident-Register NEXT RECORD
               AT END
                 SET BROWSE-DONE TO TRUE
               NOT AT END
                 IF INC-OPEN
                   COMPUTE Age-Days = Business-Day-Nr
                           - FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL(Inc-Business-Date))
                   IF Age-Days < ZERO
                     MOVE ZERO TO Age-Days
                   END-IF
                   MOVE SPACES TO Incident-Aging-Record
                   MOVE Inc-Program            TO Iag-Program
                   MOVE Inc-Msg-Id             TO Iag-Msg-Id
                   MOVE Inc-Severity           TO Iag-Severity
                   MOVE Inc-Action-RC          TO Iag-Action-RC
                   MOVE Inc-Business-Date      TO Iag-Business-Date
                   MOVE Inc-Last-Business-Date
                     TO Iag-Last-Business-Date
                   MOVE Inc-First-Seen         TO Iag-First-Seen
                   MOVE Inc-Last-Seen          TO Iag-Last-Seen
                   MOVE Inc-Occurrences        TO Iag-Occurrences
                   MOVE Inc-Nights             TO Iag-Nights
                   MOVE Age-Days               TO Iag-Age-Days
                   MOVE Inc-First-Text         TO Iag-First-Text
                   WRITE Incident-Aging-Record
                   ADD 1 TO Open-Count
                   IF Inc-Severity = 'E'
                     ADD 1 TO Open-E-Count
                   END-IF
                   IF Age-Days > Oldest-Age
                     MOVE Age-Days TO Oldest-Age
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

      /
       END PROGRAM D74IAGE.
      /
