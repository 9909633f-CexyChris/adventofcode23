      * Record layout of the permanent incident register (INCIDENT),
      * shared by the escalation monitor that opens incidents, the
      * incident maintenance that closes them, the sign-off sheet
      * that will not sign over an open one and the weekly aging
      * report, so the four can never drift apart. Keyed by program
      * plus message id plus the moment the incident was opened:
      * at most one incident per program/message id is open at a
      * time, and a repeat of the message attaches to it; once it
      * is closed, the next occurrence opens a new one, and the
      * closed ones stay on file as the register's history.
       01  Incident-Record.
           05  Inc-Key.
               10  Inc-Program            PIC X(08).
               10  Inc-Msg-Id             PIC X(08).
               10  Inc-Opened-Stamp       PIC X(14).
           05  Inc-Status                 PIC X(01).
               88 INC-OPEN                    VALUE 'O'.
               88 INC-CLOSED                  VALUE 'C'.
      * the worst severity and escalation RC any night carried
           05  Inc-Severity               PIC X(01).
           05  Inc-Action-RC              PIC 9(02).
      * the business dates it was first and last seen on, and the
      * first and last occurrence (business date plus log time)
           05  Inc-Business-Date          PIC X(08).
           05  Inc-Last-Business-Date     PIC X(08).
           05  Inc-First-Seen             PIC X(14).
           05  Inc-Last-Seen              PIC X(14).
      * occurrences over every night, nights it fired on, and the
      * latest night's own count (so a rerun of the monitor for the
      * same night replaces that night's share, not adds to it)
           05  Inc-Occurrences            PIC 9(08).
           05  Inc-Nights                 PIC 9(04).
           05  Inc-Last-Night-Count       PIC 9(06).
      * the first occurrence's message text
           05  Inc-First-Text             PIC X(80).
      * how it was resolved (spaces while open): resolution code,
      * the operator's note, the authorizing reference, the
      * business date it was closed on
           05  Inc-Resolution             PIC X(04).
               88 INC-KNOWN-RESOLUTION        VALUE 'FIXD' 'RRUN'
                                                    'DATA' 'NOAC'
                                                    'FALS'.
           05  Inc-Note                   PIC X(50).
           05  Inc-Closed-Ref             PIC X(08).
           05  Inc-Closed-Date            PIC X(08).
      * Which run last added or rewrote this record (business date
      * plus time).
           05  Inc-Last-Run               PIC X(14).
