      ******************************************************************
      *  Period register routine
      *
      *  Finance closes the books month by month, and once a month's
      *  figures have gone out in the management pack (D71PCLS) no
      *  run may change them: not a catch-up dated into it, not a
      *  forced rerun, not a backout of one of its runs. This
      *  routine is the one place that knows which months are
      *  closed: it is CALLed with the PPERREQ request area and
      *  answers from the period register PERIODS, loaded on the
      *  first call and kept for the rest of the run. A closed month
      *  takes runs again only once a ticketed reopen (D72PROP) is
      *  on file -- until D71PCLS closes it again.
      *
      *  PERIODS records: see the PERREG copybook. A month's state
      *  is its latest record.
      *
      *  A record of an unknown type, a month that is not YYYYMM, a
      *  reopen without a ticket, or more months than the table
      *  carries, makes the whole register unusable: every check is
      *  then failed with the reason, since a register nobody can
      *  read cannot say a month is open. A missing or empty PERIODS
      *  means no month has been closed yet.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D70PPER.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: no register means no month has been closed.
           SELECT OPTIONAL Period-Register ASSIGN TO PERIODS
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD Period-Register RECORDING MODE F.
       COPY PERREG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D70PPER '.
           05  Loaded-Switch      PIC 9(1) BINARY VALUE ZERO.
               88 REGISTER-LOADED     VALUE 1
                             WHEN SET TO FALSE 0.
           05  Unusable-Switch    PIC 9(1) BINARY VALUE ZERO.
               88 REGISTER-UNUSABLE   VALUE 1
                             WHEN SET TO FALSE 0.
           05  Unusable-Reason    PIC X(80) VALUE SPACES.
           05  Per-EOF-Switch     PIC 9(1) BINARY.
               88 PER-EOF             VALUE 1
                             WHEN SET TO FALSE 0.
           05  Per-Record-Count   PIC 9(05) BINARY VALUE ZERO.
           05  Per-Record-Disp    PIC 9(05) DISPLAY.

           05  Month-Count        PIC 9(04) BINARY VALUE ZERO.
           05  Month-Table.
               10  Month-Entry OCCURS 600 TIMES INDEXED BY MonIdx.
                   15  MT-Month       PIC X(06).
                   15  MT-State       PIC X(01).
                   15  MT-Ticket      PIC X(10).
                   15  MT-Closed-Stamp PIC X(14).
           05  Month-Found-Switch PIC 9(1) BINARY.
               88 MONTH-FOUND         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Month-Match        PIC 9(04) BINARY.
           05  Check-Month        PIC X(06).

       LINKAGE SECTION.
       01  Pper-Request-Area.
           COPY PPERREQ.

      /
       PROCEDURE DIVISION USING Pper-Request-Area.

       000-Main SECTION.
           IF NOT REGISTER-LOADED
             PERFORM 100-Load-Register
             SET REGISTER-LOADED TO TRUE
           END-IF
           MOVE SPACE  TO Pper-Response
           MOVE SPACES TO Pper-Ticket
           MOVE SPACES TO Pper-Closed-Stamp
           MOVE SPACES TO Pper-Message
           IF REGISTER-UNUSABLE
             SET PPER-UNUSABLE TO TRUE
             MOVE Unusable-Reason TO Pper-Message
           ELSE
             PERFORM 300-Judge-Date
           END-IF
           GOBACK
           .

      * One pass over PERIODS into the month table, each record
      * overwriting its month's state, so the table ends holding
      * every month's latest. Loading stops at the first record the
      * routine cannot trust.
       100-Load-Register SECTION.
           SET PER-EOF TO FALSE
           OPEN INPUT Period-Register
           READ Period-Register NEXT RECORD
                AT END SET PER-EOF TO TRUE
           END-READ
           PERFORM UNTIL PER-EOF OR REGISTER-UNUSABLE
             ADD 1 TO Per-Record-Count
             MOVE Per-Record-Count TO Per-Record-Disp
             IF (PER-CLOSE OR PER-REOPEN)
                AND Per-Month IS NUMERIC
                AND Per-Month(5:2) >= '01'
                AND Per-Month(5:2) <= '12'
                AND NOT (PER-REOPEN AND Per-Ticket = SPACES)
               MOVE Per-Month TO Check-Month
               PERFORM 200-Find-Month
               PERFORM 150-Take-Record
             ELSE
               MOVE SPACES TO Unusable-Reason
               STRING "PERIODS record " Per-Record-Disp
                      " has an unknown type, a bad month or a"
                      " reopen without a ticket."
                 DELIMITED BY SIZE
                 INTO Unusable-Reason
               END-STRING
               SET REGISTER-UNUSABLE TO TRUE
             END-IF
             READ Period-Register NEXT RECORD
                  AT END SET PER-EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Period-Register
           .

       150-Take-Record SECTION.
           IF NOT MONTH-FOUND
             IF Month-Count >= 600
               MOVE "PERIODS names more than 600 months."
                 TO Unusable-Reason
               SET REGISTER-UNUSABLE TO TRUE
             ELSE
               ADD 1 TO Month-Count
               MOVE Month-Count TO Month-Match
               MOVE Per-Month TO MT-Month(Month-Match)
               SET MONTH-FOUND TO TRUE
             END-IF
           END-IF
           IF MONTH-FOUND
             IF PER-CLOSE
               MOVE 'C'        TO MT-State(Month-Match)
               MOVE SPACES     TO MT-Ticket(Month-Match)
               MOVE Per-Stamp  TO MT-Closed-Stamp(Month-Match)
             ELSE
               MOVE 'R'        TO MT-State(Month-Match)
               MOVE Per-Ticket TO MT-Ticket(Month-Match)
             END-IF
           END-IF
           .

      * Leaves Month-Match on Check-Month's entry when it is found.
       200-Find-Month SECTION.
           SET MONTH-FOUND TO FALSE
           MOVE ZERO TO Month-Match
           PERFORM VARYING MonIdx FROM 1 BY 1
             UNTIL MonIdx > Month-Count OR MONTH-FOUND
             IF MT-Month(MonIdx) = Check-Month
               SET MONTH-FOUND TO TRUE
               SET Month-Match TO MonIdx
             END-IF
           END-PERFORM
           .

       300-Judge-Date SECTION.
           MOVE Pper-Date(1:6) TO Check-Month
           PERFORM 200-Find-Month
           IF MONTH-FOUND
             MOVE MT-Closed-Stamp(Month-Match) TO Pper-Closed-Stamp
             IF MT-State(Month-Match) = 'C'
               SET PPER-CLOSED TO TRUE
               STRING "Business date " Pper-Date
                      " is in closed period " Check-Month
                      " and no reopen is on file -- refused."
                 DELIMITED BY SIZE
                 INTO Pper-Message
               END-STRING
             ELSE
               SET PPER-REOPENED TO TRUE
               MOVE MT-Ticket(Month-Match) TO Pper-Ticket
               STRING "Business date " Pper-Date
                      " is in period " Check-Month
                      ", reopened under ticket " Pper-Ticket "."
                 DELIMITED BY SIZE
                 INTO Pper-Message
               END-STRING
             END-IF
           END-IF
           .

      /
       END PROGRAM D70PPER.
      /
