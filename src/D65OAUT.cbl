      ******************************************************************
      *  Operator authority routine
      *
      *  The suite's privileged actions -- forcing a rerun, breaking
      *  a master lock, backing out a journaled run, deleting or
      *  resetting card ledger records, settling prizes under a
      *  clerk reference, reopening a closed month, reloading a
      *  keyed master from its backup -- used to be open to anyone
      *  who could submit the JCL. This routine is the one place
      *  that knows which operator may do what: it is CALLed with
      *  the OPAUREQ request area (see that copybook for the
      *  functions) and answers from the authority table
      *  OPERAUTH, loaded on the first call and kept for the rest
      *  of the run. Every use the callers go on to make of a
      *  granted action is booked here too, to the privileged-use
      *  log PRIVLOG, so the monthly report (D66PRVR) has who did
      *  what, and when.
      *
      *  OPERAUTH records (80 bytes):
      *    operator id (8) + program (8) + action (8)
      *                    + operator name (30)
      *  Program '********' grants the action on every program. The
      *  actions: FORCE, BREAK, BACKOUT, DELETE, RESET, CLERK,
      *  REOPEN, RELOAD.
      *
      *  A record with a blank operator or program, or an action not
      *  in that list, or more records than the table carries, makes
      *  the whole table unusable: every check is then denied with
      *  the reason. A missing or empty OPERAUTH authorizes nobody --
      *  the ordinary nightly run needs no authority and is not
      *  affected.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D65OAUT.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: no table means no operator holds any privilege.
           SELECT OPTIONAL Operator-Authority ASSIGN TO OPERAUTH
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Privileged-Log ASSIGN TO PRIVLOG
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD Operator-Authority RECORDING MODE F.
       01  Authority-Record.
           05  OA-Operator            PIC X(08).
           05  OA-Program             PIC X(08).
           05  OA-Action              PIC X(08).
               88 OA-KNOWN-ACTION         VALUE 'FORCE   '
                                                'BREAK   '
                                                'BACKOUT '
                                                'DELETE  '
                                                'RESET   '
                                                'CLERK   '
                                                'REOPEN  '
                                                'RELOAD  '.
           05  OA-Name                PIC X(30).
           05  FILLER                 PIC X(26).

       FD Privileged-Log RECORDING MODE F.
       COPY PRIVLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D65OAUT '.
           05  Loaded-Switch      PIC 9(1) BINARY VALUE ZERO.
               88 AUTHORITY-LOADED    VALUE 1
                             WHEN SET TO FALSE 0.
           05  Unusable-Switch    PIC 9(1) BINARY VALUE ZERO.
               88 AUTHORITY-UNUSABLE  VALUE 1
                             WHEN SET TO FALSE 0.
           05  Unusable-Reason    PIC X(80) VALUE SPACES.
           05  Auth-EOF-Switch    PIC 9(1) BINARY.
               88 AUTH-EOF            VALUE 1
                             WHEN SET TO FALSE 0.
           05  Auth-Record-Count  PIC 9(05) BINARY VALUE ZERO.
           05  Auth-Record-Disp   PIC 9(05) DISPLAY.

           05  Grant-Count        PIC 9(04) BINARY VALUE ZERO.
           05  Grant-Table.
               10  Grant-Entry OCCURS 500 TIMES INDEXED BY GrantIdx.
                   15  GT-Operator    PIC X(08).
                   15  GT-Program     PIC X(08).
                   15  GT-Action      PIC X(08).
                   15  GT-Name        PIC X(30).
           05  Grant-Found-Switch PIC 9(1) BINARY.
               88 GRANT-FOUND         VALUE 1
                             WHEN SET TO FALSE 0.

       LINKAGE SECTION.
       01  Opau-Request-Area.
           COPY OPAUREQ.

      /
       PROCEDURE DIVISION USING Opau-Request-Area.

       000-Main SECTION.
           IF NOT AUTHORITY-LOADED
             PERFORM 100-Load-Authority
             SET AUTHORITY-LOADED TO TRUE
           END-IF
           MOVE SPACE  TO Opau-Response
           MOVE SPACES TO Opau-Message
           MOVE SPACES TO Opau-Operator-Name
           PERFORM 200-Find-Grant
           EVALUATE TRUE
             WHEN OPAU-CHECK
               PERFORM 300-Judge-Request
             WHEN OPAU-RECORD-USE
               PERFORM 400-Record-Use
             WHEN OTHER
               SET OPAU-DENIED TO TRUE
               MOVE "Authority request function is not C or U."
                 TO Opau-Message
           END-EVALUATE
           GOBACK
           .

      * One pass over OPERAUTH into the grant table. Any record the
      * routine cannot trust makes the table unusable; loading stops
      * at the first such record.
       100-Load-Authority SECTION.
           SET AUTH-EOF TO FALSE
           OPEN INPUT Operator-Authority
           READ Operator-Authority NEXT RECORD
                AT END SET AUTH-EOF TO TRUE
           END-READ
           PERFORM UNTIL AUTH-EOF OR AUTHORITY-UNUSABLE
             ADD 1 TO Auth-Record-Count
             MOVE Auth-Record-Count TO Auth-Record-Disp
             EVALUATE TRUE
               WHEN OA-Operator = SPACES
                 OR OA-Program = SPACES
                 OR NOT OA-KNOWN-ACTION
                 MOVE SPACES TO Unusable-Reason
                 STRING "OPERAUTH record " Auth-Record-Disp
                        " has a blank operator or program or an"
                        " unknown action."
                   DELIMITED BY SIZE
                   INTO Unusable-Reason
                 END-STRING
                 SET AUTHORITY-UNUSABLE TO TRUE
               WHEN Grant-Count >= 500
                 MOVE "OPERAUTH has more than 500 records."
                   TO Unusable-Reason
                 SET AUTHORITY-UNUSABLE TO TRUE
               WHEN OTHER
                 ADD 1 TO Grant-Count
                 SET GrantIdx TO Grant-Count
                 MOVE OA-Operator TO GT-Operator(GrantIdx)
                 MOVE OA-Program  TO GT-Program(GrantIdx)
                 MOVE OA-Action   TO GT-Action(GrantIdx)
                 MOVE OA-Name     TO GT-Name(GrantIdx)
             END-EVALUATE
             READ Operator-Authority NEXT RECORD
                  AT END SET AUTH-EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Operator-Authority
           .

      * A grant for the operator and action on this program, or on
      * every program. The operator's name comes from any entry of
      * theirs, so a use is booked under a name even when the grant
      * itself was checked on another run.
       200-Find-Grant SECTION.
           SET GRANT-FOUND TO FALSE
           IF Opau-Operator NOT = SPACES
             PERFORM VARYING GrantIdx FROM 1 BY 1
               UNTIL GrantIdx > Grant-Count OR GRANT-FOUND
               IF GT-Operator(GrantIdx) = Opau-Operator
                 MOVE GT-Name(GrantIdx) TO Opau-Operator-Name
                 IF GT-Action(GrantIdx) = Opau-Action
                    AND (GT-Program(GrantIdx) = Opau-Program
                         OR GT-Program(GrantIdx) = '********')
                   SET GRANT-FOUND TO TRUE
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           .

       300-Judge-Request SECTION.
           EVALUATE TRUE
             WHEN AUTHORITY-UNUSABLE
               SET OPAU-UNUSABLE TO TRUE
               MOVE Unusable-Reason TO Opau-Message
             WHEN Opau-Operator = SPACES
               SET OPAU-DENIED TO TRUE
               STRING Opau-Action
                      " needs an operator id in PARM bytes 68-75"
                      " -- refused."
                 DELIMITED BY SIZE
                 INTO Opau-Message
               END-STRING
             WHEN NOT GRANT-FOUND
               SET OPAU-DENIED TO TRUE
               STRING "Operator " Opau-Operator
                      " is not authorized for " Opau-Action
                      " on " Opau-Program " -- refused."
                 DELIMITED BY SIZE
                 INTO Opau-Message
               END-STRING
             WHEN OTHER
               STRING "Operator " Opau-Operator
                      " authorized for " Opau-Action
                      " on " Opau-Program "."
                 DELIMITED BY SIZE
                 INTO Opau-Message
               END-STRING
           END-EVALUATE
           .

      * Open/write/close per use, as the message log does, so the
      * row survives an abend one statement later.
       400-Record-Use SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Prv-Timestamp
           MOVE Opau-Program       TO Prv-Program
           MOVE Opau-Action        TO Prv-Action
           MOVE Opau-Operator      TO Prv-Operator
           MOVE Opau-Operator-Name TO Prv-Operator-Name
           MOVE Opau-Business-Date TO Prv-Business-Date
           MOVE Opau-Detail        TO Prv-Detail
           OPEN EXTEND Privileged-Log
           WRITE Privileged-Use-Record
           CLOSE Privileged-Log
           .

      /
       END PROGRAM D65OAUT.
      /
