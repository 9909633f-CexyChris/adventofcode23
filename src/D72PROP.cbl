      ******************************************************************
      *  Closed-period reopen
      *
      *  Once D71PCLS has closed a month, every program's start-up
      *  refuses a run, forced rerun or backout dated inside it.
      *  When a closed month genuinely has to take a correction,
      *  finance raises a ticket and the month is reopened ONLY
      *  through this utility's transaction batch, which appends a
      *  REOPEN row naming the ticket to the period register
      *  PERIODS. The month then takes runs again -- each one warned
      *  in OPSLOG with the ticket -- until D71PCLS closes it again
      *  with a fresh pack.
      *
      *  PERTRAN carries one record per month to reopen:
      *    month X(6)     YYYYMM
      *    ticket X(10)   the reopen ticket -- required
      *    reason X(36)   why -- required
      *
      *  As in D53HMNT the whole batch is judged BEFORE anything is
      *  applied -- a malformed month, a missing ticket or reason, a
      *  month that is not closed (never closed, or reopened
      *  already), one month named twice -- and any error refuses
      *  the entire batch, RC 8, nothing touched. Each reopen is
      *  logged to OPSLOG (D72-I002).
      *
      *  A reopen is a privileged action: PARM bytes 68-75 must name
      *  an operator the authority table (OPERAUTH, D65OAUT) grants
      *  REOPEN on this program, or nothing runs (RC 8), and each
      *  reopen is booked to the privileged-use log PRIVLOG under
      *  that operator.
      *
      *  PARM bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *       byte  62     'B' breaks a stale PERIODS marker
      *       bytes 68-75  operator id
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D72PROP.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Period-Register ASSIGN TO PERIODS
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Period-Trans ASSIGN TO PERTRAN
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Period-Register RECORDING MODE F.
       COPY PERREG.

       FD Period-Trans RECORDING MODE F.
       01  Tran-Record.
           05  Tran-Month             PIC X(06).
           05  Tran-Ticket            PIC X(10).
           05  Tran-Reason            PIC X(36).
           05  FILLER                 PIC X(28).

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D72PROP '.
           COPY WSFILST.

      * the transaction batch, held whole so it can be judged whole:
      * any error refuses everything
           05  Tran-Count         PIC 9(03) BINARY VALUE ZERO.
           05  Tran-Table.
               10  Tran-Entry OCCURS 50 TIMES INDEXED BY TrnIdx.
                   15  TT-Month       PIC X(06).
                   15  TT-Ticket      PIC X(10).
                   15  TT-Reason      PIC X(36).
           05  Trn2               PIC 9(03) BINARY.
           05  Tran-Seq-Disp      PIC 9(03) DISPLAY.
           05  Tran-Err-Count     PIC 9(03) BINARY VALUE ZERO.
           05  Tran-Err-Disp      PIC 9(03) DISPLAY.
           05  Tran-EOF-Sw        PIC 9(1) BINARY.
               88 TRAN-EOF            VALUE 1
                             WHEN SET TO FALSE 0.
           05  Applied-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Applied-Disp       PIC 9(08) DISPLAY.

       01  Output-Msg             PIC X(80).

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
           MOVE 'PERTRAN ' TO Parm-Ddname-Echo
           IF LS-Parm-Len > 61
             IF LS-Parm-Text(62:1) = 'B'
               MOVE 'B' TO Break-Lock-Switch
             ELSE
               IF LS-Parm-Text(62:1) NOT = SPACE
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM byte 62 must be 'B' or blank."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
      * a reopen is itself a privileged action: only an operator
      * the authority table grants REOPEN on this program may run
      * one (PARM bytes 68-75)
           MOVE 'REOPEN' TO Privileged-Action
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF
           PERFORM 941-Echo-Parm

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           MOVE 'PERIODS ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           PERFORM 510-Load-Transactions
           PERFORM 520-Validate-Transactions
           IF Tran-Err-Count > ZERO
             PERFORM 980-Release-Master-Lock
             MOVE Tran-Err-Count TO Tran-Err-Disp
             MOVE SPACES TO Output-Msg
             STRING Tran-Err-Disp
                    " transaction error(s) -- batch REFUSED,"
                    " nothing applied."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D72-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           OPEN EXTEND Period-Register
           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             PERFORM 600-Apply-One-Transaction
           END-PERFORM
           CLOSE Period-Register
           PERFORM 980-Release-Master-Lock

           MOVE Applied-Count TO Applied-Disp
           MOVE SPACES TO Output-Msg
           STRING Applied-Disp " closed period(s) reopened."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D72-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           MOVE Applied-Count TO History-Total-1
           MOVE ZERO          TO History-Total-2
           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History
           PERFORM 965-Record-Run-End

           GOBACK
           .

       510-Load-Transactions SECTION.
           SET TRAN-EOF TO FALSE
           OPEN INPUT Period-Trans
           READ Period-Trans NEXT RECORD
                AT END SET TRAN-EOF TO TRUE
           END-READ
           PERFORM UNTIL TRAN-EOF
             IF Tran-Record(1:3) NOT = 'TRL'
               PERFORM 512-Take-Transaction
             END-IF
             READ Period-Trans NEXT RECORD
                  AT END SET TRAN-EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Period-Trans
           IF Tran-Count = ZERO
             ADD 1 TO Tran-Err-Count
             MOVE 'D72-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "PERTRAN is empty -- nothing to judge."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           .

       512-Take-Transaction SECTION.
           IF Tran-Count < 50
             ADD 1 TO Tran-Count
             SET TrnIdx TO Tran-Count
             PERFORM 515-Edit-One-Transaction
           ELSE
             MOVE 'D72-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Tran-Table full -- batch refused."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       515-Edit-One-Transaction SECTION.
           MOVE TrnIdx TO Tran-Seq-Disp
           MOVE Tran-Month  TO TT-Month(TrnIdx)
           MOVE Tran-Ticket TO TT-Ticket(TrnIdx)
           MOVE Tran-Reason TO TT-Reason(TrnIdx)
           IF Tran-Month IS NUMERIC
              AND Tran-Month(5:2) >= '01'
              AND Tran-Month(5:2) <= '12'
             CONTINUE
           ELSE
             PERFORM 518-Flag-Transaction
           END-IF
      * a reopen nobody can trace back to a ticket is the silent
      * change to reported figures the close exists to stop
           IF Tran-Ticket = SPACES OR Tran-Reason = SPACES
             PERFORM 518-Flag-Transaction
           END-IF
           .

       518-Flag-Transaction SECTION.
           ADD 1 TO Tran-Err-Count
           MOVE SPACES TO Output-Msg
           STRING "Transaction " Tran-Seq-Disp
                  " is malformed or has no ticket or reason."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D72-E004' TO Log-Msg-Id
           MOVE 'E'        TO Log-Severity
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           .

      * Whole-batch checks that need the register or the other
      * transactions.
       520-Validate-Transactions SECTION.
           PERFORM VARYING TrnIdx FROM 1 BY 1
             UNTIL TrnIdx > Tran-Count
             MOVE TrnIdx TO Tran-Seq-Disp
             MOVE SPACES TO Pper-Date
             STRING TT-Month(TrnIdx) "01"
               DELIMITED BY SIZE
               INTO Pper-Date
             END-STRING
             CALL 'D70PPER' USING Period-Check-Request
             MOVE SPACES TO Output-Msg
             EVALUATE TRUE
               WHEN PPER-CLOSED
                 CONTINUE
               WHEN PPER-OPEN
                 STRING "Transaction " Tran-Seq-Disp
                        " reopens " TT-Month(TrnIdx)
                        ", which was never closed."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
               WHEN PPER-REOPENED
                 STRING "Transaction " Tran-Seq-Disp
                        " reopens " TT-Month(TrnIdx)
                        ", already open under " Pper-Ticket "."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
               WHEN OTHER
                 MOVE Pper-Message TO Output-Msg
             END-EVALUATE
             IF Output-Msg NOT = SPACES
               ADD 1 TO Tran-Err-Count
               MOVE 'D72-E005' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
      * one month, one reopen per batch
             PERFORM VARYING Trn2 FROM 1 BY 1
               UNTIL Trn2 >= TrnIdx
               IF TT-Month(Trn2) = TT-Month(TrnIdx)
                 ADD 1 TO Tran-Err-Count
                 MOVE SPACES TO Output-Msg
                 STRING "Transaction " Tran-Seq-Disp
                        " names a month already in this batch."
                   DELIMITED BY SIZE
                   INTO Output-Msg
                 END-STRING
                 MOVE 'D72-E006' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE Output-Msg TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-PERFORM
           END-PERFORM
           .

       600-Apply-One-Transaction SECTION.
           MOVE SPACES TO Period-Register-Record
           SET PER-REOPEN TO TRUE
           MOVE TT-Month(TrnIdx)  TO Per-Month
           MOVE TT-Ticket(TrnIdx) TO Per-Ticket
           MOVE TT-Reason(TrnIdx) TO Per-Reason
           MOVE Parm-Operator     TO Per-Operator
           MOVE FUNCTION CURRENT-DATE(1:14) TO Per-Stamp
           WRITE Period-Register-Record
           ADD 1 TO Applied-Count

           MOVE 'REOPEN' TO Opau-Action
           MOVE SPACES   TO Opau-Detail
           STRING "period " Per-Month " ticket " Per-Ticket
             DELIMITED BY SIZE
             INTO Opau-Detail
           END-STRING
           PERFORM 943-Record-Privileged-Use

           MOVE SPACES TO Output-Msg
           STRING "Period " Per-Month " reopened under ticket "
                  Per-Ticket " by " Parm-Operator "."
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D72-I002' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message
           .

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D72PROP.
      /
