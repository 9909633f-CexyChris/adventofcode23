      * Strict validation of the suite's common absolute PARM slots
      * (business date at 31-38, force flag at 39, reject tolerance
      * at 40-45, calendar site at 64-67, operator id at 68-75,
      * resubmission flag at 76),
      * and the business date's period against the closed months,
      * PERFORMed after the program's own parsing and
      * BEFORE 955-Record-Run-Start: a typo in any defined slot is
      * an RC 8 refusal up front, not a silent default discovered
      * days later in the history. The program validates its own
               END-IF
             END-IF
           END-IF
      * A resubmission run (byte 76) is open only to the feed
      * programs that take corrected records back in.
           IF LS-Parm-Len > 75
             IF LS-Parm-Text(76:1) = 'R' AND RESUBMIT-CAPABLE
               MOVE 'R' TO Resubmit-Switch
             ELSE
               IF LS-Parm-Text(76:1) NOT = SPACE
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE SPACES     TO Log-Text
                 STRING "PARM byte 76 must be blank"
                        " (or 'R' for a feed program's resubmission)."
                   DELIMITED BY SIZE
                   INTO Log-Text
                 END-STRING
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
      * The business calendar (D64BCAL) is consulted on every run,
      * so an unusable BUSCAL stops the run here rather than in the
      * first check that counts business days. A business date
      * override must name a processing day at the site -- a
      * catch-up booked to a holiday is a typo, not a night that
      * happened. A scheduled run that simply falls on one is let
      * through with a warning.
           IF LS-Parm-Len > 63
             MOVE LS-Parm-Text(64:4) TO Bcal-Site
           END-IF
           SET BCAL-CHECK-DAY TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO Bcal-Date
           SET PARM-DATE-GIVEN TO FALSE
           IF LS-Parm-Len > 30
             IF LS-Parm-Text(31:8) IS NUMERIC
               MOVE LS-Parm-Text(31:8) TO Bcal-Date
               SET PARM-DATE-GIVEN TO TRUE
             END-IF
           END-IF
           CALL 'D64BCAL' USING Business-Calendar-Request
           EVALUATE TRUE
             WHEN BCAL-UNUSABLE
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E007' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE Bcal-Message TO Log-Text
               PERFORM 970-Write-Log-Message
             WHEN BCAL-PROCESSING-DAY
               CONTINUE
             WHEN PARM-DATE-GIVEN
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE SPACES     TO Log-Text
               STRING "PARM business date " Bcal-Date
                      " is not a processing day at site "
                      Bcal-Site "."
                 DELIMITED BY SIZE
                 INTO Log-Text
               END-STRING
               PERFORM 970-Write-Log-Message
             WHEN OTHER
               MOVE 'CMN-W003' TO Log-Msg-Id
               MOVE 'W'        TO Log-Severity
               MOVE SPACES     TO Log-Text
               STRING "Business date " Bcal-Date
                      " is not a processing day at site "
                      Bcal-Site "."
                 DELIMITED BY SIZE
                 INTO Log-Text
               END-STRING
               PERFORM 970-Write-Log-Message
           END-EVALUATE
      * A month finance has closed takes no more runs: not a
      * catch-up dated into it, not a forced rerun of one of its
      * nights, not a backout of one of its runs (the backout sets
      * Period-Check-Date to that run's date) -- unless a ticketed
      * reopen is on file, which lets the run through with a
      * warning naming the ticket.
           MOVE Run-Business-Date TO Pper-Date
           PERFORM 944-Check-Period-Open
           IF Period-Check-Date NOT = SPACES
              AND Period-Check-Date(1:6) NOT = Run-Business-Date(1:6)
             MOVE Period-Check-Date TO Pper-Date
             PERFORM 944-Check-Period-Open
           END-IF
      * Privileged options -- the forced rerun (byte 39), the lock
      * break (byte 62) and the privileged run a program names in
      * Privileged-Action -- are open only to an operator the
      * authority table (D65OAUT) grants that action on this
      * program. The operator id is PARM bytes 68-75; a refusal is
      * an RC 8 like any other PARM error.
           IF LS-Parm-Len > 67
             MOVE LS-Parm-Text(68:8) TO Parm-Operator
           END-IF
           IF RERUN-FORCED
             MOVE 'FORCE' TO Opau-Action
             PERFORM 942-Check-Operator-Authority
           END-IF
           IF BREAK-LOCK-WANTED
             MOVE 'BREAK' TO Opau-Action
             PERFORM 942-Check-Operator-Authority
           END-IF
           IF Privileged-Action NOT = SPACES
             MOVE Privileged-Action TO Opau-Action
             PERFORM 942-Check-Operator-Authority
           END-IF
           IF PARM-INVALID
             MOVE 'CMN-E004' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
                  " date=" Run-Business-Date
                  " force=" Rerun-Force-Switch
                  " tol=" Tolerance-Type-Parm Tolerance-Limit
                  " site=" Bcal-Site
                  " resub=" Resubmit-Switch
             DELIMITED BY SIZE
             INTO Log-Text
           END-STRING
           MOVE 'CMN-I001' TO Log-Msg-Id
           PERFORM 970-Write-Log-Message
           .

      * Asks D65OAUT whether Parm-Operator may use Opau-Action on
      * this program. A grant is logged (so the morning review sees
      * who asked for what); anything else refuses the PARM.
       942-Check-Operator-Authority SECTION.
           SET OPAU-CHECK TO TRUE
           MOVE Parm-Operator TO Opau-Operator
           MOVE MY-PGM        TO Opau-Program
           CALL 'D65OAUT' USING Operator-Authority-Request
           IF OPAU-GRANTED
             MOVE 'CMN-I002' TO Log-Msg-Id
           ELSE
             SET PARM-INVALID TO TRUE
             MOVE 'CMN-E008' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
           END-IF
           MOVE Opau-Message TO Log-Text
           PERFORM 970-Write-Log-Message
           .

      * Books one use of a granted privilege to the privileged-use
      * log: the caller sets Opau-Action and Opau-Detail at the
      * point the privilege actually took effect.
       943-Record-Privileged-Use SECTION.
           SET OPAU-RECORD-USE TO TRUE
           MOVE Parm-Operator     TO Opau-Operator
           MOVE MY-PGM            TO Opau-Program
           MOVE Run-Business-Date TO Opau-Business-Date
           CALL 'D65OAUT' USING Operator-Authority-Request
           .

      * Asks D70PPER whether Pper-Date falls in a closed month. A
      * reopened month is let through with a warning (so the morning
      * review sees the ticket); a closed one, or a register that
      * cannot be read, refuses the PARM.
       944-Check-Period-Open SECTION.
           CALL 'D70PPER' USING Period-Check-Request
           EVALUATE TRUE
             WHEN PPER-OPEN
               CONTINUE
             WHEN PPER-REOPENED
               MOVE 'CMN-W004' TO Log-Msg-Id
               MOVE 'W'        TO Log-Severity
               MOVE Pper-Message TO Log-Text
               PERFORM 970-Write-Log-Message
             WHEN OTHER
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E009' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE Pper-Message TO Log-Text
               PERFORM 970-Write-Log-Message
           END-EVALUATE
           .
