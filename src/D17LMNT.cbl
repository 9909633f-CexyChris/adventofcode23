      *  every audit row, so "who approved this reset" finally has
      *  an answer in the record itself.
      *
      *  Deleting and resetting are privileged: PARM bytes 68-75
      *  must name an operator the authority table (OPERAUTH,
      *  D65OAUT) grants DELETE or RESET on this program -- a PARM
      *  run is refused RC 8, a transaction batch carrying an
      *  action the operator does not hold is refused whole -- and
      *  every range deleted or reset is booked to the
      *  privileged-use log PRIVLOG under that operator.
      *
      *  Every delete and reset writes a before/after image to the
      *  LDGAUDT audit file first, so any maintenance action can be
      *  reconstructed. Listing is read-only and DISPLAYs.
               END-IF
             END-IF
           END-IF
      * deleting and resetting ledger records are privileged: the
      * operator in PARM bytes 68-75 must hold DELETE or RESET on
      * this program (a transaction batch is judged per transaction
      * in 520 instead)
           IF ACTION-DELETE AND NOT TRAN-MODE
             MOVE 'DELETE' TO Privileged-Action
           END-IF
           IF ACTION-RESET AND NOT TRAN-MODE
             MOVE 'RESET' TO Privileged-Action
           END-IF
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           END-IF

           PERFORM 100-Browse-Range
           PERFORM 210-Record-Ledger-Use

           CLOSE Card-Ledger
           IF NOT ACTION-LIST
             MOVE TT-Series(TrnIdx)   TO Select-Series
             MOVE TT-Auth-Ref(TrnIdx) TO Auth-Ref-WK
             PERFORM 100-Browse-Range
             PERFORM 210-Record-Ledger-Use
           END-PERFORM
           CLOSE Card-Ledger
           CLOSE Ledger-Audit

      * Whole-batch checks that need the ledger or the other
      * transactions: a single-key delete/reset must name a key that
      * exists, two mutating ranges on one series must not overlap
      * -- the second would act on the first one's leavings -- and
      * the operator in PARM bytes 68-75 must hold DELETE or RESET
      * for every delete or reset the batch carries.
       520-Validate-Transactions SECTION.
           OPEN INPUT Card-Ledger
           PERFORM VARYING TrnIdx FROM 1 BY 1
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
             IF TT-Action(TrnIdx) = 'D' OR TT-Action(TrnIdx) = 'R'
               SET OPAU-CHECK TO TRUE
               MOVE Parm-Operator TO Opau-Operator
               MOVE MY-PGM        TO Opau-Program
               IF TT-Action(TrnIdx) = 'D'
                 MOVE 'DELETE' TO Opau-Action
               ELSE
                 MOVE 'RESET'  TO Opau-Action
               END-IF
               CALL 'D65OAUT' USING Operator-Authority-Request
               IF NOT OPAU-GRANTED
                 ADD 1 TO Tran-Err-Count
                 MOVE 'D17-E007' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE Opau-Message TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
             IF TT-Action(TrnIdx) NOT = 'L'
               PERFORM VARYING Trn2 FROM 1 BY 1
                 UNTIL Trn2 >= TrnIdx
           END-EVALUATE
           .

      * Books a delete or reset just carried out to the
      * privileged-use log, with the range and ticket it covered.
       210-Record-Ledger-Use SECTION.
           IF ACTION-DELETE OR ACTION-RESET
             IF ACTION-DELETE
               MOVE 'DELETE' TO Opau-Action
             ELSE
               MOVE 'RESET'  TO Opau-Action
             END-IF
             MOVE SPACES TO Opau-Detail
             STRING "series " Select-Series
                    " Game-Nr " From-Nr "-" To-Nr
                    " ticket " Auth-Ref-WK
               DELIMITED BY SIZE
               INTO Opau-Detail
             END-STRING
             PERFORM 943-Record-Privileged-Use
           END-IF
           .

       COPY WRMSG.

       COPY WRHIST.
