      * Loads every OPEN hold on CARDHOLD into Hold-Table; released
      * holds stay on file for audit but no longer stop anything.
      * More open holds than the table can carry raises
      * HOLD-TABLE-FULL and logs CMN-E006 -- the caller refuses the
      * run rather than pay a card whose hold was dropped.
       925-Load-Hold-Table SECTION.
           MOVE ZERO TO Hold-Count
           SET HOLD-TABLE-FULL TO FALSE
           SET HOLD-EOF TO FALSE
           OPEN INPUT Card-Hold
           MOVE LOW-VALUES TO Hold-Key
           START Card-Hold KEY IS NOT LESS THAN Hold-Key
             INVALID KEY
               SET HOLD-EOF TO TRUE
           END-START
           PERFORM UNTIL HOLD-EOF
             READ Card-Hold NEXT RECORD
               AT END
                 SET HOLD-EOF TO TRUE
               NOT AT END
                 IF HOLD-OPEN
                   IF Hold-Count < 500
                     ADD 1 TO Hold-Count
                     SET HoldIdx TO Hold-Count
                     MOVE Hold-Series    TO HT-Series(HoldIdx)
                     MOVE Hold-From-Game TO HT-From(HoldIdx)
                     MOVE Hold-To-Game   TO HT-To(HoldIdx)
                     MOVE Hold-Inv-Ref   TO HT-Inv-Ref(HoldIdx)
                   ELSE
                     SET HOLD-TABLE-FULL TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Card-Hold
           IF HOLD-TABLE-FULL
             MOVE 'CMN-E006' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Hold-Table full -- CARDHOLD has over 500 open holds."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           .

      * Is the card in Hold-Check-Series/Hold-Check-Game inside an
      * open hold's range? The Game-Nr text is right-justified with
      * leading spaces, so it is zero-filled before the numeric
      * compare; a Game-Nr that is not a number matches no hold.
       926-Find-Hold SECTION.
           SET CARD-ON-HOLD TO FALSE
           MOVE SPACES TO Hold-Hit-Ref
           INSPECT Hold-Check-Game REPLACING LEADING SPACE BY ZERO
           IF Hold-Check-Game IS NUMERIC
             MOVE Hold-Check-Game TO Hold-Check-Nr
             PERFORM VARYING HoldIdx FROM 1 BY 1
               UNTIL HoldIdx > Hold-Count OR CARD-ON-HOLD
               IF HT-Series(HoldIdx) = Hold-Check-Series
                  AND Hold-Check-Nr >= HT-From(HoldIdx)
                  AND Hold-Check-Nr <= HT-To(HoldIdx)
                 SET CARD-ON-HOLD TO TRUE
                 MOVE HT-Inv-Ref(HoldIdx) TO Hold-Hit-Ref
               END-IF
             END-PERFORM
           END-IF
           .
