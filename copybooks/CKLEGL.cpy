      * Loads every OPEN hold on LEGLHOLD into Legal-Table; released
      * holds stay on file for audit but no longer hold anything.
      * More open holds than the table can carry raises
      * LEGAL-TABLE-FULL and logs CMN-E010 -- the caller refuses the
      * run rather than age off or back out data whose hold was
      * dropped.
       927-Load-Legal-Holds SECTION.
           MOVE ZERO TO Legal-Count
           SET LEGAL-TABLE-FULL TO FALSE
           SET LEGAL-EOF TO FALSE
           OPEN INPUT Legal-Hold
           MOVE LOW-VALUES TO Lgl-Key
           START Legal-Hold KEY IS NOT LESS THAN Lgl-Key
             INVALID KEY
               SET LEGAL-EOF TO TRUE
           END-START
           PERFORM UNTIL LEGAL-EOF
             READ Legal-Hold NEXT RECORD
               AT END
                 SET LEGAL-EOF TO TRUE
               NOT AT END
                 IF LGL-OPEN
                   IF Legal-Count < 200
                     ADD 1 TO Legal-Count
                     SET LglIdx TO Legal-Count
                     MOVE Lgl-Case-Ref  TO LT-Case-Ref(LglIdx)
                     MOVE Lgl-Dataset   TO LT-Dataset(LglIdx)
                     MOVE Lgl-From-Date TO LT-From(LglIdx)
                     MOVE Lgl-To-Date   TO LT-To(LglIdx)
                   ELSE
                     SET LEGAL-TABLE-FULL TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Legal-Hold
           IF LEGAL-TABLE-FULL
             MOVE 'CMN-E010' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Legal-Table full -- over 200 open holds on LEGLHOLD."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           .

      * Is business date Legal-Check-Date of dataset
      * Legal-Check-Dataset inside an open hold's range? A hold on
      * '*ALL' covers every dataset; a date that is not a date
      * matches no hold.
       928-Find-Legal-Hold SECTION.
           SET DATE-ON-LEGAL-HOLD TO FALSE
           MOVE SPACES TO Legal-Hit-Case
           IF Legal-Check-Date IS NUMERIC
             PERFORM VARYING LglIdx FROM 1 BY 1
               UNTIL LglIdx > Legal-Count OR DATE-ON-LEGAL-HOLD
               IF (LT-Dataset(LglIdx) = Legal-Check-Dataset
                   OR LT-Dataset(LglIdx) = '*ALL    ')
                  AND Legal-Check-Date >= LT-From(LglIdx)
                  AND Legal-Check-Date <= LT-To(LglIdx)
                 SET DATE-ON-LEGAL-HOLD TO TRUE
                 MOVE LT-Case-Ref(LglIdx) TO Legal-Hit-Case
               END-IF
             END-PERFORM
           END-IF
           .

      * Counts one refusal of held data and logs it (CMN-W005) under
      * the case that holds it -- once per dataset, date and case
      * while the caller keeps meeting the same one.
       929-Log-Legal-Refusal SECTION.
           ADD 1 TO Legal-Refusals
           MOVE Legal-Check-Dataset TO Legal-This-Logged(1:8)
           MOVE Legal-Check-Date    TO Legal-This-Logged(9:8)
           MOVE Legal-Hit-Case      TO Legal-This-Logged(17:12)
           IF Legal-This-Logged NOT = Legal-Last-Logged
             MOVE Legal-This-Logged TO Legal-Last-Logged
             MOVE 'CMN-W005' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE SPACES     TO Log-Text
             STRING Legal-Check-Dataset " " Legal-Check-Date
                    " is under legal hold " Legal-Hit-Case
                    " -- not " Legal-Check-Action "."
               DELIMITED BY SIZE
               INTO Log-Text
             END-STRING
             PERFORM 970-Write-Log-Message
           END-IF
           .
