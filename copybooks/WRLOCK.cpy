      * with the holder named, RC 8, and LOCK-REFUSED for the
      * caller -- unless the operator supplied the break-lock
      * override (PARM byte 62 = 'B'), which removes the stale
      * marker, says so in the log, books the break to the
      * privileged-use log, and proceeds.
       975-Take-Master-Lock SECTION.
           SET LOCK-REFUSED TO FALSE
           OPEN I-O Master-Lock
                 MOVE 'CMN-W002' TO Log-Msg-Id
                 MOVE 'W'        TO Log-Severity
                 PERFORM 970-Write-Log-Message
                 MOVE 'BREAK' TO Opau-Action
                 MOVE SPACES  TO Opau-Detail
                 STRING MLK-Master " left by " MLK-Program
                        " at " MLK-Timestamp
                   DELIMITED BY SIZE
                   INTO Opau-Detail
                 END-STRING
                 PERFORM 943-Record-Privileged-Use
                 DELETE Master-Lock RECORD
               ELSE
                 SET LOCK-REFUSED TO TRUE
