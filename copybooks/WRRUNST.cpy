      * RUN-REFUSED and RC 8 and writes nothing; the operator
      * overrides deliberately with PARM byte 39 = 'F', and the
      * forced attempt's START simply rewrites the one it replaces.
      * Only here, over a completed run, is the force actually used,
      * so only here is it booked to the privileged-use log.
       955-Record-Run-Start SECTION.
           SET RUN-REFUSED TO FALSE
           OPEN I-O Run-Status
           MOVE Run-Business-Date   TO RS-Business-Date
           MOVE MY-PGM              TO RS-Program
           MOVE History-Variant-Tag TO RS-Variant
           IF RESUBMIT-RUN
             MOVE 'RESUBMIT' TO RS-Variant
           END-IF
           MOVE 'END  '             TO RS-Type
           READ Run-Status RECORD
             INVALID KEY
             NOT INVALID KEY
               IF NOT RERUN-FORCED
                 SET RUN-REFUSED TO TRUE
               ELSE
                 MOVE 'FORCE' TO Opau-Action
                 MOVE SPACES  TO Opau-Detail
                 STRING "rerun over the run that ended " RS-Timestamp
                   DELIMITED BY SIZE
                   INTO Opau-Detail
                 END-STRING
                 PERFORM 943-Record-Privileged-Use
               END-IF
           END-READ
           IF RUN-REFUSED
             MOVE Run-Business-Date TO RS-Business-Date
             MOVE MY-PGM            TO RS-Program
             MOVE History-Variant-Tag TO RS-Variant
             IF RESUBMIT-RUN
               MOVE 'RESUBMIT' TO RS-Variant
             END-IF
             MOVE 'START'           TO RS-Type
             MOVE ZERO              TO RS-Return-Code
             MOVE FUNCTION CURRENT-DATE(1:14) TO RS-Timestamp
           MOVE Run-Business-Date TO RS-Business-Date
           MOVE MY-PGM            TO RS-Program
           MOVE History-Variant-Tag TO RS-Variant
           IF RESUBMIT-RUN
             MOVE 'RESUBMIT' TO RS-Variant
           END-IF
           MOVE 'END  '           TO RS-Type
           MOVE RETURN-CODE       TO RS-Return-Code
           MOVE FUNCTION CURRENT-DATE(1:14) TO RS-Timestamp
