           MOVE Run-Business-Date         TO History-Run-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO History-Run-Time
           MOVE History-Variant-Tag       TO History-Variant
      * a resubmission's totals stand beside the night's, not over
      * them
           IF RESUBMIT-RUN
             MOVE 'RESUBMIT'              TO History-Variant
           END-IF
           WRITE History-Record
           .
