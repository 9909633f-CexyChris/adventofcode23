      *  Any OVERDUE ends the run RC 4 so the morning review sees
      *  it without reading the report.
      *
      *  PARM bytes 1-3    acknowledgment deadline in business days
      *                    (numeric; default 001)
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
           COPY WSFILST.

           05  Deadline-Days      PIC 9(03) VALUE 1.
           05  Cutoff-Date        PIC X(08).

      * the receipts, loaded first; a receipt this table cannot
      * hold would falsify the tracking, so a full table aborts
             GOBACK
           END-IF

      * the deadline runs in processing days on the business
      * calendar -- a receiver is not overdue for a holiday weekend
           SET BCAL-STEP-BACK TO TRUE
           MOVE Run-Business-Date TO Bcal-Date
           MOVE Deadline-Days     TO Bcal-Days
           CALL 'D64BCAL' USING Business-Calendar-Request
           MOVE Bcal-Result-Date  TO Cutoff-Date

           PERFORM 100-Load-Receipts

