      * Record layout of the device night history (DEVHIST), one
      * record per device per business date D19DVMT judged it:
      * written by the nightly drift maintenance alongside its
      * DEVDRIFT report, read by the quarterly calibration
      * certificate run. DEVMSTR keeps only the running totals since
      * the last recalibration; this is the dated record a quarter's
      * figures are built from.
       01  Device-History-Record.
           05  Hist-Date              PIC X(08).
           05  Hist-Device-Id         PIC X(08).
           05  Hist-Lines             PIC 9(08).
           05  Hist-Subtotal          PIC 9(10).
      * the DEVDRIFT status the device got that night: DRIFT, QUIET,
      * NEW, RECAL or OK
           05  Hist-Status            PIC X(08).
           05  FILLER                 PIC X(08).
