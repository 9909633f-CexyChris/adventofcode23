      * Record layout of the device recalibration work-order file
      * (DEVWORK), shared by the nightly drift maintenance that
      * raises an order for a device left on DRIFT or QUIET too
      * long, the work-order maintenance the technicians close them
      * through and the open-orders aging report. Keyed by device
      * plus the business date the order was raised; a device has
      * at most one order open at a time (DEVMSTR DM-Order-Date).
       01  Work-Order-Record.
           05  WO-Key.
               10  WO-Device-Id           PIC X(08).
               10  WO-Open-Date           PIC X(08).
           05  WO-Status                  PIC X(01).
               88 WO-OPEN                     VALUE 'O'.
               88 WO-CLOSED                   VALUE 'C'.
      * what raised it (DRIFT or QUIET), after how many consecutive
      * flagged business dates, and the trailing mean the device
      * stood at then, in hundredths
           05  WO-Reason                  PIC X(08).
           05  WO-Flag-Days               PIC 9(03).
           05  WO-Trail-Mean              PIC 9(08).
      * the closing: business date, technician, the work done and
      * the correction factor the device was set to
           05  WO-Closed-Date             PIC X(08).
           05  WO-Technician              PIC X(08).
           05  WO-Work-Done               PIC X(40).
           05  WO-Correction              PIC 9(01)V9(04).
      * Which run last added or rewrote this record (business date
      * plus time).
           05  WO-Last-Run                PIC X(14).
