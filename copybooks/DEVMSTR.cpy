      * Record layout of the permanent calibration device master
      * (DEVMSTR), keyed by Device-Id the way GAMEMSTR is keyed by
      * Game-ID, shared by the nightly drift maintenance that folds
      * each night's CALDEV figures into it and the work-order
      * maintenance that resets a device's baseline when it has
      * been recalibrated.
       01  Device-Master-Record.
           05  DM-Device-Id           PIC X(08).
      * Last business date this device reported any lines -- the
      * quiet check ages against this, not against wall clock.
           05  DM-Last-Date           PIC X(08).
           05  DM-Days-Seen           PIC 9(05).
           05  DM-Total-Lines         PIC 9(10).
           05  DM-Total-Subtotal      PIC 9(12).
      * Cumulative mean in hundredths over everything on file, kept
      * current so an inquiry never has to re-derive it.
           05  DM-Mean-Hundredths     PIC 9(08).
      * consecutive business dates the device has stood on DRIFT or
      * QUIET; back to zero on the first night it reports OK
           05  DM-Flag-Days           PIC 9(03).
      * open date of the device's open recalibration work order on
      * DEVWORK (with the Device-Id, the order's key); spaces when
      * no order is open
           05  DM-Order-Date          PIC X(08).
      * correction factor the technician set at the last
      * recalibration (1.0000 until the first; the same picture as
      * CALCORR's) and the business date that recalibration reset
      * the figures above to zero
           05  DM-Correction          PIC 9(01)V9(04).
           05  DM-Baseline-Date       PIC X(08).
