      * Record layout of the permanent cube open-order register
      * (CUBOPEN), shared by the purchase-order extract that raises
      * the orders and the goods-receipt run that receives against
      * them, so the two can never drift apart. One record per color
      * per order: CUBEPO is cut once per business date, so color
      * plus order date identifies the order line, and within a
      * color the key runs oldest order first -- the order a
      * delivery is received against.
       01  Open-Order-Record.
           05  OO-Key.
               10  OO-Color-Name          PIC X(05).
               10  OO-Order-Date          PIC X(08).
           05  OO-Ordered                 PIC 9(05).
           05  OO-Received                PIC 9(05).
      * 'O' while cubes are still to come, 'C' once the order has
      * been received in full (or over)
           05  OO-Status                  PIC X(01).
               88 OO-ORDER-OPEN               VALUE 'O'.
               88 OO-ORDER-CLOSED             VALUE 'C'.
           05  OO-Last-Receipt-Date       PIC X(08).
      * Which run last added or rewrote this record (business date
      * plus time).
           05  OO-Last-Run                PIC X(14).
