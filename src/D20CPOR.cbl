      *  form every week. Per color:
      *
      *    net need  = required stock (RK-Required-Stock) minus the
      *                cubes currently on hand (CUBONH) minus the
      *                cubes already ordered and still to come (the
      *                open-order register CUBOPEN)
      *    order qty = the net need rounded up to the supplier's
      *                pack size, raised to the minimum order where
      *                the supplier demands one (CUBSUPP)
      *  NOSUPP, because a silently skipped color is exactly the
      *  wrong order this extract exists to prevent.
      *
      *  Every line ordered is also registered in CUBOPEN (color plus
      *  order date), where the goods-receipt run D43CRCV receives
      *  against it -- so next week's order no longer asks again for
      *  a shortfall whose first delivery has not landed yet. A
      *  forced rerun of the same date replaces that date's orders,
      *  unless something has already been received against them.
      *
      *  The required stock is tonight's figure unless PARM byte 1
      *  says 'F': then it is the demand forecast over the
      *  supplier's lead time (CUBFCST, written by D84CFCS in the
      *  same layout), so the order covers the weeks it takes to
      *  arrive. PO-Basis on every line says which was used, and the
      *  forecast run keeps its own results-history row (variant
      *  FORECAST).
      *
      *  PARM byte  1       'F' orders from the forecast, blank from
      *                     tonight's restock figure
      *       bytes 31-38   business date override (YYYYMMDD)
      *       byte  39      'F' forces a duplicate run
      *       byte  62      'B' breaks a stale CUBOPEN marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D20CPOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CUBRSTK, or CUBFCST when ordering from the forecast.
           SELECT Cube-Restock ASSIGN TO Restock-Ddname
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
      * Cubes currently in stock, one record per color.
           ORGANIZATION IS SEQUENTIAL.
           SELECT Purchase-Order ASSIGN TO CUBEPO
           ORGANIZATION IS SEQUENTIAL.
      * Orders raised and not yet received in full; OPTIONAL so the
      * very first run creates it.
           SELECT OPTIONAL Open-Orders ASSIGN TO CUBOPEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OO-Key.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.
       DATA DIVISION.
       FILE SECTION.

      * Mirrors D02CUBEC's Cube-Restock-Record (and D84CFCS's
      * Cube-Forecast-Record, which starts the same way); only the
      * fields the netting needs are typed.
       FD Cube-Restock RECORDING MODE F.
       01  Cube-Restock-Record.
           05  RK-Color-Name          PIC X(05).
           05  PO-Net-Need            PIC 9(05).
           05  PO-Order-Qty           PIC 9(05).
           05  PO-Status              PIC X(08).
      * ordered on earlier dates and still to come, already netted
      * out of PO-Net-Need
           05  PO-On-Order            PIC 9(05).
      * what PO-Required came from
           05  PO-Basis               PIC X(01).
               88 PO-BASIS-NIGHTLY        VALUE 'N'.
               88 PO-BASIS-FORECAST       VALUE 'F'.
      * Pads the record to the 43 bytes the shared control-total
      * trailer needs (TRAILER copybook) -- the last record of the
      * file is that trailer, marked 'TRL' in bytes 1-3.
           05  FILLER                 PIC X(04).

       FD Open-Orders.
       COPY CUBOPEN.

       COPY MLOCK.

       COPY RESHIST.

       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D20CPOR '.
           COPY WSFILST.
           05  Restock-Ddname     PIC X(08) VALUE 'CUBRSTK'.
           05  Basis-Switch       PIC X(01) VALUE 'N'.
               88 ORDER-FROM-FORECAST VALUE 'F'.

      * On-hand and supplier rules loaded up front, looked up per
      * restock row the way D02CUBEC walks its Color-Table.
                             WHEN SET TO FALSE 0.

           05  This-On-Hand       PIC 9(05).
           05  This-On-Order      PIC 9(06) BINARY.
           05  Register-Done-Sw   PIC 9(1) BINARY.
               88 REGISTER-DONE       VALUE 1
                             WHEN SET TO FALSE 0.
           05  Kept-Count         PIC 9(04) BINARY VALUE ZERO.
           05  Kept-Disp          PIC 9(04) DISPLAY.
           05  Run-Id             PIC X(14).
           05  This-Min           PIC 9(05).
           05  This-Pack          PIC 9(05).
           05  Net-Need           PIC S9(06) BINARY.
             MOVE LS-Parm-Text(1:5) TO Parm-Mode-Echo
           END-IF
           IF LS-Parm-Len > 0
             IF LS-Parm-Text(1:1) = 'F'
               MOVE 'F' TO Basis-Switch
             ELSE
               IF LS-Parm-Text(1:1) NOT = SPACE
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM byte 1 must be 'F' or blank."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
           IF LS-Parm-Len > 1
             IF LS-Parm-Text(2:4) NOT = SPACES
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM bytes 2-5 must be blank here."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
           IF ORDER-FROM-FORECAST
             MOVE 'CUBFCST'  TO Restock-Ddname
             MOVE 'FORECAST' TO History-Variant-Tag
           END-IF
           MOVE Restock-Ddname TO Parm-Ddname-Echo
           IF LS-Parm-Len > 61
             IF LS-Parm-Text(62:1) = 'B'
               MOVE 'B' TO Break-Lock-Switch
             ELSE
               IF LS-Parm-Text(62:1) NOT = SPACE
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM byte 62 must be 'B' or blank."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
             GOBACK
           END-IF

           MOVE SPACES TO Run-Id
           STRING Run-Business-Date
                  FUNCTION CURRENT-DATE(9:6)
             DELIMITED BY SIZE
             INTO Run-Id
           END-STRING

           PERFORM 010-Load-On-Hand
           PERFORM 020-Load-Supplier-Rules

      * the register is read for what is on order and written with
      * what is ordered tonight -- one updater at a time
           MOVE 'CUBOPEN ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN I-O Open-Orders

           OPEN INPUT Cube-Restock
           OPEN OUTPUT Purchase-Order
           OPEN EXTEND Results-History
           MOVE Qty-Total  TO Trailer-Key-Figure
           WRITE Purchase-Order-Record FROM Trailer-Layout
           CLOSE Purchase-Order
           CLOSE Open-Orders
           PERFORM 980-Release-Master-Lock

           MOVE Qty-Total  TO History-Total-1
           MOVE Line-Count TO History-Total-2
             MOVE 4 TO RETURN-CODE
           END-IF

           IF Kept-Count > ZERO
             MOVE Kept-Count TO Kept-Disp
             MOVE SPACES TO Output-Msg
             STRING Kept-Disp
                    " order(s) for this date already received"
                    " against -- kept, not replaced."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D20-W002' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
             MOVE 1 TO This-Pack
           END-IF

           PERFORM 110-Sum-On-Order

           COMPUTE Net-Need = RK-Required-Stock - This-On-Hand
                            - This-On-Order
           IF Net-Need <= ZERO
             MOVE ZERO TO Net-Need
             MOVE ZERO TO Order-Qty
           MOVE This-On-Hand      TO PO-On-Hand
           MOVE Net-Need          TO PO-Net-Need
           MOVE Order-Qty         TO PO-Order-Qty
           MOVE This-On-Order     TO PO-On-Order
           MOVE Basis-Switch      TO PO-Basis
           EVALUATE TRUE
             WHEN NOT SUPPLIER-KNOWN
               MOVE 'NOSUPP  ' TO PO-Status
           WRITE Purchase-Order-Record
           ADD 1 TO Line-Count
           ADD Order-Qty TO Qty-Total
           IF SUPPLIER-KNOWN
             PERFORM 120-Register-Order
           END-IF
           .

      * What is already on order for the color: every open order's
      * cubes still to come. An order of tonight's own date is left
      * out -- on a forced rerun it is the order being replaced.
       110-Sum-On-Order SECTION.
           MOVE ZERO TO This-On-Order
           SET REGISTER-DONE TO FALSE
           MOVE RK-Color-Name TO OO-Color-Name
           MOVE LOW-VALUES    TO OO-Order-Date
           START Open-Orders KEY IS NOT LESS THAN OO-Key
             INVALID KEY
               SET REGISTER-DONE TO TRUE
           END-START
           PERFORM UNTIL REGISTER-DONE
             READ Open-Orders NEXT RECORD
               AT END
                 SET REGISTER-DONE TO TRUE
               NOT AT END
                 IF OO-Color-Name NOT = RK-Color-Name
                   SET REGISTER-DONE TO TRUE
                 ELSE
                   IF OO-ORDER-OPEN
                      AND OO-Order-Date NOT = Run-Business-Date
                      AND OO-Ordered > OO-Received
                     COMPUTE This-On-Order = This-On-Order
                             + OO-Ordered - OO-Received
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       120-Register-Order SECTION.
           MOVE RK-Color-Name     TO OO-Color-Name
           MOVE Run-Business-Date TO OO-Order-Date
           READ Open-Orders RECORD
             INVALID KEY
               IF Order-Qty > ZERO
                 MOVE ZERO TO OO-Received
                 MOVE SPACES TO OO-Last-Receipt-Date
                 MOVE Order-Qty TO OO-Ordered
                 SET OO-ORDER-OPEN TO TRUE
                 MOVE Run-Id TO OO-Last-Run
                 WRITE Open-Order-Record
               END-IF
             NOT INVALID KEY
      * a forced rerun re-cuts tonight's order -- but cubes already
      * received against it pin it (the supplier is filling it),
      * and a re-cut that no longer needs the color withdraws it
               EVALUATE TRUE
                 WHEN OO-Received > ZERO
                   ADD 1 TO Kept-Count
                 WHEN Order-Qty = ZERO
                   DELETE Open-Orders RECORD
                 WHEN OTHER
                   MOVE Order-Qty TO OO-Ordered
                   SET OO-ORDER-OPEN TO TRUE
                   MOVE Run-Id TO OO-Last-Run
                   REWRITE Open-Order-Record
               END-EVALUATE
           END-READ
           .

       COPY CKFSTAT.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D20CPOR.
      /
