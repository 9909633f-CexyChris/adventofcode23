      ******************************************************************
      *  Cube goods receipt
      *
      *  Receives the suppliers' cube deliveries against the open-
      *  order register CUBOPEN that D20CPOR builds from every CUBEPO,
      *  and brings the on-hand stock (CUBONH) up to date -- the file
      *  someone used to edit by hand when a delivery arrived.
      *
      *  CUBDLV records, one per delivery note line:
      *    color X(5), quantity 9(5), delivery note X(12)
      *
      *  A delivery is received against the color's open orders
      *  oldest first: it fills the oldest order, any remainder runs
      *  on into the next one. Every cube delivered goes onto the
      *  color's stock -- the cubes are in the store whatever the
      *  paperwork says -- and CUBRCV reports how each was taken:
      *
      *    FULL      the order is now received in full and closed
      *    SHORT     the order still has cubes to come
      *    OVER      cubes beyond everything the color has on order
      *    UNSOLIC   the color has no open order at all
      *    BADDLV    no color or no quantity; nothing received
      *    EARLIER   an earlier run already received this color on
      *              this business date; nothing received, so a
      *              forced rerun of the same CUBDLV cannot count the
      *              same cubes twice
      *    TABFULL   a new color with no room left in the stock
      *              table; nothing received
      *
      *  The new stock goes to CUBONHN, which the job copies back over
      *  CUBONH. Every register change is journaled to CUBOJRN.
      *  RC 4 when CUBRCV holds anything but FULL rows.
      *
      *  PARM bytes 31-38   business date override (YYYYMMDD)
      *       byte  39      'F' forces a duplicate run
      *       byte  62      'B' breaks a stale CUBOPEN marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D43CRCV.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Cube-Delivery ASSIGN TO CUBDLV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
      * Stock before and after tonight's deliveries, one record per
      * color, same layout.
           SELECT Cube-On-Hand ASSIGN TO CUBONH
           ORGANIZATION IS SEQUENTIAL.
           SELECT New-On-Hand ASSIGN TO CUBONHN
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL Open-Orders ASSIGN TO CUBOPEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OO-Key.
           SELECT OPTIONAL Order-Journal ASSIGN TO CUBOJRN
           ORGANIZATION IS SEQUENTIAL.
      * One row per order received against or exception; last record
      * is the control-total trailer (TRL in bytes 1-3).
           SELECT Receipt-Report ASSIGN TO CUBRCV
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Cube-Delivery RECORDING MODE F.
       01  Delivery-Record.
           05  DL-Color-Name          PIC X(05).
           05  DL-Quantity            PIC 9(05).
           05  DL-Delivery-Note       PIC X(12).
           05  FILLER                 PIC X(58).

       FD Cube-On-Hand RECORDING MODE F.
       01  On-Hand-Record.
           05  OH-Color-Name          PIC X(05).
           05  OH-On-Hand             PIC 9(05).

       FD New-On-Hand RECORDING MODE F.
       01  New-On-Hand-Record.
           05  NOH-Color-Name         PIC X(05).
           05  NOH-On-Hand            PIC 9(05).

       FD Open-Orders.
       COPY CUBOPEN.

       FD Order-Journal RECORDING MODE F.
       01  Order-Journal-Record.
           05  Jrn-Run-Id             PIC X(14).
           05  Jrn-Action             PIC X(03).
           05  Jrn-Reference          PIC X(12).
           05  Jrn-Before             PIC X(46).
           05  Jrn-After              PIC X(46).

       FD Receipt-Report RECORDING MODE F.
       01  Receipt-Report-Record.
           05  RCV-Delivery-Note      PIC X(12).
           05  RCV-Color-Name         PIC X(05).
      * the order received against; spaces on an exception row
           05  RCV-Order-Date         PIC X(08).
           05  RCV-Quantity           PIC 9(05).
      * still to come on that order after this receipt
           05  RCV-Outstanding        PIC 9(05).
           05  RCV-Status             PIC X(08).

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D43CRCV '.
           COPY WSFILST.

      * The same 20 colors D20CPOR holds; stock that will not fit is
      * never silently dropped here, because CUBONHN is rewritten
      * from this table.
           05  OH-Count           PIC 9(02) BINARY VALUE ZERO.
           05  On-Hand-Table.
               10  OH-Entry OCCURS 20 TIMES INDEXED BY OhIdx.
                   15  OH-Tab-Color   PIC X(05).
                   15  OH-Tab-Qty     PIC 9(05).
           05  On-Hand-Overflow-Sw PIC 9(1) BINARY.
               88 ON-HAND-OVERFLOW    VALUE 1
                             WHEN SET TO FALSE 0.
           05  Color-Found-Sw     PIC 9(1) BINARY.
               88 COLOR-FOUND         VALUE 1
                             WHEN SET TO FALSE 0.
           05  Color-Slot         PIC 9(02) BINARY.

      * The color's open orders, oldest first, collected before any
      * of them is touched.
           05  Order-Count        PIC 9(02) BINARY.
           05  Order-Table.
               10  Order-Date-Tab OCCURS 99 TIMES
                                  INDEXED BY OrdIdx
                                  PIC X(08).
           05  Register-Done-Sw   PIC 9(1) BINARY.
               88 REGISTER-DONE       VALUE 1
                             WHEN SET TO FALSE 0.
           05  Earlier-Run-Sw     PIC 9(1) BINARY.
               88 RECEIVED-BY-EARLIER-RUN VALUE 1
                             WHEN SET TO FALSE 0.

           05  Remaining-Qty      PIC 9(05).
           05  Take-Qty           PIC 9(05).
           05  Outstanding-Qty    PIC 9(05).

           05  Delivery-Count     PIC 9(08) BINARY VALUE ZERO.
           05  Received-Total     PIC 9(10) BINARY VALUE ZERO.
           05  Closed-Count       PIC 9(08) BINARY VALUE ZERO.
           05  Row-Count          PIC 9(08) BINARY VALUE ZERO.
           05  Exception-Count    PIC 9(08) BINARY VALUE ZERO.
           05  Delivery-Disp      PIC 9(08) DISPLAY.
           05  Received-Disp      PIC 9(10) DISPLAY.
           05  Closed-Disp        PIC 9(08) DISPLAY.
           05  Exception-Disp     PIC 9(08) DISPLAY.

       01  Run-Id-Fields.
           05  Run-Id             PIC X(14).

       01  Output-Msg             PIC X(80).
       COPY TRAILER.

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Len        PIC S9(4) COMP.
           05  LS-Parm-Text       PIC X(80).

      /
       PROCEDURE DIVISION USING LS-Parm-Area.

       000-Main SECTION.
           SET EOF TO FALSE
           MOVE FUNCTION CURRENT-DATE(1:8) TO Run-Business-Date
      * A catch-up run of a missed suite books to the date the data
      * belongs to, not the morning it finally ran (PARM bytes
      * 31-38, YYYYMMDD).
           IF LS-Parm-Len > 30
             IF LS-Parm-Text(31:8) IS NUMERIC
               MOVE LS-Parm-Text(31:8) TO Run-Business-Date
             END-IF
           END-IF
           IF LS-Parm-Len > 38
             IF LS-Parm-Text(39:1) = 'F'
               MOVE 'F' TO Rerun-Force-Switch
             END-IF
           END-IF
      * Strict PARM discipline: the mode bytes are judged here,
      * the common absolute slots in 940-Check-Common-Parm, and
      * the parsed interpretation is echoed to OPSLOG in one
      * message before anything runs.
           IF LS-Parm-Len > 0
             MOVE LS-Parm-Text(1:5) TO Parm-Mode-Echo
             IF LS-Parm-Text(1:5) NOT = SPACES
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM bytes 1-5 must be blank here."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
           MOVE 'CUBDLV  ' TO Parm-Ddname-Echo
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
           END-IF
           PERFORM 941-Echo-Parm

           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           MOVE SPACES TO Run-Id
           STRING Run-Business-Date
                  FUNCTION CURRENT-DATE(9:6)
             DELIMITED BY SIZE
             INTO Run-Id
           END-STRING

           PERFORM 010-Load-On-Hand
           IF ON-HAND-OVERFLOW
             MOVE 'D43-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "CUBONH holds over 20 colors -- nothing received."
                 TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 16 TO RETURN-CODE
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           MOVE 'CUBOPEN ' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF
           OPEN INPUT Cube-Delivery
           OPEN I-O Open-Orders
           OPEN EXTEND Order-Journal
           OPEN OUTPUT Receipt-Report
           OPEN EXTEND Results-History

           READ Cube-Delivery NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             ADD 1 TO Delivery-Count
             PERFORM 100-Receive-One-Delivery
             READ Cube-Delivery NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Cube-Delivery

           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Row-Count      TO Trailer-Record-Count
           MOVE Received-Total TO Trailer-Key-Figure
           WRITE Receipt-Report-Record FROM Trailer-Layout
           CLOSE Receipt-Report
           CLOSE Order-Journal
           CLOSE Open-Orders
           PERFORM 980-Release-Master-Lock

           PERFORM 300-Write-New-On-Hand

           MOVE Received-Total  TO History-Total-1
           MOVE Exception-Count TO History-Total-2
           PERFORM 950-Write-History
           CLOSE Results-History

           MOVE Delivery-Count TO Delivery-Disp
           MOVE Received-Total TO Received-Disp
           MOVE Closed-Count   TO Closed-Disp
           MOVE SPACES TO Output-Msg
           STRING Delivery-Disp " delivery line(s), "
                  Received-Disp " cube(s) received, "
                  Closed-Disp " order(s) closed"
             DELIMITED BY SIZE
             INTO Output-Msg
           END-STRING
           MOVE 'D43-I001' TO Log-Msg-Id
           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Exception-Count > ZERO
             MOVE Exception-Count TO Exception-Disp
             MOVE SPACES TO Output-Msg
             STRING Exception-Disp
                    " short/over/unsolicited or refused row(s)"
                    " -- see CUBRCV."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D43-W001' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 965-Record-Run-End

           GOBACK
           .

       010-Load-On-Hand SECTION.
           SET EOF TO FALSE
           SET ON-HAND-OVERFLOW TO FALSE
           OPEN INPUT Cube-On-Hand
           READ Cube-On-Hand NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
             IF OH-Count < 20
               ADD 1 TO OH-Count
               SET OhIdx TO OH-Count
               MOVE OH-Color-Name TO OH-Tab-Color(OhIdx)
               MOVE OH-On-Hand    TO OH-Tab-Qty(OhIdx)
             ELSE
               SET ON-HAND-OVERFLOW TO TRUE
             END-IF
             READ Cube-On-Hand NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Cube-On-Hand
           SET EOF TO FALSE
           .

       100-Receive-One-Delivery SECTION.
           MOVE SPACES TO Receipt-Report-Record
           MOVE DL-Delivery-Note TO RCV-Delivery-Note
           MOVE DL-Color-Name    TO RCV-Color-Name
           MOVE ZERO             TO RCV-Outstanding
           IF DL-Quantity IS NUMERIC
             MOVE DL-Quantity TO RCV-Quantity
           ELSE
             MOVE ZERO TO RCV-Quantity
           END-IF

           SET COLOR-FOUND TO FALSE
           SET RECEIVED-BY-EARLIER-RUN TO FALSE
           MOVE ZERO TO Order-Count
           IF DL-Color-Name NOT = SPACES
             PERFORM VARYING OhIdx FROM 1 BY 1 UNTIL OhIdx > OH-Count
               IF DL-Color-Name = OH-Tab-Color(OhIdx)
                 SET COLOR-FOUND TO TRUE
                 SET Color-Slot TO OhIdx
               END-IF
             END-PERFORM
             PERFORM 110-Collect-Open-Orders
           END-IF

           EVALUATE TRUE
             WHEN DL-Color-Name = SPACES
               MOVE 'BADDLV  ' TO RCV-Status
             WHEN DL-Quantity NOT NUMERIC
               MOVE 'BADDLV  ' TO RCV-Status
             WHEN DL-Quantity = ZERO
               MOVE 'BADDLV  ' TO RCV-Status
             WHEN NOT COLOR-FOUND AND OH-Count >= 20
               MOVE 'TABFULL ' TO RCV-Status
             WHEN RECEIVED-BY-EARLIER-RUN
               MOVE 'EARLIER ' TO RCV-Status
           END-EVALUATE

           IF RCV-Status NOT = SPACES
             PERFORM 150-Write-Receipt-Row
           ELSE
             PERFORM 130-Take-Into-Stock
           END-IF
           .

      * Browses the color's register records oldest first, keeping
      * the open ones and noticing whether an earlier run already
      * received this color today.
       110-Collect-Open-Orders SECTION.
           MOVE ZERO TO Order-Count
           SET RECEIVED-BY-EARLIER-RUN TO FALSE
           SET REGISTER-DONE TO FALSE
           MOVE DL-Color-Name TO OO-Color-Name
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
                 IF OO-Color-Name NOT = DL-Color-Name
                   SET REGISTER-DONE TO TRUE
                 ELSE
                   IF OO-Last-Receipt-Date = Run-Business-Date
                      AND OO-Last-Run NOT = Run-Id
                     SET RECEIVED-BY-EARLIER-RUN TO TRUE
                   END-IF
                   IF OO-ORDER-OPEN AND Order-Count < 99
                     ADD 1 TO Order-Count
                     MOVE OO-Order-Date TO Order-Date-Tab(Order-Count)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       120-Receive-Against-Order SECTION.
           MOVE DL-Color-Name          TO OO-Color-Name
           MOVE Order-Date-Tab(OrdIdx) TO OO-Order-Date
           READ Open-Orders RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               PERFORM 125-Post-Receipt
           END-READ
           .

       125-Post-Receipt SECTION.
           MOVE Open-Order-Record TO Jrn-Before
           COMPUTE Outstanding-Qty = OO-Ordered - OO-Received
           IF Remaining-Qty < Outstanding-Qty
             MOVE Remaining-Qty TO Take-Qty
           ELSE
             MOVE Outstanding-Qty TO Take-Qty
           END-IF
           ADD Take-Qty TO OO-Received
           SUBTRACT Take-Qty FROM Remaining-Qty
           SUBTRACT Take-Qty FROM Outstanding-Qty
           IF Outstanding-Qty = ZERO
             SET OO-ORDER-CLOSED TO TRUE
             ADD 1 TO Closed-Count
           END-IF
           MOVE Run-Business-Date TO OO-Last-Receipt-Date
           MOVE Run-Id            TO OO-Last-Run
      * journal first: what is journaled is the state a backout
      * would have to restore
           MOVE Run-Id            TO Jrn-Run-Id
           MOVE 'RCV'             TO Jrn-Action
           MOVE DL-Delivery-Note  TO Jrn-Reference
           MOVE Open-Order-Record TO Jrn-After
           WRITE Order-Journal-Record
           REWRITE Open-Order-Record

           MOVE OO-Order-Date   TO RCV-Order-Date
           MOVE Take-Qty        TO RCV-Quantity
           MOVE Outstanding-Qty TO RCV-Outstanding
           IF OO-ORDER-CLOSED
             MOVE 'FULL    ' TO RCV-Status
           ELSE
             MOVE 'SHORT   ' TO RCV-Status
           END-IF
           PERFORM 150-Write-Receipt-Row
           .

      * The cubes are in the store, so onto the stock they go; then
      * they are laid against the color's open orders oldest first.
       130-Take-Into-Stock SECTION.
           IF NOT COLOR-FOUND
             ADD 1 TO OH-Count
             MOVE OH-Count      TO Color-Slot
             MOVE DL-Color-Name TO OH-Tab-Color(Color-Slot)
             MOVE ZERO          TO OH-Tab-Qty(Color-Slot)
           END-IF
           ADD DL-Quantity TO OH-Tab-Qty(Color-Slot)
           ADD DL-Quantity TO Received-Total

           IF Order-Count = ZERO
             MOVE 'UNSOLIC ' TO RCV-Status
             PERFORM 150-Write-Receipt-Row
           ELSE
             MOVE DL-Quantity TO Remaining-Qty
             PERFORM VARYING OrdIdx FROM 1 BY 1
                     UNTIL OrdIdx > Order-Count
                        OR Remaining-Qty = ZERO
               PERFORM 120-Receive-Against-Order
             END-PERFORM
             IF Remaining-Qty > ZERO
               MOVE SPACES        TO RCV-Order-Date
               MOVE Remaining-Qty TO RCV-Quantity
               MOVE ZERO          TO RCV-Outstanding
               MOVE 'OVER    '    TO RCV-Status
               PERFORM 150-Write-Receipt-Row
             END-IF
           END-IF
           .

       150-Write-Receipt-Row SECTION.
           WRITE Receipt-Report-Record
           ADD 1 TO Row-Count
           IF RCV-Status NOT = 'FULL    '
             ADD 1 TO Exception-Count
           END-IF
           .

      * Tonight's stock, every color in CUBONH's order with new
      * colors after them.
       300-Write-New-On-Hand SECTION.
           OPEN OUTPUT New-On-Hand
           PERFORM VARYING OhIdx FROM 1 BY 1 UNTIL OhIdx > OH-Count
             MOVE OH-Tab-Color(OhIdx) TO NOH-Color-Name
             MOVE OH-Tab-Qty(OhIdx)   TO NOH-On-Hand
             WRITE New-On-Hand-Record
           END-PERFORM
           CLOSE New-On-Hand
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D43CRCV.
      /
