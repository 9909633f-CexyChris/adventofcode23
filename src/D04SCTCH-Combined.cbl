      *  stays inside the card's own series, and the series rides
      *  on every detail, payout and exception record downstream.
      *
      *  Which series exist, and when each is on sale, is the card
      *  series master's business (CARDSRS, kept by D55SMNT): a card
      *  whose series is not on the master, or not on sale on the
      *  business date (before it opened, after it closed or was
      *  withdrawn), is skipped whole to CARDOVF with the reason,
      *  before it can take a Series-Table slot or move its series'
      *  expected Game-Nr.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D04SCTC.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ledger-Key.
           SELECT Series-Master ASSIGN TO CARDSRS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Ser-Code.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
       FD Card-Ledger.
       COPY CRDLDG.

       FD Series-Master.
       COPY CARDSRS.

       FD Card-Journal RECORDING MODE F.
       01  Journal-Record.
           05  Jrn-Run-Id             PIC X(14).
      * a row can exist purely because this card was a cascade
      * *target* in an earlier run, without its own cascade ever
      * having run.
      * True when the card's series is on the master, not withdrawn
      * and on sale on the business date (015-Check-Series).
           05  Series-On-Sale-Switch PIC 9(1) BINARY.
               88  SERIES-ON-SALE     VALUE 1
                                 WHEN SET TO FALSE 0.
           05  Ledger-Found-Switch  PIC 9(1) BINARY.
               88  LEDGER-ENTRY-FOUND VALUE 1
                                 WHEN SET TO FALSE 0.
           OPEN OUTPUT Card-Frequency
           OPEN EXTEND Card-Journal
           OPEN I-O Card-Ledger
           OPEN INPUT Series-Master
           PERFORM 001-Load-Expected-Game-Nr
           OPEN EXTEND Results-History
           READ Scratch-Cards NEXT RECORD
           PERFORM 900-Check-File-Status

           PERFORM VARYING Scratchcard-i FROM 1 BY 1 UNTIL EOF
             PERFORM 015-Check-Series
             IF SERIES-ON-SALE
               MOVE Card-Series TO Series-Lookup-Code
               PERFORM 010-Locate-Series
             ELSE
               MOVE ZERO TO Series-Idx
             END-IF
             EVALUATE TRUE
               WHEN NOT SERIES-ON-SALE
                 PERFORM 900-Write-Overflow
                 ADD 1 TO Skip-Overflow-Count
               WHEN Series-Idx = ZERO
                 MOVE "Series-Table capacity exceeded -- card skipped"
                   TO Overflow-Reason
                 PERFORM 900-Write-Overflow
                 ADD 1 TO Skip-Overflow-Count
               WHEN OTHER
                 PERFORM 095-Validate-Sequence
                 IF GAME-NR-VALID
                   IF Card-Game-Nr-Num = 0
                      OR Card-Game-Nr-Num > Table-Capacity
                     MOVE "Copies-Table capacity -- card skipped"
                       TO Overflow-Reason
                     PERFORM 900-Write-Overflow
                     ADD 1 TO Skip-Overflow-Count
                   ELSE
                     MOVE Game-Nr
                       TO GameNr-Table(Series-Idx Card-Game-Nr-Num)
                     SET SLOT-IS-TOUCHED(Series-Idx Card-Game-Nr-Num)
                       TO TRUE
                     PERFORM 905-Load-Ledger-Entry
                     PERFORM 100-count-points
                     PERFORM 115-Track-Top-Cards
                     MOVE 'Y'
                       TO Card-Cascaded-Table(Series-Idx
                                              Card-Game-Nr-Num)
                     PERFORM 120-Write-Detail
                   END-IF
                 END-IF
             END-EVALUATE
             READ Scratch-Cards NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
           END-PERFORM

           CLOSE Card-Ledger
           CLOSE Series-Master
           PERFORM 980-Release-Master-Lock
           CLOSE Card-Journal

           END-IF
           .

      * The card's series must be on the series master and on sale
      * on the business date -- a withdrawal books the last day on
      * sale as the close date, so a catch-up run for an earlier
      * date still takes the series' cards. Otherwise SERIES-ON-SALE
      * stays false and Overflow-Reason says why.
       015-Check-Series SECTION.
           SET SERIES-ON-SALE TO FALSE
           MOVE SPACES TO Overflow-Reason
           MOVE Card-Series TO Ser-Code
           READ Series-Master RECORD
             INVALID KEY
               STRING "Series " Card-Series
                      " not on the series master -- card skipped"
                 DELIMITED BY SIZE
                 INTO Overflow-Reason
               END-STRING
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN Run-Business-Date > Ser-Close-Date
                      AND SERIES-WITHDRAWN
                   STRING "Series " Card-Series
                          " withdrawn " Ser-Close-Date
                          " -- card skipped"
                     DELIMITED BY SIZE
                     INTO Overflow-Reason
                   END-STRING
                 WHEN Run-Business-Date < Ser-Open-Date
                   OR Run-Business-Date > Ser-Close-Date
                   STRING "Series " Card-Series
                          " not on sale " Run-Business-Date
                          " -- card skipped"
                     DELIMITED BY SIZE
                     INTO Overflow-Reason
                   END-STRING
                 WHEN OTHER
                   SET SERIES-ON-SALE TO TRUE
               END-EVALUATE
           END-READ
           .

       900-Write-Overflow SECTION.
           MOVE Game-Nr TO Overflow-Game-Nr
           MOVE Card-Series TO Overflow-Series
