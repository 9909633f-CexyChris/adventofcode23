      *  Runs the possibility check and the min-cube power calculation
      *  in the same pass over Cube-Games instead of two separate jobs.
      *
      *  Every game the full run plays is checked against the content
      *  fingerprint register GAMEFPR: a Game-ID seen for the first
      *  time is registered with its line's hash and the business
      *  date; a Game-ID that comes back with a different line is an
      *  altered retransmission of a game already adjudicated. It is
      *  still played and archived, but held out of GAMEMSTR and
      *  listed on GAMEALT with both versions from GAMEARC (RC 4)
      *  every night until D63GFMT accepts the new line under a
      *  ticket. A forced rerun of the night a game was first seen
      *  replaces that night's line, as it does in GAMEARC.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D02CUBEC.
      * tonight's.
           SELECT OPTIONAL Param-History ASSIGN TO GAMEPARH
           ORGANIZATION IS SEQUENTIAL.
      * Content fingerprint per Game-ID, kept under the GAMEMSTR
      * marker. OPTIONAL so the first run at this level creates it
      * -- and registers every game it plays as first seen.
           SELECT OPTIONAL Game-Fingerprint ASSIGN TO GAMEFPR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Fp-Game-ID.
      * Altered-game report: the accepted and the altered line of
      * every game held out of GAMEMSTR tonight, both read back from
      * the archive.
           SELECT Altered-Report ASSIGN TO GAMEALT
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
               10  Arch-Game-ID         PIC 9(03).
           05  Arch-Line                PIC X(251).

       FD Game-Fingerprint.
       COPY GAMEFPR.

      * Two rows per held game: 'ACCEPTED' (the archive row of the
      * date the accepted line was first seen) then 'ALTERED ' (the
      * archive row of the date the altered line came in). Alt-Hash
      * is what D63GFMT's acceptance must quote.
       FD Altered-Report RECORDING MODE F.
       01  Altered-Record.
           05  Alt-Game-ID            PIC 9(03).
           05  Alt-Version            PIC X(08).
           05  Alt-Date               PIC X(08).
           05  Alt-Hash               PIC 9(10).
           05  Alt-Line               PIC X(251).

       FD Param-History RECORDING MODE F.
       01  Param-History-Record.
           05  PH-Date                  PIC X(08).
           05  Best-PH-Date         PIC X(08).
           05  PH-Applied-Count     PIC 9(04) BINARY.

      * Fingerprint check of the game just played (full run only).
           05  Game-Hash            PIC 9(10).
           05  Hash-i               PIC 9(03) BINARY.
           05  Altered-Switch       PIC 9(1) BINARY.
               88 GAME-ALTERED      VALUE 1
                             WHEN SET TO FALSE 0.
           05  Altered-Count        PIC 9(08) BINARY VALUE ZERO.
           05  Altered-Disp         PIC 9(08) DISPLAY.
           05  Fp-Run-Id            PIC X(14).

      * The explanation report is a full-nightly-run product too:
      * the what-if path has its own report of hypothetical
      * failures, and writing hypothetical breaches here would turn
               END-IF
             END-IF
           END-IF
      * Records parked in the reject suspense come back in, once
      * corrected, through a resubmission run (PARM byte 76 'R').
           SET RESUBMIT-CAPABLE TO TRUE
           PERFORM 940-Check-Common-Parm
           IF PARM-INVALID
             GOBACK
           IF NOT SHADOW-RUN
             OPEN OUTPUT Cube-Master
             OPEN I-O Game-Archive
             OPEN I-O Game-Fingerprint
             OPEN OUTPUT Altered-Report
             MOVE SPACES TO Fp-Run-Id
             STRING Run-Business-Date
                    FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE
               INTO Fp-Run-Id
             END-STRING
           END-IF
           OPEN OUTPUT Cube-Stats
           OPEN OUTPUT Cube-Explain
               PERFORM 100-Play
               PERFORM 108-Tally-Restock
               IF NOT SHADOW-RUN
                 PERFORM 140-Check-Fingerprint
                 IF NOT GAME-ALTERED
                   PERFORM 130-Write-Master
                 END-IF
                 PERFORM 135-Write-Archive
                 IF GAME-ALTERED
                   PERFORM 145-Report-Altered-Game
                 END-IF
               END-IF
             ELSE
               PERFORM 096-Write-Malformed

           PERFORM 930-Write-Trailers
           PERFORM 937-Write-Cube-Stats
           IF NOT SHADOW-RUN
             PERFORM 939-Write-Altered-Trailer
           END-IF
           PERFORM 938-Write-Restock-Report

           CLOSE Cube-Games
           CLOSE Cube-Except
           IF NOT SHADOW-RUN
             CLOSE Cube-Master
             CLOSE Game-Fingerprint
             PERFORM 980-Release-Master-Lock
             CLOSE Game-Archive
             CLOSE Altered-Report
             CLOSE Results-History
           END-IF

           MOVE Output-Msg TO Log-Text
           PERFORM 970-Write-Log-Message

           IF Altered-Count > ZERO
             MOVE Altered-Count TO Altered-Disp
             MOVE SPACES TO Output-Msg
             STRING Altered-Disp
                    " altered game(s) held out of GAMEMSTR --"
                    " see GAMEALT."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D02-W006' TO Log-Msg-Id
             MOVE 'W'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF

           IF NOT SHADOW-RUN
             PERFORM 965-Record-Run-End
           END-IF
           END-WRITE
           .

      * Judges the game just played against its registered
      * fingerprint. A new Game-ID is registered as first seen
      * tonight. The accepted line coming back is normal -- and
      * clears a hold, the provider having resent the original. On
      * the night the game was first seen a forced rerun simply
      * replaces the line (GAMEARC replaces that night's row too).
      * Anything else is an altered game: held, with the latest
      * altered line's hash and date kept for the report and for
      * the acceptance batch.
       140-Check-Fingerprint SECTION.
           SET GAME-ALTERED TO FALSE
           MOVE ZERO TO Game-Hash
           PERFORM VARYING Hash-i FROM 1 BY 1 UNTIL Hash-i > 251
             COMPUTE Game-Hash = FUNCTION MOD(Game-Hash * 31
                   + FUNCTION ORD(Unstring-Part(Hash-i:1)),
                   10000000000)
           END-PERFORM
           MOVE Game-ID TO Fp-Game-ID
           READ Game-Fingerprint RECORD
             INVALID KEY
               MOVE SPACES            TO Fingerprint-Record
               MOVE Game-ID           TO Fp-Game-ID
               MOVE Game-Hash         TO Fp-Hash
               MOVE Run-Business-Date TO Fp-First-Seen
               SET FP-CURRENT TO TRUE
               MOVE ZERO              TO Fp-Held-Hash
               MOVE Fp-Run-Id         TO Fp-Last-Run
               WRITE Fingerprint-Record
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN Game-Hash = Fp-Hash
                   IF FP-ALTERED-HELD
                     SET FP-CURRENT TO TRUE
                     MOVE ZERO      TO Fp-Held-Hash
                     MOVE SPACES    TO Fp-Held-Date
                     MOVE Fp-Run-Id TO Fp-Last-Run
                     REWRITE Fingerprint-Record
                   END-IF
                 WHEN FP-CURRENT
                      AND Fp-First-Seen = Run-Business-Date
                   MOVE Game-Hash TO Fp-Hash
                   MOVE Fp-Run-Id TO Fp-Last-Run
                   REWRITE Fingerprint-Record
                 WHEN OTHER
                   SET GAME-ALTERED TO TRUE
                   ADD 1 TO Altered-Count
                   IF NOT FP-ALTERED-HELD
                      OR Fp-Held-Hash NOT = Game-Hash
                     SET FP-ALTERED-HELD TO TRUE
                     MOVE Game-Hash         TO Fp-Held-Hash
                     MOVE Run-Business-Date TO Fp-Held-Date
                     MOVE Fp-Run-Id         TO Fp-Last-Run
                     REWRITE Fingerprint-Record
                   END-IF
               END-EVALUATE
           END-READ
           .

      * Both versions of a held game, read back from the archive:
      * the accepted line on the date it was first seen, the altered
      * one on the date that line first came in.
       145-Report-Altered-Game SECTION.
           MOVE Game-ID       TO Alt-Game-ID
           MOVE 'ACCEPTED'    TO Alt-Version
           MOVE Fp-First-Seen TO Alt-Date
           MOVE Fp-Hash       TO Alt-Hash
           MOVE Fp-First-Seen TO Arch-Date
           MOVE Game-ID       TO Arch-Game-ID
           READ Game-Archive RECORD
             INVALID KEY
               MOVE "(no archive row for this date)" TO Alt-Line
             NOT INVALID KEY
               MOVE Arch-Line TO Alt-Line
           END-READ
           WRITE Altered-Record
           MOVE 'ALTERED '    TO Alt-Version
           MOVE Fp-Held-Date  TO Alt-Date
           MOVE Fp-Held-Hash  TO Alt-Hash
           MOVE Fp-Held-Date  TO Arch-Date
           MOVE Game-ID       TO Arch-Game-ID
           READ Game-Archive RECORD
             INVALID KEY
               MOVE "(no archive row for this date)" TO Alt-Line
             NOT INVALID KEY
               MOVE Arch-Line TO Alt-Line
           END-READ
           WRITE Altered-Record
           .

      * One GAMEPARH row per color per full run: the bag the night
      * was actually played under, which is what the archive inquiry
      * replays against.
           WRITE Except-Record FROM Trailer-Layout
           .

       939-Write-Altered-Trailer SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           MOVE Altered-Count TO Trailer-Record-Count
           MOVE ZERO          TO Trailer-Key-Figure
           WRITE Altered-Record FROM Trailer-Layout
           .

       001-Read-Bag-Limits SECTION.
      * Seed the historical three-color bag, then let Cube-Parms
      * override the limits and/or extend the table with new colors.
