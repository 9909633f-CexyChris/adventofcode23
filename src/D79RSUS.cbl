      ******************************************************************
      *  Reject suspense keeper
      *
      *  CALIREJ, GAMEREJ, RUCKREJ and CRANREJ are written every
      *  night and used to be forgotten: the providers never heard
      *  what was wrong, and a corrected record had no way back in
      *  short of a full retransmission. This program parks every
      *  rejected record in the keyed reject suspense SUSPENSE and
      *  walks it back in through the owning program.
      *
      *  PARM byte 1 picks the run:
      *
      *    'L' (or blank) LOAD -- nightly, after the feed programs.
      *        Each record of tonight's four reject files is parked
      *        under its feed, business date and input line with its
      *        reason (CRANREJ's own; NODIGIT for CALIREJ, MALFORM
      *        for GAMEREJ, ODDLEN for RUCKREJ, each file's one
      *        rule). Then every provider gets its return file --
      *        RETCALIB, RETGAMES, RETRUCK, RETCRANE -- listing all
      *        of its records still in suspense, with the reason in
      *        words, the age in processing days and the record as
      *        last presented. A record open in suspense longer than
      *        the age limit (PARM bytes 2-4, processing days,
      *        default 005) is escalated to the data-quality side:
      *        each feed with any is named in OPSLOG (D79-W001, RC 4)
      *        for the escalation monitor, and the record is stamped
      *        with the night it was first escalated.
      *
      *    'C' CORRECT -- builds a resubmission. CORRIN carries one
      *        corrected record per suspense key (feed, business
      *        date, line). A correction whose key is not in
      *        suspense, or not OPEN there, is refused on CORRRPT
      *        (RC 4); an accepted one goes to its feed's
      *        resubmission input -- CALIRSUB, GAMERSUB, RUCKRSUB,
      *        CRANRSUB -- and its suspense record turns RESUBMIT,
      *        remembering its line in that input. The whole batch is
      *        refused (RC 8) while an earlier resubmission is still
      *        unsettled: its inputs are about to be overwritten.
      *
      *    'S' SETTLE -- after the owning programs have run over
      *        the resubmission inputs (PARM byte 76 = 'R', booked
      *        under the variant RESUBMIT), their reject files are
      *        read back: a resubmitted record that rejected again
      *        returns to OPEN with the new reason, one that did not
      *        is CLEARED. If a feed's resubmission run is not on
      *        RUNSTAT or ended RC 8 or worse, its records return to
      *        OPEN unsettled (D79-W003, RC 4) -- nothing is cleared
      *        on a run that did not happen.
      *
      *  Cleared records stay on SUSPENSE, so the file is its own
      *  history of what came back and when.
      *
      *  PARM byte  1      'L', 'C' or 'S' (blank = 'L')
      *       bytes 2-4    age limit in processing days (LOAD only)
      *       bytes 31-38  business date override (YYYYMMDD)
      *       byte  39     'F' forces a duplicate run
      *       byte  62     'B' breaks a stale SUSPENSE marker
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D79RSUS.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL so the first load opens it empty
           SELECT OPTIONAL Reject-Suspense ASSIGN TO SUSPENSE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Sus-Key.
           SELECT Calib-Reject ASSIGN TO CALIREJ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT Cube-Reject ASSIGN TO GAMEREJ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT Ruck-Reject ASSIGN TO RUCKREJ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT Crane-Reject ASSIGN TO CRANREJ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
      * One provider at a time, by the ddname its feed entry names.
           SELECT Provider-Return ASSIGN TO Return-Ddname
           ORGANIZATION IS SEQUENTIAL.
      * OPTIONAL: no corrections means an empty resubmission.
           SELECT OPTIONAL Correction-Input ASSIGN TO CORRIN
           ORGANIZATION IS SEQUENTIAL.
           SELECT Correction-Report ASSIGN TO CORRRPT
           ORGANIZATION IS SEQUENTIAL.
           SELECT Calib-Resubmit ASSIGN TO CALIRSUB
           ORGANIZATION IS SEQUENTIAL.
           SELECT Cube-Resubmit ASSIGN TO GAMERSUB
           ORGANIZATION IS SEQUENTIAL.
           SELECT Ruck-Resubmit ASSIGN TO RUCKRSUB
           ORGANIZATION IS SEQUENTIAL.
           SELECT Crane-Resubmit ASSIGN TO CRANRSUB
           ORGANIZATION IS SEQUENTIAL.
           COPY LOCKSEL.
           COPY RESHSEL.
           COPY RUNSSEL.
           COPY OPSSEL.

       DATA DIVISION.
       FILE SECTION.

       FD Reject-Suspense.
       COPY SUSPENS.

      * The four reject files, each as its owning program writes
      * it; the last record of each is the 'TRL' trailer.
       FD Calib-Reject RECORDING MODE F.
       01  Calib-Reject-Record.
           05  Cal-Rej-Line-Number    PIC 9(08).
           05  Cal-Rej-Record         PIC X(256).

       FD Cube-Reject RECORDING MODE F.
       01  Cube-Reject-Record.
           05  Gam-Rej-Line-Number    PIC 9(08).
           05  Gam-Rej-Record         PIC X(256).

       FD Ruck-Reject RECORDING MODE F.
       01  Ruck-Reject-Record.
           05  Ruk-Rej-Line-Number    PIC 9(08).
           05  Ruk-Rej-Record         PIC X(64).

       FD Crane-Reject RECORDING MODE F.
       01  Crane-Reject-Record.
           05  Crn-Rej-Line-Number    PIC 9(08).
           05  Crn-Rej-Record         PIC X(80).
           05  Crn-Rej-Reason         PIC X(08).

      * One row per record of the provider's still in suspense,
      * then the trailer (record count, summed age in days).
       FD Provider-Return RECORDING MODE F.
       01  Return-Record.
           05  Ret-Feed               PIC X(08).
           05  Ret-Business-Date      PIC X(08).
           05  Ret-Line-Number        PIC 9(08).
           05  Ret-Reason             PIC X(08).
           05  Ret-Reason-Text        PIC X(40).
           05  Ret-Age-Days           PIC 9(04).
      * OPEN, or RESUBMIT while a correction is on its way in
           05  Ret-Status             PIC X(08).
           05  Ret-Resubmits          PIC 9(02).
           05  Ret-Record             PIC X(256).

       FD Correction-Input RECORDING MODE F.
       01  Correction-Record.
           05  Cor-Feed               PIC X(08).
           05  Cor-Business-Date      PIC X(08).
           05  Cor-Line-Number        PIC 9(08).
      * the corrected record, as the owning program reads its feed
           05  Cor-Record             PIC X(256).

       FD Correction-Report RECORDING MODE F.
       01  Correction-Report-Record.
           05  Crp-Feed               PIC X(08).
           05  Crp-Business-Date      PIC X(08).
           05  Crp-Line-Number        PIC 9(08).
      * ACCEPTED, NOTFOUND (no such key in suspense), NOTOPEN
      * (already resubmitted or cleared), BADFEED (not one of the
      * four feeds)
           05  Crp-Verdict            PIC X(08).
      * ACCEPTED only: the record's line in the resubmission input
           05  Crp-Resubmit-Line      PIC 9(08).

      * The resubmission inputs, each in its feed's own layout.
       FD Calib-Resubmit RECORDING MODE F.
       01  Calib-Resubmit-Record      PIC X(256).

       FD Cube-Resubmit RECORDING MODE F.
       01  Cube-Resubmit-Record       PIC X(256).

       FD Ruck-Resubmit RECORDING MODE F.
       01  Ruck-Resubmit-Record       PIC X(64).

       FD Crane-Resubmit RECORDING MODE F.
       01  Crane-Resubmit-Record      PIC X(80).

       COPY MLOCK.

       COPY RESHIST.

       COPY RUNSTAT.

       COPY OPSLOG.

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D79RSUS '.
           COPY WSFILST.

           05  Run-Mode           PIC X(01) VALUE 'L'.
               88 LOAD-MODE           VALUE 'L'.
               88 CORRECT-MODE        VALUE 'C'.
               88 SETTLE-MODE         VALUE 'S'.
           05  Age-Limit          PIC 9(03) VALUE 5.
           05  Return-Ddname      PIC X(08) VALUE SPACES.
           05  Fx                 PIC 9(02) BINARY.
           05  Rx                 PIC 9(02) BINARY.

      * The four feeds: input ddname (the suspense key), owning
      * program, provider return file and the reason a reject file
      * with no reason column stands for.
           05  Feed-Table.
               10  Feed-Entry OCCURS 4 TIMES.
                   15  FT-Feed            PIC X(08).
                   15  FT-Owner           PIC X(08).
                   15  FT-Return-Dd       PIC X(08).
                   15  FT-Reason          PIC X(08).
                   15  FT-Parked          PIC 9(08) BINARY.
                   15  FT-Returned        PIC 9(08) BINARY.
                   15  FT-Aged            PIC 9(08) BINARY.
                   15  FT-Resubmitted     PIC 9(08) BINARY.
                   15  FT-Cleared         PIC 9(08) BINARY.
                   15  FT-Rejected-Again  PIC 9(08) BINARY.
                   15  FT-Unsettled       PIC 9(08) BINARY.
                   15  FT-Run-Switch      PIC 9(1) BINARY.
                       88 FT-RESUBMIT-RAN     VALUE 1
                                     WHEN SET TO FALSE 0.

      * Every reason code and what it means to the provider.
           05  Reason-Table.
               10  Reason-Entry OCCURS 12 TIMES.
                   15  RT-Code            PIC X(08).
                   15  RT-Text            PIC X(40).

      * SETTLE: the lines of the resubmission inputs that rejected
      * again, per feed, with the reason they rejected for.
           05  Rerej-Count        PIC 9(04) BINARY VALUE ZERO.
           05  Rerej-Table.
               10  Rerej-Entry OCCURS 2000 TIMES INDEXED BY RrIdx.
                   15  RR-Feed-Idx        PIC 9(02) BINARY.
                   15  RR-Line-Number     PIC 9(08).
                   15  RR-Reason          PIC X(08).

           05  Park-Line-Number   PIC 9(08).
           05  Park-Record        PIC X(256).
           05  Park-Reason        PIC X(08).
           05  Sus-EOF-Switch     PIC 9(1) BINARY.
               88 SUS-EOF             VALUE 1
                             WHEN SET TO FALSE 0.
           05  Cor-EOF-Switch     PIC 9(1) BINARY.
               88 COR-EOF             VALUE 1
                             WHEN SET TO FALSE 0.
           05  Match-Found        PIC 9(1) BINARY.
               88 FOUND-MATCH     VALUE 1
                             WHEN SET TO FALSE 0.
           05  Age-Days           PIC 9(05).
           05  Age-Sum            PIC 9(10).
           05  Already-Parked     PIC 9(08) BINARY VALUE ZERO.
           05  Accepted-Count     PIC 9(08) BINARY VALUE ZERO.
           05  Refused-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Pending-Count      PIC 9(08) BINARY VALUE ZERO.
           05  Total-Parked       PIC 9(08) BINARY VALUE ZERO.
           05  Total-Aged         PIC 9(08) BINARY VALUE ZERO.
           05  Total-Cleared      PIC 9(08) BINARY VALUE ZERO.
           05  Total-Rejected     PIC 9(08) BINARY VALUE ZERO.
           05  Count-Disp         PIC 9(08) DISPLAY.
           05  Count-Disp-2       PIC 9(08) DISPLAY.
           05  Count-Disp-3       PIC 9(08) DISPLAY.
           05  Age-Limit-Disp     PIC 9(03) DISPLAY.

       COPY TRAILER.

       01  Output-Msg             PIC X(80).

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Len        PIC S9(4) COMP.
           05  LS-Parm-Text       PIC X(80).

      /
       PROCEDURE DIVISION USING LS-Parm-Area.

       000-Main SECTION.
           SET EOF TO FALSE
           IF LS-Parm-Len > 0
             IF LS-Parm-Text(1:1) NOT = SPACE
               MOVE LS-Parm-Text(1:1) TO Run-Mode
             END-IF
           END-IF
           IF LS-Parm-Len > 3
             IF LS-Parm-Text(2:3) IS NUMERIC
               MOVE LS-Parm-Text(2:3) TO Age-Limit
             END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO Run-Business-Date
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
           END-IF
           IF NOT LOAD-MODE AND NOT CORRECT-MODE AND NOT SETTLE-MODE
             SET PARM-INVALID TO TRUE
             MOVE 'CMN-E003' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "PARM byte 1 must be 'L', 'C', 'S' or blank."
               TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           IF LS-Parm-Len > 1
             IF LS-Parm-Text(2:3) NOT = SPACES
               IF LS-Parm-Text(2:3) NOT NUMERIC OR NOT LOAD-MODE
                 SET PARM-INVALID TO TRUE
                 MOVE 'CMN-E003' TO Log-Msg-Id
                 MOVE 'E'        TO Log-Severity
                 MOVE "PARM bytes 2-4 are a LOAD run's age limit."
                   TO Log-Text
                 PERFORM 970-Write-Log-Message
               END-IF
             END-IF
           END-IF
           IF LS-Parm-Len > 4
             IF LS-Parm-Text(5:1) NOT = SPACE
               SET PARM-INVALID TO TRUE
               MOVE 'CMN-E003' TO Log-Msg-Id
               MOVE 'E'        TO Log-Severity
               MOVE "PARM byte 5 must be blank here."
                 TO Log-Text
               PERFORM 970-Write-Log-Message
             END-IF
           END-IF
           MOVE 'SUSPENSE' TO Parm-Ddname-Echo
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

      * the three runs of one day are separate runs
           EVALUATE TRUE
             WHEN LOAD-MODE
               MOVE 'LOAD    ' TO History-Variant-Tag
             WHEN CORRECT-MODE
               MOVE 'CORRECT ' TO History-Variant-Tag
             WHEN SETTLE-MODE
               MOVE 'SETTLE  ' TO History-Variant-Tag
           END-EVALUATE
           PERFORM 955-Record-Run-Start
           IF RUN-REFUSED
             GOBACK
           END-IF

           MOVE 'SUSPENSE' TO Lock-Master-Name
           PERFORM 975-Take-Master-Lock
           IF LOCK-REFUSED
             PERFORM 965-Record-Run-End
             GOBACK
           END-IF

           PERFORM 050-Set-Up-Tables
           OPEN I-O Reject-Suspense
           EVALUATE TRUE
             WHEN LOAD-MODE
               PERFORM 100-Load-Rejects
               PERFORM 200-Return-And-Age
               MOVE Total-Parked TO History-Total-1
               MOVE Total-Aged   TO History-Total-2
             WHEN CORRECT-MODE
               PERFORM 300-Apply-Corrections
               MOVE Accepted-Count TO History-Total-1
               MOVE Refused-Count  TO History-Total-2
             WHEN SETTLE-MODE
               PERFORM 400-Settle-Resubmission
               MOVE Total-Cleared  TO History-Total-1
               MOVE Total-Rejected TO History-Total-2
           END-EVALUATE
           CLOSE Reject-Suspense
           PERFORM 980-Release-Master-Lock

           OPEN EXTEND Results-History
           PERFORM 950-Write-History
           CLOSE Results-History
           PERFORM 965-Record-Run-End

           GOBACK
           .

       050-Set-Up-Tables SECTION.
           MOVE 'CALIBR  ' TO FT-Feed(1)
           MOVE 'D01TRBCT' TO FT-Owner(1)
           MOVE 'RETCALIB' TO FT-Return-Dd(1)
           MOVE 'NODIGIT ' TO FT-Reason(1)
           MOVE 'GAMES   ' TO FT-Feed(2)
           MOVE 'D02CUBEC' TO FT-Owner(2)
           MOVE 'RETGAMES' TO FT-Return-Dd(2)
           MOVE 'MALFORM ' TO FT-Reason(2)
           MOVE 'RUCKLST ' TO FT-Feed(3)
           MOVE 'D03RUCK ' TO FT-Owner(3)
           MOVE 'RETRUCK ' TO FT-Return-Dd(3)
           MOVE 'ODDLEN  ' TO FT-Reason(3)
           MOVE 'CRANEMV ' TO FT-Feed(4)
           MOVE 'D05CRNE ' TO FT-Owner(4)
           MOVE 'RETCRANE' TO FT-Return-Dd(4)
           MOVE SPACES     TO FT-Reason(4)
           PERFORM VARYING Fx FROM 1 BY 1 UNTIL Fx > 4
             MOVE ZERO TO FT-Parked(Fx)
             MOVE ZERO TO FT-Returned(Fx)
             MOVE ZERO TO FT-Aged(Fx)
             MOVE ZERO TO FT-Resubmitted(Fx)
             MOVE ZERO TO FT-Cleared(Fx)
             MOVE ZERO TO FT-Rejected-Again(Fx)
             MOVE ZERO TO FT-Unsettled(Fx)
             SET FT-RESUBMIT-RAN(Fx) TO FALSE
           END-PERFORM

           MOVE 'NODIGIT ' TO RT-Code(1)
           MOVE 'no calibration digit anywhere on the line'
             TO RT-Text(1)
           MOVE 'MALFORM ' TO RT-Code(2)
           MOVE 'game id, the colon or the first draw unreadable'
             TO RT-Text(2)
           MOVE 'ODDLEN  ' TO RT-Code(3)
           MOVE 'odd item count -- no two equal compartments'
             TO RT-Text(3)
           MOVE 'BADTYPE ' TO RT-Code(4)
           MOVE 'record type neither MOVE nor STACK'
             TO RT-Text(4)
           MOVE 'BADDATA ' TO RT-Code(5)
           MOVE 'count or stack not numeric, or count zero'
             TO RT-Text(5)
           MOVE 'NOSTACK ' TO RT-Code(6)
           MOVE 'stack not in the yard definition'
             TO RT-Text(6)
           MOVE 'NOCRANE ' TO RT-Code(7)
           MOVE 'crane id not in the crane fleet'
             TO RT-Text(7)
           MOVE 'SAMESTK ' TO RT-Code(8)
           MOVE 'from-stack and to-stack the same'
             TO RT-Text(8)
           MOVE 'SHORT   ' TO RT-Code(9)
           MOVE 'more crates asked for than the stack holds'
             TO RT-Text(9)
           MOVE 'CLOSED  ' TO RT-Code(10)
           MOVE 'move onto a stack closed for repair'
             TO RT-Text(10)
           MOVE 'OVERCAP ' TO RT-Code(11)
           MOVE 'would take the stack over its capacity'
             TO RT-Text(11)
           MOVE 'HELD    ' TO RT-Code(12)
           MOVE 'stack held by the yard count'
             TO RT-Text(12)
           .

      * Tonight's four reject files into suspense. A record already
      * parked (a rerun of the load) is left as it stands.
       100-Load-Rejects SECTION.
           MOVE 1 TO Fx
           SET EOF TO FALSE
           OPEN INPUT Calib-Reject
           READ Calib-Reject NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF Calib-Reject-Record(1:3) NOT = 'TRL'
               MOVE Cal-Rej-Line-Number TO Park-Line-Number
               MOVE Cal-Rej-Record      TO Park-Record
               MOVE FT-Reason(Fx)       TO Park-Reason
               PERFORM 150-Park-Reject
             END-IF
             READ Calib-Reject NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Calib-Reject

           MOVE 2 TO Fx
           SET EOF TO FALSE
           OPEN INPUT Cube-Reject
           READ Cube-Reject NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF Cube-Reject-Record(1:3) NOT = 'TRL'
               MOVE Gam-Rej-Line-Number TO Park-Line-Number
               MOVE Gam-Rej-Record      TO Park-Record
               MOVE FT-Reason(Fx)       TO Park-Reason
               PERFORM 150-Park-Reject
             END-IF
             READ Cube-Reject NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Cube-Reject

           MOVE 3 TO Fx
           SET EOF TO FALSE
           OPEN INPUT Ruck-Reject
           READ Ruck-Reject NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF Ruck-Reject-Record(1:3) NOT = 'TRL'
               MOVE Ruk-Rej-Line-Number TO Park-Line-Number
               MOVE Ruk-Rej-Record      TO Park-Record
               MOVE FT-Reason(Fx)       TO Park-Reason
               PERFORM 150-Park-Reject
             END-IF
             READ Ruck-Reject NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Ruck-Reject

           MOVE 4 TO Fx
           SET EOF TO FALSE
           OPEN INPUT Crane-Reject
           READ Crane-Reject NEXT RECORD
                AT END SET EOF TO TRUE
           END-READ
           PERFORM 900-Check-File-Status
           PERFORM UNTIL EOF
             IF Crane-Reject-Record(1:3) NOT = 'TRL'
               MOVE Crn-Rej-Line-Number TO Park-Line-Number
               MOVE Crn-Rej-Record      TO Park-Record
               MOVE Crn-Rej-Reason      TO Park-Reason
               PERFORM 150-Park-Reject
             END-IF
             READ Crane-Reject NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
           END-PERFORM
           CLOSE Crane-Reject

           IF Already-Parked > ZERO
             MOVE Already-Parked TO Count-Disp
             MOVE SPACES TO Output-Msg
             STRING Count-Disp " reject(s) of " Run-Business-Date
                    " were already in suspense -- left as they stand."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D79-I004' TO Log-Msg-Id
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
           END-IF
           .

       150-Park-Reject SECTION.
           MOVE SPACES            TO Suspense-Record
           MOVE FT-Feed(Fx)       TO Sus-Feed
           MOVE Run-Business-Date TO Sus-Business-Date
           MOVE Park-Line-Number  TO Sus-Line-Number
           MOVE Park-Reason       TO Sus-Reason
           SET SUS-OPEN           TO TRUE
           MOVE ZERO              TO Sus-Resubmit-Count
           MOVE ZERO              TO Sus-Resubmit-Line
           MOVE Park-Record       TO Sus-Record
           WRITE Suspense-Record
             INVALID KEY
               ADD 1 TO Already-Parked
             NOT INVALID KEY
               ADD 1 TO FT-Parked(Fx)
               ADD 1 TO Total-Parked
           END-WRITE
           .

      * Each provider's return file: everything of its feed still
      * in suspense, oldest night first. An open record past the
      * age limit escalates.
       200-Return-And-Age SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Trailer-Stamp
           PERFORM VARYING Fx FROM 1 BY 1 UNTIL Fx > 4
             MOVE FT-Return-Dd(Fx) TO Return-Ddname
             MOVE ZERO TO Age-Sum
             OPEN OUTPUT Provider-Return
             SET SUS-EOF TO FALSE
             MOVE FT-Feed(Fx) TO Sus-Feed
             MOVE LOW-VALUES  TO Sus-Business-Date
             MOVE ZERO        TO Sus-Line-Number
             START Reject-Suspense KEY IS NOT LESS THAN Sus-Key
               INVALID KEY
                 SET SUS-EOF TO TRUE
             END-START
             PERFORM UNTIL SUS-EOF
               READ Reject-Suspense NEXT RECORD
                 AT END
                   SET SUS-EOF TO TRUE
                 NOT AT END
                   IF Sus-Feed NOT = FT-Feed(Fx)
                     SET SUS-EOF TO TRUE
                   ELSE
                     IF NOT SUS-CLEARED
                       PERFORM 210-Return-One
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             MOVE FT-Returned(Fx) TO Trailer-Record-Count
             MOVE Age-Sum         TO Trailer-Key-Figure
             WRITE Return-Record FROM Trailer-Layout
             CLOSE Provider-Return
             ADD FT-Aged(Fx) TO Total-Aged

             MOVE FT-Parked(Fx)   TO Count-Disp
             MOVE FT-Returned(Fx) TO Count-Disp-2
             MOVE SPACES TO Output-Msg
             STRING FT-Feed(Fx) ": " Count-Disp " parked tonight, "
                    Count-Disp-2 " in suspense, returned on "
                    FT-Return-Dd(Fx) "."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D79-I001' TO Log-Msg-Id
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             IF FT-Aged(Fx) > ZERO
               MOVE FT-Aged(Fx) TO Count-Disp
               MOVE Age-Limit   TO Age-Limit-Disp
               MOVE SPACES TO Output-Msg
               STRING FT-Feed(Fx) ": " Count-Disp
                      " reject(s) open in suspense beyond "
                      Age-Limit-Disp " processing days."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               MOVE 'D79-W001' TO Log-Msg-Id
               MOVE 'W'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
               IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
           END-PERFORM
           .

      * Age in processing days at the site since the night the
      * record was first rejected.
       210-Return-One SECTION.
           MOVE ZERO TO Age-Days
           SET BCAL-COUNT-DAYS TO TRUE
           MOVE Sus-Business-Date TO Bcal-Date
           MOVE Run-Business-Date TO Bcal-To-Date
           CALL 'D64BCAL' USING Business-Calendar-Request
           IF BCAL-ANSWERED
             MOVE Bcal-Days TO Age-Days
           END-IF
           MOVE SPACES             TO Return-Record
           MOVE Sus-Feed           TO Ret-Feed
           MOVE Sus-Business-Date  TO Ret-Business-Date
           MOVE Sus-Line-Number    TO Ret-Line-Number
           MOVE Sus-Reason         TO Ret-Reason
           PERFORM 220-Find-Reason-Text
           MOVE Age-Days           TO Ret-Age-Days
           MOVE Sus-Status         TO Ret-Status
           MOVE Sus-Resubmit-Count TO Ret-Resubmits
           MOVE Sus-Record         TO Ret-Record
           WRITE Return-Record
           ADD 1        TO FT-Returned(Fx)
           ADD Age-Days TO Age-Sum
           IF SUS-OPEN AND Age-Days > Age-Limit
             ADD 1 TO FT-Aged(Fx)
             IF Sus-Escalated-Date = SPACES
               MOVE Run-Business-Date TO Sus-Escalated-Date
               REWRITE Suspense-Record
             END-IF
           END-IF
           .

       220-Find-Reason-Text SECTION.
           MOVE 'reason not on the reason list' TO Ret-Reason-Text
           PERFORM VARYING Rx FROM 1 BY 1 UNTIL Rx > 12
             IF RT-Code(Rx) = Sus-Reason
               MOVE RT-Text(Rx) TO Ret-Reason-Text
             END-IF
           END-PERFORM
           .

      * Judge each correction against suspense and send the good
      * ones to their feed's resubmission input.
       300-Apply-Corrections SECTION.
           PERFORM 305-Count-Pending
           IF Pending-Count > ZERO
             MOVE Pending-Count TO Count-Disp
             MOVE SPACES TO Output-Msg
             STRING Count-Disp " record(s) still RESUBMIT from an"
                    " unsettled run -- corrections REFUSED."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D79-E001' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 8 TO RETURN-CODE
           ELSE
             OPEN INPUT  Correction-Input
             OPEN OUTPUT Correction-Report
             OPEN OUTPUT Calib-Resubmit
             OPEN OUTPUT Cube-Resubmit
             OPEN OUTPUT Ruck-Resubmit
             OPEN OUTPUT Crane-Resubmit
             SET COR-EOF TO FALSE
             READ Correction-Input NEXT RECORD
                  AT END SET COR-EOF TO TRUE
             END-READ
             PERFORM UNTIL COR-EOF
               IF Correction-Record(1:3) NOT = 'TRL'
                 PERFORM 310-Judge-Correction
               END-IF
               READ Correction-Input NEXT RECORD
                    AT END SET COR-EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE Correction-Input
             CLOSE Correction-Report
             CLOSE Calib-Resubmit
             CLOSE Cube-Resubmit
             CLOSE Ruck-Resubmit
             CLOSE Crane-Resubmit

             MOVE Accepted-Count TO Count-Disp
             MOVE Refused-Count  TO Count-Disp-2
             MOVE SPACES TO Output-Msg
             STRING Count-Disp " correction(s) sent for resubmission, "
                    Count-Disp-2 " refused -- see CORRRPT."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D79-I002' TO Log-Msg-Id
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             IF Refused-Count > ZERO
               MOVE 'D79-W002' TO Log-Msg-Id
               MOVE 'W'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           .

      * Records waiting on a resubmission that has not been settled.
       305-Count-Pending SECTION.
           SET SUS-EOF TO FALSE
           MOVE LOW-VALUES TO Sus-Feed
           MOVE LOW-VALUES TO Sus-Business-Date
           MOVE ZERO       TO Sus-Line-Number
           START Reject-Suspense KEY IS NOT LESS THAN Sus-Key
             INVALID KEY
               SET SUS-EOF TO TRUE
           END-START
           PERFORM UNTIL SUS-EOF
             READ Reject-Suspense NEXT RECORD
               AT END
                 SET SUS-EOF TO TRUE
               NOT AT END
                 IF SUS-RESUBMITTED
                   ADD 1 TO Pending-Count
                 END-IF
             END-READ
           END-PERFORM
           .

       310-Judge-Correction SECTION.
           MOVE Cor-Feed          TO Crp-Feed
           MOVE Cor-Business-Date TO Crp-Business-Date
           MOVE Cor-Line-Number   TO Crp-Line-Number
           MOVE ZERO              TO Crp-Resubmit-Line
           SET FOUND-MATCH TO FALSE
           PERFORM VARYING Fx FROM 1 BY 1
             UNTIL Fx > 4 OR FOUND-MATCH
             IF FT-Feed(Fx) = Cor-Feed
               SET FOUND-MATCH TO TRUE
             END-IF
           END-PERFORM
           IF FOUND-MATCH
             SUBTRACT 1 FROM Fx
             MOVE Cor-Feed          TO Sus-Feed
             MOVE Cor-Business-Date TO Sus-Business-Date
             MOVE Cor-Line-Number   TO Sus-Line-Number
             READ Reject-Suspense RECORD
               INVALID KEY
                 MOVE 'NOTFOUND' TO Crp-Verdict
               NOT INVALID KEY
                 IF SUS-OPEN
                   PERFORM 320-Resubmit-One
                   MOVE 'ACCEPTED' TO Crp-Verdict
                 ELSE
                   MOVE 'NOTOPEN ' TO Crp-Verdict
                 END-IF
             END-READ
           ELSE
             MOVE 'BADFEED ' TO Crp-Verdict
           END-IF
           IF Crp-Verdict = 'ACCEPTED'
             ADD 1 TO Accepted-Count
           ELSE
             ADD 1 TO Refused-Count
           END-IF
           WRITE Correction-Report-Record
           .

       320-Resubmit-One SECTION.
           ADD 1 TO FT-Resubmitted(Fx)
           EVALUATE Fx
             WHEN 1
               WRITE Calib-Resubmit-Record FROM Cor-Record
             WHEN 2
               WRITE Cube-Resubmit-Record FROM Cor-Record
             WHEN 3
               WRITE Ruck-Resubmit-Record FROM Cor-Record(1:64)
             WHEN 4
               WRITE Crane-Resubmit-Record FROM Cor-Record(1:80)
           END-EVALUATE
           SET SUS-RESUBMITTED        TO TRUE
           ADD 1                      TO Sus-Resubmit-Count
           MOVE Run-Business-Date     TO Sus-Resubmit-Date
           MOVE FT-Resubmitted(Fx)    TO Sus-Resubmit-Line
           MOVE Cor-Record            TO Sus-Record
           REWRITE Suspense-Record
           MOVE FT-Resubmitted(Fx)    TO Crp-Resubmit-Line
           .

      * After the owning programs' resubmission runs: their reject
      * files say which resubmitted lines rejected again.
       400-Settle-Resubmission SECTION.
           PERFORM VARYING Fx FROM 1 BY 1 UNTIL Fx > 4
             PERFORM 410-Check-Resubmit-Run
           END-PERFORM
           IF FT-RESUBMIT-RAN(1)
             SET EOF TO FALSE
             OPEN INPUT Calib-Reject
             READ Calib-Reject NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
             PERFORM UNTIL EOF
               IF Calib-Reject-Record(1:3) NOT = 'TRL'
                 MOVE 1                   TO Fx
                 MOVE Cal-Rej-Line-Number TO Park-Line-Number
                 MOVE FT-Reason(Fx)       TO Park-Reason
                 PERFORM 420-Note-Rejected-Again
               END-IF
               READ Calib-Reject NEXT RECORD
                    AT END SET EOF TO TRUE
               END-READ
               PERFORM 900-Check-File-Status
             END-PERFORM
             CLOSE Calib-Reject
           END-IF
           IF FT-RESUBMIT-RAN(2)
             SET EOF TO FALSE
             OPEN INPUT Cube-Reject
             READ Cube-Reject NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
             PERFORM UNTIL EOF
               IF Cube-Reject-Record(1:3) NOT = 'TRL'
                 MOVE 2                   TO Fx
                 MOVE Gam-Rej-Line-Number TO Park-Line-Number
                 MOVE FT-Reason(Fx)       TO Park-Reason
                 PERFORM 420-Note-Rejected-Again
               END-IF
               READ Cube-Reject NEXT RECORD
                    AT END SET EOF TO TRUE
               END-READ
               PERFORM 900-Check-File-Status
             END-PERFORM
             CLOSE Cube-Reject
           END-IF
           IF FT-RESUBMIT-RAN(3)
             SET EOF TO FALSE
             OPEN INPUT Ruck-Reject
             READ Ruck-Reject NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
             PERFORM UNTIL EOF
               IF Ruck-Reject-Record(1:3) NOT = 'TRL'
                 MOVE 3                   TO Fx
                 MOVE Ruk-Rej-Line-Number TO Park-Line-Number
                 MOVE FT-Reason(Fx)       TO Park-Reason
                 PERFORM 420-Note-Rejected-Again
               END-IF
               READ Ruck-Reject NEXT RECORD
                    AT END SET EOF TO TRUE
               END-READ
               PERFORM 900-Check-File-Status
             END-PERFORM
             CLOSE Ruck-Reject
           END-IF
           IF FT-RESUBMIT-RAN(4)
             SET EOF TO FALSE
             OPEN INPUT Crane-Reject
             READ Crane-Reject NEXT RECORD
                  AT END SET EOF TO TRUE
             END-READ
             PERFORM 900-Check-File-Status
             PERFORM UNTIL EOF
               IF Crane-Reject-Record(1:3) NOT = 'TRL'
                 MOVE 4                   TO Fx
                 MOVE Crn-Rej-Line-Number TO Park-Line-Number
                 MOVE Crn-Rej-Reason      TO Park-Reason
                 PERFORM 420-Note-Rejected-Again
               END-IF
               READ Crane-Reject NEXT RECORD
                    AT END SET EOF TO TRUE
               END-READ
               PERFORM 900-Check-File-Status
             END-PERFORM
             CLOSE Crane-Reject
           END-IF

           SET SUS-EOF TO FALSE
           MOVE LOW-VALUES TO Sus-Feed
           MOVE LOW-VALUES TO Sus-Business-Date
           MOVE ZERO       TO Sus-Line-Number
           START Reject-Suspense KEY IS NOT LESS THAN Sus-Key
             INVALID KEY
               SET SUS-EOF TO TRUE
           END-START
           PERFORM UNTIL SUS-EOF
             READ Reject-Suspense NEXT RECORD
               AT END
                 SET SUS-EOF TO TRUE
               NOT AT END
                 IF SUS-RESUBMITTED
                   PERFORM 430-Settle-One
                 END-IF
             END-READ
           END-PERFORM

           PERFORM VARYING Fx FROM 1 BY 1 UNTIL Fx > 4
             MOVE FT-Cleared(Fx)        TO Count-Disp
             MOVE FT-Rejected-Again(Fx) TO Count-Disp-2
             MOVE FT-Unsettled(Fx)      TO Count-Disp-3
             MOVE SPACES TO Output-Msg
             STRING FT-Feed(Fx) ": " Count-Disp " cleared, "
                    Count-Disp-2 " rejected again, "
                    Count-Disp-3 " back to OPEN unsettled."
               DELIMITED BY SIZE
               INTO Output-Msg
             END-STRING
             MOVE 'D79-I003' TO Log-Msg-Id
             MOVE Output-Msg TO Log-Text
             PERFORM 970-Write-Log-Message
             IF FT-Unsettled(Fx) > ZERO
               MOVE SPACES TO Output-Msg
               STRING FT-Feed(Fx) ": no good " FT-Owner(Fx)
                      " RESUBMIT run for " Run-Business-Date
                      " -- records returned to OPEN."
                 DELIMITED BY SIZE
                 INTO Output-Msg
               END-STRING
               MOVE 'D79-W003' TO Log-Msg-Id
               MOVE 'W'        TO Log-Severity
               MOVE Output-Msg TO Log-Text
               PERFORM 970-Write-Log-Message
               MOVE 4 TO RETURN-CODE
             END-IF
           END-PERFORM
           .

      * The owning program's resubmission counts only if it ended
      * on RUNSTAT for the date with less than RC 8.
       410-Check-Resubmit-Run SECTION.
           OPEN INPUT Run-Status
           MOVE Run-Business-Date TO RS-Business-Date
           MOVE FT-Owner(Fx)      TO RS-Program
           MOVE 'RESUBMIT'        TO RS-Variant
           MOVE 'END  '           TO RS-Type
           READ Run-Status RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF RS-Return-Code < 8
                 SET FT-RESUBMIT-RAN(Fx) TO TRUE
               END-IF
           END-READ
           CLOSE Run-Status
           .

       420-Note-Rejected-Again SECTION.
           IF Rerej-Count < 2000
             ADD 1 TO Rerej-Count
             SET RrIdx TO Rerej-Count
             MOVE Fx               TO RR-Feed-Idx(RrIdx)
             MOVE Park-Line-Number TO RR-Line-Number(RrIdx)
             MOVE Park-Reason      TO RR-Reason(RrIdx)
           ELSE
             MOVE 'D79-E002' TO Log-Msg-Id
             MOVE 'E'        TO Log-Severity
             MOVE "Rerej-Table full -- settlement aborted."
               TO Log-Text
             PERFORM 970-Write-Log-Message
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * A record resubmitted today by a run that happened is cleared
      * unless its line rejected again; anything else waiting goes
      * back to OPEN to be corrected and resubmitted afresh.
       430-Settle-One SECTION.
           SET FOUND-MATCH TO FALSE
           PERFORM VARYING Fx FROM 1 BY 1
             UNTIL Fx > 4 OR FOUND-MATCH
             IF FT-Feed(Fx) = Sus-Feed
               SET FOUND-MATCH TO TRUE
             END-IF
           END-PERFORM
           SUBTRACT 1 FROM Fx
           IF Sus-Resubmit-Date NOT = Run-Business-Date
              OR NOT FT-RESUBMIT-RAN(Fx)
             SET SUS-OPEN TO TRUE
             ADD 1 TO FT-Unsettled(Fx)
           ELSE
             SET FOUND-MATCH TO FALSE
             PERFORM VARYING RrIdx FROM 1 BY 1
               UNTIL RrIdx > Rerej-Count OR FOUND-MATCH
               IF RR-Feed-Idx(RrIdx) = Fx
                  AND RR-Line-Number(RrIdx) = Sus-Resubmit-Line
                 SET FOUND-MATCH TO TRUE
                 MOVE RR-Reason(RrIdx) TO Sus-Reason
               END-IF
             END-PERFORM
             IF FOUND-MATCH
               SET SUS-OPEN TO TRUE
               ADD 1 TO FT-Rejected-Again(Fx)
               ADD 1 TO Total-Rejected
             ELSE
               SET SUS-CLEARED TO TRUE
               MOVE Run-Business-Date TO Sus-Cleared-Date
               ADD 1 TO FT-Cleared(Fx)
               ADD 1 TO Total-Cleared
             END-IF
           END-IF
           REWRITE Suspense-Record
           .

       COPY CKFSTAT.

       COPY WRMSG.

       COPY WRHIST.

       COPY CKPARM.

       COPY WRRUNST.

       COPY WRLOCK.

      /
       END PROGRAM D79RSUS.
      /
