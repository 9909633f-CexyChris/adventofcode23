      ******************************************************************
      *  Business calendar routine
      *
      *  Every date-driven check in the suite used to count plain
      *  calendar days, so each holiday weekend raised false STALE,
      *  QUIET and OVERDUE alarms. This routine is the one place
      *  that knows which dates are processing days: it is CALLed
      *  with the BCALREQ request area (see that copybook for the
      *  functions) and answers from the business calendar BUSCAL,
      *  loaded on the first call and kept for the rest of the run.
      *
      *  BUSCAL records (80 bytes):
      *    'VERS' + version id (8) + home site (4)
      *                          -- the site a caller that names
      *                             none is asking about
      *    'WEEK' + site (4) + seven day flags, Monday to Sunday,
      *           'P' processing or 'N' not
      *                          -- the site's normal week
      *    'DAY ' + site (4) + date (YYYYMMDD) + day type
      *           ('P' processing, 'H' holiday, 'N' planned
      *           non-processing) + description (20)
      *                          -- one dated exception to the week
      *  Site '****' on a WEEK or DAY record applies to every site;
      *  the site's own record for the same week or date wins over
      *  it. A date with no DAY record follows the site's WEEK
      *  record, and with no WEEK record either it is a processing
      *  day -- so a missing or empty BUSCAL changes nothing.
      *
      *  A malformed record, a site listed twice on WEEK records,
      *  the same site and date on two DAY records, or more records
      *  than the tables carry makes the whole calendar unusable:
      *  every call answers 'F' with the reason, and the caller
      *  refuses the run rather than count with a calendar it
      *  cannot trust.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. D64BCAL.
        AUTHOR. ChristophBuck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: no calendar means every day is a processing day.
           SELECT OPTIONAL Business-Calendar ASSIGN TO BUSCAL
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD Business-Calendar RECORDING MODE F.
       01  Calendar-Record.
           05  CR-Type                PIC X(04).
           05  CR-Body                PIC X(76).
       01  Calendar-Vers-Record.
           05  FILLER                 PIC X(04).
           05  CR-Version             PIC X(08).
           05  CR-Home-Site           PIC X(04).
           05  FILLER                 PIC X(64).
       01  Calendar-Week-Record.
           05  FILLER                 PIC X(04).
           05  CR-Week-Site           PIC X(04).
           05  CR-Week-Flag           PIC X(01) OCCURS 7 TIMES.
           05  FILLER                 PIC X(65).
       01  Calendar-Day-Record.
           05  FILLER                 PIC X(04).
           05  CR-Day-Site            PIC X(04).
           05  CR-Day-Date            PIC X(08).
           05  CR-Day-Type            PIC X(01).
           05  CR-Day-Desc            PIC X(20).
           05  FILLER                 PIC X(43).

       WORKING-STORAGE SECTION.
       01  Working-Fields.
           05  MY-PGM             PIC X(8) VALUE 'D64BCAL '.
           05  Loaded-Switch      PIC 9(1) BINARY VALUE ZERO.
               88 CALENDAR-LOADED     VALUE 1
                             WHEN SET TO FALSE 0.
           05  Unusable-Switch    PIC 9(1) BINARY VALUE ZERO.
               88 CALENDAR-UNUSABLE   VALUE 1
                             WHEN SET TO FALSE 0.
           05  Unusable-Reason    PIC X(50) VALUE SPACES.
           05  Cal-EOF-Switch     PIC 9(1) BINARY.
               88 CAL-EOF             VALUE 1
                             WHEN SET TO FALSE 0.
           05  Cal-Record-Count   PIC 9(05) BINARY VALUE ZERO.
           05  Cal-Record-Disp    PIC 9(05) DISPLAY.
           05  Home-Site          PIC X(04) VALUE SPACES.
           05  Calendar-Version   PIC X(08) VALUE SPACES.

           05  Week-Count         PIC 9(02) BINARY VALUE ZERO.
           05  Week-Table.
               10  Week-Entry OCCURS 20 TIMES INDEXED BY WeekIdx.
                   15  WT-Site        PIC X(04).
                   15  WT-Flag        PIC X(01) OCCURS 7 TIMES.
           05  Day-Count          PIC 9(04) BINARY VALUE ZERO.
           05  Day-Table.
               10  Day-Entry OCCURS 3000 TIMES INDEXED BY DayIdx.
                   15  DT-Site        PIC X(04).
                   15  DT-Date        PIC X(08).
                   15  DT-Type        PIC X(01).
           05  Flag-i             PIC 9(01) BINARY.
           05  Date-Ok-Switch     PIC 9(1) BINARY.
               88 DATE-OK             VALUE 1
                             WHEN SET TO FALSE 0.

      * the day being judged
           05  Ask-Site           PIC X(04).
           05  Ask-Date           PIC X(08).
           05  Ask-Date-Num REDEFINES Ask-Date PIC 9(08).
           05  Ask-Type           PIC X(01).
           05  Ask-Weekday        PIC 9(01) BINARY.
           05  Ask-Found-Switch   PIC 9(1) BINARY.
               88 ASK-FOUND           VALUE 1
                             WHEN SET TO FALSE 0.

      * day walking for 'B' and 'S'
           05  Walk-Int           PIC S9(09) BINARY.
           05  End-Int            PIC S9(09) BINARY.
           05  Walk-Count         PIC 9(05) BINARY.
           05  Walk-Steps         PIC 9(06) BINARY.
           05  Walk-Date-Num      PIC 9(08).

       LINKAGE SECTION.
       01  Bcal-Request-Area.
           COPY BCALREQ.

      /
       PROCEDURE DIVISION USING Bcal-Request-Area.

       000-Main SECTION.
           IF NOT CALENDAR-LOADED
             PERFORM 100-Load-Calendar
             SET CALENDAR-LOADED TO TRUE
           END-IF
           MOVE SPACE  TO Bcal-Response
           MOVE SPACES TO Bcal-Message
           IF CALENDAR-UNUSABLE
             SET BCAL-UNUSABLE TO TRUE
             MOVE Unusable-Reason TO Bcal-Message
             GOBACK
           END-IF
           MOVE Bcal-Site TO Ask-Site
           IF Ask-Site = SPACES
             MOVE Home-Site TO Ask-Site
           END-IF
           IF Bcal-Date IS NOT NUMERIC
             SET BCAL-BAD-REQUEST TO TRUE
             MOVE "Calendar request date is not YYYYMMDD."
               TO Bcal-Message
             GOBACK
           END-IF
           EVALUATE TRUE
             WHEN BCAL-CHECK-DAY
               MOVE Bcal-Date TO Ask-Date
               PERFORM 200-Judge-Day
               MOVE Ask-Type TO Bcal-Day-Type
             WHEN BCAL-COUNT-DAYS
               IF Bcal-To-Date IS NOT NUMERIC
                 SET BCAL-BAD-REQUEST TO TRUE
                 MOVE "Calendar request to-date is not YYYYMMDD."
                   TO Bcal-Message
               ELSE
                 PERFORM 300-Count-Business-Days
               END-IF
             WHEN BCAL-STEP-BACK
               IF Bcal-Days IS NOT NUMERIC
                 SET BCAL-BAD-REQUEST TO TRUE
                 MOVE "Calendar request day count is not numeric."
                   TO Bcal-Message
               ELSE
                 PERFORM 400-Step-Back
               END-IF
             WHEN OTHER
               SET BCAL-BAD-REQUEST TO TRUE
               MOVE "Calendar request function is not C, B or S."
                 TO Bcal-Message
           END-EVALUATE
           GOBACK
           .

      * One pass over BUSCAL into the week and day tables. Any
      * record the routine cannot trust makes the calendar
      * unusable; loading stops at the first such record.
       100-Load-Calendar SECTION.
           SET CAL-EOF TO FALSE
           OPEN INPUT Business-Calendar
           READ Business-Calendar NEXT RECORD
                AT END SET CAL-EOF TO TRUE
           END-READ
           PERFORM UNTIL CAL-EOF OR CALENDAR-UNUSABLE
             ADD 1 TO Cal-Record-Count
             MOVE Cal-Record-Count TO Cal-Record-Disp
             EVALUATE CR-Type
               WHEN 'VERS'
                 MOVE CR-Version   TO Calendar-Version
                 MOVE CR-Home-Site TO Home-Site
               WHEN 'WEEK'
                 PERFORM 110-Take-Week
               WHEN 'DAY '
                 PERFORM 120-Take-Day
               WHEN OTHER
                 MOVE SPACES TO Unusable-Reason
                 STRING "BUSCAL record " Cal-Record-Disp
                        " is not VERS, WEEK or DAY."
                   DELIMITED BY SIZE
                   INTO Unusable-Reason
                 END-STRING
                 SET CALENDAR-UNUSABLE TO TRUE
             END-EVALUATE
             READ Business-Calendar NEXT RECORD
                  AT END SET CAL-EOF TO TRUE
             END-READ
           END-PERFORM
           CLOSE Business-Calendar
           .

       110-Take-Week SECTION.
           PERFORM VARYING Flag-i FROM 1 BY 1 UNTIL Flag-i > 7
             IF CR-Week-Flag(Flag-i) NOT = 'P'
                AND CR-Week-Flag(Flag-i) NOT = 'N'
               MOVE SPACES TO Unusable-Reason
               STRING "BUSCAL record " Cal-Record-Disp
                      " has a day flag other than P or N."
                 DELIMITED BY SIZE
                 INTO Unusable-Reason
               END-STRING
               SET CALENDAR-UNUSABLE TO TRUE
             END-IF
           END-PERFORM
           PERFORM VARYING WeekIdx FROM 1 BY 1
             UNTIL WeekIdx > Week-Count
             IF WT-Site(WeekIdx) = CR-Week-Site
               MOVE SPACES TO Unusable-Reason
               STRING "BUSCAL record " Cal-Record-Disp
                      " repeats the WEEK of site " CR-Week-Site "."
                 DELIMITED BY SIZE
                 INTO Unusable-Reason
               END-STRING
               SET CALENDAR-UNUSABLE TO TRUE
             END-IF
           END-PERFORM
           IF NOT CALENDAR-UNUSABLE
             IF Week-Count < 20
               ADD 1 TO Week-Count
               SET WeekIdx TO Week-Count
               MOVE CR-Week-Site TO WT-Site(WeekIdx)
               PERFORM VARYING Flag-i FROM 1 BY 1 UNTIL Flag-i > 7
                 MOVE CR-Week-Flag(Flag-i) TO WT-Flag(WeekIdx, Flag-i)
               END-PERFORM
             ELSE
               MOVE "BUSCAL has more than 20 WEEK records."
                 TO Unusable-Reason
               SET CALENDAR-UNUSABLE TO TRUE
             END-IF
           END-IF
           .

       120-Take-Day SECTION.
           SET DATE-OK TO TRUE
           IF CR-Day-Date IS NOT NUMERIC
             SET DATE-OK TO FALSE
           ELSE
             IF CR-Day-Date(5:2) < '01' OR CR-Day-Date(5:2) > '12'
                OR CR-Day-Date(7:2) < '01' OR CR-Day-Date(7:2) > '31'
               SET DATE-OK TO FALSE
             END-IF
           END-IF
           IF NOT DATE-OK
              OR (CR-Day-Type NOT = 'P' AND CR-Day-Type NOT = 'H'
                  AND CR-Day-Type NOT = 'N')
             MOVE SPACES TO Unusable-Reason
             STRING "BUSCAL record " Cal-Record-Disp
                    " has a bad date or day type."
               DELIMITED BY SIZE
               INTO Unusable-Reason
             END-STRING
             SET CALENDAR-UNUSABLE TO TRUE
           END-IF
           IF NOT CALENDAR-UNUSABLE
             PERFORM VARYING DayIdx FROM 1 BY 1
               UNTIL DayIdx > Day-Count
               IF DT-Site(DayIdx) = CR-Day-Site
                  AND DT-Date(DayIdx) = CR-Day-Date
                 MOVE SPACES TO Unusable-Reason
                 STRING "BUSCAL record " Cal-Record-Disp
                        " repeats " CR-Day-Site " " CR-Day-Date "."
                   DELIMITED BY SIZE
                   INTO Unusable-Reason
                 END-STRING
                 SET CALENDAR-UNUSABLE TO TRUE
               END-IF
             END-PERFORM
           END-IF
           IF NOT CALENDAR-UNUSABLE
             IF Day-Count < 3000
               ADD 1 TO Day-Count
               SET DayIdx TO Day-Count
               MOVE CR-Day-Site TO DT-Site(DayIdx)
               MOVE CR-Day-Date TO DT-Date(DayIdx)
               MOVE CR-Day-Type TO DT-Type(DayIdx)
             ELSE
               MOVE "BUSCAL has more than 3000 DAY records."
                 TO Unusable-Reason
               SET CALENDAR-UNUSABLE TO TRUE
             END-IF
           END-IF
           .

      * Ask-Type for Ask-Site/Ask-Date: the site's own DAY record,
      * else an every-site DAY record, else the site's WEEK (or the
      * every-site WEEK), else a processing day.
       200-Judge-Day SECTION.
           SET ASK-FOUND TO FALSE
           PERFORM VARYING DayIdx FROM 1 BY 1
             UNTIL DayIdx > Day-Count OR ASK-FOUND
             IF DT-Date(DayIdx) = Ask-Date
                AND DT-Site(DayIdx) = Ask-Site
               SET ASK-FOUND TO TRUE
               MOVE DT-Type(DayIdx) TO Ask-Type
             END-IF
           END-PERFORM
           PERFORM VARYING DayIdx FROM 1 BY 1
             UNTIL DayIdx > Day-Count OR ASK-FOUND
             IF DT-Date(DayIdx) = Ask-Date
                AND DT-Site(DayIdx) = '****'
               SET ASK-FOUND TO TRUE
               MOVE DT-Type(DayIdx) TO Ask-Type
             END-IF
           END-PERFORM
           IF NOT ASK-FOUND
      * 1601-01-01, day 1 of the integer calendar, was a Monday
             COMPUTE Ask-Weekday = FUNCTION MOD(
                     FUNCTION INTEGER-OF-DATE(Ask-Date-Num) - 1, 7)
                     + 1
             PERFORM VARYING WeekIdx FROM 1 BY 1
               UNTIL WeekIdx > Week-Count OR ASK-FOUND
               IF WT-Site(WeekIdx) = Ask-Site
                 SET ASK-FOUND TO TRUE
                 MOVE WT-Flag(WeekIdx, Ask-Weekday) TO Ask-Type
               END-IF
             END-PERFORM
             PERFORM VARYING WeekIdx FROM 1 BY 1
               UNTIL WeekIdx > Week-Count OR ASK-FOUND
               IF WT-Site(WeekIdx) = '****'
                 SET ASK-FOUND TO TRUE
                 MOVE WT-Flag(WeekIdx, Ask-Weekday) TO Ask-Type
               END-IF
             END-PERFORM
           END-IF
           IF NOT ASK-FOUND
             MOVE 'P' TO Ask-Type
           END-IF
           .

      * Processing days after Bcal-Date up to and including
      * Bcal-To-Date; none when the to-date is not later.
       300-Count-Business-Days SECTION.
           MOVE ZERO TO Walk-Count
           MOVE Bcal-Date TO Ask-Date
           COMPUTE Walk-Int = FUNCTION INTEGER-OF-DATE(Ask-Date-Num)
           MOVE Bcal-To-Date TO Ask-Date
           COMPUTE End-Int = FUNCTION INTEGER-OF-DATE(Ask-Date-Num)
           PERFORM UNTIL Walk-Int >= End-Int OR Walk-Count = 99999
             ADD 1 TO Walk-Int
             COMPUTE Walk-Date-Num = FUNCTION DATE-OF-INTEGER(Walk-Int)
             MOVE Walk-Date-Num TO Ask-Date
             PERFORM 200-Judge-Day
             IF Ask-Type = 'P'
               ADD 1 TO Walk-Count
             END-IF
           END-PERFORM
           MOVE Walk-Count TO Bcal-Days
           .

      * Walks back from Bcal-Date over Bcal-Days processing days and
      * answers the date just before the last of them -- with every
      * day a processing day that is exactly Bcal-Date minus
      * Bcal-Days, the cutoff the checks computed before. The walk
      * gives up after ten years of non-processing days.
       400-Step-Back SECTION.
           MOVE ZERO TO Walk-Count
           MOVE ZERO TO Walk-Steps
           MOVE Bcal-Date TO Ask-Date
           COMPUTE Walk-Int = FUNCTION INTEGER-OF-DATE(Ask-Date-Num)
           PERFORM UNTIL Walk-Count >= Bcal-Days OR Walk-Steps > 3660
             COMPUTE Walk-Date-Num = FUNCTION DATE-OF-INTEGER(Walk-Int)
             MOVE Walk-Date-Num TO Ask-Date
             PERFORM 200-Judge-Day
             IF Ask-Type = 'P'
               ADD 1 TO Walk-Count
               MOVE ZERO TO Walk-Steps
             ELSE
               ADD 1 TO Walk-Steps
             END-IF
             SUBTRACT 1 FROM Walk-Int
           END-PERFORM
           COMPUTE Walk-Date-Num = FUNCTION DATE-OF-INTEGER(Walk-Int)
           MOVE Walk-Date-Num TO Bcal-Result-Date
           .

      /
       END PROGRAM D64BCAL.
      /
