      * Request/answer area for the business-calendar routine
      * D64BCAL, CALLed with it as its only argument. The caller
      * sets the function, the dates and (for 'S') the day count;
      * the site is the one 940-Check-Common-Parm took from PARM
      * bytes 64-67, spaces meaning the calendar's home site.
      *   'C'  what kind of day is Bcal-Date?       -> Bcal-Day-Type
      *   'B'  how many processing days fall after Bcal-Date, up to
      *        and including Bcal-To-Date?         -> Bcal-Days
      *   'S'  which date lies Bcal-Days processing days back from
      *        Bcal-Date (the cutoff that replaces "date minus N
      *        days")?                              -> Bcal-Result-Date
      * With no BUSCAL at all every day is a processing day, so the
      * answers are plain calendar arithmetic, as before the
      * calendar existed.
               10  Bcal-Function          PIC X(01).
                   88 BCAL-CHECK-DAY          VALUE 'C'.
                   88 BCAL-COUNT-DAYS         VALUE 'B'.
                   88 BCAL-STEP-BACK          VALUE 'S'.
               10  Bcal-Site              PIC X(04).
               10  Bcal-Date              PIC X(08).
               10  Bcal-To-Date           PIC X(08).
               10  Bcal-Days              PIC 9(05).
               10  Bcal-Result-Date       PIC X(08).
               10  Bcal-Day-Type          PIC X(01).
                   88 BCAL-PROCESSING-DAY     VALUE 'P'.
                   88 BCAL-HOLIDAY            VALUE 'H'.
                   88 BCAL-NON-PROCESSING     VALUE 'N'.
      * ' ' answered; 'E' the request itself was bad (a date that is
      * not YYYYMMDD); 'F' BUSCAL is unusable -- Bcal-Message says
      * why, and every later call answers 'F' too
               10  Bcal-Response          PIC X(01).
                   88 BCAL-ANSWERED           VALUE ' '.
                   88 BCAL-BAD-REQUEST        VALUE 'E'.
                   88 BCAL-UNUSABLE           VALUE 'F'.
               10  Bcal-Message           PIC X(50).
