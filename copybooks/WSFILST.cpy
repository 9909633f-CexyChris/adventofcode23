               88  PARM-INVALID       VALUE 1
                             WHEN SET TO FALSE 0.
           05  Parm-Mode-Echo     PIC X(05) VALUE SPACES.
           05  Parm-Date-Switch   PIC 9(1) BINARY VALUE ZERO.
               88  PARM-DATE-GIVEN    VALUE 1
                             WHEN SET TO FALSE 0.
           05  Parm-Ddname-Echo   PIC X(08) VALUE SPACES.
      * Central message-log staging (OPSSEL/OPSLOG/WRMSG copybooks):
      * the program sets these three and PERFORMs
           05  Log-Msg-Id         PIC X(08) VALUE SPACES.
           05  Log-Severity       PIC X(01) VALUE 'I'.
           05  Log-Text           PIC X(80) VALUE SPACES.
      * Business-calendar support (BCALREQ copybook, D64BCAL): the
      * request area every date-driven check hands to the shared
      * calendar routine, and that 940-Check-Common-Parm uses to
      * refuse a business date override on a non-processing day.
      * Bcal-Site keeps the site PARM bytes 64-67 named.
           05  Business-Calendar-Request VALUE SPACES.
           COPY BCALREQ.
      * Operator-authority support (OPAUREQ copybook, D65OAUT): the
      * operator id from PARM bytes 68-75, the privileged action a
      * program is itself (BACKOUT, DELETE, RESET -- set before
      * 940-Check-Common-Parm, spaces for every ordinary program),
      * and the request area the authority checks and the
      * privileged-use bookings hand to the shared routine.
           05  Parm-Operator      PIC X(08) VALUE SPACES.
           05  Privileged-Action  PIC X(08) VALUE SPACES.
           05  Operator-Authority-Request VALUE SPACES.
           COPY OPAUREQ.
      * Period-close support (PPERREQ copybook, D70PPER): the business
      * date a backout reaches back to -- the date of the run it
      * undoes, set before 940-Check-Common-Parm; spaces for every
      * other program -- and the request area the closed-period
      * checks hand to the shared routine.
           05  Period-Check-Date  PIC X(08) VALUE SPACES.
           05  Period-Check-Request VALUE SPACES.
           COPY PPERREQ.
      * Reject-resubmission support (PARM byte 76 = 'R'): a run of
      * an owning feed program over the corrected records the
      * suspense keeper D79RSUS re-presents. It books to RUNSTAT
      * and RESHIST under the variant RESUBMIT, beside -- never
      * over -- the night's own run. Only a program that sets
      * RESUBMIT-CAPABLE before 940-Check-Common-Parm accepts it.
           05  Resubmit-Switch    PIC X(01) VALUE 'N'.
               88  RESUBMIT-RUN       VALUE 'R'.
           05  Resubmit-Capable-Switch PIC 9(1) BINARY VALUE ZERO.
               88  RESUBMIT-CAPABLE   VALUE 1
                             WHEN SET TO FALSE 0.
