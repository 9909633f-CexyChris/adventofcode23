      * Record layout of the legal-hold list (LEGLHOLD), keyed by the
      * case reference plus the dataset the hold covers -- one case
      * can hold several datasets, each over its own date range.
      * The dataset is named by the ddname the utilities know it by
      * (RESHIST, RUNSTAT, CARDJRN, CARDLDG, PAYLDG, CLMREG, or the
      * ddname a detail generation is filed under); '*ALL' holds
      * every dataset. A released hold stays on file with its
      * release date and reference -- the list is an audit trail,
      * not a worklist.
       01  Legal-Hold-Record.
           05  Lgl-Key.
               10  Lgl-Case-Ref           PIC X(12).
               10  Lgl-Dataset            PIC X(08).
      * the business dates held, inclusive
           05  Lgl-From-Date              PIC X(08).
           05  Lgl-To-Date                PIC X(08).
           05  Lgl-Reason                 PIC X(30).
           05  Lgl-Placed-Date            PIC X(08).
           05  Lgl-Placed-Ref             PIC X(08).
           05  Lgl-Status                 PIC X(01).
               88  LGL-OPEN                   VALUE 'O'.
               88  LGL-RELEASED               VALUE 'R'.
           05  Lgl-Release-Date           PIC X(08).
           05  Lgl-Release-Ref            PIC X(08).
      * Which run last changed the hold (business date plus time),
      * matching the run id on its LGLAUDT images.
           05  Lgl-Last-Run               PIC X(14).
