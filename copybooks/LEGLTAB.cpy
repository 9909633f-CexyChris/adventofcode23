      * Legal-hold support (LEGLSEL/LEGLHOLD/CKLEGL copybooks): the
      * open holds loaded by 927-Load-Legal-Holds, the refusal
      * switch raised when LEGLHOLD holds more open holds than the
      * table (a dropped hold is evidence aged off that should not
      * be), and the dataset and business date 928-Find-Legal-Hold
      * is asked about, with the answer and the case that holds it.
      * The caller names what it would have done to held data in
      * Legal-Check-Action for the refusal 929-Log-Legal-Refusal
      * logs.
           05  Legal-Count        PIC 9(04) BINARY VALUE ZERO.
           05  Legal-Table.
               10  Legal-Entry OCCURS 200 TIMES INDEXED BY LglIdx.
                   15  LT-Case-Ref    PIC X(12).
                   15  LT-Dataset     PIC X(08).
                   15  LT-From        PIC X(08).
                   15  LT-To          PIC X(08).
           05  Legal-Full-Switch  PIC 9(1) BINARY VALUE ZERO.
               88  LEGAL-TABLE-FULL   VALUE 1
                             WHEN SET TO FALSE 0.
           05  Legal-EOF-Switch   PIC 9(1) BINARY.
               88  LEGAL-EOF          VALUE 1
                             WHEN SET TO FALSE 0.
           05  Legal-Check-Dataset PIC X(08).
           05  Legal-Check-Date   PIC X(08).
           05  Legal-Check-Action PIC X(12).
           05  Legal-Found-Switch PIC 9(1) BINARY.
               88  DATE-ON-LEGAL-HOLD VALUE 1
                             WHEN SET TO FALSE 0.
           05  Legal-Hit-Case     PIC X(12).
      * held data is logged once per dataset, date and case, however
      * many of its records the run passes over in a row
           05  Legal-Last-Logged  PIC X(28) VALUE SPACES.
           05  Legal-This-Logged  PIC X(28).
           05  Legal-Refusals     PIC 9(08) BINARY VALUE ZERO.
