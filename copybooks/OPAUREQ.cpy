      * Request/answer area for the operator-authority routine
      * D65OAUT, CALLed with it as its only argument. The operator
      * is the one 940-Check-Common-Parm took from PARM bytes 68-75;
      * the program is the caller's MY-PGM.
      *   'C'  may Opau-Operator use Opau-Action on Opau-Program?
      *                                  -> Opau-Response, and the
      *                                     operator's name from the
      *                                     authority table
      *   'U'  book one use of Opau-Action by Opau-Operator on
      *        Opau-Program, for Opau-Business-Date, with
      *        Opau-Detail, to the privileged-use log PRIVLOG
      * The actions: FORCE (PARM byte 39), BREAK (PARM byte 62),
      * BACKOUT (the journal backouts), DELETE and RESET (the card
      * ledger maintenance), CLERK (the settlement clerk reference),
      * REOPEN (the closed-period reopen, D72PROP), RELOAD (the
      * keyed master reload, D77MRLD).
               10  Opau-Function          PIC X(01).
                   88 OPAU-CHECK              VALUE 'C'.
                   88 OPAU-RECORD-USE         VALUE 'U'.
               10  Opau-Operator          PIC X(08).
               10  Opau-Program           PIC X(08).
               10  Opau-Action            PIC X(08).
               10  Opau-Business-Date     PIC X(08).
               10  Opau-Detail            PIC X(44).
               10  Opau-Operator-Name     PIC X(30).
      * ' ' granted (or booked); 'D' denied -- no operator id, or
      * none of the table's entries covers it; 'F' OPERAUTH is
      * unusable -- Opau-Message says why, and every later check is
      * denied too
               10  Opau-Response          PIC X(01).
                   88 OPAU-GRANTED            VALUE ' '.
                   88 OPAU-DENIED             VALUE 'D'.
                   88 OPAU-UNUSABLE           VALUE 'F'.
               10  Opau-Message           PIC X(80).
