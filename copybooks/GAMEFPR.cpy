      * Record layout of the game content fingerprint register
      * (GAMEFPR), keyed by Game-ID: a content hash of the game line
      * as it was accepted, and the business date that content was
      * first seen. Written by the nightly D02CUBEC run, which holds
      * a game out of GAMEMSTR while its line differs from the
      * accepted one, and by the D63GFMT acceptance batch, which is
      * the only way an altered game is let back in.
       01  Fingerprint-Record.
           05  Fp-Game-ID                 PIC 9(03).
      * polynomial hash of the 251-byte game line, base 31, mod
      * 10**10 -- any changed draw changes it
           05  Fp-Hash                    PIC 9(10).
           05  Fp-First-Seen              PIC X(08).
      * 'H' while a different line is held out of GAMEMSTR; the held
      * line's hash and the business date it first came in stay
      * here until it is accepted or the provider resends the
      * accepted line
           05  Fp-Status                  PIC X(01).
               88 FP-CURRENT                  VALUE 'A'.
               88 FP-ALTERED-HELD             VALUE 'H'.
           05  Fp-Held-Hash               PIC 9(10).
           05  Fp-Held-Date               PIC X(08).
      * the ticket that accepted the current content (spaces for
      * content accepted on first sight)
           05  Fp-Last-Ticket             PIC X(08).
      * Which run last changed the record (business date plus time).
           05  Fp-Last-Run                PIC X(14).
