      * One record of a keyed-master backup (MSTBKUP), written by
      * D76MBAK and read back by D77MRLD, so the two can never drift
      * apart: every record of the master in key order, each behind
      * a 'DAT' mark and the master's name, then one trailer. The
      * trailer's leading fields sit where every other trailer's do
      * ('TRL', record count, key figure, stamp). Its key figure is
      * the key-hash: each record's key hashed byte by byte (times
      * 31 plus the byte, modulo 10**10, the way the game
      * fingerprint is taken) and the hashes summed modulo 10**10,
      * so a record lost, doubled or re-keyed anywhere in the file
      * shows, whatever order it is read in.
       01  Master-Backup-Record.
           05  Bkp-Mark               PIC X(03).
               88 BKP-DATA                VALUE 'DAT'.
               88 BKP-TRAILER             VALUE 'TRL'.
           05  Bkp-Body               PIC X(270).
           05  Bkp-Data-Body REDEFINES Bkp-Body.
               10  Bkp-Master         PIC X(08).
      * the master's record as read, padded with spaces to the
      * widest master (GAMEARC, 262 bytes)
               10  Bkp-Image          PIC X(262).
           05  Bkp-Trailer-Body REDEFINES Bkp-Body.
               10  Bkp-Record-Count   PIC 9(08).
               10  Bkp-Key-Hash       PIC 9(10).
      * when the backup was taken: journal images, backouts and
      * ledger maintenance booked after it are what a reload has to
      * account for
               10  Bkp-Stamp          PIC X(14).
               10  Bkp-Trl-Master     PIC X(08).
               10  Bkp-Business-Date  PIC X(08).
      * CARDLDG and PAYLDG only: the run whose images ended the
      * ledger's journal (CARDJRN/PAYJRN) when the backup was taken,
      * and how many images the journal then held -- spaces and
      * zero when it was empty, and for every other master
               10  Bkp-Journal-Run-Id PIC X(14).
               10  Bkp-Journal-Images PIC 9(08).
               10  FILLER             PIC X(200).
