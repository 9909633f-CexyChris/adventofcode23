      * Stop-payment hold list (CARDHOLD): open holds placed by the
      * investigations desk on a range of Game-Nrs within a series.
      * D16CVAL and D22PSET load the open holds into Hold-Table
      * (HOLDTAB/CKHOLD copybooks) and test every card against it;
      * D53HMNT places and releases holds. OPTIONAL so a site that
      * has never placed a hold values and settles as before.
           SELECT OPTIONAL Card-Hold ASSIGN TO CARDHOLD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Hold-Key.
