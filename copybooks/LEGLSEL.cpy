      * Legal-hold list (LEGLHOLD): open holds placed for a prize
      * dispute or a regulator's inquiry on a range of business
      * dates of one dataset, or of every dataset. Every retention,
      * age-off and backout utility loads the open holds into
      * Legal-Table (LEGLTAB/CKLEGL copybooks) and leaves held data
      * where it is; D82LHMT places and releases holds. OPTIONAL so
      * a site that has never placed a hold maintains as before.
           SELECT OPTIONAL Legal-Hold ASSIGN TO LEGLHOLD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Lgl-Key.
