      *----------------------------------------------------------*
      * WATCHLST - SANCTIONS WATCH-LIST ENTRY RECORD LAYOUT        *
      *   One record per name on the sanctions list compliance     *
      *   receives weekly: the list's own entry reference, the     *
      *   listed name, the sanctions programme it is listed under  *
      *   and the date of the list it came on. Replaced whole each *
      *   time a new list arrives, and DL100SCN is then run in     *
      *   full against every ENTREF name. Read by DL100SCN only.   *
      *----------------------------------------------------------*
           05  WLS-ENTRY-ID                 PIC X(10).
           05  FILLER                       PIC X(01).
           05  WLS-NAME                     PIC X(40).
           05  FILLER                       PIC X(01).
           05  WLS-PROGRAMME                PIC X(10).
           05  FILLER                       PIC X(01).
           05  WLS-LIST-DATE                PIC 9(08).
