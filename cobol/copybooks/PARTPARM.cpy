      *----------------------------------------------------------*
      * PARTPARM - POSTING PARTITION RECORD LAYOUT                 *
      *   One record per posting stream, in stream order (01, 02,  *
      *   ...), giving the highest entity ID the stream posts.     *
      *   Stream 01 takes every entity up to and including its     *
      *   bound, each later stream everything above the bound      *
      *   before it up to its own, and the last stream everything  *
      *   above the bound before it (its own bound is not used),   *
      *   so the ranges cannot leave a gap. Fewer than two         *
      *   records (or no PARTPARM on disk) means one unpartitioned *
      *   CPYRPL4C pass, exactly as before partitioning existed.   *
      *   Read by DL100DRV (stream count) and DL100PSP (ranges).   *
      *----------------------------------------------------------*
           05  PTP-STREAM-NUMBER            PIC 9(02).
           05  FILLER                       PIC X(01).
           05  PTP-HIGH-ENTITY-ID           PIC X(10).
