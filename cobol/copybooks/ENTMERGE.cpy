      *----------------------------------------------------------*
      * ENTMERGE - ENTITY MERGE LINK RECORD LAYOUT                 *
      *   One record per merge DL100MRG has applied: the retired   *
      *   entity ID, the surviving entity its balances moved to,   *
      *   the business date, the operator and the serial the two   *
      *   journal entries carry. Cumulative (opened EXTEND) and    *
      *   never rewritten - it is the old-to-new cross-reference.  *
      *   Read at start of job by DL100EDT, which redirects any    *
      *   transaction still arriving for a retired ID (or naming   *
      *   one as its transfer counterparty) to the survivor,       *
      *   following the links when a survivor was itself later     *
      *   merged away.                                             *
      *----------------------------------------------------------*
           05  EML-OLD-ENTITY-ID            PIC X(10).
           05  FILLER                       PIC X(01).
           05  EML-NEW-ENTITY-ID            PIC X(10).
           05  FILLER                       PIC X(01).
           05  EML-MERGE-DATE               PIC 9(08).
           05  FILLER                       PIC X(01).
           05  EML-OPERATOR-ID              PIC X(08).
           05  FILLER                       PIC X(01).
           05  EML-TRANS-SERIAL             PIC 9(13).
