      *   rewritten to ENTITY-MASTER-FILE; read back by DL100RCN    *
      *   to independently cross-check CPYRPL4C's own end-of-job    *
      *   entity count against what it actually wrote.               *
      *   EXT-REVERSES-SERIAL is set only on the record of an RV     *
      *   reversal - the serial of the posting it backed out.        *
      *   EXT-COUNTER-ENTITY-ID is set only on the two records of an *
      *   inter-entity transfer - each leg names the other entity.   *
      *   EXT-TRANS-TYPE, EXT-TRN-CURRENCY-CODE and EXT-TRN-AMOUNT    *
      *   carry the applied transaction's type and its own signed    *
      *   posting (a transfer leg's, a converted one's home amount), *
      *   appended at the end so rows already rolled onto ENTHIST    *
      *   keep parsing - there they read as spaces. DL100TAX finds   *
      *   the DL100ACR fee (FE) and interest (IN) postings by them.  *
      *   Change type MRG marks the two rows of a DL100MRG entity    *
      *   merge, staged on MRGEXTR and added by DL100HST at the      *
      *   next roll; DL100RCN leaves them out of its count.          *
      *   EXT-EXTERNAL-REF carries the sending system's own account  *
      *   number when the transaction arrived under an ACCTALIA     *
      *   alias, so the downstream consumer can match back to it.   *
      *   EXT-PPA-PERIOD is the closed month (YYYYMM) a prior-      *
      *   period adjustment posted into, zero on any other row -    *
      *   DL100STM, DL100GLX and DL100PPR report those separately.  *
      *----------------------------------------------------------*
           05  EXT-RUN-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01).
           05  EXT-SOURCE-SYSTEM             PIC X(03).
           05  FILLER                        PIC X(01).
           05  EXT-RUN-NUMBER                PIC 9(03).
           05  FILLER                        PIC X(01).
           05  EXT-REVERSES-SERIAL           PIC 9(13).
           05  FILLER                        PIC X(01).
           05  EXT-COUNTER-ENTITY-ID         PIC X(10).
           05  FILLER                        PIC X(01).
           05  EXT-TRANS-TYPE                PIC X(02).
           05  FILLER                        PIC X(01).
           05  EXT-TRN-CURRENCY-CODE         PIC X(03).
           05  FILLER                        PIC X(01).
           05  EXT-TRN-AMOUNT                PIC S9(11)V99.
           05  FILLER                        PIC X(01).
           05  EXT-EXTERNAL-REF              PIC X(12).
           05  FILLER                        PIC X(01).
           05  EXT-PPA-PERIOD                PIC 9(06).
