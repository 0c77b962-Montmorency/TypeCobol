      *   DL100OPS so a feed that arrived short or with no         *
      *   manifest at all reaches the morning operations report    *
      *   instead of living only as a console line.                 *
      *   ETOT-PPA-COUNT (appended) is the records held on PPAREVW *
      *   as back-dated into a closed period.                      *
      *----------------------------------------------------------*
           05  ETOT-RUN-DATE                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  ETOT-SOURCE-SYSTEM           PIC X(03).
           05  FILLER                       PIC X(01).
           05  ETOT-DUP-COUNT               PIC 9(07).
           05  FILLER                       PIC X(01).
           05  ETOT-PPA-COUNT               PIC 9(07).
