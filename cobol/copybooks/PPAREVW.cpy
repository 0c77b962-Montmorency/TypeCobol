      *----------------------------------------------------------*
      * PPAREVW - PRIOR-PERIOD ADJUSTMENT REVIEW RECORD LAYOUT     *
      *   One record per transaction DL100EDT found back-dated     *
      *   into a month PERIODST shows closed: the date it was      *
      *   held, the closed period it falls in, and the whole       *
      *   edited transaction image, serial and source already      *
      *   assigned (viewed field by field through PPA-TRANS-       *
      *   FIELDS). Cumulative. Dispositioned in DL100PPA: P        *
      *   pending authorization, A authorized - the image is       *
      *   re-fed onto ENTTRANS with its original effective date    *
      *   and DL100EDT passes that serial through to posting -     *
      *   and D declined, returned to the sender and never         *
      *   posted. Listed on DL100PPR while pending or declined.    *
      *----------------------------------------------------------*
           05  PPA-FLAGGED-DATE             PIC 9(08).
           05  FILLER                       PIC X(01).
           05  PPA-PERIOD                   PIC 9(06).
           05  FILLER                       PIC X(01).
           05  PPA-STATUS                   PIC X(01).
               88  PPA-STATUS-PENDING           VALUE "P".
               88  PPA-STATUS-AUTHORIZED        VALUE "A".
               88  PPA-STATUS-DECLINED          VALUE "D".
           05  FILLER                       PIC X(01).
           05  PPA-TRANS-IMAGE              PIC X(90).
           05  PPA-TRANS-FIELDS REDEFINES PPA-TRANS-IMAGE.
               10  PPA-ENTITY-ID                PIC X(10).
               10  PPA-NEW-FCT01-VAR1           PIC X(01).
               10  PPA-EFFECTIVE-DATE           PIC 9(08).
               10  PPA-NEW-STATUS-CODE          PIC X(02).
               10  PPA-CURRENCY-CODE            PIC X(03).
               10  PPA-AMOUNT                   PIC S9(11)V99.
               10  PPA-TRANS-SERIAL             PIC 9(13).
               10  PPA-TRANS-TYPE               PIC X(02).
               10  PPA-SOURCE-SYSTEM            PIC X(03).
               10  PPA-REVERSES-SERIAL          PIC 9(13).
               10  PPA-COUNTER-ENTITY-ID        PIC X(10).
               10  PPA-EXTERNAL-REF             PIC X(12).
           05  FILLER                       PIC X(01).
           05  PPA-DISP-DATE                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  PPA-DISP-TIME                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  PPA-DISP-OPERATOR            PIC X(08).
           05  FILLER                       PIC X(01).
           05  PPA-DISP-NOTE                PIC X(30).
