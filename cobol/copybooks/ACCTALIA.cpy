      *----------------------------------------------------------*
      * ACCTALIA - SOURCE-SYSTEM ACCOUNT ALIAS RECORD LAYOUT       *
      *   One record per account number an upstream system (SYA,   *
      *   SYB, SYC) knows one of our entities by: the source code  *
      *   and the external account number together are the key,    *
      *   ALS-ENTITY-ID the entity it stands for. Status A is live *
      *   and I inactive - an inactive alias is kept for the audit *
      *   trail but no longer resolves. Kept in source/account     *
      *   order; maintained through DL100MNT's S action (the same  *
      *   sign-on and MNTLOG audit as any other master change).    *
      *   Loaded at start of job by DL100EDT, which resolves a     *
      *   feed record carrying ETR-EXTERNAL-REF to the entity ID   *
      *   and rejects one whose alias is unknown or inactive.      *
      *----------------------------------------------------------*
           05  ALS-SOURCE-SYSTEM            PIC X(03).
           05  FILLER                       PIC X(01).
           05  ALS-EXTERNAL-ACCOUNT         PIC X(12).
           05  FILLER                       PIC X(01).
           05  ALS-ENTITY-ID                PIC X(10).
           05  FILLER                       PIC X(01).
           05  ALS-STATUS                   PIC X(01).
               88  ALS-STATUS-ACTIVE            VALUE "A".
               88  ALS-STATUS-INACTIVE          VALUE "I".
           05  FILLER                       PIC X(01).
           05  ALS-MAINT-DATE               PIC 9(08).
           05  FILLER                       PIC X(01).
           05  ALS-OPERATOR-ID              PIC X(08).
