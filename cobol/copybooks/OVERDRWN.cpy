      *----------------------------------------------------------*
      * OVERDRWN - OVERDRAWN-ENTITY STATUS RECORD LAYOUT           *
      *   One record per entity per currency whose balance stood   *
      *   below zero at the last DL100ODA run: the home balance    *
      *   and every CURR-BAL and CURRBOV foreign balance are       *
      *   tracked separately. ODS-SINCE-DATE is the business date  *
      *   the balance was first seen negative and is carried       *
      *   forward unchanged while it stays negative, so the days   *
      *   overdrawn keep counting; a balance back at zero or in    *
      *   credit drops off the file on the next run. Rewritten     *
      *   every run in entity-ID order; read by DL100OPS for the   *
      *   over-90-days action items.                                *
      *----------------------------------------------------------*
           05  ODS-ENTITY-ID                PIC X(10).
           05  FILLER                       PIC X(01).
           05  ODS-CURRENCY-CODE            PIC X(03).
           05  FILLER                       PIC X(01).
           05  ODS-SINCE-DATE               PIC 9(08).
           05  FILLER                       PIC X(01).
           05  ODS-LAST-SEEN-DATE           PIC 9(08).
           05  FILLER                       PIC X(01).
           05  ODS-DAYS-OVERDRAWN           PIC 9(05).
           05  FILLER                       PIC X(01).
           05  ODS-BALANCE                  PIC S9(11)V99.
           05  FILLER                       PIC X(01).
           05  ODS-SHORT-NAME               PIC X(10).
