      *   XXXENTM-BALANCE or to a CURR-BAL table entry. Read back  *
      *   by DL100PRF and compared against the net movement of     *
      *   the master between snapshots.                             *
      *   PTV-TRANSFER-OUT and PTV-TRANSFER-IN are the parts of the *
      *   posted amount that were inter-entity transfer legs (the   *
      *   debit legs and the credit legs); DL100PRF proves they net *
      *   to zero. Spaces on records from before they existed.      *
      *----------------------------------------------------------*
           05  PTV-RUN-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01).
           05  PTV-POSTED-AMOUNT            PIC S9(13)V99.
           05  FILLER                       PIC X(01).
           05  PTV-RUN-NUMBER               PIC 9(03).
           05  FILLER                       PIC X(01).
           05  PTV-TRANSFER-OUT             PIC S9(13)V99.
           05  FILLER                       PIC X(01).
           05  PTV-TRANSFER-IN              PIC S9(13)V99.
