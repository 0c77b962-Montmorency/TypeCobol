      *   edit-reject page out per source so each upstream team    *
      *   gets only its own errors.                                 *
      *----------------------------------------------------------*
           05  EDR-TRANS-IMAGE              PIC X(90).
           05  FILLER                       PIC X(01).
           05  EDR-SOURCE-SYSTEM            PIC X(03).
           05  FILLER                       PIC X(01).
