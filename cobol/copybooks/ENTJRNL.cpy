      *   of the record, behind the images - the journal is          *
      *   cumulative seven-year audit, and appending keeps every     *
      *   pre-change row parsing (the new fields simply read as      *
      *   spaces there). JRN-REVERSES-SERIAL, behind those, is set  *
      *   only on the entry that applied an RV reversal: the serial  *
      *   of the original posting it backed out, so either side of   *
      *   the pair can be found from the other.                      *
      *   JRN-COUNTER-ENTITY-ID is set only on the two entries of an  *
      *   inter-entity transfer: each leg names the other entity, and *
      *   JRN-TRN-AMOUNT carries that leg's own signed amount.        *
      *   DL100MRG writes a pair of MRG entries per entity merge -    *
      *   the survivor and the retired entity, each naming the other  *
      *   in JRN-COUNTER-ENTITY-ID and both carrying one serial.      *
      *   JRN-EXTERNAL-REF is the sending system's account number    *
      *   the transaction arrived under (ETR-EXTERNAL-REF), spaces   *
      *   when it arrived under our own entity ID.                   *
      *   JRN-ORIG-CURRENCY-CODE, JRN-ORIG-AMOUNT and JRN-CONVERSION- *
      *   RATE are set only on an entry CPYRPL4C converted to home    *
      *   currency under the entity's CURRPROF profile: the currency  *
      *   and amount as received and the EXCHRATE rate applied; the   *
      *   TRN fields then carry the converted home-currency posting.  *
      *----------------------------------------------------------*
           05  JRN-RUN-DATE                PIC 9(08).
           05  FILLER                      PIC X(01).
           05  JRN-TRN-SOURCE-SYSTEM       PIC X(03).
           05  FILLER                      PIC X(01).
           05  JRN-TRN-SERIAL              PIC 9(13).
           05  FILLER                      PIC X(01).
           05  JRN-REVERSES-SERIAL         PIC 9(13).
           05  FILLER                      PIC X(01).
           05  JRN-COUNTER-ENTITY-ID       PIC X(10).
           05  FILLER                      PIC X(01).
           05  JRN-ORIG-CURRENCY-CODE      PIC X(03).
           05  FILLER                      PIC X(01).
           05  JRN-ORIG-AMOUNT             PIC S9(11)V99.
           05  FILLER                      PIC X(01).
           05  JRN-CONVERSION-RATE         PIC 9(03)V9(06).
           05  FILLER                      PIC X(01).
           05  JRN-EXTERNAL-REF            PIC X(12).
