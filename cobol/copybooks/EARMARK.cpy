      *----------------------------------------------------------*
      * EARMARK - BALANCE EARMARK RECORD LAYOUT                    *
      *   One record per earmark placed on an entity's balance in  *
      *   one currency under a legal order or collateral           *
      *   agreement: the amount held back, the reason, the expiry  *
      *   date (zeros for none) and the operator who placed it.    *
      *   Numbered from 1 in the order placed and kept in that     *
      *   order; maintained through DL100MNT's E action (place,    *
      *   amend, release), each change logged to MNTLOG; one in    *
      *   force on an entity merged away is moved to the survivor  *
      *   by DL100MRG, logged the same way. A released earmark     *
      *   stays on file with status R for the audit trail. An      *
      *   earmark is in force while its status is A and the        *
      *   business date has not passed its expiry date -           *
      *   it drops off on its own the first business date after    *
      *   that, with no maintenance. Loaded by CPYRPL4C, which     *
      *   tests a debit against the balance less the earmarks in   *
      *   force, and read by DL100INQ for the available balance.   *
      *----------------------------------------------------------*
           05  EMK-EARMARK-ID               PIC 9(06).
           05  FILLER                       PIC X(01).
           05  EMK-ENTITY-ID                PIC X(10).
           05  FILLER                       PIC X(01).
           05  EMK-CURRENCY-CODE            PIC X(03).
           05  FILLER                       PIC X(01).
           05  EMK-AMOUNT                   PIC 9(11)V99.
           05  FILLER                       PIC X(01).
           05  EMK-REASON                   PIC X(30).
           05  FILLER                       PIC X(01).
           05  EMK-EXPIRY-DATE              PIC 9(08).
           05  FILLER                       PIC X(01).
           05  EMK-STATUS                   PIC X(01).
               88  EMK-STATUS-ACTIVE            VALUE "A".
               88  EMK-STATUS-RELEASED          VALUE "R".
           05  FILLER                       PIC X(01).
           05  EMK-PLACED-DATE              PIC 9(08).
           05  FILLER                       PIC X(01).
           05  EMK-PLACED-OPERATOR          PIC X(08).
           05  FILLER                       PIC X(01).
           05  EMK-MAINT-DATE               PIC 9(08).
           05  FILLER                       PIC X(01).
           05  EMK-MAINT-OPERATOR           PIC X(08).
