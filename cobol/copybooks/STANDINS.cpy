      *----------------------------------------------------------*
      * STANDINS - STANDING-INSTRUCTION RECORD LAYOUT              *
      *   One record per recurring movement (a weekly sweep, a     *
      *   monthly fixed charge): the entity, currency and signed   *
      *   amount to post, how often (W weekly, M monthly, Q        *
      *   quarterly, A annually), the start date, the end date     *
      *   (zero for open-ended) and the next scheduled due date.   *
      *   Monthly, quarterly and annual instructions fall on the   *
      *   start date's day of the month (the month's last day      *
      *   when it is shorter). Added, suspended, resumed and ended *
      *   through DL100SIM; read by DL100SIG in the nightly chain, *
      *   which writes each due item to the raw ENTTRANS feed -    *
      *   a due date that is not a PROCCAL business day rolls to   *
      *   the next one - and advances SIN-NEXT-DUE-DATE. Kept in   *
      *   instruction-ID order.                                     *
      *----------------------------------------------------------*
           05  SIN-INSTR-ID                 PIC 9(06).
           05  FILLER                       PIC X(01).
           05  SIN-ENTITY-ID                PIC X(10).
           05  FILLER                       PIC X(01).
           05  SIN-CURRENCY-CODE            PIC X(03).
           05  FILLER                       PIC X(01).
           05  SIN-AMOUNT                   PIC S9(11)V99.
           05  FILLER                       PIC X(01).
           05  SIN-FREQUENCY                PIC X(01).
               88  SIN-FREQ-WEEKLY              VALUE "W".
               88  SIN-FREQ-MONTHLY             VALUE "M".
               88  SIN-FREQ-QUARTERLY           VALUE "Q".
               88  SIN-FREQ-ANNUAL              VALUE "A".
           05  FILLER                       PIC X(01).
           05  SIN-START-DATE               PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SIN-END-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SIN-NEXT-DUE-DATE            PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SIN-STATUS                   PIC X(01).
               88  SIN-STATUS-ACTIVE            VALUE "A".
               88  SIN-STATUS-SUSPENDED         VALUE "S".
               88  SIN-STATUS-ENDED             VALUE "E".
           05  FILLER                       PIC X(01).
           05  SIN-LAST-GEN-DATE            PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SIN-OPERATOR-ID              PIC X(08).
