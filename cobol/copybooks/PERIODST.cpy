      *----------------------------------------------------------*
      * PERIODST - ACCOUNTING PERIOD STATUS RECORD LAYOUT          *
      *   One record per calendar month (YYYYMM) the month-end     *
      *   close has closed, with the date and time it closed.      *
      *   Written by DL100MEC when a close on a PROCCAL month-end  *
      *   date runs clean - a forced mid-month close does not      *
      *   close the month. A month with no record is open.         *
      *   Cumulative, never rewritten. Read by DL100EDT, which     *
      *   holds a transaction back-dated into a closed month on    *
      *   PPAREVW for prior-period adjustment authorization, and   *
      *   by CPYRPL4C, which marks the authorized ones it posts    *
      *   on ENTEXTR with the period they adjust.                  *
      *----------------------------------------------------------*
           05  PDS-PERIOD                   PIC 9(06).
           05  FILLER                       PIC X(01).
           05  PDS-STATUS                   PIC X(01).
               88  PDS-STATUS-CLOSED            VALUE "C".
           05  FILLER                       PIC X(01).
           05  PDS-CLOSED-DATE              PIC 9(08).
           05  FILLER                       PIC X(01).
           05  PDS-CLOSED-TIME              PIC 9(08).
