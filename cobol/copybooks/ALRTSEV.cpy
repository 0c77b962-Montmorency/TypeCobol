      *----------------------------------------------------------*
      * ALRTSEV - ALERT CONDITIONS AND DEFAULT SEVERITIES          *
      *   Every condition an alert can be raised for, with the    *
      *   severity it is sent with unless ALRTPARM says           *
      *   otherwise:                                               *
      *     ABEND    a chained step ended with a non-zero code    *
      *     PROOF    DL100PRF balance proof out (chain stopped)   *
      *     UNACKED  DL100ACK found changes unacknowledged        *
      *              downstream past a day (chain stopped)        *
      *     WINDOW   the cycle ran past the DL100WTR window       *
      *     REFUSED  the driver refused to start or advance       *
      *     LOGFAIL  DVZZPGM2 could not write RUNLOG              *
      *     ALLCLEAR the chain or close ended clean               *
      *   Extend the VALUE strings and the OCCURS together when a *
      *   condition is added.                                      *
      *----------------------------------------------------------*
       01  DL100-ALERT-SEVERITY-VALUES.
           05  FILLER                       PIC X(16) VALUE
               "ABEND   CRITICAL".
           05  FILLER                       PIC X(16) VALUE
               "PROOF   CRITICAL".
           05  FILLER                       PIC X(16) VALUE
               "UNACKED MAJOR   ".
           05  FILLER                       PIC X(16) VALUE
               "WINDOW  MAJOR   ".
           05  FILLER                       PIC X(16) VALUE
               "REFUSED MAJOR   ".
           05  FILLER                       PIC X(16) VALUE
               "LOGFAIL MAJOR   ".
           05  FILLER                       PIC X(16) VALUE
               "ALLCLEARINFO    ".
       01  DL100-ALERT-SEVERITY-TABLE
               REDEFINES DL100-ALERT-SEVERITY-VALUES.
           05  DL100-ALERT-SEV-ENTRY        OCCURS 7 TIMES.
               10  DL100-ASV-CONDITION          PIC X(08).
               10  DL100-ASV-SEVERITY           PIC X(08).
